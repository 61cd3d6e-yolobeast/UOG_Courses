000100*****************************************************************
000200* SQFAHIST.CPY
000300* FEED ARRIVAL HISTORY RECORD - APPENDED BY THE ARRIVAL CHECK
000400* SQFARRIV (DISP=MOD) EVERY TIME IT LOOKS FOR THE NIGHT'S FEEDS,
000500* ONE RECORD PER DEPARTMENT EXPECTED THAT NIGHT AND PER FEED
000600* FOUND THAT WAS NOT.  THE LAST RECORD FOR A NIGHT AND
000700* DEPARTMENT IS THE STANDING ONE - A LATER LOOK CARRIES FORWARD
000800* WHEN THE FEED WAS FIRST SEEN, AND THE MONTHLY ON-TIME REPORT
000900* COUNTS ONLY THE LAST.  TIMES ARE "YYYY-MM-DD HH:MM".
001000*****************************************************************
001100 01  SQ-FH-RECORD.
001200     05  SQ-FH-NIGHT-DATE          PIC X(10).
001300*        THE NIGHT THE FEED BELONGS TO (SEE SQFACARD).
001400     05  FILLER                    PIC X(01).
001500     05  SQ-FH-BUS-DATE            PIC X(10).
001600     05  FILLER                    PIC X(01).
001700     05  SQ-FH-RUN-ID              PIC 9(05).
001800*        THE RUN THE NIGHT'S FEEDS WILL BE PROCESSED UNDER.
001900     05  FILLER                    PIC X(01).
002000     05  SQ-FH-CHECKED-AT          PIC X(16).
002100     05  FILLER                    PIC X(01).
002200     05  SQ-FH-CHECK-TYPE          PIC X(01).
002300*        "C" THE CHECK AHEAD OF THE COLLECTOR, "P" A POLL.
002400     05  FILLER                    PIC X(01).
002500     05  SQ-FH-DEPT                PIC X(03).
002600     05  FILLER                    PIC X(01).
002700     05  SQ-FH-FEED-DD             PIC X(08).
002800*        SQFEEDN - SPACES WHEN NO SLOT ON SQFCPARM CARRIES THE
002900*        DEPARTMENT.
003000     05  FILLER                    PIC X(01).
003100     05  SQ-FH-EXPECTED            PIC X(01).
003200         88  SQ-FH-WAS-EXPECTED        VALUE "Y".
003300     05  FILLER                    PIC X(01).
003400     05  SQ-FH-ACTION              PIC X(01).
003500*        THE SCHEDULE'S "H" OR "P"; SPACE WHEN NOT EXPECTED.
003600     05  FILLER                    PIC X(01).
003700     05  SQ-FH-CUTOFF-AT           PIC X(16).
003800*        SPACES WHEN NOT EXPECTED.
003900     05  FILLER                    PIC X(01).
004000     05  SQ-FH-FOUND-AT            PIC X(16).
004100*        THE FIRST LOOK THAT FOUND THE FEED - SPACES WHILE IT HAS
004200*        NOT BEEN FOUND.
004300     05  FILLER                    PIC X(01).
004400     05  SQ-FH-STATUS              PIC X(01).
004500         88  SQ-FH-ON-TIME             VALUE "O".
004600         88  SQ-FH-LATE                VALUE "L".
004700         88  SQ-FH-MISSING             VALUE "M".
004800         88  SQ-FH-AWAITED             VALUE "W".
004900         88  SQ-FH-UNSCHEDULED         VALUE "U".
005000*        "O" FOUND BY THE CUTOFF.  "L" FOUND AFTER A LOOK PAST
005100*        THE CUTOFF HAD MISSED IT.  "M" NOT FOUND, CUTOFF PASSED.
005200*        "W" NOT FOUND, CUTOFF STILL TO COME.  "U" FOUND ON A
005300*        NIGHT THE SCHEDULE DID NOT EXPECT IT.
005400     05  FILLER                    PIC X(21).
