000100*****************************************************************
000200* SQFSCHED.CPY
000300* FEED SCHEDULE MASTER RECORD, ONE 80-BYTE RECORD PER DEPARTMENT
000400* ON SQ-FS-SCHED-FILE, MAINTAINED THROUGH SQFSMNT.  SAYS ON WHICH
000500* DAYS OF THE WEEK THE DEPARTMENT'S FEED IS EXPECTED, BY WHAT
000600* TIME IT MUST HAVE LANDED, AND WHETHER THE NIGHT MUST HOLD FOR
000700* IT OR MAY GO ON WITHOUT IT.  THE ARRIVAL CHECK (SQFARRIV) READS
000800* IT AHEAD OF THE FEED COLLECTOR; THE DEPARTMENT'S FEED DD IS THE
000900* ONE WHOSE SLOT CARRIES ITS CODE ON THE COLLECTOR'S CARD (SEE
001000* SQFCPARM).  A DEPARTMENT NOT ON THIS MASTER IS NEVER EXPECTED.
001100* A NIGHT THE PROCESSING CALENDAR (SQCALEND) MARKS AS NOT A
001200* PROCESSING DAY EXPECTS NOTHING.
001300*****************************************************************
001400 01  SQ-FS-RECORD.
001500     05  SQ-FS-DEPT                PIC X(03).
001600     05  FILLER                    PIC X(01).
001700     05  SQ-FS-DAYS.
001800*        "Y" = EXPECTED ON THAT DAY, MONDAY FIRST - "YYYYYNN" IS
001900*        EVERY WEEKDAY.  THE DAY IS THE NIGHT'S OWN DATE, NOT THE
002000*        DATE THE CUTOFF FALLS ON.
002100         10  SQ-FS-DAY-MON         PIC X(01).
002200         10  SQ-FS-DAY-TUE         PIC X(01).
002300         10  SQ-FS-DAY-WED         PIC X(01).
002400         10  SQ-FS-DAY-THU         PIC X(01).
002500         10  SQ-FS-DAY-FRI         PIC X(01).
002600         10  SQ-FS-DAY-SAT         PIC X(01).
002700         10  SQ-FS-DAY-SUN         PIC X(01).
002800     05  SQ-FS-DAY-FLAGS REDEFINES SQ-FS-DAYS.
002900         10  SQ-FS-DAY             PIC X(01) OCCURS 7 TIMES.
003000     05  FILLER                    PIC X(01).
003100     05  SQ-FS-CUTOFF.
003200*        LATEST TIME, HHMM ON THE 24-HOUR CLOCK, THE FEED MAY LAND
003300*        AND STILL BE ON TIME.
003400         10  SQ-FS-CUTOFF-HH       PIC 9(02).
003500         10  SQ-FS-CUTOFF-MM       PIC 9(02).
003600     05  SQ-FS-CUTOFF-X REDEFINES SQ-FS-CUTOFF
003700                                   PIC X(04).
003800     05  FILLER                    PIC X(01).
003900     05  SQ-FS-NEXT-DAY            PIC X(01).
004000         88  SQ-FS-CUTOFF-NEXT-DAY     VALUE "Y".
004100*        "Y" = THE CUTOFF FALLS IN THE SMALL HOURS AFTER THE
004200*        NIGHT'S DATE (0130 MEANS 01:30 THE NEXT MORNING).
004300     05  FILLER                    PIC X(01).
004400     05  SQ-FS-ACTION              PIC X(01).
004500         88  SQ-FS-HOLD                VALUE "H".
004600         88  SQ-FS-PROCEED             VALUE "P".
004700         88  SQ-FS-ACTION-VALID        VALUE "H" "P".
004800*        WHEN THE FEED HAS NOT LANDED - "H" HOLDS THE NIGHT (THE
004900*        ARRIVAL CHECK ENDS RC=12 AND THE COLLECTOR DOES NOT RUN),
005000*        "P" LETS THE NIGHT GO ON WITHOUT IT.
005100     05  FILLER                    PIC X(01).
005200     05  SQ-FS-DESCRIPTION         PIC X(30).
005300*        WHAT THE FEED IS, FOR THE REPORTS.
005400     05  FILLER                    PIC X(01).
005500     05  SQ-FS-UPDATED-BY          PIC X(08).
005600*        USER ID OF THE LAST CHANGE (SQFSMNT).
005700     05  FILLER                    PIC X(01).
005800     05  SQ-FS-UPDATED-DATE        PIC X(10).
005900*        DATE OF THE LAST CHANGE, YYYY-MM-DD.
006000     05  FILLER                    PIC X(09).
