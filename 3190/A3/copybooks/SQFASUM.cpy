000100*****************************************************************
000200* SQFASUM.CPY
000300* ONE-RECORD MACHINE-READABLE SUMMARY WRITTEN BY THE FEED
000400* ARRIVAL CHECK SQFARRIV (FUNCTION C) - THE MORNING DIGEST
000500* (SQDIGEST) READS THE NIGHT'S LATE AND MISSING FEEDS FROM HERE.
000600* THE RUN ID IS THE ONE THE NIGHT'S FEEDS WILL BE PROCESSED
000700* UNDER, SO A LEFTOVER FROM AN EARLIER NIGHT NEVER PASSES FOR
000800* TONIGHT'S.  THE SLOTS CARRY THE LATE, MISSING AND STILL
000900* AWAITED DEPARTMENTS; A SLOT WHOSE DEPARTMENT IS SPACES WAS NOT
001000* USED.
001100*****************************************************************
001200 01  SQ-FU-RECORD.
001300     05  SQ-FU-RUN-ID              PIC 9(05).
001400     05  FILLER                    PIC X(01).
001500     05  SQ-FU-NIGHT-DATE          PIC X(10).
001600     05  FILLER                    PIC X(01).
001700     05  SQ-FU-BUS-DATE            PIC X(10).
001800     05  FILLER                    PIC X(01).
001900     05  SQ-FU-CHECKED-AT          PIC X(16).
002000     05  FILLER                    PIC X(01).
002100     05  SQ-FU-HELD                PIC X(01).
002200         88  SQ-FU-NIGHT-HELD          VALUE "Y".
002300*        "Y" = A FEED THE SCHEDULE HOLDS FOR WAS NOT THERE.
002400     05  FILLER                    PIC X(01).
002500     05  SQ-FU-EXPECTED            PIC 9(03).
002600     05  SQ-FU-ON-TIME             PIC 9(03).
002700     05  SQ-FU-LATE                PIC 9(03).
002800     05  SQ-FU-MISSING             PIC 9(03).
002900*        NOT FOUND AT THE CHECK, CUTOFF PASSED OR NOT.
003000     05  SQ-FU-UNSCHEDULED         PIC 9(03).
003100     05  SQ-FU-SLOT OCCURS 10 TIMES.
003200         10  SQ-FU-DEPT            PIC X(03).
003300         10  SQ-FU-STATUS          PIC X(01).
003400*            "L", "M" OR "W" (SEE SQFAHIST).
003500         10  SQ-FU-ACTION          PIC X(01).
003600         10  SQ-FU-CUTOFF          PIC X(05).
003700         10  SQ-FU-FOUND           PIC X(05).
003800*            HH:MM, OR SPACES.
003900     05  FILLER                    PIC X(08).
