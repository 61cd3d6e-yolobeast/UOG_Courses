000100*****************************************************************
000200* SQQUOTA.CPY
000300* DEPARTMENT COMPUTE-QUOTA MASTER, ONE 80-BYTE RECORD PER
000400* DEPARTMENT ON SQ-QT-MASTER-FILE.  SQCHARGE BILLS A DEPARTMENT
000500* AFTER MONTH END, BUT NOTHING STOPPED ONE DEPARTMENT'S RUNAWAY
000600* FEED OR QUEUE FLOOD FROM EATING THE BATCH WINDOW AND THE
000700* BUDGET FIRST.  SQUARE AND SQQDRAIN LOAD THIS MASTER AT STARTUP
000800* (THROUGH SQQTACCT) AND JUDGE EVERY VALUE AGAINST THE
000900* DEPARTMENT'S MONTH-TO-DATE CONSUMPTION ON THE QUOTA-USAGE FILE
001000* (SEE SQQUSAGE).  A DEPARTMENT NOT ON THE MASTER HAS NO QUOTA;
001100* NO DATASET MEANS NO QUOTAS IN FORCE.
001200*****************************************************************
001300 01  SQ-QTA-RECORD.
001400     05  SQ-QTA-DEPT               PIC X(03).
001500*        THE DEPARTMENT CODE, AS ON THE AUTHORIZATION MASTER.
001600     05  FILLER                    PIC X(01).
001700     05  SQ-QTA-REQ-LIMIT          PIC 9(09).
001800*        MONTHLY REQUEST ALLOWANCE - VALUES COMPUTED FOR THE
001900*        DEPARTMENT IN THE CALENDAR MONTH OF THE BUSINESS DATE.
002000*        ZERO = NO REQUEST LIMIT.
002100     05  SQ-QTA-ITER-LIMIT         PIC 9(09).
002200*        MONTHLY ITERATION ALLOWANCE - THE ITERATION COUNTS OF
002300*        THOSE VALUES, ADDED UP.  ZERO = NO ITERATION LIMIT.
002400     05  SQ-QTA-WARN-PCT           PIC 9(03).
002500*        SOFT-WARNING LEVEL, PER CENT OF EITHER ALLOWANCE.  A
002600*        DEPARTMENT AT OR PAST IT IS LISTED ON THE SUMMARY BLOCK
002700*        AND THE MORNING DIGEST.  000 = USE THE DEFAULT OF 080.
002800     05  SQ-QTA-OVER-ACTION        PIC X(01).
002900*        WHAT HAPPENS TO A VALUE ONCE AN ALLOWANCE IS USED UP -
003000*        "R" = REJECTED (SQREJECT REASON QUOT), "D" = DEFERRED TO
003100*        THE REQUEST QUEUE FOR A LATER CYCLE.  ANYTHING ELSE IS
003200*        TAKEN AS "R".
003300         88  SQ-QTA-REJECT-OVER        VALUE "R".
003400         88  SQ-QTA-DEFER-OVER         VALUE "D".
003500     05  FILLER                    PIC X(54).
