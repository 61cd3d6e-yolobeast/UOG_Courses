000100*****************************************************************
000200* SQQUSAGE.CPY
000300* MONTH-TO-DATE QUOTA CONSUMPTION, ONE 80-BYTE RECORD PER
000400* DEPARTMENT ON SQ-QT-USAGE-FILE.  SQQTACCT READS IT AT STARTUP
000500* OF SQUARE AND SQQDRAIN, CARRIES IT FORWARD THROUGH THE RUN,
000600* AND REWRITES IT IN PLACE AT END OF RUN.  RECORDS OF AN EARLIER
000700* MONTH ARE DROPPED ON THE FIRST RUN OF A NEW MONTH, SO EVERY
000800* DEPARTMENT STARTS THE MONTH AT ZERO.  THE LIMITS AND STATE
000900* ARE COPIED ON FROM THE MASTER AT THE REWRITE SO THE MORNING
001000* DIGEST (SQDIGEST) CAN LIST THE WARNINGS FROM THIS FILE ALONE.
001100*****************************************************************
001200 01  SQ-QU-RECORD.
001300     05  SQ-QU-MONTH               PIC X(07).
001400*        YYYY-MM OF THE BUSINESS DATE.
001500     05  FILLER                    PIC X(01).
001600     05  SQ-QU-DEPT                PIC X(03).
001700     05  FILLER                    PIC X(01).
001800     05  SQ-QU-REQUESTS            PIC 9(09).
001900*        VALUES COMPUTED FOR THE DEPARTMENT THIS MONTH.
002000     05  SQ-QU-ITERATIONS          PIC 9(09).
002100*        THEIR ITERATION COUNTS, ADDED UP.
002200     05  SQ-QU-DEFERRED            PIC 9(07).
002300*        VALUES DEFERRED TO THE REQUEST QUEUE OVER QUOTA.
002400     05  SQ-QU-REJECTED            PIC 9(07).
002500*        VALUES REJECTED OVER QUOTA.
002600     05  SQ-QU-REQ-LIMIT           PIC 9(09).
002700     05  SQ-QU-ITER-LIMIT          PIC 9(09).
002800*        THE ALLOWANCES IN FORCE AT THE LAST REWRITE - ZERO WHEN
002900*        THE DEPARTMENT HAS NO QUOTA.
003000     05  SQ-QU-PCT-USED            PIC 9(03).
003100*        THE GREATER OF THE TWO ALLOWANCES' PER CENT USED.
003200     05  SQ-QU-STATE               PIC X(01).
003300         88  SQ-QU-UNDER               VALUE SPACE.
003400         88  SQ-QU-WARNING             VALUE "W".
003500         88  SQ-QU-OVER                VALUE "X".
003600*        SPACE = UNDER THE WARNING LEVEL (OR NO QUOTA),
003700*        "W" = AT OR PAST THE WARNING LEVEL, "X" = AN ALLOWANCE IS
003800*        USED UP - VALUES ARE NOW REJECTED OR DEFERRED.
003900     05  SQ-QU-LAST-RUN-ID         PIC 9(05).
004000     05  SQ-QU-LAST-PROGRAM        PIC X(08).
004100*        THE RUN AND PROGRAM THAT LAST REWROTE THE RECORD.
004200     05  FILLER                    PIC X(01).
