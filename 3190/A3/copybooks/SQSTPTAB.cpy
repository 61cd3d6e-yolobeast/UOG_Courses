000100*****************************************************************
000200* SQSTPTAB.CPY
000300* THE NIGHTLY JOB STREAM (SQBATCH) IN STEP ORDER - ONE ENTRY
000400* PER PROGRAM THAT RECORDS ITS START AND END ON THE STEP-STATUS
000500* DATASET (SEE SQSTEPST).  THE ORDER IS WHAT "AN EARLIER STEP"
000600* MEANS TO THE RESTART CONTROL, SO A STEP ADDED TO THE JOB MUST
000700* BE ADDED HERE IN ITS PLACE (AND SQ-ST-STEP-COUNT AND THE
000800* OCCURS ON SQSTLINK RAISED WITH IT).  SQRESBST RUNS AS STEP027
000900* OR STEP028, NEVER BOTH - ONE ENTRY COVERS THE PAIR.  ALERT010
001000* (IEBGENER) IS NOT A PROGRAM OF OURS AND IS NOT TRACKED.
001100*****************************************************************
001200 01  SQ-ST-STEP-TABLE-DATA.
001300     05  FILLER                    PIC X(16)
001400                                   VALUE "STEP002 SQPCAPRV".
001500     05  FILLER                    PIC X(16)
001600                                   VALUE "STEP005 SQCERT  ".
001700     05  FILLER                    PIC X(16)
001800                                   VALUE "STEP010 SQUARE  ".
001900     05  FILLER                    PIC X(16)
002000                                   VALUE "STEP012 SQRJWORK".
002100     05  FILLER                    PIC X(16)
002200                                   VALUE "STEP015 SQQDRAIN".
002300     05  FILLER                    PIC X(16)
002400                                   VALUE "STEP016 SQQMAINT".
002500     05  FILLER                    PIC X(16)
002600                                   VALUE "STEP020 SQREPROC".
002700     05  FILLER                    PIC X(16)
002800                                   VALUE "STEP025 SQRESAPP".
002900     05  FILLER                    PIC X(16)
003000                                   VALUE "STEP027 SQRESBST".
003100     05  FILLER                    PIC X(16)
003200                                   VALUE "STEP080 SQLIBRN ".
003300     05  FILLER                    PIC X(16)
003400                                   VALUE "STEP090 SQBALNCE".
003420     05  FILLER                    PIC X(16)
003440                                   VALUE "STEP092 SQSPCHK ".
003500     05  FILLER                    PIC X(16)
003600                                   VALUE "STEP095 SQDIGEST".
003660     05  FILLER                    PIC X(16)
003680                                   VALUE "STEP097 SQNOTIFY".
003700 01  SQ-ST-STEP-TABLE REDEFINES SQ-ST-STEP-TABLE-DATA.
003800     05  SQ-ST-ENTRY OCCURS 14 TIMES.
003900         10  SQ-ST-STEP            PIC X(08).
004000         10  SQ-ST-PROGRAM         PIC X(08).
004100 01  SQ-ST-STEP-COUNT              PIC 9(02) VALUE 14.
