000100*****************************************************************
000200* SQMSGREC.CPY
000300* OPERATOR MESSAGE-LOG RECORD.  THE DATASET (A3.SQUARE.MSGLOG)
000400* IS APPEND-ONLY, WRITTEN THROUGH SUBPROGRAM SQMSGLOG BY EVERY
000500* PROGRAM IN THE SUITE, ONE RECORD PER FATAL, WARNING OR ERROR
000600* MESSAGE, SO A NIGHT'S TROUBLE CAN STILL BE FOUND AFTER THE JOB
000700* LOG HAS GONE.  THE SAME TEXT STILL GOES TO THE CONSOLE.
000800* BROWSED AND REPORTED BY SQMSGRPT.  200 BYTES.
000900*****************************************************************
001000 01  SQ-MG-RECORD.
001100     05  SQ-MG-TIMESTAMP           PIC X(26).
001200*        WHEN THE MESSAGE WAS ISSUED, YYYY-MM-DD-HH.MM.SS.HH.
001300     05  FILLER                    PIC X(01).
001400     05  SQ-MG-MSG-ID              PIC X(08).
001500*        SEE THE MESSAGE CATALOG, COPYBOOK SQMSGCAT.
001600     05  FILLER                    PIC X(01).
001700     05  SQ-MG-SEVERITY            PIC X(01).
001800         88  SQ-MG-INFORMATION         VALUE "I".
001900         88  SQ-MG-WARNING             VALUE "W".
002000         88  SQ-MG-ERROR               VALUE "E".
002100         88  SQ-MG-SEVERE              VALUE "S".
002200*        THE LAST LETTER OF THE MESSAGE ID.
002300     05  FILLER                    PIC X(01).
002400     05  SQ-MG-PROGRAM             PIC X(08).
002500     05  FILLER                    PIC X(01).
002600     05  SQ-MG-RUN-ID              PIC 9(05).
002700*        THE NIGHT THE MESSAGE BELONGS TO - THE PROGRAM'S OWN
002800*        RUN ID WHERE IT KNOWS ONE, ELSE THE NIGHT IN PROGRESS
002900*        ON THE STEP-STATUS DATASET, ELSE THE LAST RUN ON THE
003000*        RUN REGISTRY.  ZERO - NONE COULD BE FOUND.
003100     05  FILLER                    PIC X(01).
003200     05  SQ-MG-BUS-DATE            PIC X(10).
003300*        BUSINESS DATE OF THAT RUN (SEE SQCALEND), ELSE TODAY'S.
003400     05  FILLER                    PIC X(01).
003500     05  SQ-MG-TEXT                PIC X(120).
003600*        THE MESSAGE AS DISPLAYED ON THE CONSOLE.
003700     05  FILLER                    PIC X(16).
