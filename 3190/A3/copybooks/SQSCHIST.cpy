000100*****************************************************************
000200* SQSCHIST.CPY
000300* SPOT-CHECK HISTORY RECORD - ONE PER SAMPLED RESULT ROW, APPENDED
000400* BY SQSPCHK EVERY NIGHT (DISP=MOD) AND READ BACK BY ITS MONTHLY
000500* ERROR-RATE REPORT.  THE EXACT ROOT IS THE DIGIT-BY-DIGIT
000600* EXTRACTION TO TWELVE DECIMALS (TRUNCATED), THREE PAST WHAT THE
000700* RESULTS CARRY.  THE ERROR IS THE DISPLAYED ANSWER'S DISTANCE
000800* FROM THE TRUE ROOT IN UNITS OF THE LAST DISPLAYED DECIMAL
000900* PLACE - ONE UNIT OR MORE IS A WRONG ANSWER.
001000*****************************************************************
001100 01  SQ-SH-RECORD.
001200     05  SQ-SH-BUS-DATE            PIC X(10).
001300     05  FILLER                    PIC X(01).
001400     05  SQ-SH-RUN-ID              PIC 9(05).
001500     05  FILLER                    PIC X(01).
001600     05  SQ-SH-SAMPLED-ON          PIC X(10).
001700     05  FILLER                    PIC X(01).
001800     05  SQ-SH-ROW-NO              PIC 9(09).
001900*        ORDINAL OF THE DATA ROW ON THE NIGHT'S RESULTS DATASET.
002000     05  SQ-SH-SEQUENCE            PIC 9(09).
002100*        SQ-RES-SEQUENCE OF THE ROW - ZERO ON A RUN NOT SPLIT.
002200     05  SQ-SH-STRATUM.
002300         10  SQ-SH-DEGREE          PIC 9(02).
002400         10  SQ-SH-BAND            PIC 9(01).
002500*            MAGNITUDE OF THE INPUT - 1 UNDER 1, 2 UNDER 1E3,
002600*            3 UNDER 1E6, 4 UNDER 1E9, 5 1E9 AND OVER.
002700         10  SQ-SH-METHOD          PIC X(01).
002800     05  SQ-SH-DECIMALS            PIC 9(01).
002900     05  SQ-SH-INPUT-VALUE         PIC S9(11)V9(9)
003000                                   SIGN LEADING SEPARATE.
003100     05  SQ-SH-ANSWER              PIC S9(11)V9(9)
003200                                   SIGN LEADING SEPARATE.
003300     05  SQ-SH-EXACT-ROOT          PIC S9(11)V9(12)
003400                                   SIGN LEADING SEPARATE.
003500     05  SQ-SH-EXACT-SW            PIC X(01).
003600         88  SQ-SH-ROOT-TERMINATES     VALUE "Y".
003700     05  SQ-SH-ERROR-UNITS         PIC 9(09)V9(03).
003800     05  SQ-SH-VERDICT             PIC X(01).
003900         88  SQ-SH-RIGHT               VALUE "R".
004000         88  SQ-SH-WRONG               VALUE "W".
004100     05  FILLER                    PIC X(19).
