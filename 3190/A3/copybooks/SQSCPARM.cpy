000100*****************************************************************
000200* SQSCPARM.CPY
000300* CONTROL CARD FOR THE DIGIT-BY-DIGIT SPOT CHECK SQSPCHK.  ONE
000400* 80-BYTE CARD READ AT STARTUP; WITH NO CARD THE PROGRAM SAMPLES
000500* THE NIGHT AT 5.00 PERCENT.
000600*   COLS  1-5   SAMPLE PERCENT, 999V99 (00500 = 5.00, 10000 = ALL)
000700*   COL   7     FUNCTION - "S" SAMPLE THE NIGHT (DEFAULT), "M" THE
000800*               MONTH'S ERROR-RATE REPORT FROM THE HISTORY
000900*   COLS  9-15  MONTH FOR "M", YYYY-MM (DEFAULT THE CURRENT MONTH)
001000*   COLS 17-18  ROWS ALWAYS TAKEN FROM EACH STRATUM (DEFAULT 01)
001100*   COL  20     DISPLAYED DECIMALS 0-9 - BLANK TAKES THEM FROM THE
001200*               NIGHT'S SQPARMS CARD (DEFAULT 6 WITH NO CARD)
001300*****************************************************************
001400 01  SQ-SC-RECORD.
001500     05  SQ-SC-PERCENT             PIC 9(03)V9(02).
001600     05  FILLER                    PIC X(01).
001700     05  SQ-SC-FUNCTION            PIC X(01).
001800         88  SQ-SC-FN-SAMPLE           VALUE "S" " ".
001900         88  SQ-SC-FN-MONTH            VALUE "M".
002000     05  FILLER                    PIC X(01).
002100     05  SQ-SC-MONTH               PIC X(07).
002200     05  FILLER                    PIC X(01).
002300     05  SQ-SC-MINIMUM             PIC 9(02).
002400     05  FILLER                    PIC X(01).
002500     05  SQ-SC-DECIMALS            PIC X(01).
002600     05  FILLER                    PIC X(60).
