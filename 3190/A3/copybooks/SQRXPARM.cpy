000100*****************************************************************
000200* SQRXPARM.CPY
000300* CONTROL CARD FOR THE RESTART CONTROLLER SQRSTCTL.  ONE
000400* OPTIONAL 80-BYTE CARD READ AT STARTUP FROM SQRXPARM.  NO CARD
000500* (OR A BLANK MODE) IS MODE "A".
000600*****************************************************************
000700 01  SQ-RX-PARM-RECORD.
000800     05  SQ-RX-PARM-MODE           PIC X(01).
000900         88  SQ-RX-PARM-AUTO           VALUE "A" " ".
001000         88  SQ-RX-PARM-NEW-NIGHT      VALUE "N".
001100         88  SQ-RX-PARM-LIST-ONLY      VALUE "L".
001200*        "A" = A NIGHT THAT DID NOT FINISH IS RESUBMITTED, ANY
001300*              OTHER NIGHT OPENS A NEW ONE (THE NORMAL SETTING).
001400*        "N" = OPEN A NEW NIGHT EVEN THOUGH THE LAST ONE DID NOT
001500*              FINISH - THE OPERATOR HAS ABANDONED IT AND EVERY
001600*              STEP RUNS AGAIN FROM THE TOP.
001700*        "L" = PRINT THE STATE OF THE NIGHT AND WHAT A
001800*              RESUBMISSION WOULD DO, RECORD NOTHING.
001900     05  FILLER                    PIC X(79).
