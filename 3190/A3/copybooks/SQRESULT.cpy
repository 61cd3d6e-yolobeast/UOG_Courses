001110     05  SQ-RES-INPUT-TEXT         REDEFINES
001120         SQ-RES-INPUT-VALUE        PIC X(20).
001200     05  SQ-RES-METHOD             PIC X(01).
001300*        "B" = BABYLONIAN, "N" = NEWTON, "C" = COMPARE,
001310*        "S" = BISECTION (RESULT IN THE BABYLONIAN COLUMN).
001320*        AN ADAPTIVE RUN (CARD METHOD "A") WRITES THE METHOD
001330*        THE POLICY PICKED FOR THE VALUE - NEVER "A" ITSELF.
001400     05  SQ-RES-BABY-RESULT        PIC S9(11)V9(9).
001410     05  SQ-RES-BABY-TEXT          REDEFINES
001420         SQ-RES-BABY-RESULT        PIC X(20).
002492     05  SQ-RES-BUS-DATE           PIC X(10).
002494*        BUSINESS DATE OF THE RUN (SEE SQCALEND) - THE RECORD
002496*        GREW 100 TO 110 WHEN IT WAS ADDED (2026-09-03).
002500     05  SQ-RES-FALLBACK           PIC X(01).
002600*        "Y" = THE ANSWER CAME FROM THE BISECTION FALLBACK AFTER
002700*        THE METHOD IN SQ-RES-METHOD GAVE UP AT ITS ITERATION
002800*        CAP - A CLEAN, CONVERGED ANSWER.  "N" = IT DID NOT.  TOOK
002900*        THE LAST BYTE OF FILLER, RECORD STILL 110 (2026-10-15).
003000     05  SQ-RES-EXP-POWER          PIC S9(02).
003100*        RATIONAL-EXPONENT REQUEST (EXP=P/Q): THE POWER P, WITH Q
003200*        IN SQ-RES-ROOT-DEGREE - EVERY RESULT COLUMN THEN HOLDS
003300*        THE VALUE RAISED TO P/Q, NOT THE BARE ROOT.  ZERO ON A
003400*        PLAIN ROOT REQUEST.  RECORD GREW 110 TO 120 (2026-10-15).
003500     05  FILLER                    PIC X(08).
