000100*****************************************************************
000200* SQRYSUM.CPY
000300* ONE RECORD PER NIGHT REPLAYED BY THE REGRESSION REPLAY HARNESS
000400* (SQREPLAY, SEE THE SQREPLAY JOB) - WHAT HAPPENED WHEN THE
000500* NIGHT'S CATALOGED INPUT WAS RERUN THROUGH THE CANDIDATE LOAD
000600* LIBRARY AND THE CANDIDATE RESULTS WERE COMPARED WITH THE
000700* CATALOGED ONES.  THE VERIFY STEP WRITES A PROVISIONAL RECORD
000800* FOR EVERY NIGHT ("N" WHEN THE NIGHT CANNOT BE REPLAYED, "F"
000900* UNTIL THE COMPARE SAYS OTHERWISE); THE COMPARE STEP APPENDS
001000* THE FINAL ONE.  THE TOTALS STEP TAKES THE LAST RECORD FOR
001100* EACH RUN ID, SO A NIGHT WHOSE CANDIDATE NEVER FINISHED STILL
001200* SHOWS ON THE REPORT AS FAILED RATHER THAN DROPPING OFF IT.
001300*****************************************************************
001400 01  SQ-YS-RECORD.
001500     05  SQ-YS-RUN-ID              PIC 9(05).
001600     05  FILLER                    PIC X(01).
001700     05  SQ-YS-BUS-DATE            PIC X(10).
001800     05  FILLER                    PIC X(01).
001900     05  SQ-YS-CLASS               PIC X(01).
002000*        THE GENERATION'S CLASS OFF SQGCAT - "N" OR "M".
002100     05  FILLER                    PIC X(01).
002200     05  SQ-YS-OUTCOME             PIC X(01).
002300         88  SQ-YS-IDENTICAL           VALUE "I".
002400         88  SQ-YS-DIFFERENT           VALUE "D".
002500         88  SQ-YS-NOT-REPLAYED        VALUE "N".
002600         88  SQ-YS-FAILED              VALUE "F".
002700*        "I" = EVERY ROW THE SAME, "D" = DIFFERENCES LISTED ON
002800*        THE DETAIL, "N" = THE NIGHT COULD NOT BE REPLAYED (SEE
002900*        SQ-YS-NOTE), "F" = THE CANDIDATE DID NOT FINISH.
003000     05  FILLER                    PIC X(01).
003100     05  SQ-YS-COUNTS.
003200         10  SQ-YS-BASE-ROWS       PIC 9(09).
003300*            DATA ROWS ON THE CATALOGED RESULTS.
003400         10  SQ-YS-CAND-ROWS       PIC 9(09).
003500*            DATA ROWS THE CANDIDATE WROTE.
003600         10  SQ-YS-PAIRS           PIC 9(09).
003700         10  SQ-YS-SAME            PIC 9(09).
003800         10  SQ-YS-ANSWERS         PIC 9(09).
003900*            PAIRS WHOSE ANSWER CHANGED.
004000         10  SQ-YS-ITERATIONS      PIC 9(09).
004100*            PAIRS WHOSE ITERATION COUNT CHANGED.
004200         10  SQ-YS-FLAGS           PIC 9(09).
004300*            PAIRS WHOSE CONVERGED, EXCEPTION, FALLBACK, OR
004400*            METHOD FLAG CHANGED.
004500         10  SQ-YS-ADDED           PIC 9(09).
004600*            CANDIDATE ROWS WITH NO CATALOGED PARTNER.
004700         10  SQ-YS-MISSING         PIC 9(09).
004800*            CATALOGED ROWS THE CANDIDATE DID NOT WRITE.
004900     05  SQ-YS-COUNT-SLOTS REDEFINES SQ-YS-COUNTS.
005000         10  SQ-YS-COUNT           PIC 9(09) OCCURS 9 TIMES.
005100     05  FILLER                    PIC X(01).
005200     05  SQ-YS-NOTE                PIC X(40).
005300     05  FILLER                    PIC X(17).
