000100*****************************************************************
000200* SQMPOLCY.CPY
000300* METHOD-POLICY DATASET, 80-BYTE RECORDS, WRITTEN BY SQMPOLGN FROM
000400* THE AUDIT HISTORY AND READ BY SQMPSEL WHEN SQUARE OR SQQDRAIN
000500* RUNS WITH CARD METHOD "A" (ADAPTIVE).  ONE HEADER RECORD, THEN
000600* ONE CELL RECORD PER ROOT DEGREE AND MAGNITUDE BAND THE HISTORY
000700* COULD DECIDE, NAMING THE METHOD THAT VALUES IN THAT CELL RUN
000800* BY.  A DEGREE AND BAND WITH NO CELL RUNS BABYLONIAN.  THE
000900* MAGNITUDE BANDS ARE SQSTATS'S, ON THE ABSOLUTE VALUE -
001000*     1 = UNDER 1              2 = 1 TO UNDER 1 THOUSAND
001100*     3 = TO UNDER 1 MILLION   4 = TO UNDER 1 BILLION
001200*     5 = 10-11 DIGITS         6 = EXTENDED (E-NOTATION) VALUES
001300* A CELL MAY BE CHANGED BY HAND WITH AN EDITOR - SQMPSEL SETS
001400* ASIDE ANY RECORD IT CANNOT USE AND SAYS SO - BUT THE NEXT
001500* SQMPOLGN RUN REWRITES THE WHOLE DATASET.
001600*****************************************************************
001700 01  SQ-MPC-RECORD.
001800     05  SQ-MPC-TYPE               PIC X(01).
001900         88  SQ-MPC-HEADER             VALUE "H".
002000         88  SQ-MPC-CELL               VALUE "P".
002100     05  FILLER                    PIC X(01).
002200     05  SQ-MPC-DETAIL             PIC X(78).
002300*
002400*    "H" - THE AUDIT WINDOW THE POLICY WAS BUILT FROM (SPACES = AN
002500*    OPEN END), THE DATE IT WAS BUILT, THE AUDIT ROWS IT WEIGHED
002600*    AND THE FEWEST ROWS A METHOD NEEDED TO BE CONSIDERED.
002700     05  SQ-MPC-HEADER-AREA        REDEFINES SQ-MPC-DETAIL.
002800         10  SQ-MPC-WINDOW-FROM    PIC X(10).
002900         10  FILLER                PIC X(01).
003000         10  SQ-MPC-WINDOW-TO      PIC X(10).
003100         10  FILLER                PIC X(01).
003200         10  SQ-MPC-BUILT-DATE     PIC X(10).
003300         10  FILLER                PIC X(01).
003400         10  SQ-MPC-ROWS-USED      PIC 9(09).
003500         10  FILLER                PIC X(01).
003600         10  SQ-MPC-MIN-SAMPLES    PIC 9(05).
003700         10  FILLER                PIC X(30).
003800*
003900*    "P" - ONE CELL.  SQ-MPC-METHOD IS "B" BABYLONIAN, "N" NEWTON
004000*    (DEGREE 02 ONLY - THE NEWTON STEP IS A SQUARE-ROOT STEP) OR
004100*    "S" BISECTION.  THE SAMPLE COUNT, CONVERGENCE PER CENT AND
004200*    AVERAGE ITERATIONS ARE THE CHOSEN METHOD'S OVER THE WINDOW,
004300*    KEPT FOR THE READER - SQMPSEL USES ONLY THE METHOD.
004400     05  SQ-MPC-CELL-AREA          REDEFINES SQ-MPC-DETAIL.
004500         10  SQ-MPC-DEGREE         PIC 9(02).
004600         10  FILLER                PIC X(01).
004700         10  SQ-MPC-BAND           PIC 9(01).
004800         10  FILLER                PIC X(01).
004900         10  SQ-MPC-METHOD         PIC X(01).
005000         10  FILLER                PIC X(01).
005100         10  SQ-MPC-SAMPLES        PIC 9(09).
005200         10  FILLER                PIC X(01).
005300         10  SQ-MPC-CONV-PCT       PIC 9(03)V99.
005400         10  FILLER                PIC X(01).
005500         10  SQ-MPC-AVG-ITER       PIC 9(04)V99.
005600         10  FILLER                PIC X(49).
