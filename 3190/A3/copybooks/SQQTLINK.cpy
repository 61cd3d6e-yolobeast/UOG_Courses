000100*****************************************************************
000200* SQQTLINK.CPY
000300* CALLING AREA FOR THE DEPARTMENT QUOTA ACCOUNTING SUBPROGRAM
000400* SQQTACCT, SHARED BY SQUARE AND SQQDRAIN SO BOTH JUDGE AND
000500* CHARGE A VALUE THE SAME WAY.  THE CALLER SETS SQ-QL-FUNCTION
000600* AND THE INPUTS THAT FUNCTION NEEDS -
000700*     "L" = LOAD THE MASTER AND THE MONTH'S USAGE (MONTH, RUN ID,
000800*           PROGRAM).  SQ-QL-ACTIVE COMES BACK "Y" WHEN ANY QUOTA
000900*           IS IN FORCE.
001000*     "C" = CHECK A DEPARTMENT BEFORE A VALUE IS COMPUTED.
001100*           SQ-QL-RESULT "Y" = GO AHEAD, "R" = OVER QUOTA - REJECT
001200*           IT, "D" = OVER QUOTA - DEFER IT TO THE REQUEST QUEUE.
001300*     "U" = CHARGE A DEPARTMENT WITH AN OUTCOME - "C" COMPUTED
001400*           (ONE REQUEST PLUS SQ-QL-ITERATIONS), "D" DEFERRED OR
001500*           "R" REJECTED OVER QUOTA.
001600*     "S" = REWRITE THE USAGE FILE.  SQ-QL-RESULT "F" = FAILED.
001700*     "N" = NEXT DEPARTMENT AT OR PAST ITS WARNING LEVEL AFTER
001800*           SQ-QL-LIST-INDEX (START AT ZERO).  SQ-QL-RESULT "Y"
001900*           WITH THE DEPARTMENT'S FIGURES, "E" = NO MORE.
002000*****************************************************************
002100 01  SQ-QL-AREA.
002200     05  SQ-QL-FUNCTION            PIC X(01).
002300         88  SQ-QL-LOAD                VALUE "L".
002400         88  SQ-QL-CHECK               VALUE "C".
002500         88  SQ-QL-CHARGE              VALUE "U".
002600         88  SQ-QL-SAVE                VALUE "S".
002700         88  SQ-QL-NEXT-WARNING        VALUE "N".
002800     05  SQ-QL-MONTH               PIC X(07).
002900     05  SQ-QL-RUN-ID              PIC 9(05).
003000     05  SQ-QL-PROGRAM             PIC X(08).
003100     05  SQ-QL-DEPT                PIC X(03).
003200     05  SQ-QL-OUTCOME             PIC X(01).
003300         88  SQ-QL-COMPUTED            VALUE "C".
003400         88  SQ-QL-DEFERRED            VALUE "D".
003500         88  SQ-QL-REJECTED            VALUE "R".
003600     05  SQ-QL-ITERATIONS          PIC 9(09).
003700     05  SQ-QL-RESULT              PIC X(01).
003800         88  SQ-QL-GO-AHEAD            VALUE "Y".
003900         88  SQ-QL-OVER-REJECT         VALUE "R".
004000         88  SQ-QL-OVER-DEFER          VALUE "D".
004100         88  SQ-QL-LIST-END            VALUE "E".
004200         88  SQ-QL-FAILED              VALUE "F".
004300     05  SQ-QL-ACTIVE-SW           PIC X(01).
004400         88  SQ-QL-ACTIVE              VALUE "Y".
004500*    "N" LISTING - THE DEPARTMENT'S MONTH-TO-DATE FIGURES.
004600     05  SQ-QL-LIST-INDEX          PIC 9(04).
004700     05  SQ-QL-REQUESTS            PIC 9(09).
004800     05  SQ-QL-REQ-LIMIT           PIC 9(09).
004900     05  SQ-QL-ITERS-USED          PIC 9(09).
005000     05  SQ-QL-ITER-LIMIT          PIC 9(09).
005100     05  SQ-QL-PCT-USED            PIC 9(03).
005200     05  SQ-QL-STATE               PIC X(01).
005300         88  SQ-QL-STATE-WARNING       VALUE "W".
005400         88  SQ-QL-STATE-OVER          VALUE "X".
005500     05  SQ-QL-CROSSED-SW          PIC X(01).
005600         88  SQ-QL-CROSSED-THIS-RUN    VALUE "Y".
005700     05  SQ-QL-DEFERRED-MTD        PIC 9(07).
005800     05  SQ-QL-REJECTED-MTD        PIC 9(07).
