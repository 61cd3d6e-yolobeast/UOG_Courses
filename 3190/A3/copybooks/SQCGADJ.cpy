000100*****************************************************************
000200* SQCGADJ.CPY
000300* CHARGEBACK ADJUSTMENT RECORD, ONE 120-BYTE RECORD PER CREDIT
000400* OR DEBIT ON SQ-ADJ-FILE, RECORDED THROUGH SQADJMNT.  A
000500* DISPUTED INVOICE (A BAD FEED THAT WAS RERUN, A NIGHT CHARGED
000600* TWICE AFTER A RESTART) IS PUT RIGHT HERE - NEVER BY EDITING
000700* THE BILLING EXTRACT.  SQCHARGE APPLIES, TO THE STATEMENT IT
000800* IS BUILDING, EVERY OPEN ADJUSTMENT RECORDED FOR THAT MONTH OR
000900* AN EARLIER ONE, MARKS IT APPLIED TO THAT STATEMENT, AND SHOWS
001000* IT AS ITS OWN INVOICE LINE, EXTRACT RECORD, AND REGISTER
001100* LINE.  A RERUN OF THE SAME STATEMENT CARRIES THE SAME
001200* ADJUSTMENTS AGAIN.
001300*****************************************************************
001400 01  SQ-ADJ-RECORD.
001500     05  SQ-ADJ-ID                 PIC 9(06).
001600*        ADJUSTMENT NUMBER, HANDED OUT IN SEQUENCE BY SQADJMNT.
001700     05  FILLER                    PIC X(01).
001800     05  SQ-ADJ-MONTH              PIC X(07).
001900*        STATEMENT MONTH THE ADJUSTMENT IS RECORDED AGAINST,
002000*        YYYY-MM.
002100     05  FILLER                    PIC X(01).
002200     05  SQ-ADJ-DEPT               PIC X(03).
002300     05  FILLER                    PIC X(01).
002400     05  SQ-ADJ-TYPE               PIC X(01).
002500         88  SQ-ADJ-CREDIT             VALUE "C".
002600         88  SQ-ADJ-DEBIT              VALUE "D".
002700*        "C" = CREDIT (REDUCES THE INVOICE), "D" = DEBIT.
002800     05  FILLER                    PIC X(01).
002900     05  SQ-ADJ-AMOUNT             PIC 9(09)V99.
003000*        ALWAYS POSITIVE - THE TYPE CARRIES THE SIGN.
003100     05  FILLER                    PIC X(01).
003200     05  SQ-ADJ-RUN-ID             PIC 9(05).
003300*        THE DISPUTED NIGHT'S RUN ID (SEE SQRUNREG), 00000 WHEN
003400*        THE ADJUSTMENT IS NOT TIED TO ONE RUN.
003500     05  FILLER                    PIC X(01).
003600     05  SQ-ADJ-REASON             PIC X(40).
003700     05  FILLER                    PIC X(01).
003800     05  SQ-ADJ-APPROVER           PIC X(08).
003900*        USER ID OF WHOEVER APPROVED IT - NEVER THE USER WHO
004000*        RECORDED IT.
004100     05  FILLER                    PIC X(01).
004200     05  SQ-ADJ-ENTERED-BY         PIC X(08).
004300     05  FILLER                    PIC X(01).
004400     05  SQ-ADJ-ENTERED-DATE       PIC X(10).
004500*        YYYY-MM-DD THE ADJUSTMENT WAS RECORDED.
004600     05  FILLER                    PIC X(01).
004700     05  SQ-ADJ-STATUS             PIC X(01).
004800         88  SQ-ADJ-OPEN               VALUE "O".
004900         88  SQ-ADJ-APPLIED            VALUE "A".
005000         88  SQ-ADJ-VOIDED             VALUE "V".
005100*        "O" = NOT YET ON A STATEMENT, "A" = APPLIED TO THE
005200*        STATEMENT IN SQ-ADJ-APPLIED-MONTH, "V" = VOIDED BEFORE
005300*        IT WAS APPLIED - NEVER BILLED.  AN APPLIED ADJUSTMENT
005400*        IS REVERSED BY RECORDING ITS OPPOSITE, NOT BY VOIDING.
005500     05  FILLER                    PIC X(01).
005600     05  SQ-ADJ-APPLIED-MONTH      PIC X(07).
005700*        STATEMENT MONTH THAT CARRIED IT, YYYY-MM.  SPACES WHILE
005800*        OPEN.
005900     05  FILLER                    PIC X(02).
