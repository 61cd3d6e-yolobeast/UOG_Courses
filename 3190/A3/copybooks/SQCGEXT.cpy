000100*****************************************************************
000200* SQCGEXT.CPY
000300* BILLING EXTRACT RECORD WRITTEN BY THE DEPARTMENT CHARGEBACK
000400* PROGRAM SQCHARGE - ONE CHARGE RECORD PER BILLED DEPARTMENT PER
000500* STATEMENT MONTH, FOLLOWED BY ONE ADJUSTMENT RECORD PER CREDIT
000510* OR DEBIT APPLIED TO THE DEPARTMENT (SEE SQCGADJ).  EVERY
000600* NUMERIC IS A PLAIN UNEDITED PICTURE AT A FIXED OFFSET SO THE
000610* ACCOUNTING SYSTEM CAN LOAD IT DIRECTLY.  THE DEPARTMENT'S
000620* INVOICE IS ITS CHARGE RECORD PLUS DEBITS LESS CREDITS.
000700*****************************************************************
000800 01  SQ-CX-RECORD.
000900     05  SQ-CX-MONTH               PIC X(07).
001100     05  SQ-CX-DEPT                PIC X(03).
001200*        DEPARTMENT CODE FROM THE AUDIT ATTRIBUTION.  SPACES =
001300*        REQUESTS THAT CARRIED NO DEPARTMENT TAG.
001310     05  SQ-CX-CHARGE-BODY.
001400         10  SQ-CX-REQUESTS        PIC 9(09).
001500*            AUDITED REQUESTS BILLED TO THE DEPARTMENT.
001600         10  SQ-CX-ITERATIONS      PIC 9(09).
001700*            TOTAL ITERATIONS BILLED TO THE DEPARTMENT.
001800         10  SQ-CX-AMOUNT          PIC 9(11)V99.
001900*            AUDIT-DERIVED CHARGE FOR THE MONTH.
001910     05  SQ-CX-ADJ-BODY REDEFINES SQ-CX-CHARGE-BODY.
001920         10  SQ-CX-ADJ-ID          PIC 9(06).
001930         10  SQ-CX-ADJ-TYPE        PIC X(01).
001940*            "C" = CREDIT, "D" = DEBIT.
001950         10  SQ-CX-ADJ-AMOUNT      PIC 9(11)V99.
001960         10  SQ-CX-ADJ-RUN-ID      PIC 9(05).
001970*            DISPUTED RUN, 00000 = NOT TIED TO ONE RUN.
001980         10  FILLER                PIC X(06).
001990     05  SQ-CX-REC-TYPE            PIC X(01).
001991         88  SQ-CX-CHARGE-REC          VALUE "C" " ".
001992         88  SQ-CX-ADJUSTMENT-REC      VALUE "A".
001993*        "C" = CHARGE RECORD (SPACE ON EXTRACTS WRITTEN BEFORE
001994*        ADJUSTMENTS EXISTED), "A" = ADJUSTMENT RECORD.
001995     05  SQ-CX-ADJ-REASON          PIC X(30).
001996     05  SQ-CX-ADJ-APPROVER        PIC X(08).
001997*        ADJUSTMENT RECORDS ONLY - SPACES ON A CHARGE RECORD.
