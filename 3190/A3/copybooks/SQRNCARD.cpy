000100*****************************************************************
000200* SQRNCARD.CPY
000300* CONTROL CARD FOR THE REPORT REPRINT UTILITY SQREPRNT.  ONE
000400* 80-BYTE CARD PER REPRINT.  THE CARD NAMES THE NIGHT - BY RUN ID
000500* OR BY BUSINESS DATE (THE NEWEST ACTIVE SNAPSHOT OF THAT DATE ON
000600* THE GENERATION CATALOG, SEE SQGCAT) - AND WHAT PART OF ITS
000700* CATALOGED REPORT TO PRINT.  THE SELECTIONS COMBINE: A
000800* DEPARTMENT, A PAGE RANGE, AND EXCEPTIONS ONLY MAY BE GIVEN
000900* TOGETHER OR ALONE; NONE OF THEM REPRINTS THE WHOLE REPORT.
001000*****************************************************************
001100 01  SQ-RN-CARD.
001200     05  SQ-RN-RUN-ID              PIC X(05).
001300     05  SQ-RN-RUN-ID-N            REDEFINES SQ-RN-RUN-ID
001400                                   PIC 9(05).
001500*        COLS 1-5.  RUN ID OF THE NIGHT, OR SPACES.
001600     05  FILLER                    PIC X(01).
001700     05  SQ-RN-BUS-DATE            PIC X(10).
001800*        COLS 7-16.  BUSINESS DATE YYYY-MM-DD, OR SPACES.  WHEN
001900*        BOTH ARE GIVEN THEY MUST NAME THE SAME CATALOG ENTRY.
002000     05  FILLER                    PIC X(01).
002100     05  SQ-RN-DEPT                PIC X(03).
002200*        COLS 18-20.  ONLY THIS DEPARTMENT'S SECTION (THE LINES
002300*        FROM ITS SRC SECTION HEADING THROUGH ITS SUBTOTAL), OR
002400*        SPACES FOR EVERY LINE.
002500     05  FILLER                    PIC X(01).
002600     05  SQ-RN-FROM-PAGE           PIC X(04).
002700     05  SQ-RN-FROM-PAGE-N         REDEFINES SQ-RN-FROM-PAGE
002800                                   PIC 9(04).
002900     05  FILLER                    PIC X(01).
003000     05  SQ-RN-TO-PAGE             PIC X(04).
003100     05  SQ-RN-TO-PAGE-N           REDEFINES SQ-RN-TO-PAGE
003200                                   PIC 9(04).
003300*        COLS 22-25 AND 27-30.  PAGES OF THE ORIGINAL REPORT, OR
003400*        SPACES.  FROM ALONE RUNS TO THE END; TO ALONE STARTS AT
003500*        PAGE 1.
003600     05  FILLER                    PIC X(01).
003700     05  SQ-RN-EXCEPT-SW           PIC X(01).
003800         88  SQ-RN-EXCEPTIONS-ONLY     VALUE "Y".
003900         88  SQ-RN-EXCEPT-SW-VALID     VALUE "Y" "N" " ".
004000*        COL 32.  "Y" = ONLY REJECTED, DEFERRED, DISCREPANCY,
004100*        RESIDUAL, AND CONTROL-FAILURE LINES, AND DETAIL LINES
004200*        THAT DID NOT CONVERGE OR WERE FLAGGED AS EXCEPTIONS.
004300     05  FILLER                    PIC X(01).
004400     05  SQ-RN-REQUESTER           PIC X(08).
004500*        COLS 34-41.  USER ID OF WHOEVER ASKED FOR THE COPY -
004600*        STAMPED ON EVERY PAGE AND LOGGED.  REQUIRED.
004700     05  FILLER                    PIC X(01).
004800     05  SQ-RN-REASON              PIC X(30).
004900*        COLS 43-72.  WHY (TICKET OR DISPUTE NUMBER) - LOGGED.
005000     05  FILLER                    PIC X(08).
