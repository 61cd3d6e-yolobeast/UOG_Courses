000100*****************************************************************
000200* SQMRCARD.CPY
000300* CONTROL CARD FOR THE OPERATOR MESSAGE REPORT SQMSGRPT.  ONE
000400* 80-BYTE CARD.  FUNCTION R REPORTS THE MESSAGE LOG (SEE SQMSGREC)
000500* FOR THE SELECTION ON THE CARD; FUNCTION C PRINTS THE MESSAGE
000600* CATALOG (SEE SQMSGCAT).  THE SELECTIONS COMBINE - ANY LEFT
000700* BLANK SELECTS EVERYTHING; A CARD ALL BLANK, OR NO CARD AT ALL,
000800* REPORTS THE WHOLE LOG.  FUNCTION C HONORS ONLY THE SEVERITY AND
000900* THE MESSAGE ID.
001000*****************************************************************
001100 01  SQ-MR-CARD.
001200     05  SQ-MR-FUNCTION            PIC X(01).
001300         88  SQ-MR-FUNCTION-VALID      VALUE "R" "C" " ".
001400*        COL 1.  "R" (OR BLANK) = REPORT THE LOG, "C" = PRINT THE
001500*        CATALOG.
001600     05  FILLER                    PIC X(01).
001700     05  SQ-MR-FROM-DATE           PIC X(10).
001800     05  FILLER                    PIC X(01).
001900     05  SQ-MR-TO-DATE             PIC X(10).
002000*        COLS 3-12 AND 14-23.  DATE RANGE YYYY-MM-DD, INCLUSIVE,
002100*        OR SPACES.  FROM ALONE RUNS TO THE END OF THE LOG; TO
002200*        ALONE STARTS AT ITS BEGINNING.
002300     05  FILLER                    PIC X(01).
002400     05  SQ-MR-DATE-BASIS          PIC X(01).
002500         88  SQ-MR-BASIS-ISSUED        VALUE "W".
002600         88  SQ-MR-DATE-BASIS-VALID    VALUE "B" "W" " ".
002700*        COL 25.  WHICH DATE THE RANGE IS TESTED AGAINST - "B" (OR
002800*        BLANK) THE BUSINESS DATE OF THE NIGHT, "W" THE WALL-CLOCK
002900*        DATE THE MESSAGE WAS ISSUED.
003000     05  FILLER                    PIC X(01).
003100     05  SQ-MR-PROGRAM             PIC X(08).
003200*        COLS 27-34.  ONLY THIS PROGRAM'S MESSAGES, OR SPACES.
003300     05  FILLER                    PIC X(01).
003400     05  SQ-MR-MIN-SEVERITY        PIC X(01).
003500*        COL 36.  LOWEST SEVERITY REPORTED - I, W, E OR S, IN THAT
003600*        ORDER (BLANK = I, EVERY MESSAGE).
003700     05  FILLER                    PIC X(01).
003800     05  SQ-MR-MSG-ID              PIC X(08).
003900*        COLS 38-45.  A MESSAGE ID, OR ITS LEADING PART - "SQ01"
004000*        SELECTS EVERY SQUARE MESSAGE - OR SPACES.
004100     05  FILLER                    PIC X(01).
004200     05  SQ-MR-RUN-ID              PIC X(05).
004300     05  SQ-MR-RUN-ID-N            REDEFINES SQ-MR-RUN-ID
004400                                   PIC 9(05).
004500*        COLS 47-51.  ONLY THIS NIGHT'S MESSAGES, OR SPACES.
004600     05  FILLER                    PIC X(29).
