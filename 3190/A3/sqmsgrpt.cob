000100*****************************************************************
000200* PROGRAM-ID.  SQMSGRPT
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  OPERATOR MESSAGE REPORT.  EVERY PROGRAM IN THE SUITE
001000*     APPENDS ITS FATAL, WARNING AND ERROR MESSAGES, EACH UNDER A
001100*     MESSAGE ID, TO THE MESSAGE LOG (SEE SQMSGREC) THROUGH
001200*     SQMSGLOG.  THIS PROGRAM READS ONE CONTROL CARD (SEE
001300*     SQMRCARD) AND BROWSES THE LOG FOR IT - A DATE RANGE ON THE
001400*     BUSINESS DATE OR THE DATE ISSUED, A PROGRAM, A LOWEST
001500*     SEVERITY, A MESSAGE ID OR THE LEADING PART OF ONE, AND A RUN
001600*     ID, IN ANY COMBINATION - PRINTING EVERY MESSAGE SELECTED TO
001700*     SQMRRPT, OLDEST FIRST.  A SUMMARY FOLLOWS, ONE ENTRY PER
001800*     MESSAGE ID IN ID ORDER, WITH ITS COUNT, WHEN IT WAS FIRST
001900*     AND LAST ISSUED, AND THE EXPLANATION AND OPERATOR ACTION
002000*     FROM THE MESSAGE CATALOG (SEE SQMSGCAT).
002100*
002200*     FUNCTION C PRINTS THE CATALOG ITSELF INSTEAD - EVERY ID, OR
002300*     THOSE OF THE SEVERITY AND MESSAGE ID ON THE CARD - FOR THE
002400*     OPERATIONS RUN BOOK.
002500*
002600*     THE LOG IS ONLY READ.  A MESSAGE OF THIS PROGRAM'S OWN IS
002700*     LOGGED ONLY WHILE THE LOG IS NOT OPEN FOR READING - A FAILED
002800*     WRITE TO THE REPORT IS LOGGED ONCE THE LOG IS CLOSED AGAIN.
002900*
003000*     RETURN CODES - 0 REPORTED, 4 NO MESSAGE MATCHED THE
003100*     SELECTION (OR THE LOG DOES NOT EXIST YET), 8 THE CONTROL
003200*     CARD WAS REJECTED, 16 THE LOG COULD NOT BE READ OR THE
003300*     REPORT COULD NOT BE WRITTEN.
003400*
003500* MODIFICATION HISTORY.
003600*     2026-10-15  DL  INITIAL VERSION.
003700*****************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.  SQMSGRPT.
004000 AUTHOR.      D. LOCKWOOD.
004100 INSTALLATION. 3190 SYSTEMS.
004200 DATE-WRITTEN. 2026-10-15.
004300 DATE-COMPILED.
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT OPTIONAL SQ-MR-CARD-FILE ASSIGN TO SQMRCARD
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS IS SQ-MR-CARD-STATUS.
005100*
005200     SELECT OPTIONAL SQ-MG-FILE ASSIGN TO SQMSGLOG
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS IS SQ-MSGLOG-STATUS.
005500*
005600     SELECT SQ-MR-REPORT-FILE ASSIGN TO SQMRRPT
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS SQ-MR-REPORT-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SQ-MR-CARD-FILE.
006300 01  SQ-MR-CARD-RECORD             PIC X(80).
006400*
006500 FD  SQ-MG-FILE.
006600     COPY SQMSGREC.
006700*
006800 FD  SQ-MR-REPORT-FILE.
006900 01  SQ-MR-REPORT-LINE             PIC X(152).
007000*
007100 WORKING-STORAGE SECTION.
007200*
007300*****************************************************************
007400* THE CONTROL CARD (SEE SQMRCARD) AND THE MESSAGE CATALOG (SEE
007500* SQMSGCAT).
007600*****************************************************************
007700     COPY SQMRCARD.
007800     COPY SQMSGCAT.
007900*
008000*****************************************************************
008100* SWITCHES AND FILE STATUS.
008200*****************************************************************
008300 01  SQ-MR-SWITCHES.
008400     05  SQ-MR-OUTCOME-SW          PIC X(01) VALUE "R".
008500         88  SQ-MR-REPORTED            VALUE "R".
008600         88  SQ-MR-NOTHING-MATCHED     VALUE "N".
008700         88  SQ-MR-REFUSED             VALUE "F".
008800     05  SQ-MR-FUNCTION-USED       PIC X(01) VALUE "R".
008900         88  SQ-MR-FN-CATALOG          VALUE "C".
009000     05  SQ-MR-EOF-SW              PIC X(01) VALUE "N".
009100         88  SQ-MR-EOF                 VALUE "Y".
009200     05  SQ-MR-TAKE-SW             PIC X(01) VALUE "N".
009300         88  SQ-MR-TAKE-MESSAGE        VALUE "Y".
009400     05  SQ-MR-DATE-OK-SW          PIC X(01) VALUE "N".
009500         88  SQ-MR-DATE-OK             VALUE "Y".
009600     05  SQ-MR-WRITE-FAIL-SW       PIC X(01) VALUE "N".
009700         88  SQ-MR-WRITE-FAILED        VALUE "Y".
009800     05  SQ-MR-COLUMNS-SW          PIC X(01) VALUE SPACE.
009900         88  SQ-MR-COLS-NONE           VALUE SPACE.
010000         88  SQ-MR-COLS-DETAIL         VALUE "D".
010100         88  SQ-MR-COLS-SUMMARY        VALUE "S".
010200         88  SQ-MR-COLS-CATALOG        VALUE "C".
010300*
010400 01  SQ-MR-FILE-STATUSES.
010500     05  SQ-MR-CARD-STATUS         PIC X(02) VALUE "00".
010600     05  SQ-MSGLOG-STATUS          PIC X(02) VALUE "00".
010700     05  SQ-MR-REPORT-STATUS       PIC X(02) VALUE "00".
010800     05  SQ-MR-FAILED-STATUS       PIC X(02) VALUE "00".
010900*
011000*****************************************************************
011100* THE SELECTION AS DECIDED FROM THE CARD, AND WHY A CARD WAS
011200* REJECTED OR MATCHED NOTHING.
011300*****************************************************************
011400 01  SQ-MR-SELECTION.
011500     05  SQ-MR-SEL-MIN-RANK        PIC 9(01) VALUE 1.
011600     05  SQ-MR-SEL-ID-LEN          PIC 9(02) VALUE ZERO.
011700     05  SQ-MR-SEL-RUN-ID          PIC 9(05) VALUE ZERO.
011800     05  SQ-MR-SEL-TEXT            PIC X(100) VALUE SPACES.
011900     05  SQ-MR-SEL-PTR             PIC 9(03) COMP VALUE 1.
012000     05  SQ-MR-NOTE                PIC X(50) VALUE SPACES.
012100     05  SQ-MR-DATE-WORK           PIC X(10) VALUE SPACES.
012200     05  SQ-MR-DATE-PARTS          REDEFINES SQ-MR-DATE-WORK.
012300         10  SQ-MR-DW-YEAR         PIC 9(04).
012400         10  SQ-MR-DW-DASH-1       PIC X(01).
012500         10  SQ-MR-DW-MONTH        PIC 9(02).
012600         10  SQ-MR-DW-DASH-2       PIC X(01).
012700         10  SQ-MR-DW-DAY          PIC 9(02).
012800     05  SQ-MR-MSG-DATE            PIC X(10) VALUE SPACES.
012900*
013000*****************************************************************
013100* SEVERITIES, LOWEST FIRST - THE LETTER ENDING A MESSAGE ID AND
013200* THE NAME PRINTED FOR IT.  AN UNKNOWN LETTER RANKS AS
013300* INFORMATION.
013400*****************************************************************
013500 01  SQ-MR-SEVERITY-DATA.
013600     05  FILLER                    PIC X(08) VALUE "IINFO   ".
013700     05  FILLER                    PIC X(08) VALUE "WWARNING".
013800     05  FILLER                    PIC X(08) VALUE "EERROR  ".
013900     05  FILLER                    PIC X(08) VALUE "SSEVERE ".
014000 01  SQ-MR-SEVERITY-TABLE REDEFINES SQ-MR-SEVERITY-DATA.
014100     05  SQ-MR-SEV-ENTRY           OCCURS 4 TIMES.
014200         10  SQ-MR-SEV-LETTER      PIC X(01).
014300         10  SQ-MR-SEV-NAME        PIC X(07).
014400*
014500 01  SQ-MR-RANK-WORK.
014600     05  SQ-MR-RANK-LETTER         PIC X(01) VALUE SPACE.
014700     05  SQ-MR-RANK                PIC 9(01) VALUE ZERO.
014800     05  SQ-MR-RANK-NAME           PIC X(07) VALUE SPACES.
014900*
015000*****************************************************************
015100* THE SUMMARY - ONE ENTRY PER MESSAGE ID SELECTED, KEPT IN ID
015200* ORDER AS THE LOG IS READ.  AN ID BEYOND THE TABLE IS COUNTED IN
015300* SQ-MR-SUM-OVERFLOW AND LEFT OFF THE SUMMARY.
015400*****************************************************************
015500 01  SQ-MR-SUMMARY-TABLE.
015600     05  SQ-MR-SUM-USED            PIC 9(03) COMP VALUE ZERO.
015700     05  SQ-MR-SUM-ENTRY           OCCURS 200 TIMES.
015800         10  SQ-MR-SUM-MSG-ID      PIC X(08).
015900         10  SQ-MR-SUM-HITS        PIC 9(07) COMP.
016000         10  SQ-MR-SUM-FIRST       PIC X(19).
016100         10  SQ-MR-SUM-LAST        PIC X(19).
016200*
016300 01  SQ-MR-SEV-COUNTS.
016400     05  SQ-MR-SEV-HITS            PIC 9(07) COMP OCCURS 4 TIMES.
016500*
016600*****************************************************************
016700* COUNTS AND SUBSCRIPTS.
016800*****************************************************************
016900 77  SQ-MR-READ                    PIC 9(07) COMP VALUE ZERO.
017000 77  SQ-MR-SELECTED                PIC 9(07) COMP VALUE ZERO.
017100 77  SQ-MR-SUM-OVERFLOW            PIC 9(07) COMP VALUE ZERO.
017200 77  SQ-MR-SUB                     PIC 9(03) COMP VALUE ZERO.
017300 77  SQ-MR-SLOT                    PIC 9(03) COMP VALUE ZERO.
017400 77  SQ-MR-CAT-SUB                 PIC 9(03) COMP VALUE ZERO.
017500 77  SQ-MR-CAT-HIT                 PIC 9(03) COMP VALUE ZERO.
017600*
017700*****************************************************************
017800* DATE.
017900*****************************************************************
018000 01  SQ-MR-DATE-TODAY.
018100     05  SQ-MR-CURRENT-DATE.
018200         10  SQ-MR-CUR-YEAR        PIC 9(04).
018300         10  SQ-MR-CUR-MONTH       PIC 9(02).
018400         10  SQ-MR-CUR-DAY         PIC 9(02).
018500     05  SQ-MR-REPORT-DATE         PIC X(10) VALUE SPACES.
018600*
018700*****************************************************************
018800* REPORT PAGE CONTROL.
018900*****************************************************************
019000 01  SQ-MR-PAGE-CONTROL.
019100     05  SQ-MR-PAGE-NO             PIC 9(04) VALUE 1.
019200     05  SQ-MR-LINE-NO             PIC 9(02) VALUE 99.
019300     05  SQ-MR-LINES-PER-PAGE      PIC 9(02) VALUE 55.
019400*
019500*****************************************************************
019600* REPORT LINE IMAGES.  THE COLUMN HEADING OF THE SECTION IN
019700* PROGRESS (DETAIL, SUMMARY OR CATALOG) REPEATS ON EVERY PAGE.
019800*****************************************************************
019900 01  SQ-MR-HDR-LINE-1.
020000     05  FILLER                    PIC X(23) VALUE
020100         "SQUARE OPERATOR MESSAGE".
020200     05  SQ-MR-H1-TITLE            PIC X(25) VALUE SPACES.
020300     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
020400     05  SQ-MR-H1-DATE             PIC X(10) VALUE SPACES.
020500     05  FILLER                    PIC X(06) VALUE " PAGE ".
020600     05  SQ-MR-H1-PAGE             PIC ZZZ9.
020700     05  FILLER                    PIC X(74) VALUE SPACES.
020800*
020900 01  SQ-MR-HDR-LINE-2.
021000     05  FILLER                    PIC X(11) VALUE "SELECTION  ".
021100     05  SQ-MR-H2-SELECTION        PIC X(100) VALUE SPACES.
021200     05  FILLER                    PIC X(41) VALUE SPACES.
021300*
021400 01  SQ-MR-DETAIL-COL-LINE.
021500     05  FILLER                    PIC X(21) VALUE "ISSUED".
021600     05  FILLER                    PIC X(12) VALUE "BUS DATE".
021700     05  FILLER                    PIC X(07) VALUE "RUN".
021800     05  FILLER                    PIC X(10) VALUE "PROGRAM".
021900     05  FILLER                    PIC X(10) VALUE "MSG ID".
022000     05  FILLER                    PIC X(09) VALUE "SEVERITY".
022100     05  FILLER                    PIC X(83) VALUE "MESSAGE TEXT".
022200*
022300 01  SQ-MR-DETAIL-LINE.
022400     05  SQ-MR-DL-ISSUED           PIC X(19).
022500     05  FILLER                    PIC X(02) VALUE SPACES.
022600     05  SQ-MR-DL-BUS-DATE         PIC X(10).
022700     05  FILLER                    PIC X(02) VALUE SPACES.
022800     05  SQ-MR-DL-RUN-ID           PIC 9(05).
022900     05  FILLER                    PIC X(02) VALUE SPACES.
023000     05  SQ-MR-DL-PROGRAM          PIC X(08).
023100     05  FILLER                    PIC X(02) VALUE SPACES.
023200     05  SQ-MR-DL-MSG-ID           PIC X(08).
023300     05  FILLER                    PIC X(02) VALUE SPACES.
023400     05  SQ-MR-DL-SEVERITY         PIC X(07).
023500     05  FILLER                    PIC X(02) VALUE SPACES.
023600     05  SQ-MR-DL-TEXT             PIC X(83).
023700*
023800 01  SQ-MR-CONTINUE-LINE.
023900     05  FILLER                    PIC X(69) VALUE SPACES.
024000     05  SQ-MR-CL-TEXT             PIC X(37).
024100     05  FILLER                    PIC X(46) VALUE SPACES.
024200*
024300 01  SQ-MR-SECTION-LINE.
024400     05  SQ-MR-SECTION-TITLE       PIC X(80) VALUE SPACES.
024500     05  FILLER                    PIC X(72) VALUE SPACES.
024600*
024700 01  SQ-MR-SUMMARY-COL-LINE.
024800     05  FILLER                    PIC X(10) VALUE "MSG ID".
024900     05  FILLER                    PIC X(09) VALUE "SEVERITY".
025000     05  FILLER                    PIC X(09) VALUE "  COUNT".
025100     05  FILLER                    PIC X(21) VALUE "FIRST ISSUED".
025200     05  FILLER                    PIC X(19) VALUE "LAST ISSUED".
025300     05  FILLER                    PIC X(84) VALUE SPACES.
025400*
025500 01  SQ-MR-SUMMARY-LINE.
025600     05  SQ-MR-SL-MSG-ID           PIC X(08).
025700     05  FILLER                    PIC X(02) VALUE SPACES.
025800     05  SQ-MR-SL-SEVERITY         PIC X(07).
025900     05  FILLER                    PIC X(02) VALUE SPACES.
026000     05  SQ-MR-SL-COUNT            PIC ZZZZZZ9.
026100     05  FILLER                    PIC X(02) VALUE SPACES.
026200     05  SQ-MR-SL-FIRST            PIC X(19).
026300     05  FILLER                    PIC X(02) VALUE SPACES.
026400     05  SQ-MR-SL-LAST             PIC X(19).
026500     05  FILLER                    PIC X(84) VALUE SPACES.
026600*
026700 01  SQ-MR-CATALOG-COL-LINE.
026800     05  FILLER                    PIC X(10) VALUE "MSG ID".
026900     05  FILLER                    PIC X(09) VALUE "SEVERITY".
027000     05  FILLER                    PIC X(40) VALUE
027100         "EXPLANATION AND OPERATOR ACTION".
027200     05  FILLER                    PIC X(93) VALUE SPACES.
027300*
027400 01  SQ-MR-CATALOG-ID-LINE.
027500     05  SQ-MR-IL-MSG-ID           PIC X(08).
027600     05  FILLER                    PIC X(02) VALUE SPACES.
027700     05  SQ-MR-IL-SEVERITY         PIC X(07).
027800     05  FILLER                    PIC X(135) VALUE SPACES.
027900*
028000 01  SQ-MR-TEXT-LINE.
028100     05  FILLER                    PIC X(10) VALUE SPACES.
028200     05  SQ-MR-TL-LABEL            PIC X(14).
028300     05  SQ-MR-TL-TEXT             PIC X(54).
028400     05  FILLER                    PIC X(74) VALUE SPACES.
028500*
028600 01  SQ-MR-TOTAL-LINE.
028700     05  SQ-MR-TT-LABEL            PIC X(28) VALUE SPACES.
028800     05  SQ-MR-TT-COUNT            PIC ZZZZZZZZ9.
028900     05  FILLER                    PIC X(115) VALUE SPACES.
029000*
029100 01  SQ-MR-NOTHING-LINE.
029200     05  FILLER                    PIC X(23) VALUE
029300         "*** NOTHING REPORTED - ".
029400     05  SQ-MR-NL-NOTE             PIC X(50).
029500     05  FILLER                    PIC X(04) VALUE " ***".
029600     05  FILLER                    PIC X(75) VALUE SPACES.
029700*
029800 01  SQ-MR-END-LINE.
029900     05  FILLER                    PIC X(20) VALUE
030000         "*** END OF REPORT - ".
030100     05  SQ-MR-EL-WHAT             PIC X(26) VALUE SPACES.
030200     05  SQ-MR-EL-SELECTED         PIC ZZZZZZ9.
030300     05  FILLER                    PIC X(04) VALUE " ***".
030400     05  FILLER                    PIC X(95) VALUE SPACES.
030500*
030600*****************************************************************
030700* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
030800*****************************************************************
030900     COPY SQMLLINK.
031000*
031100*****************************************************************
031200* 0000-MAINLINE.
031300*****************************************************************
031400 PROCEDURE DIVISION.
031500*
031600 0000-MAINLINE.
031700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031800     PERFORM 1200-VALIDATE-CARD THRU 1200-EXIT.
031900     IF SQ-MR-REFUSED
032000         PERFORM 1300-REJECT-CARD THRU 1300-EXIT
032100     ELSE
032200         IF SQ-MR-FN-CATALOG
032300             PERFORM 3000-PRINT-CATALOG THRU 3000-EXIT
032400         ELSE
032500             PERFORM 2000-SCAN-LOG THRU 2000-EXIT
032600         END-IF
032700     END-IF.
032800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032900     STOP RUN.
033000*
033100*****************************************************************
033200* 1000 SERIES - STARTUP.  THE REPORT IS OPENED FIRST SO A REJECTED
033300* CARD STILL GETS A PAGE SAYING WHY.
033400*****************************************************************
033500 1000-INITIALIZE.
033600     MOVE ZERO TO RETURN-CODE.
033700     OPEN OUTPUT SQ-MR-REPORT-FILE.
033800     IF SQ-MR-REPORT-STATUS NOT = "00"
033900         DISPLAY "FATAL - SQ-MR-REPORT-FILE OPEN FAILED, STATUS "
034000             SQ-MR-REPORT-STATUS
034100         MOVE SPACES TO SQ-ML-TEXT
034200         STRING "FATAL - SQ-MR-REPORT-FILE OPEN FAILED, STATUS "
034300             SQ-MR-REPORT-STATUS
034400             DELIMITED BY SIZE INTO SQ-ML-TEXT
034500         MOVE "SQ0001S" TO SQ-ML-MSG-ID
034600         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
034700         MOVE 16 TO RETURN-CODE
034800         STOP RUN
034900     END-IF.
035000     ACCEPT SQ-MR-CURRENT-DATE FROM DATE YYYYMMDD.
035100     STRING SQ-MR-CUR-MONTH "/" SQ-MR-CUR-DAY "/"
035200         SQ-MR-CUR-YEAR DELIMITED BY SIZE
035300         INTO SQ-MR-REPORT-DATE.
035400     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
035500     GO TO 1000-EXIT.
035600 1000-EXIT.
035700     EXIT.
035800*
035900*    NO CARD, OR AN EMPTY ONE, REPORTS THE WHOLE LOG.
036000 1100-READ-CONTROL-CARD.
036100     MOVE SPACES TO SQ-MR-CARD.
036200     OPEN INPUT SQ-MR-CARD-FILE.
036300     IF SQ-MR-CARD-STATUS = "00"
036400         READ SQ-MR-CARD-FILE INTO SQ-MR-CARD
036500             AT END
036600                 MOVE SPACES TO SQ-MR-CARD
036700         END-READ
036800     END-IF.
036900*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
037000*    WAS NOT THERE - THE FILE IS OPEN AND MUST STILL BE CLOSED.
037100     IF SQ-MR-CARD-STATUS = "00" OR SQ-MR-CARD-STATUS = "05"
037200         CLOSE SQ-MR-CARD-FILE
037300     END-IF.
037400     GO TO 1100-EXIT.
037500 1100-EXIT.
037600     EXIT.
037700*
037800*****************************************************************
037900* 1200-VALIDATE-CARD.  EVERY FIELD GIVEN MUST MAKE SENSE - DATES
038000* REAL YYYY-MM-DD AND IN ORDER, THE SWITCHES ONE OF THEIR
038100* LETTERS, A MESSAGE ID STARTING "SQ", A RUN ID NUMERIC.  BUILDS
038200* THE SELECTION TEXT PRINTED ON EVERY PAGE.
038300*****************************************************************
038400 1200-VALIDATE-CARD.
038500     IF NOT SQ-MR-FUNCTION-VALID
038600         MOVE "FUNCTION NOT R OR C" TO SQ-MR-NOTE
038700         SET SQ-MR-REFUSED TO TRUE
038800         GO TO 1200-EXIT
038900     END-IF.
039000     IF SQ-MR-FUNCTION = "C"
039100         SET SQ-MR-FN-CATALOG TO TRUE
039200     END-IF.
039300     IF SQ-MR-FROM-DATE NOT = SPACES
039400         MOVE SQ-MR-FROM-DATE TO SQ-MR-DATE-WORK
039500         PERFORM 1210-CHECK-DATE THRU 1210-EXIT
039600         IF NOT SQ-MR-DATE-OK
039700             MOVE "FROM DATE NOT A DATE YYYY-MM-DD" TO SQ-MR-NOTE
039800             SET SQ-MR-REFUSED TO TRUE
039900             GO TO 1200-EXIT
040000         END-IF
040100     END-IF.
040200     IF SQ-MR-TO-DATE NOT = SPACES
040300         MOVE SQ-MR-TO-DATE TO SQ-MR-DATE-WORK
040400         PERFORM 1210-CHECK-DATE THRU 1210-EXIT
040500         IF NOT SQ-MR-DATE-OK
040600             MOVE "TO DATE NOT A DATE YYYY-MM-DD" TO SQ-MR-NOTE
040700             SET SQ-MR-REFUSED TO TRUE
040800             GO TO 1200-EXIT
040900         END-IF
041000     END-IF.
041100     IF SQ-MR-FROM-DATE NOT = SPACES
041200         AND SQ-MR-TO-DATE NOT = SPACES
041300         AND SQ-MR-FROM-DATE > SQ-MR-TO-DATE
041400         MOVE "FROM DATE IS AFTER TO DATE" TO SQ-MR-NOTE
041500         SET SQ-MR-REFUSED TO TRUE
041600         GO TO 1200-EXIT
041700     END-IF.
041800     IF NOT SQ-MR-DATE-BASIS-VALID
041900         MOVE "DATE BASIS NOT B OR W" TO SQ-MR-NOTE
042000         SET SQ-MR-REFUSED TO TRUE
042100         GO TO 1200-EXIT
042200     END-IF.
042300     IF SQ-MR-MIN-SEVERITY NOT = SPACE
042400         MOVE SQ-MR-MIN-SEVERITY TO SQ-MR-RANK-LETTER
042500         PERFORM 2400-RANK-SEVERITY THRU 2400-EXIT
042600         IF SQ-MR-RANK = 0
042700             MOVE "SEVERITY NOT I, W, E OR S" TO SQ-MR-NOTE
042800             SET SQ-MR-REFUSED TO TRUE
042900             GO TO 1200-EXIT
043000         END-IF
043100         MOVE SQ-MR-RANK TO SQ-MR-SEL-MIN-RANK
043200     END-IF.
043300     MOVE ZERO TO SQ-MR-SEL-ID-LEN.
043400     INSPECT SQ-MR-MSG-ID TALLYING SQ-MR-SEL-ID-LEN
043500         FOR CHARACTERS BEFORE INITIAL SPACE.
043600     IF SQ-MR-SEL-ID-LEN = 1
043700         OR (SQ-MR-SEL-ID-LEN > 1
043800             AND SQ-MR-MSG-ID(1:2) NOT = "SQ")
043900         MOVE "MESSAGE ID DOES NOT START SQ" TO SQ-MR-NOTE
044000         SET SQ-MR-REFUSED TO TRUE
044100         GO TO 1200-EXIT
044200     END-IF.
044300     IF SQ-MR-RUN-ID NOT = SPACES
044400         IF SQ-MR-RUN-ID-N NOT NUMERIC
044500             MOVE "RUN ID NOT NUMERIC" TO SQ-MR-NOTE
044600             SET SQ-MR-REFUSED TO TRUE
044700             GO TO 1200-EXIT
044800         END-IF
044900         MOVE SQ-MR-RUN-ID-N TO SQ-MR-SEL-RUN-ID
045000     END-IF.
045100*
045200     MOVE SPACES TO SQ-MR-SEL-TEXT.
045300     MOVE 1 TO SQ-MR-SEL-PTR.
045400     IF SQ-MR-FN-CATALOG
045500         STRING "CATALOG  " DELIMITED BY SIZE
045600             INTO SQ-MR-SEL-TEXT WITH POINTER SQ-MR-SEL-PTR
045700     ELSE
045800         PERFORM 1220-DESCRIBE-LOG-SELECTION THRU 1220-EXIT
045900     END-IF.
046000     IF SQ-MR-MIN-SEVERITY NOT = SPACE
046100         STRING "SEVERITY " DELIMITED BY SIZE
046200             SQ-MR-RANK-NAME DELIMITED BY SPACE
046300             " AND ABOVE  " DELIMITED BY SIZE
046400             INTO SQ-MR-SEL-TEXT WITH POINTER SQ-MR-SEL-PTR
046500     END-IF.
046600     IF SQ-MR-SEL-ID-LEN > 0
046700         STRING "MESSAGE ID " SQ-MR-MSG-ID(1:SQ-MR-SEL-ID-LEN)
046800             DELIMITED BY SIZE
046900             INTO SQ-MR-SEL-TEXT WITH POINTER SQ-MR-SEL-PTR
047000     END-IF.
047100     IF SQ-MR-SEL-PTR = 1
047200         MOVE "THE WHOLE LOG" TO SQ-MR-SEL-TEXT
047300     END-IF.
047400     IF SQ-MR-SEL-TEXT = "CATALOG"
047500         MOVE "CATALOG - EVERY MESSAGE ID" TO SQ-MR-SEL-TEXT
047600     END-IF.
047700     GO TO 1200-EXIT.
047800 1200-EXIT.
047900     EXIT.
048000*
048100 1210-CHECK-DATE.
048200     MOVE "N" TO SQ-MR-DATE-OK-SW.
048300     IF SQ-MR-DW-YEAR NUMERIC AND SQ-MR-DW-DASH-1 = "-"
048400         AND SQ-MR-DW-MONTH NUMERIC AND SQ-MR-DW-DASH-2 = "-"
048500         AND SQ-MR-DW-DAY NUMERIC
048600         IF SQ-MR-DW-MONTH > 0 AND SQ-MR-DW-MONTH NOT > 12
048700             AND SQ-MR-DW-DAY > 0 AND SQ-MR-DW-DAY NOT > 31
048800             SET SQ-MR-DATE-OK TO TRUE
048900         END-IF
049000     END-IF.
049100     GO TO 1210-EXIT.
049200 1210-EXIT.
049300     EXIT.
049400*
049500 1220-DESCRIBE-LOG-SELECTION.
049600     IF SQ-MR-FROM-DATE NOT = SPACES
049700         STRING "FROM " SQ-MR-FROM-DATE " " DELIMITED BY SIZE
049800             INTO SQ-MR-SEL-TEXT WITH POINTER SQ-MR-SEL-PTR
049900     END-IF.
050000     IF SQ-MR-TO-DATE NOT = SPACES
050100         STRING "TO " SQ-MR-TO-DATE " " DELIMITED BY SIZE
050200             INTO SQ-MR-SEL-TEXT WITH POINTER SQ-MR-SEL-PTR
050300     END-IF.
050400     IF SQ-MR-FROM-DATE NOT = SPACES OR SQ-MR-TO-DATE NOT = SPACES
050500         IF SQ-MR-BASIS-ISSUED
050600             STRING "(DATE ISSUED)  " DELIMITED BY SIZE
050700                 INTO SQ-MR-SEL-TEXT WITH POINTER SQ-MR-SEL-PTR
050800         ELSE
050900             STRING "(BUSINESS DATE)  " DELIMITED BY SIZE
051000                 INTO SQ-MR-SEL-TEXT WITH POINTER SQ-MR-SEL-PTR
051100         END-IF
051200     END-IF.
051300     IF SQ-MR-PROGRAM NOT = SPACES
051400         STRING "PROGRAM " DELIMITED BY SIZE
051500             SQ-MR-PROGRAM DELIMITED BY SPACE
051600             "  " DELIMITED BY SIZE
051700             INTO SQ-MR-SEL-TEXT WITH POINTER SQ-MR-SEL-PTR
051800     END-IF.
051900     IF SQ-MR-RUN-ID NOT = SPACES
052000         STRING "RUN " SQ-MR-RUN-ID "  " DELIMITED BY SIZE
052100             INTO SQ-MR-SEL-TEXT WITH POINTER SQ-MR-SEL-PTR
052200     END-IF.
052300     GO TO 1220-EXIT.
052400 1220-EXIT.
052500     EXIT.
052600*
052700 1300-REJECT-CARD.
052800     MOVE "CONTROL CARD REJECTED" TO SQ-MR-SEL-TEXT.
052900     DISPLAY "ERROR - SQMRCARD REJECTED - " SQ-MR-NOTE.
053000     MOVE SPACES TO SQ-ML-TEXT.
053100     STRING "ERROR - SQMRCARD REJECTED - " SQ-MR-NOTE
053200         DELIMITED BY SIZE INTO SQ-ML-TEXT.
053300     MOVE "SQ4401E" TO SQ-ML-MSG-ID.
053400     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
053500     GO TO 1300-EXIT.
053600 1300-EXIT.
053700     EXIT.
053800*
053900 1500-WRITE-REPORT-HEADERS.
054000     IF SQ-MR-FN-CATALOG
054100         MOVE " CATALOG" TO SQ-MR-H1-TITLE
054200     ELSE
054300         MOVE " LOG" TO SQ-MR-H1-TITLE
054400     END-IF.
054500     MOVE SQ-MR-REPORT-DATE TO SQ-MR-H1-DATE.
054600     MOVE SQ-MR-PAGE-NO TO SQ-MR-H1-PAGE.
054700     WRITE SQ-MR-REPORT-LINE FROM SQ-MR-HDR-LINE-1
054800         AFTER ADVANCING PAGE.
054900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
055000     MOVE SQ-MR-SEL-TEXT TO SQ-MR-H2-SELECTION.
055100     WRITE SQ-MR-REPORT-LINE FROM SQ-MR-HDR-LINE-2
055200         AFTER ADVANCING 1.
055300     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
055400     MOVE 3 TO SQ-MR-LINE-NO.
055500     EVALUATE TRUE
055600         WHEN SQ-MR-COLS-DETAIL
055700             WRITE SQ-MR-REPORT-LINE FROM SQ-MR-DETAIL-COL-LINE
055800                 AFTER ADVANCING 2
055900         WHEN SQ-MR-COLS-SUMMARY
056000             WRITE SQ-MR-REPORT-LINE FROM SQ-MR-SUMMARY-COL-LINE
056100                 AFTER ADVANCING 2
056200         WHEN SQ-MR-COLS-CATALOG
056300             WRITE SQ-MR-REPORT-LINE FROM SQ-MR-CATALOG-COL-LINE
056400                 AFTER ADVANCING 2
056500         WHEN OTHER
056600             GO TO 1500-EXIT
056700     END-EVALUATE.
056800     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
056900     ADD 2 TO SQ-MR-LINE-NO.
057000     GO TO 1500-EXIT.
057100 1500-EXIT.
057200     EXIT.
057300*
057400*****************************************************************
057500* 2000 SERIES - THE LOG.  ONE PASS, OLDEST MESSAGE FIRST; EACH IS
057600* TESTED AGAINST THE SELECTION, AND PRINTED AND COUNTED OR PASSED
057700* OVER.
057800*****************************************************************
057900 2000-SCAN-LOG.
058000     OPEN INPUT SQ-MG-FILE.
058100     IF SQ-MSGLOG-STATUS NOT = "00"
058200         AND SQ-MSGLOG-STATUS NOT = "05"
058300         DISPLAY "FATAL - SQ-MG-FILE OPEN FAILED, STATUS "
058400             SQ-MSGLOG-STATUS
058500         MOVE SPACES TO SQ-ML-TEXT
058600         STRING "FATAL - SQ-MG-FILE OPEN FAILED, STATUS "
058700             SQ-MSGLOG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
058800         MOVE "SQ0001S" TO SQ-ML-MSG-ID
058900         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
059000         CLOSE SQ-MR-REPORT-FILE
059100         MOVE 16 TO RETURN-CODE
059200         STOP RUN
059300     END-IF.
059400     IF SQ-MSGLOG-STATUS = "05"
059500         CLOSE SQ-MG-FILE
059600         MOVE "THERE IS NO MESSAGE LOG YET" TO SQ-MR-NOTE
059700         SET SQ-MR-NOTHING-MATCHED TO TRUE
059800         GO TO 2000-EXIT
059900     END-IF.
060000     PERFORM 2100-TAKE-ONE-MESSAGE THRU 2100-EXIT
060100         UNTIL SQ-MR-EOF.
060200     CLOSE SQ-MG-FILE.
060300     IF SQ-MR-SELECTED = 0
060400         IF SQ-MR-READ = 0
060500             MOVE "THE MESSAGE LOG IS EMPTY" TO SQ-MR-NOTE
060600         ELSE
060700             MOVE "NO MESSAGE ON THE LOG MATCHED THE SELECTION"
060800                 TO SQ-MR-NOTE
060900         END-IF
061000         SET SQ-MR-NOTHING-MATCHED TO TRUE
061100     END-IF.
061200     GO TO 2000-EXIT.
061300 2000-EXIT.
061400     EXIT.
061500*
061600 2100-TAKE-ONE-MESSAGE.
061700     READ SQ-MG-FILE
061800         AT END
061900             SET SQ-MR-EOF TO TRUE
062000             GO TO 2100-EXIT
062100     END-READ.
062200     ADD 1 TO SQ-MR-READ.
062300     PERFORM 2200-SELECT-MESSAGE THRU 2200-EXIT.
062400     IF SQ-MR-TAKE-MESSAGE
062500         ADD 1 TO SQ-MR-SELECTED
062600         ADD 1 TO SQ-MR-SEV-HITS(SQ-MR-RANK)
062700         PERFORM 2300-COUNT-MESSAGE THRU 2300-EXIT
062800         PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT
062900     END-IF.
063000     GO TO 2100-EXIT.
063100 2100-EXIT.
063200     EXIT.
063300*
063400*****************************************************************
063500* 2200-SELECT-MESSAGE.  EACH SELECTION ON THE CARD NARROWS THE
063600* MESSAGES TAKEN; ONE LEFT BLANK PASSES EVERYTHING.  LEAVES THE
063700* MESSAGE'S SEVERITY RANK AND NAME IN SQ-MR-RANK-WORK.
063800*****************************************************************
063900 2200-SELECT-MESSAGE.
064000     MOVE "N" TO SQ-MR-TAKE-SW.
064100     IF SQ-MR-BASIS-ISSUED
064200         MOVE SQ-MG-TIMESTAMP(1:10) TO SQ-MR-MSG-DATE
064300     ELSE
064400         MOVE SQ-MG-BUS-DATE TO SQ-MR-MSG-DATE
064500     END-IF.
064600     IF SQ-MR-FROM-DATE NOT = SPACES
064700         AND SQ-MR-MSG-DATE < SQ-MR-FROM-DATE
064800         GO TO 2200-EXIT
064900     END-IF.
065000     IF SQ-MR-TO-DATE NOT = SPACES
065100         AND SQ-MR-MSG-DATE > SQ-MR-TO-DATE
065200         GO TO 2200-EXIT
065300     END-IF.
065400     IF SQ-MR-PROGRAM NOT = SPACES
065500         AND SQ-MG-PROGRAM NOT = SQ-MR-PROGRAM
065600         GO TO 2200-EXIT
065700     END-IF.
065800     IF SQ-MR-SEL-ID-LEN > 0
065900         AND SQ-MG-MSG-ID(1:SQ-MR-SEL-ID-LEN) NOT =
066000             SQ-MR-MSG-ID(1:SQ-MR-SEL-ID-LEN)
066100         GO TO 2200-EXIT
066200     END-IF.
066300     IF SQ-MR-RUN-ID NOT = SPACES
066400         AND SQ-MG-RUN-ID NOT = SQ-MR-SEL-RUN-ID
066500         GO TO 2200-EXIT
066600     END-IF.
066700     MOVE SQ-MG-SEVERITY TO SQ-MR-RANK-LETTER.
066800     PERFORM 2400-RANK-SEVERITY THRU 2400-EXIT.
066900     IF SQ-MR-RANK = 0
067000         MOVE 1 TO SQ-MR-RANK
067100     END-IF.
067200     IF SQ-MR-RANK < SQ-MR-SEL-MIN-RANK
067300         GO TO 2200-EXIT
067400     END-IF.
067500     SET SQ-MR-TAKE-MESSAGE TO TRUE.
067600     GO TO 2200-EXIT.
067700 2200-EXIT.
067800     EXIT.
067900*
068000*****************************************************************
068100* 2300-COUNT-MESSAGE.  FINDS THE MESSAGE ID ON THE SUMMARY, OR
068200* OPENS ITS ENTRY IN ID ORDER BY MOVING THE HIGHER IDS UP ONE.
068300* THE LOG IS IN ISSUE ORDER, SO THE FIRST SIGHTING IS THE FIRST
068400* ISSUED AND EACH LATER ONE THE LATEST.
068500*****************************************************************
068600 2300-COUNT-MESSAGE.
068700     MOVE ZERO TO SQ-MR-SLOT.
068800     PERFORM 2310-FIND-SUMMARY-SLOT THRU 2310-EXIT
068900         VARYING SQ-MR-SUB FROM 1 BY 1
069000         UNTIL SQ-MR-SUB > SQ-MR-SUM-USED OR SQ-MR-SLOT > 0.
069100     IF SQ-MR-SLOT > 0
069200         IF SQ-MR-SUM-MSG-ID(SQ-MR-SLOT) = SQ-MG-MSG-ID
069300             ADD 1 TO SQ-MR-SUM-HITS(SQ-MR-SLOT)
069400             MOVE SQ-MG-TIMESTAMP(1:19)
069500                 TO SQ-MR-SUM-LAST(SQ-MR-SLOT)
069600             GO TO 2300-EXIT
069700         END-IF
069800     END-IF.
069900     IF SQ-MR-SUM-USED = 200
070000         ADD 1 TO SQ-MR-SUM-OVERFLOW
070100         GO TO 2300-EXIT
070200     END-IF.
070300     IF SQ-MR-SLOT = 0
070400         COMPUTE SQ-MR-SLOT = SQ-MR-SUM-USED + 1
070500     ELSE
070600         PERFORM 2320-MOVE-ENTRY-UP THRU 2320-EXIT
070700             VARYING SQ-MR-SUB FROM SQ-MR-SUM-USED BY -1
070800             UNTIL SQ-MR-SUB < SQ-MR-SLOT
070900     END-IF.
071000     ADD 1 TO SQ-MR-SUM-USED.
071100     MOVE SQ-MG-MSG-ID TO SQ-MR-SUM-MSG-ID(SQ-MR-SLOT).
071200     MOVE 1 TO SQ-MR-SUM-HITS(SQ-MR-SLOT).
071300     MOVE SQ-MG-TIMESTAMP(1:19) TO SQ-MR-SUM-FIRST(SQ-MR-SLOT).
071400     MOVE SQ-MG-TIMESTAMP(1:19) TO SQ-MR-SUM-LAST(SQ-MR-SLOT).
071500     GO TO 2300-EXIT.
071600 2300-EXIT.
071700     EXIT.
071800*
071900 2310-FIND-SUMMARY-SLOT.
072000     IF SQ-MR-SUM-MSG-ID(SQ-MR-SUB) NOT < SQ-MG-MSG-ID
072100         MOVE SQ-MR-SUB TO SQ-MR-SLOT
072200     END-IF.
072300     GO TO 2310-EXIT.
072400 2310-EXIT.
072500     EXIT.
072600*
072700 2320-MOVE-ENTRY-UP.
072800     MOVE SQ-MR-SUM-ENTRY(SQ-MR-SUB)
072900         TO SQ-MR-SUM-ENTRY(SQ-MR-SUB + 1).
073000     GO TO 2320-EXIT.
073100 2320-EXIT.
073200     EXIT.
073300*
073400*    THE RANK (1-4, 0 IF UNKNOWN) AND NAME OF SQ-MR-RANK-LETTER.
073500 2400-RANK-SEVERITY.
073600     MOVE ZERO TO SQ-MR-RANK.
073700     MOVE "UNKNOWN" TO SQ-MR-RANK-NAME.
073800     PERFORM 2410-MATCH-SEVERITY THRU 2410-EXIT
073900         VARYING SQ-MR-SUB FROM 1 BY 1
074000         UNTIL SQ-MR-SUB > 4 OR SQ-MR-RANK > 0.
074100     GO TO 2400-EXIT.
074200 2400-EXIT.
074300     EXIT.
074400*
074500 2410-MATCH-SEVERITY.
074600     IF SQ-MR-SEV-LETTER(SQ-MR-SUB) = SQ-MR-RANK-LETTER
074700         MOVE SQ-MR-SUB TO SQ-MR-RANK
074800         MOVE SQ-MR-SEV-NAME(SQ-MR-SUB) TO SQ-MR-RANK-NAME
074900     END-IF.
075000     GO TO 2410-EXIT.
075100 2410-EXIT.
075200     EXIT.
075300*
075400*****************************************************************
075500* 3000 SERIES - THE CATALOG (FUNCTION C), EVERY ENTRY OR THOSE OF
075600* THE SEVERITY AND MESSAGE ID ON THE CARD.
075700*****************************************************************
075800 3000-PRINT-CATALOG.
075900     SET SQ-MR-COLS-CATALOG TO TRUE.
076000     PERFORM 3100-PRINT-ONE-ENTRY THRU 3100-EXIT
076100         VARYING SQ-MR-CAT-SUB FROM 1 BY 1
076200         UNTIL SQ-MR-CAT-SUB > SQ-MC-ENTRY-COUNT.
076300     IF SQ-MR-SELECTED = 0
076400         MOVE "NO MESSAGE ID IN THE CATALOG MATCHED THE SELECTION"
076500             TO SQ-MR-NOTE
076600         SET SQ-MR-NOTHING-MATCHED TO TRUE
076700     END-IF.
076800     GO TO 3000-EXIT.
076900 3000-EXIT.
077000     EXIT.
077100*
077200 3100-PRINT-ONE-ENTRY.
077300     IF SQ-MR-SEL-ID-LEN > 0
077400         AND SQ-MC-MSG-ID(SQ-MR-CAT-SUB)(1:SQ-MR-SEL-ID-LEN) NOT =
077500             SQ-MR-MSG-ID(1:SQ-MR-SEL-ID-LEN)
077600         GO TO 3100-EXIT
077700     END-IF.
077800     MOVE SQ-MC-MSG-ID(SQ-MR-CAT-SUB)(7:1) TO SQ-MR-RANK-LETTER.
077900     PERFORM 2400-RANK-SEVERITY THRU 2400-EXIT.
078000     IF SQ-MR-RANK = 0
078100         MOVE 1 TO SQ-MR-RANK
078200     END-IF.
078300     IF SQ-MR-RANK < SQ-MR-SEL-MIN-RANK
078400         GO TO 3100-EXIT
078500     END-IF.
078600     ADD 1 TO SQ-MR-SELECTED.
078700     MOVE SQ-MC-MSG-ID(SQ-MR-CAT-SUB) TO SQ-MR-IL-MSG-ID.
078800     MOVE SQ-MR-RANK-NAME TO SQ-MR-IL-SEVERITY.
078900     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
079000     WRITE SQ-MR-REPORT-LINE FROM SQ-MR-CATALOG-ID-LINE
079100         AFTER ADVANCING 2.
079200     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
079300     ADD 2 TO SQ-MR-LINE-NO.
079400     MOVE SQ-MR-CAT-SUB TO SQ-MR-CAT-HIT.
079500     PERFORM 7200-WRITE-CATALOG-TEXT THRU 7200-EXIT.
079600     GO TO 3100-EXIT.
079700 3100-EXIT.
079800     EXIT.
079900*
080000*****************************************************************
080100* 4700 SERIES - REPORT PAGE AND STATUS CONTROL.  THE LOG MAY BE
080200* OPEN FOR READING WHEN A WRITE FAILS, SO THE FAILURE IS ONLY
080300* DISPLAYED HERE AND LOGGED AT THE END.
080400*****************************************************************
080500 4710-CHECK-PAGE-BREAK.
080600     IF SQ-MR-LINE-NO >= SQ-MR-LINES-PER-PAGE
080700         IF SQ-MR-LINE-NO NOT = 99
080800             ADD 1 TO SQ-MR-PAGE-NO
080900         END-IF
081000         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
081100     END-IF.
081200     GO TO 4710-EXIT.
081300 4710-EXIT.
081400     EXIT.
081500*
081600 4712-CHECK-REPORT-STATUS.
081700     IF SQ-MR-REPORT-STATUS NOT = "00"
081800         AND NOT SQ-MR-WRITE-FAILED
081900         DISPLAY "FATAL - SQ-MR-REPORT-FILE WRITE FAILED, STATUS "
082000             SQ-MR-REPORT-STATUS
082100         MOVE SQ-MR-REPORT-STATUS TO SQ-MR-FAILED-STATUS
082200         SET SQ-MR-WRITE-FAILED TO TRUE
082300     END-IF.
082400     GO TO 4712-EXIT.
082500 4712-EXIT.
082600     EXIT.
082700*
082800*****************************************************************
082900* 7000 SERIES - REPORT LINES.  7000-WRITE-DETAIL-LINE PRINTS ONE
083000* MESSAGE, ITS TEXT RUNNING ONTO A SECOND LINE WHEN IT IS LONGER
083100* THAN THE LINE HAS ROOM FOR.  THE COLUMN HEADINGS GO OUT AHEAD
083200* OF THE FIRST.
083300*****************************************************************
083400 7000-WRITE-DETAIL-LINE.
083500     IF SQ-MR-SELECTED = 1
083600         SET SQ-MR-COLS-DETAIL TO TRUE
083700         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
083800         IF SQ-MR-LINE-NO = 3
083900             WRITE SQ-MR-REPORT-LINE FROM SQ-MR-DETAIL-COL-LINE
084000                 AFTER ADVANCING 2
084100             PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
084200             ADD 2 TO SQ-MR-LINE-NO
084300         END-IF
084400     END-IF.
084500     MOVE SQ-MG-TIMESTAMP(1:19) TO SQ-MR-DL-ISSUED.
084600     MOVE SQ-MG-BUS-DATE TO SQ-MR-DL-BUS-DATE.
084700     MOVE SQ-MG-RUN-ID TO SQ-MR-DL-RUN-ID.
084800     MOVE SQ-MG-PROGRAM TO SQ-MR-DL-PROGRAM.
084900     MOVE SQ-MG-MSG-ID TO SQ-MR-DL-MSG-ID.
085000     MOVE SQ-MR-RANK-NAME TO SQ-MR-DL-SEVERITY.
085100     MOVE SQ-MG-TEXT(1:83) TO SQ-MR-DL-TEXT.
085200     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
085300     WRITE SQ-MR-REPORT-LINE FROM SQ-MR-DETAIL-LINE
085400         AFTER ADVANCING 1.
085500     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
085600     ADD 1 TO SQ-MR-LINE-NO.
085700     IF SQ-MG-TEXT(84:37) NOT = SPACES
085800         MOVE SQ-MG-TEXT(84:37) TO SQ-MR-CL-TEXT
085900         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
086000         WRITE SQ-MR-REPORT-LINE FROM SQ-MR-CONTINUE-LINE
086100             AFTER ADVANCING 1
086200         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
086300         ADD 1 TO SQ-MR-LINE-NO
086400     END-IF.
086500     GO TO 7000-EXIT.
086600 7000-EXIT.
086700     EXIT.
086800*
086900*    THE CATALOG EXPLANATION AND OPERATOR ACTION OF ENTRY
087000*    SQ-MR-CAT-HIT, UNDER THE LINE NAMING THE MESSAGE ID.
087100 7200-WRITE-CATALOG-TEXT.
087200     MOVE "EXPLANATION - " TO SQ-MR-TL-LABEL.
087300     MOVE SQ-MC-EXPLAIN(SQ-MR-CAT-HIT 1) TO SQ-MR-TL-TEXT.
087400     PERFORM 7210-WRITE-TEXT-LINE THRU 7210-EXIT.
087500     IF SQ-MC-EXPLAIN(SQ-MR-CAT-HIT 2) NOT = SPACES
087600         MOVE SPACES TO SQ-MR-TL-LABEL
087700         MOVE SQ-MC-EXPLAIN(SQ-MR-CAT-HIT 2) TO SQ-MR-TL-TEXT
087800         PERFORM 7210-WRITE-TEXT-LINE THRU 7210-EXIT
087900     END-IF.
088000     MOVE "ACTION      - " TO SQ-MR-TL-LABEL.
088100     MOVE SQ-MC-ACTION(SQ-MR-CAT-HIT 1) TO SQ-MR-TL-TEXT.
088200     PERFORM 7210-WRITE-TEXT-LINE THRU 7210-EXIT.
088300     IF SQ-MC-ACTION(SQ-MR-CAT-HIT 2) NOT = SPACES
088400         MOVE SPACES TO SQ-MR-TL-LABEL
088500         MOVE SQ-MC-ACTION(SQ-MR-CAT-HIT 2) TO SQ-MR-TL-TEXT
088600         PERFORM 7210-WRITE-TEXT-LINE THRU 7210-EXIT
088700     END-IF.
088800     GO TO 7200-EXIT.
088900 7200-EXIT.
089000     EXIT.
089100*
089200 7210-WRITE-TEXT-LINE.
089300     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
089400     WRITE SQ-MR-REPORT-LINE FROM SQ-MR-TEXT-LINE
089500         AFTER ADVANCING 1.
089600     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
089700     ADD 1 TO SQ-MR-LINE-NO.
089800     GO TO 7210-EXIT.
089900 7210-EXIT.
090000     EXIT.
090100*
090200*****************************************************************
090300* 9000 SERIES - THE SUMMARY, THE TOTALS, AND THE RETURN CODE.
090400*****************************************************************
090500 9000-TERMINATE.
090600     IF SQ-MR-LINE-NO = 99
090700         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
090800     END-IF.
090900     IF SQ-MR-SUM-USED > 0
091000         PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT
091100     END-IF.
091200     IF NOT SQ-MR-REFUSED AND NOT SQ-MR-FN-CATALOG
091300         PERFORM 9300-WRITE-TOTALS THRU 9300-EXIT
091400     END-IF.
091500     SET SQ-MR-COLS-NONE TO TRUE.
091600     IF SQ-MR-REFUSED OR SQ-MR-NOTHING-MATCHED
091700         MOVE SQ-MR-NOTE TO SQ-MR-NL-NOTE
091800         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
091900         WRITE SQ-MR-REPORT-LINE FROM SQ-MR-NOTHING-LINE
092000             AFTER ADVANCING 2
092100         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
092200         DISPLAY "SQMSGRPT - NOTHING REPORTED - " SQ-MR-NOTE
092300     ELSE
092400         MOVE SQ-MR-SELECTED TO SQ-MR-EL-SELECTED
092500         IF SQ-MR-FN-CATALOG
092600             MOVE "CATALOG ENTRIES PRINTED :" TO SQ-MR-EL-WHAT
092700         ELSE
092800             MOVE "MESSAGES REPORTED       :" TO SQ-MR-EL-WHAT
092900         END-IF
093000         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
093100         WRITE SQ-MR-REPORT-LINE FROM SQ-MR-END-LINE
093200             AFTER ADVANCING 2
093300         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
093400         DISPLAY "SQMSGRPT - " SQ-MR-EL-WHAT SQ-MR-EL-SELECTED
093500     END-IF.
093600     CLOSE SQ-MR-REPORT-FILE.
093700     EVALUATE TRUE
093800         WHEN SQ-MR-WRITE-FAILED
093900             MOVE SPACES TO SQ-ML-TEXT
094000             STRING "FATAL - SQ-MR-REPORT-FILE WRITE FAILED, "
094100                 "STATUS " SQ-MR-FAILED-STATUS
094200                 DELIMITED BY SIZE INTO SQ-ML-TEXT
094300             MOVE "SQ0003S" TO SQ-ML-MSG-ID
094400             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
094500             MOVE 16 TO RETURN-CODE
094600         WHEN SQ-MR-REFUSED
094700             MOVE 8 TO RETURN-CODE
094800         WHEN SQ-MR-NOTHING-MATCHED
094900             MOVE 4 TO RETURN-CODE
095000         WHEN OTHER
095100             MOVE ZERO TO RETURN-CODE
095200     END-EVALUATE.
095300     GO TO 9000-EXIT.
095400 9000-EXIT.
095500     EXIT.
095600*
095700*****************************************************************
095800* 9100-WRITE-SUMMARY.  ONE ENTRY PER MESSAGE ID, IN ID ORDER, WITH
095900* ITS CATALOG EXPLANATION AND OPERATOR ACTION.
096000*****************************************************************
096100 9100-WRITE-SUMMARY.
096200     SET SQ-MR-COLS-NONE TO TRUE.
096300     MOVE "MESSAGE SUMMARY - BY MESSAGE ID"
096400         TO SQ-MR-SECTION-TITLE.
096500     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
096600     WRITE SQ-MR-REPORT-LINE FROM SQ-MR-SECTION-LINE
096700         AFTER ADVANCING 3.
096800     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
096900     WRITE SQ-MR-REPORT-LINE FROM SQ-MR-SUMMARY-COL-LINE
097000         AFTER ADVANCING 2.
097100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
097200     ADD 5 TO SQ-MR-LINE-NO.
097300     SET SQ-MR-COLS-SUMMARY TO TRUE.
097400     PERFORM 9110-WRITE-ONE-ID THRU 9110-EXIT
097500         VARYING SQ-MR-SLOT FROM 1 BY 1
097600         UNTIL SQ-MR-SLOT > SQ-MR-SUM-USED.
097700     IF SQ-MR-SUM-OVERFLOW > 0
097800         MOVE "MESSAGES OF IDS NOT SHOWN :" TO SQ-MR-TT-LABEL
097900         MOVE SQ-MR-SUM-OVERFLOW TO SQ-MR-TT-COUNT
098000         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
098100         WRITE SQ-MR-REPORT-LINE FROM SQ-MR-TOTAL-LINE
098200             AFTER ADVANCING 2
098300         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
098400         ADD 2 TO SQ-MR-LINE-NO
098500     END-IF.
098600     SET SQ-MR-COLS-NONE TO TRUE.
098700     GO TO 9100-EXIT.
098800 9100-EXIT.
098900     EXIT.
099000*
099100 9110-WRITE-ONE-ID.
099200     MOVE SQ-MR-SUM-MSG-ID(SQ-MR-SLOT) TO SQ-MR-SL-MSG-ID.
099300     MOVE SQ-MR-SUM-MSG-ID(SQ-MR-SLOT)(7:1) TO SQ-MR-RANK-LETTER.
099400     PERFORM 2400-RANK-SEVERITY THRU 2400-EXIT.
099500     MOVE SQ-MR-RANK-NAME TO SQ-MR-SL-SEVERITY.
099600     MOVE SQ-MR-SUM-HITS(SQ-MR-SLOT) TO SQ-MR-SL-COUNT.
099700     MOVE SQ-MR-SUM-FIRST(SQ-MR-SLOT) TO SQ-MR-SL-FIRST.
099800     MOVE SQ-MR-SUM-LAST(SQ-MR-SLOT) TO SQ-MR-SL-LAST.
099900     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
100000     WRITE SQ-MR-REPORT-LINE FROM SQ-MR-SUMMARY-LINE
100100         AFTER ADVANCING 2.
100200     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
100300     ADD 2 TO SQ-MR-LINE-NO.
100400     MOVE ZERO TO SQ-MR-CAT-HIT.
100500     PERFORM 9120-FIND-CATALOG-ENTRY THRU 9120-EXIT
100600         VARYING SQ-MR-CAT-SUB FROM 1 BY 1
100700         UNTIL SQ-MR-CAT-SUB > SQ-MC-ENTRY-COUNT
100800             OR SQ-MR-CAT-HIT > 0.
100900     IF SQ-MR-CAT-HIT > 0
101000         PERFORM 7200-WRITE-CATALOG-TEXT THRU 7200-EXIT
101100     ELSE
101200         MOVE "EXPLANATION - " TO SQ-MR-TL-LABEL
101300         MOVE "NOT IN THE MESSAGE CATALOG" TO SQ-MR-TL-TEXT
101400         PERFORM 7210-WRITE-TEXT-LINE THRU 7210-EXIT
101500     END-IF.
101600     GO TO 9110-EXIT.
101700 9110-EXIT.
101800     EXIT.
101900*
102000 9120-FIND-CATALOG-ENTRY.
102100     IF SQ-MC-MSG-ID(SQ-MR-CAT-SUB) = SQ-MR-SUM-MSG-ID(SQ-MR-SLOT)
102200         MOVE SQ-MR-CAT-SUB TO SQ-MR-CAT-HIT
102300     END-IF.
102400     GO TO 9120-EXIT.
102500 9120-EXIT.
102600     EXIT.
102700*
102800 9300-WRITE-TOTALS.
102900     MOVE "LOG RECORDS READ          :" TO SQ-MR-TT-LABEL.
103000     MOVE SQ-MR-READ TO SQ-MR-TT-COUNT.
103100     PERFORM 9310-WRITE-TOTAL-LINE THRU 9310-EXIT.
103200     MOVE "MESSAGES SELECTED         :" TO SQ-MR-TT-LABEL.
103300     MOVE SQ-MR-SELECTED TO SQ-MR-TT-COUNT.
103400     PERFORM 9310-WRITE-TOTAL-LINE THRU 9310-EXIT.
103500     MOVE "  SEVERE                  :" TO SQ-MR-TT-LABEL.
103600     MOVE SQ-MR-SEV-HITS(4) TO SQ-MR-TT-COUNT.
103700     PERFORM 9310-WRITE-TOTAL-LINE THRU 9310-EXIT.
103800     MOVE "  ERROR                   :" TO SQ-MR-TT-LABEL.
103900     MOVE SQ-MR-SEV-HITS(3) TO SQ-MR-TT-COUNT.
104000     PERFORM 9310-WRITE-TOTAL-LINE THRU 9310-EXIT.
104100     MOVE "  WARNING                 :" TO SQ-MR-TT-LABEL.
104200     MOVE SQ-MR-SEV-HITS(2) TO SQ-MR-TT-COUNT.
104300     PERFORM 9310-WRITE-TOTAL-LINE THRU 9310-EXIT.
104400     MOVE "  INFORMATION             :" TO SQ-MR-TT-LABEL.
104500     MOVE SQ-MR-SEV-HITS(1) TO SQ-MR-TT-COUNT.
104600     PERFORM 9310-WRITE-TOTAL-LINE THRU 9310-EXIT.
104700     MOVE "DIFFERENT MESSAGE IDS     :" TO SQ-MR-TT-LABEL.
104800     MOVE SQ-MR-SUM-USED TO SQ-MR-TT-COUNT.
104900     PERFORM 9310-WRITE-TOTAL-LINE THRU 9310-EXIT.
105000     GO TO 9300-EXIT.
105100 9300-EXIT.
105200     EXIT.
105300*
105400 9310-WRITE-TOTAL-LINE.
105500     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
105600     IF SQ-MR-TT-LABEL(1:3) = "LOG"
105700         WRITE SQ-MR-REPORT-LINE FROM SQ-MR-TOTAL-LINE
105800             AFTER ADVANCING 3
105900         ADD 2 TO SQ-MR-LINE-NO
106000     ELSE
106100         WRITE SQ-MR-REPORT-LINE FROM SQ-MR-TOTAL-LINE
106200             AFTER ADVANCING 1
106300     END-IF.
106400     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
106500     ADD 1 TO SQ-MR-LINE-NO.
106600     GO TO 9310-EXIT.
106700 9310-EXIT.
106800     EXIT.
106900*
107000*****************************************************************
107100* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
107200* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
107300* THROUGH SQMSGLOG.  NEVER PERFORMED WHILE THE LOG IS OPEN FOR
107400* READING.
107500*****************************************************************
107600 9800-LOG-MESSAGE.
107700     MOVE "SQMSGRPT" TO SQ-ML-PROGRAM.
107800     MOVE ZERO TO SQ-ML-RUN-ID.
107900     MOVE SPACES TO SQ-ML-BUS-DATE.
108000     CALL "SQMSGLOG" USING SQ-ML-AREA.
108100     GO TO 9800-EXIT.
108200 9800-EXIT.
108300     EXIT.
