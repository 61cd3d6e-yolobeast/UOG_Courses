000100*****************************************************************
000200* PROGRAM-ID.  SQCALMNT
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  MAINTENANCE FRONT END FOR THE PROCESSING CALENDAR
001000*     (SEE COPYBOOK SQCALEND).  SQUARE'S 1320-SET-BUSINESS-DATE
001100*     TAKES ITS PROCESSING-DAY FLAG AND BUSINESS DATE FROM THE
001200*     CALENDAR, AND THE ONLY WAY TO MAINTAIN IT WAS TO HAND-EDIT
001300*     ONE 80-BYTE RECORD PER DATE - A HOLIDAY KEYED "Y" SAILED
001400*     THROUGH AND THE RUN WENT AHEAD.  ON THE SQPARMNT PATTERN
001500*     THIS PROGRAM:
001600*       - LISTS THE ENTRIES FOR A YEAR, A MONTH, OR THE WHOLE
001700*         FILE;
001800*       - ADDS, CHANGES, AND DELETES ONE ENTRY - EVERY DATE MUST
001900*         BE A REAL YYYY-MM-DD DATE, THE FLAG Y OR N, AND A
002000*         BUSINESS DATE BLANK (THE WALL DATE) OR ANOTHER REAL
002100*         DATE;
002200*       - GENERATES A WHOLE YEAR FROM A WEEKEND RULE AND A LIST OF
002300*         HOLIDAYS.  WEEKEND DAYS AND HOLIDAYS ARE NON-PROCESSING.
002400*         THE RUN THAT STARTS ON THE EVE OF ONE OR MORE NON-
002500*         PROCESSING DAYS ROLLS ITS BUSINESS DATE FORWARD TO THE
002600*         NEXT PROCESSING DAY, AND THE NON-PROCESSING DAYS CARRY
002700*         THAT DATE TOO; ANY OTHER PROCESSING DAY RUNS ON ITS WALL
002800*         DATE.  THE YEAR IS PRINTED MONTH BY MONTH AND ONLY
002900*         REPLACES THE YEAR ON FILE ONCE THE OPERATOR HAS CHECKED
003000*         IT AND CONFIRMED;
003100*       - PRINTS ANY YEAR ON FILE MONTH BY MONTH.
003200*
003300*     CONVERSES ON SYSIN/SYSOUT LIKE SQPARMNT.  THE WHOLE CALENDAR
003400*     IS HELD IN STORAGE IN DATE ORDER AND REWRITTEN ON EVERY
003500*     COMMIT - A FAILED EDIT NEVER LEAVES HALF A FILE.
003600*
003700* MODIFICATION HISTORY.
003800*     2026-10-15  DL  INITIAL VERSION.
003820*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003840*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003860*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003880*                     COPYBOOK SQMSGCAT).
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.  SQCALMNT.
004200 AUTHOR.      D. LOCKWOOD.
004300 INSTALLATION. 3190 SYSTEMS.
004400 DATE-WRITTEN. 2026-10-15.
004500 DATE-COMPILED.
004600*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT OPTIONAL SQ-CAL-FILE ASSIGN TO SQCALEND
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS SQ-CAL-STATUS.
005300*
005400     SELECT SQ-CN-REPORT-FILE ASSIGN TO SQCALRPT
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS IS SQ-CN-REPORT-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  SQ-CAL-FILE.
006100     COPY SQCALEND.
006200*
006300 FD  SQ-CN-REPORT-FILE.
006400 01  SQ-CN-REPORT-LINE             PIC X(152).
006500*
006600 WORKING-STORAGE SECTION.
006700*
006800*****************************************************************
006900* SWITCHES AND FILE STATUS.
007000*****************************************************************
007100 01  SQ-CN-SWITCHES.
007200     05  SQ-CN-QUIT-SW             PIC X(01) VALUE "N".
007300         88  SQ-CN-QUIT-REQUESTED      VALUE "Y".
007400     05  SQ-CN-VALID-SW            PIC X(01) VALUE "N".
007500         88  SQ-CN-FIELD-VALID         VALUE "Y".
007600         88  SQ-CN-FIELD-INVALID       VALUE "N".
007700     05  SQ-CN-CANCEL-SW           PIC X(01) VALUE "N".
007800         88  SQ-CN-CANCELLED           VALUE "Y".
007900     05  SQ-CN-EOF-SW              PIC X(01) VALUE "N".
008000         88  SQ-CN-EOF                 VALUE "Y".
008100     05  SQ-CN-DATE-SW             PIC X(01) VALUE "N".
008200         88  SQ-CN-DATE-VALID          VALUE "Y".
008300         88  SQ-CN-DATE-INVALID        VALUE "N".
008400     05  SQ-CN-WEEKEND-SW          PIC X(01) VALUE "N".
008500         88  SQ-CN-WEEKEND-DAY         VALUE "Y".
008600     05  SQ-CN-REPORT-OPEN-SW      PIC X(01) VALUE "N".
008700         88  SQ-CN-REPORT-OPEN         VALUE "Y".
008800     05  SQ-CN-STOP-SW             PIC X(01) VALUE "N".
008900         88  SQ-CN-STOP-WALK           VALUE "Y".
009000     05  SQ-CN-PLACED-SW           PIC X(01) VALUE "N".
009100         88  SQ-CN-PLACE-FOUND         VALUE "Y".
009200*
009300 01  SQ-CN-FILE-STATUSES.
009400     05  SQ-CAL-STATUS             PIC X(02) VALUE "00".
009500     05  SQ-CN-REPORT-STATUS       PIC X(02) VALUE "00".
009600*
009700*****************************************************************
009800* THE CALENDAR IN STORAGE, IN DATE ORDER - AT MOST 3000 DATES
009900* (EIGHT YEARS).  AN ENTRY IS WORKED ON THROUGH SQ-CNK-RECORD
010000* (THE SQCALEND LAYOUT) AND PUT BACK.
010100*****************************************************************
010200 01  SQ-CN-TABLE-AREA.
010300     05  SQ-CN-COUNT               PIC 9(04) COMP VALUE ZERO.
010400     05  SQ-CN-SUB                 PIC 9(04) COMP VALUE ZERO.
010500     05  SQ-CN-HIT                 PIC 9(04) COMP VALUE ZERO.
010600     05  SQ-CN-SCAN                PIC 9(04) COMP VALUE ZERO.
010700     05  SQ-CN-ENTRY OCCURS 3000 TIMES
010800                                   PIC X(80).
010900*
011000     COPY SQCALEND REPLACING LEADING ==SQ-CAL== BY ==SQ-CNK==.
011100*
011200*****************************************************************
011300* ONE YEAR, ONE SLOT PER DAY (DAY 1 = JANUARY 1) - THE YEAR BEING
011400* GENERATED, OR A YEAR ON FILE BEING PRINTED.  A SPACE FLAG IS A
011500* DATE WITH NO CALENDAR ENTRY.
011600*****************************************************************
011700 01  SQ-CN-YEAR-AREA.
011800     05  SQ-CN-YV-YEAR             PIC 9(04) VALUE ZERO.
011900     05  SQ-CN-YV-DAYS             PIC 9(03) COMP VALUE ZERO.
012000     05  SQ-CN-YV-BASE             PIC 9(07) VALUE ZERO.
012100     05  SQ-CN-DSUB                PIC 9(03) COMP VALUE ZERO.
012200     05  SQ-CN-YV-DAY OCCURS 366 TIMES.
012300         10  SQ-CN-YV-FLAG         PIC X(01).
012400         10  SQ-CN-YV-BDATE        PIC X(10).
012500*
012600*****************************************************************
012700* GENERATION INPUTS - THE WEEKEND RULE AND THE HOLIDAY LIST.
012800*****************************************************************
012900 01  SQ-CN-GEN-INPUTS.
013000     05  SQ-CN-WEEKEND-RULE        PIC X(02) VALUE "SS".
013100         88  SQ-CN-RULE-SAT-SUN        VALUE "SS".
013200         88  SQ-CN-RULE-SUN-ONLY       VALUE "SU".
013300         88  SQ-CN-RULE-FRI-SAT        VALUE "FS".
013400         88  SQ-CN-RULE-NONE           VALUE "NO".
013500     05  SQ-CN-HOL-COUNT           PIC 9(02) COMP VALUE ZERO.
013600     05  SQ-CN-HSUB                PIC 9(02) COMP VALUE ZERO.
013700     05  SQ-CN-HOLIDAY OCCURS 40 TIMES
013800                                   PIC X(10).
013900*
014000*****************************************************************
014100* GENERATION COUNTS AND THE ROLLOVER WALK.
014200*****************************************************************
014300 01  SQ-CN-GEN-WORK.
014400     05  SQ-CN-NEXT-PROC-DATE      PIC X(10) VALUE SPACES.
014500     05  SQ-CN-NEXT-DAY-FLAG       PIC X(01) VALUE SPACE.
014600     05  SQ-CN-LOOK-AHEAD          PIC 9(02) COMP VALUE ZERO.
014700     05  SQ-CN-GT-PROC             PIC 9(03) VALUE ZERO.
014800     05  SQ-CN-GT-NONPROC          PIC 9(03) VALUE ZERO.
014900     05  SQ-CN-GT-ROLLED           PIC 9(03) VALUE ZERO.
015000     05  SQ-CN-GT-NONE             PIC 9(03) VALUE ZERO.
015100     05  SQ-CN-MT-PROC             PIC 9(03) VALUE ZERO.
015200     05  SQ-CN-MT-NONPROC          PIC 9(03) VALUE ZERO.
015300     05  SQ-CN-MT-ROLLED           PIC 9(03) VALUE ZERO.
015400     05  SQ-CN-MT-NONE             PIC 9(03) VALUE ZERO.
015500     05  SQ-CN-ON-FILE             PIC 9(04) VALUE ZERO.
015600     05  SQ-CN-BAD-ENTRIES         PIC 9(04) VALUE ZERO.
015700*
015800*****************************************************************
015900* DATE EDITING.  SQ-CN-EDIT-DATE IS THE YYYY-MM-DD TEXT UNDER
016000* TEST; A GOOD DATE LEAVES ITS DAY NUMBER (INTEGER-OF-DATE) AND
016100* DAY OF THE WEEK (1 = MONDAY ... 7 = SUNDAY) BEHIND.
016200*****************************************************************
016300 01  SQ-CN-EDIT-DATE.
016400     05  SQ-CN-ED-YEAR             PIC X(04).
016500     05  SQ-CN-ED-DASH-1           PIC X(01).
016600     05  SQ-CN-ED-MONTH            PIC X(02).
016700     05  SQ-CN-ED-DASH-2           PIC X(01).
016800     05  SQ-CN-ED-DAY              PIC X(02).
016900*
017000 01  SQ-CN-YMD-WORK.
017100     05  SQ-CN-YMD-YEAR            PIC 9(04).
017200     05  SQ-CN-YMD-MONTH           PIC 9(02).
017300     05  SQ-CN-YMD-DAY             PIC 9(02).
017400 01  SQ-CN-YMD-NUM REDEFINES SQ-CN-YMD-WORK
017500                                   PIC 9(08).
017600*
017700 01  SQ-CN-DATE-WORK.
017800     05  SQ-CN-DAYNO               PIC 9(07) VALUE ZERO.
017900     05  SQ-CN-DOW                 PIC 9(01) VALUE ZERO.
018000     05  SQ-CN-DATE-TEXT           PIC X(10) VALUE SPACES.
018100     05  SQ-CN-PRIOR-YEAR          PIC 9(04) VALUE ZERO.
018200     05  SQ-CN-MONTH-NO            PIC 9(02) VALUE ZERO.
018300     05  SQ-CN-MONTH-END           PIC 9(07) VALUE ZERO.
018400     05  SQ-CN-COL                 PIC 9(01) VALUE ZERO.
018500*
018600 01  SQ-CN-DAY-NAME-TABLE.
018700     05  FILLER                    PIC X(21) VALUE
018800         "MONTUEWEDTHUFRISATSUN".
018900 01  SQ-CN-DAY-NAMES REDEFINES SQ-CN-DAY-NAME-TABLE.
019000     05  SQ-CN-DAY-NAME OCCURS 7 TIMES
019100                                   PIC X(03).
019200*
019300 01  SQ-CN-MONTH-NAME-TABLE.
019400     05  FILLER                    PIC X(36) VALUE
019500         "JANUARY  FEBRUARY MARCH    APRIL    ".
019600     05  FILLER                    PIC X(36) VALUE
019700         "MAY      JUNE     JULY     AUGUST   ".
019800     05  FILLER                    PIC X(36) VALUE
019900         "SEPTEMBEROCTOBER  NOVEMBER DECEMBER ".
020000 01  SQ-CN-MONTH-NAMES REDEFINES SQ-CN-MONTH-NAME-TABLE.
020100     05  SQ-CN-MONTH-NAME OCCURS 12 TIMES
020200                                   PIC X(09).
020300*
020400*****************************************************************
020500* PROMPT AND WORK FIELDS.
020600*****************************************************************
020700 01  SQ-CN-WORK.
020800     05  SQ-CN-ANSWER              PIC X(20) VALUE SPACES.
020900     05  SQ-CN-SEL                 PIC X(01) VALUE SPACE.
021000     05  SQ-CN-PROMPT              PIC X(60) VALUE SPACES.
021100     05  SQ-CN-SEL-PREFIX          PIC X(07) VALUE SPACES.
021200     05  SQ-CN-SEL-LENGTH          PIC 9(01) VALUE ZERO.
021300     05  SQ-CN-LISTED              PIC 9(04) VALUE ZERO.
021400     05  SQ-CN-NEW-FLAG            PIC X(01) VALUE SPACE.
021500     05  SQ-CN-NEW-BDATE           PIC X(10) VALUE SPACES.
021600     05  SQ-CN-OLD-FLAG            PIC X(01) VALUE SPACE.
021700     05  SQ-CN-REPORT-TITLE        PIC X(08) VALUE SPACES.
021800     05  SQ-CN-DAY-TEXT            PIC X(03) VALUE SPACES.
021900     05  SQ-CN-LIST-NOTE           PIC X(30) VALUE SPACES.
022000*
022100*****************************************************************
022200* RUN DATE AND REPORT PAGE CONTROL.
022300*****************************************************************
022400 01  SQ-CN-DATE-TIME-FIELDS.
022500     05  SQ-CN-CURRENT-DATE.
022600         10  SQ-CN-CUR-YEAR        PIC 9(04).
022700         10  SQ-CN-CUR-MONTH       PIC 9(02).
022800         10  SQ-CN-CUR-DAY         PIC 9(02).
022900     05  SQ-CN-REPORT-DATE         PIC X(10) VALUE SPACES.
023000*
023100 01  SQ-CN-PAGE-CONTROL.
023200     05  SQ-CN-PAGE-NO             PIC 9(04) VALUE ZERO.
023300     05  SQ-CN-LINE-NO             PIC 9(02) VALUE 99.
023400     05  SQ-CN-LINES-PER-PAGE      PIC 9(02) VALUE 55.
023500*
023600*****************************************************************
023700* REPORT LINE IMAGES.  ONE MONTH IS A TITLE, A WEEKDAY HEADING,
023800* UP TO SIX WEEK LINES OF SEVEN DAY CELLS, AND A COUNTS LINE.
023900*****************************************************************
024000 01  SQ-CN-HDR-LINE-1.
024100     05  FILLER                    PIC X(22) VALUE
024200         "PROCESSING CALENDAR -".
024300     05  SQ-CN-H1-TITLE            PIC X(08) VALUE SPACES.
024400     05  FILLER                    PIC X(06) VALUE " YEAR ".
024500     05  SQ-CN-H1-YEAR             PIC 9(04).
024600     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
024700     05  SQ-CN-H1-DATE             PIC X(10) VALUE SPACES.
024800     05  FILLER                    PIC X(06) VALUE " PAGE ".
024900     05  SQ-CN-H1-PAGE             PIC ZZZ9.
025000     05  FILLER                    PIC X(82) VALUE SPACES.
025100*
025200 01  SQ-CN-LEGEND-LINE.
025300     05  FILLER                    PIC X(49) VALUE
025400         "EACH DAY - FLAG Y PROCESSING, N NON-PROCESSING, .".
025500     05  FILLER                    PIC X(43) VALUE
025600         " NO ENTRY (RUNS ON THE WALL DATE); THEN THE".
025700     05  FILLER                    PIC X(60) VALUE
025800         " BUSINESS DATE WHEN IT IS NOT THE WALL DATE".
025900*
026000 01  SQ-CN-MONTH-TITLE-LINE.
026100     05  SQ-CN-MH-MONTH            PIC X(09).
026200     05  FILLER                    PIC X(01) VALUE SPACE.
026300     05  SQ-CN-MH-YEAR             PIC 9(04).
026400     05  FILLER                    PIC X(138) VALUE SPACES.
026500*
026600 01  SQ-CN-WEEKDAY-LINE.
026700     05  FILLER                    PIC X(20) VALUE "MONDAY".
026800     05  FILLER                    PIC X(20) VALUE "TUESDAY".
026900     05  FILLER                    PIC X(20) VALUE "WEDNESDAY".
027000     05  FILLER                    PIC X(20) VALUE "THURSDAY".
027100     05  FILLER                    PIC X(20) VALUE "FRIDAY".
027200     05  FILLER                    PIC X(20) VALUE "SATURDAY".
027300     05  FILLER                    PIC X(20) VALUE "SUNDAY".
027400     05  FILLER                    PIC X(12) VALUE SPACES.
027500*
027600 01  SQ-CN-WEEK-LINE.
027700     05  SQ-CN-WK-CELL OCCURS 7 TIMES.
027800         10  SQ-CN-WK-DAY          PIC ZZ.
027900         10  FILLER                PIC X(01).
028000         10  SQ-CN-WK-FLAG         PIC X(01).
028100         10  FILLER                PIC X(01).
028200         10  SQ-CN-WK-BDATE        PIC X(10).
028300         10  FILLER                PIC X(05).
028400     05  FILLER                    PIC X(12).
028500*
028600 01  SQ-CN-COUNT-LINE.
028700     05  SQ-CN-CL-LABEL            PIC X(16) VALUE SPACES.
028800     05  FILLER                    PIC X(16) VALUE
028900         "PROCESSING DAYS ".
029000     05  SQ-CN-CL-PROC             PIC ZZ9.
029100     05  FILLER                    PIC X(22) VALUE
029200         "   NON-PROCESSING DAYS".
029300     05  FILLER                    PIC X(01) VALUE SPACE.
029400     05  SQ-CN-CL-NONPROC          PIC ZZ9.
029500     05  FILLER                    PIC X(21) VALUE
029600         "   ROLLED TO NEXT DAY".
029700     05  FILLER                    PIC X(01) VALUE SPACE.
029800     05  SQ-CN-CL-ROLLED           PIC ZZ9.
029900     05  FILLER                    PIC X(12) VALUE
030000         "   NO ENTRY ".
030100     05  SQ-CN-CL-NONE             PIC ZZ9.
030200     05  FILLER                    PIC X(51) VALUE SPACES.
030300*
030310*****************************************************************
030320* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
030330*****************************************************************
030340     COPY SQMLLINK.
030350*
030400*****************************************************************
030500* 0000-MAINLINE.
030600*****************************************************************
030700 PROCEDURE DIVISION.
030800*
030900 0000-MAINLINE.
031000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031100     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
031200         UNTIL SQ-CN-QUIT-REQUESTED.
031300     IF SQ-CN-REPORT-OPEN
031400         CLOSE SQ-CN-REPORT-FILE
031500     END-IF.
031600     STOP RUN.
031700*
031800*****************************************************************
031900* 1000-INITIALIZE.  THE CALENDAR IS LOADED INTO STORAGE IN DATE
032000* ORDER.  AN ENTRY THAT WOULD NOT PASS TODAY'S EDITS IS KEPT BUT
032100* COUNTED SO THE OPERATOR KNOWS TO FIX IT; A SECOND ENTRY FOR A
032200* DATE ALREADY LOADED IS DROPPED - SQUARE ONLY EVER READ THE
032300* FIRST.
032400*****************************************************************
032500 1000-INITIALIZE.
032600     ACCEPT SQ-CN-CURRENT-DATE FROM DATE YYYYMMDD.
032700     STRING SQ-CN-CUR-MONTH "/" SQ-CN-CUR-DAY "/" SQ-CN-CUR-YEAR
032800         DELIMITED BY SIZE INTO SQ-CN-REPORT-DATE.
032900     OPEN INPUT SQ-CAL-FILE.
033000*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
033100*    WAS NOT THERE - A FIRST-EVER CALENDAR STARTS EMPTY.
033200     IF SQ-CAL-STATUS NOT = "00" AND SQ-CAL-STATUS NOT = "05"
033300         DISPLAY "FATAL - SQ-CAL-FILE OPEN FAILED, STATUS "
033400             SQ-CAL-STATUS
033410         MOVE SPACES TO SQ-ML-TEXT
033420         STRING "FATAL - SQ-CAL-FILE OPEN FAILED, STATUS "
033430             SQ-CAL-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
033440         MOVE "SQ0001S" TO SQ-ML-MSG-ID
033450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
033500         MOVE 16 TO RETURN-CODE
033600         STOP RUN
033700     END-IF.
033800     MOVE "N" TO SQ-CN-EOF-SW.
033900     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
034000         UNTIL SQ-CN-EOF.
034100     CLOSE SQ-CAL-FILE.
034200     DISPLAY "CALENDAR ENTRIES ON FILE     : " SQ-CN-COUNT.
034300     IF SQ-CN-BAD-ENTRIES > 0
034400         DISPLAY "WARNING - " SQ-CN-BAD-ENTRIES
034500             " ENTRIES FAIL THE EDITS - LIST THEM AND CORRECT"
034510         MOVE SPACES TO SQ-ML-TEXT
034520         STRING "WARNING - " SQ-CN-BAD-ENTRIES
034530             " ENTRIES FAIL THE EDITS - LIST THEM AND CORRECT"
034540             DELIMITED BY SIZE INTO SQ-ML-TEXT
034550         MOVE "SQ0901W" TO SQ-ML-MSG-ID
034560         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
034600     END-IF.
034700     GO TO 1000-EXIT.
034800 1000-EXIT.
034900     EXIT.
035000*
035100 1100-LOAD-ONE-ENTRY.
035200     READ SQ-CAL-FILE
035300         AT END
035400             SET SQ-CN-EOF TO TRUE
035500             GO TO 1100-EXIT
035600     END-READ.
035700     MOVE SQ-CAL-RECORD TO SQ-CNK-RECORD.
035800     PERFORM 8000-FIND-DATE THRU 8000-EXIT.
035900     IF SQ-CN-HIT > 0
036000         DISPLAY "WARNING - SECOND ENTRY FOR " SQ-CNK-DATE
036100             " DROPPED - THE FIRST ONE STANDS"
036110         MOVE SPACES TO SQ-ML-TEXT
036120         STRING "WARNING - SECOND ENTRY FOR " SQ-CNK-DATE
036130             " DROPPED - THE FIRST ONE STANDS"
036140             DELIMITED BY SIZE INTO SQ-ML-TEXT
036150         MOVE "SQ0902W" TO SQ-ML-MSG-ID
036160         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
036200         GO TO 1100-EXIT
036300     END-IF.
036400     IF SQ-CN-COUNT NOT < 3000
036500         DISPLAY "FATAL - MORE THAN 3000 CALENDAR ENTRIES"
036510         MOVE SPACES TO SQ-ML-TEXT
036520         STRING "FATAL - MORE THAN 3000 CALENDAR ENTRIES"
036530             DELIMITED BY SIZE INTO SQ-ML-TEXT
036540         MOVE "SQ0903S" TO SQ-ML-MSG-ID
036550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
036600         MOVE 16 TO RETURN-CODE
036700         CLOSE SQ-CAL-FILE
036800         STOP RUN
036900     END-IF.
037000     PERFORM 1200-EDIT-LOADED-ENTRY THRU 1200-EXIT.
037100     PERFORM 8100-INSERT-ENTRY THRU 8100-EXIT.
037200     GO TO 1100-EXIT.
037300 1100-EXIT.
037400     EXIT.
037500*
037600 1200-EDIT-LOADED-ENTRY.
037700     MOVE SQ-CNK-DATE TO SQ-CN-EDIT-DATE.
037800     PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
037900     IF SQ-CN-DATE-VALID AND SQ-CNK-BUS-DATE NOT = SPACES
038000         MOVE SQ-CNK-BUS-DATE TO SQ-CN-EDIT-DATE
038100         PERFORM 7000-EDIT-DATE THRU 7000-EXIT
038200     END-IF.
038300     IF SQ-CN-DATE-INVALID
038400         OR (SQ-CNK-PROC-FLAG NOT = "Y"
038500             AND SQ-CNK-PROC-FLAG NOT = "N")
038600         ADD 1 TO SQ-CN-BAD-ENTRIES
038700     END-IF.
038800     GO TO 1200-EXIT.
038900 1200-EXIT.
039000     EXIT.
039100*
039200*****************************************************************
039300* 2000 SERIES - OPERATOR MENU.
039400*****************************************************************
039500 2000-MENU-LOOP.
039600     DISPLAY "----------------------------------------------".
039700     DISPLAY "PROCESSING CALENDAR MAINTENANCE".
039800     DISPLAY "  L = LIST ENTRIES".
039900     DISPLAY "  A = ADD AN ENTRY".
040000     DISPLAY "  C = CHANGE AN ENTRY".
040100     DISPLAY "  D = DELETE AN ENTRY".
040200     DISPLAY "  G = GENERATE A YEAR".
040300     DISPLAY "  P = PRINT A YEAR ON FILE".
040400     DISPLAY "  Q = QUIT".
040500     MOVE SPACE TO SQ-CN-SEL.
040600     ACCEPT SQ-CN-SEL.
040700     INSPECT SQ-CN-SEL CONVERTING "lacdgpq" TO "LACDGPQ".
040800     EVALUATE SQ-CN-SEL
040900         WHEN "L"
041000             PERFORM 3000-LIST-ENTRIES THRU 3000-EXIT
041100         WHEN "A"
041200             PERFORM 4000-ADD-ENTRY THRU 4000-EXIT
041300         WHEN "C"
041400             PERFORM 4500-CHANGE-ENTRY THRU 4500-EXIT
041500         WHEN "D"
041600             PERFORM 5000-DELETE-ENTRY THRU 5000-EXIT
041700         WHEN "G"
041800             PERFORM 6000-GENERATE-YEAR THRU 6000-EXIT
041900         WHEN "P"
042000             PERFORM 6800-PRINT-YEAR-ON-FILE THRU 6800-EXIT
042100         WHEN "Q"
042200             SET SQ-CN-QUIT-REQUESTED TO TRUE
042300         WHEN OTHER
042400             DISPLAY "ENTER L, A, C, D, G, P, OR Q"
042500     END-EVALUATE.
042600     GO TO 2000-EXIT.
042700 2000-EXIT.
042800     EXIT.
042900*
043000*****************************************************************
043100* 3000 SERIES - LIST THE ENTRIES FOR A YEAR (YYYY), A MONTH
043200* (YYYY-MM), OR THE WHOLE FILE (BLANK).  AN ENTRY FAILING THE
043300* EDITS IS MARKED.
043400*****************************************************************
043500 3000-LIST-ENTRIES.
043600     DISPLAY "LIST WHICH - YYYY, YYYY-MM, OR BLANK FOR ALL:".
043700     MOVE SPACES TO SQ-CN-ANSWER.
043800     ACCEPT SQ-CN-ANSWER.
043900     MOVE SQ-CN-ANSWER(1:7) TO SQ-CN-SEL-PREFIX.
044000     EVALUATE TRUE
044100         WHEN SQ-CN-ANSWER = SPACES
044200             MOVE 0 TO SQ-CN-SEL-LENGTH
044300         WHEN SQ-CN-ANSWER(1:4) IS NUMERIC
044400             AND SQ-CN-ANSWER(5:) = SPACES
044500             MOVE 4 TO SQ-CN-SEL-LENGTH
044600         WHEN SQ-CN-ANSWER(1:4) IS NUMERIC
044700             AND SQ-CN-ANSWER(5:1) = "-"
044800             AND SQ-CN-ANSWER(6:2) IS NUMERIC
044900             AND SQ-CN-ANSWER(8:) = SPACES
045000             MOVE 7 TO SQ-CN-SEL-LENGTH
045100         WHEN OTHER
045200             DISPLAY "ENTER YYYY, YYYY-MM, OR BLANK"
045300             GO TO 3000-EXIT
045400     END-EVALUATE.
045500     DISPLAY "DATE       DAY FLAG BUSINESS DATE".
045600     MOVE 0 TO SQ-CN-LISTED.
045700     MOVE 1 TO SQ-CN-SUB.
045800     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
045900         UNTIL SQ-CN-SUB > SQ-CN-COUNT.
046000     DISPLAY SQ-CN-LISTED " ENTRIES LISTED".
046100     GO TO 3000-EXIT.
046200 3000-EXIT.
046300     EXIT.
046400*
046500 3100-LIST-ONE-ENTRY.
046600     MOVE SQ-CN-ENTRY(SQ-CN-SUB) TO SQ-CNK-RECORD.
046700     ADD 1 TO SQ-CN-SUB.
046800     IF SQ-CN-SEL-LENGTH > 0
046900         IF SQ-CNK-DATE(1:SQ-CN-SEL-LENGTH) NOT =
047000             SQ-CN-SEL-PREFIX(1:SQ-CN-SEL-LENGTH)
047100             GO TO 3100-EXIT
047200         END-IF
047300     END-IF.
047400     ADD 1 TO SQ-CN-LISTED.
047500     MOVE SPACES TO SQ-CN-LIST-NOTE.
047600     MOVE "???" TO SQ-CN-DAY-TEXT.
047700     MOVE SQ-CNK-DATE TO SQ-CN-EDIT-DATE.
047800     PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
047900     IF SQ-CN-DATE-VALID
048000         MOVE SQ-CN-DAY-NAME(SQ-CN-DOW) TO SQ-CN-DAY-TEXT
048100     ELSE
048200         MOVE "** DATE IS NOT VALID" TO SQ-CN-LIST-NOTE
048300     END-IF.
048400     IF SQ-CNK-PROC-FLAG NOT = "Y" AND SQ-CNK-PROC-FLAG NOT = "N"
048500         MOVE "** FLAG IS NOT Y OR N" TO SQ-CN-LIST-NOTE
048600     END-IF.
048700     IF SQ-CNK-BUS-DATE NOT = SPACES
048800         MOVE SQ-CNK-BUS-DATE TO SQ-CN-EDIT-DATE
048900         PERFORM 7000-EDIT-DATE THRU 7000-EXIT
049000         IF SQ-CN-DATE-INVALID
049100             MOVE "** BUSINESS DATE IS NOT VALID"
049200                 TO SQ-CN-LIST-NOTE
049300         END-IF
049400     END-IF.
049500     DISPLAY SQ-CNK-DATE " " SQ-CN-DAY-TEXT "  " SQ-CNK-PROC-FLAG
049600         "   " SQ-CNK-BUS-DATE "  " SQ-CN-LIST-NOTE.
049700     GO TO 3100-EXIT.
049800 3100-EXIT.
049900     EXIT.
050000*
050100*****************************************************************
050200* 4000 SERIES - ADD AND CHANGE.  EACH PROMPT LOOPS UNTIL ITS
050300* ANSWER IS LEGAL; A BLANK DATE BACKS OUT.  THE ENTRY IS SHOWN
050400* AND ONLY WRITTEN ONCE THE OPERATOR CONFIRMS.
050500*****************************************************************
050600 4000-ADD-ENTRY.
050700     MOVE "DATE TO ADD - YYYY-MM-DD (BLANK TO CANCEL):"
050800         TO SQ-CN-PROMPT.
050900     PERFORM 7100-GET-DATE THRU 7100-EXIT.
051000     IF SQ-CN-CANCELLED
051100         GO TO 4000-EXIT
051200     END-IF.
051300     PERFORM 8000-FIND-DATE THRU 8000-EXIT.
051400     IF SQ-CN-HIT > 0
051500         DISPLAY SQ-CNK-DATE " IS ALREADY ON THE CALENDAR - USE C"
051600         GO TO 4000-EXIT
051700     END-IF.
051800     IF SQ-CN-COUNT NOT < 3000
051900         DISPLAY "CALENDAR IS FULL - 3000 ENTRIES"
052000         GO TO 4000-EXIT
052100     END-IF.
052200     MOVE SPACE TO SQ-CN-OLD-FLAG.
052300     SET SQ-CN-FIELD-INVALID TO TRUE.
052400     PERFORM 7200-PROMPT-FLAG THRU 7200-EXIT
052500         UNTIL SQ-CN-FIELD-VALID.
052600     SET SQ-CN-FIELD-INVALID TO TRUE.
052700     PERFORM 7300-PROMPT-BUS-DATE THRU 7300-EXIT
052800         UNTIL SQ-CN-FIELD-VALID.
052900     MOVE SQ-CN-NEW-FLAG TO SQ-CNK-PROC-FLAG.
053000     MOVE SQ-CN-NEW-BDATE TO SQ-CNK-BUS-DATE.
053100     PERFORM 4900-CONFIRM-ENTRY THRU 4900-EXIT.
053200     IF SQ-CN-ANSWER NOT = "Y"
053300         DISPLAY "ENTRY NOT ADDED"
053400         GO TO 4000-EXIT
053500     END-IF.
053600     PERFORM 8100-INSERT-ENTRY THRU 8100-EXIT.
053700     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
053800     DISPLAY "ENTRY FOR " SQ-CNK-DATE " ADDED".
053900     PERFORM 4950-ROLLOVER-REMINDER THRU 4950-EXIT.
054000     GO TO 4000-EXIT.
054100 4000-EXIT.
054200     EXIT.
054300*
054400 4500-CHANGE-ENTRY.
054500     MOVE "DATE TO CHANGE - YYYY-MM-DD (BLANK TO CANCEL):"
054600         TO SQ-CN-PROMPT.
054700     PERFORM 7100-GET-DATE THRU 7100-EXIT.
054800     IF SQ-CN-CANCELLED
054900         GO TO 4500-EXIT
055000     END-IF.
055100     PERFORM 8000-FIND-DATE THRU 8000-EXIT.
055200     IF SQ-CN-HIT = 0
055300         DISPLAY SQ-CNK-DATE " IS NOT ON THE CALENDAR - USE A"
055400         GO TO 4500-EXIT
055500     END-IF.
055600     MOVE SQ-CN-ENTRY(SQ-CN-HIT) TO SQ-CNK-RECORD.
055700     DISPLAY "NOW - FLAG " SQ-CNK-PROC-FLAG
055800         "  BUSINESS DATE " SQ-CNK-BUS-DATE.
055900     MOVE SQ-CNK-PROC-FLAG TO SQ-CN-OLD-FLAG.
056000     SET SQ-CN-FIELD-INVALID TO TRUE.
056100     PERFORM 7200-PROMPT-FLAG THRU 7200-EXIT
056200         UNTIL SQ-CN-FIELD-VALID.
056300     MOVE SQ-CNK-BUS-DATE TO SQ-CN-NEW-BDATE.
056400     SET SQ-CN-FIELD-INVALID TO TRUE.
056500     PERFORM 7350-PROMPT-NEW-BUS-DATE THRU 7350-EXIT
056600         UNTIL SQ-CN-FIELD-VALID.
056700     IF SQ-CN-NEW-FLAG = SQ-CNK-PROC-FLAG
056800         AND SQ-CN-NEW-BDATE = SQ-CNK-BUS-DATE
056900         DISPLAY "NOTHING CHANGED"
057000         GO TO 4500-EXIT
057100     END-IF.
057200     MOVE SQ-CN-NEW-FLAG TO SQ-CNK-PROC-FLAG.
057300     MOVE SQ-CN-NEW-BDATE TO SQ-CNK-BUS-DATE.
057400     PERFORM 4900-CONFIRM-ENTRY THRU 4900-EXIT.
057500     IF SQ-CN-ANSWER NOT = "Y"
057600         DISPLAY "ENTRY NOT CHANGED"
057700         GO TO 4500-EXIT
057800     END-IF.
057900     MOVE SQ-CNK-RECORD TO SQ-CN-ENTRY(SQ-CN-HIT).
058000     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
058100     DISPLAY "ENTRY FOR " SQ-CNK-DATE " CHANGED".
058200     IF SQ-CN-NEW-FLAG NOT = SQ-CN-OLD-FLAG
058300         PERFORM 4950-ROLLOVER-REMINDER THRU 4950-EXIT
058400     END-IF.
058500     GO TO 4500-EXIT.
058600 4500-EXIT.
058700     EXIT.
058800*
058900 4900-CONFIRM-ENTRY.
059000     MOVE SQ-CNK-DATE TO SQ-CN-EDIT-DATE.
059100     PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
059200     DISPLAY "----------------------------------------------".
059300     DISPLAY "  DATE          : " SQ-CNK-DATE " "
059400         SQ-CN-DAY-NAME(SQ-CN-DOW).
059500     IF SQ-CNK-PROC-FLAG = "Y"
059600         DISPLAY "  FLAG          : Y (PROCESSING DAY)"
059700     ELSE
059800         DISPLAY "  FLAG          : N (NON-PROCESSING - THE BATCH"
059900             " RUN IS SKIPPED)"
060000     END-IF.
060100     IF SQ-CNK-BUS-DATE = SPACES
060200         DISPLAY "  BUSINESS DATE : THE WALL DATE"
060300     ELSE
060400         DISPLAY "  BUSINESS DATE : " SQ-CNK-BUS-DATE
060500     END-IF.
060600     DISPLAY "WRITE THIS ENTRY? (Y/N):".
060700     MOVE SPACES TO SQ-CN-ANSWER.
060800     ACCEPT SQ-CN-ANSWER.
060900     INSPECT SQ-CN-ANSWER CONVERTING "yn" TO "YN".
061000     GO TO 4900-EXIT.
061100 4900-EXIT.
061200     EXIT.
061300*
061400*****************************************************************
061500* 4950-ROLLOVER-REMINDER.  A SINGLE-ENTRY EDIT DOES NOT TOUCH THE
061600* NEIGHBOURING DATES - WHEN A DAY BECOMES (OR STOPS BEING) NON-
061700* PROCESSING, THE EVE'S ROLLED BUSINESS DATE NEEDS CHECKING.
061800*****************************************************************
061900 4950-ROLLOVER-REMINDER.
062000     DISPLAY "NOTE - BUSINESS DATES OF THE DAYS AROUND "
062100         SQ-CNK-DATE " ARE NOT RECOMPUTED.".
062200     DISPLAY "       CHANGE THEM HERE OR REGENERATE THE YEAR.".
062300     GO TO 4950-EXIT.
062400 4950-EXIT.
062500     EXIT.
062600*
062700*****************************************************************
062800* 5000 SERIES - DELETE ONE ENTRY AFTER CONFIRMATION.  A DATE WITH
062900* NO ENTRY IS A PROCESSING DAY ON ITS WALL DATE.
063000*****************************************************************
063100 5000-DELETE-ENTRY.
063200     MOVE "DATE TO DELETE - YYYY-MM-DD (BLANK TO CANCEL):"
063300         TO SQ-CN-PROMPT.
063400     PERFORM 7100-GET-DATE THRU 7100-EXIT.
063500     IF SQ-CN-CANCELLED
063600         GO TO 5000-EXIT
063700     END-IF.
063800     PERFORM 8000-FIND-DATE THRU 8000-EXIT.
063900     IF SQ-CN-HIT = 0
064000         DISPLAY SQ-CNK-DATE " IS NOT ON THE CALENDAR"
064100         GO TO 5000-EXIT
064200     END-IF.
064300     MOVE SQ-CN-ENTRY(SQ-CN-HIT) TO SQ-CNK-RECORD.
064400     DISPLAY "ENTRY - FLAG " SQ-CNK-PROC-FLAG
064500         "  BUSINESS DATE " SQ-CNK-BUS-DATE.
064600     DISPLAY "DELETE IT - THE DATE WILL RUN AS A PROCESSING DAY"
064700         " ON ITS WALL DATE? (Y/N):".
064800     MOVE SPACES TO SQ-CN-ANSWER.
064900     ACCEPT SQ-CN-ANSWER.
065000     INSPECT SQ-CN-ANSWER CONVERTING "yn" TO "YN".
065100     IF SQ-CN-ANSWER NOT = "Y"
065200         DISPLAY "ENTRY NOT DELETED"
065300         GO TO 5000-EXIT
065400     END-IF.
065500     PERFORM 8200-REMOVE-ENTRY THRU 8200-EXIT.
065600     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
065700     DISPLAY "ENTRY FOR " SQ-CNK-DATE " DELETED".
065800     PERFORM 4950-ROLLOVER-REMINDER THRU 4950-EXIT.
065900     GO TO 5000-EXIT.
066000 5000-EXIT.
066100     EXIT.
066200*
066300*****************************************************************
066400* 6000 SERIES - GENERATE A YEAR.  THE YEAR IS BUILT IN THE YEAR
066500* SLOTS FROM THE WEEKEND RULE AND THE HOLIDAY LIST, THE BUSINESS
066600* DATES ARE ROLLED, AND THE RESULT IS PRINTED FOR CHECKING.  THE
066700* YEAR ON FILE IS ONLY REPLACED WHEN THE OPERATOR CONFIRMS.
066800*****************************************************************
066900 6000-GENERATE-YEAR.
067000     SET SQ-CN-FIELD-INVALID TO TRUE.
067100     PERFORM 7400-PROMPT-YEAR THRU 7400-EXIT
067200         UNTIL SQ-CN-FIELD-VALID.
067300     IF SQ-CN-CANCELLED
067400         GO TO 6000-EXIT
067500     END-IF.
067600     SET SQ-CN-FIELD-INVALID TO TRUE.
067700     PERFORM 7450-PROMPT-WEEKEND-RULE THRU 7450-EXIT
067800         UNTIL SQ-CN-FIELD-VALID.
067900     MOVE 0 TO SQ-CN-HOL-COUNT.
068000     MOVE "N" TO SQ-CN-CANCEL-SW.
068100     DISPLAY "HOLIDAYS - ONE YYYY-MM-DD DATE IN " SQ-CN-YV-YEAR
068200         " PER LINE, THE DAY OBSERVED; BLANK WHEN DONE".
068300     PERFORM 7470-PROMPT-HOLIDAY THRU 7470-EXIT
068400         UNTIL SQ-CN-CANCELLED.
068500     PERFORM 6100-BUILD-YEAR THRU 6100-EXIT.
068600     PERFORM 6200-ROLL-BUSINESS-DATES THRU 6200-EXIT.
068700     MOVE "PROPOSED" TO SQ-CN-REPORT-TITLE.
068800     PERFORM 9000-PRINT-YEAR THRU 9000-EXIT.
068900     DISPLAY "GENERATED " SQ-CN-YV-YEAR " - " SQ-CN-GT-PROC
069000         " PROCESSING, " SQ-CN-GT-NONPROC " NON-PROCESSING, "
069100         SQ-CN-GT-ROLLED " ROLLED FORWARD".
069200     DISPLAY "THE PROPOSED YEAR IS ON THE CALENDAR REPORT"
069300         " (SQCALRPT) - CHECK IT BEFORE CONFIRMING".
069400     MOVE 0 TO SQ-CN-ON-FILE.
069500     MOVE 1 TO SQ-CN-SUB.
069600     PERFORM 6300-COUNT-ONE-ON-FILE THRU 6300-EXIT
069700         UNTIL SQ-CN-SUB > SQ-CN-COUNT.
069800     IF SQ-CN-ON-FILE > 0
069900         DISPLAY SQ-CN-ON-FILE " ENTRIES FOR " SQ-CN-YV-YEAR
070000             " ARE ON FILE AND WILL BE REPLACED"
070100     END-IF.
070200     IF SQ-CN-COUNT - SQ-CN-ON-FILE + SQ-CN-YV-DAYS > 3000
070300         DISPLAY "CALENDAR WOULD EXCEED 3000 ENTRIES - DELETE AN"
070400             " OLD YEAR FIRST"
070500         GO TO 6000-EXIT
070600     END-IF.
070700     DISPLAY "REPLACE " SQ-CN-YV-YEAR
070800         " ON THE CALENDAR WITH THE GENERATED YEAR? (Y/N):".
070900     MOVE SPACES TO SQ-CN-ANSWER.
071000     ACCEPT SQ-CN-ANSWER.
071100     INSPECT SQ-CN-ANSWER CONVERTING "yn" TO "YN".
071200     IF SQ-CN-ANSWER NOT = "Y"
071300         DISPLAY "CALENDAR NOT CHANGED"
071400         GO TO 6000-EXIT
071500     END-IF.
071600     PERFORM 6400-REPLACE-YEAR THRU 6400-EXIT.
071700     PERFORM 6500-REROLL-PRIOR-YEAR-END THRU 6500-EXIT.
071800     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
071900     DISPLAY SQ-CN-YV-YEAR " WRITTEN TO THE CALENDAR".
072000     GO TO 6000-EXIT.
072100 6000-EXIT.
072200     EXIT.
072300*
072400*****************************************************************
072500* 6100-BUILD-YEAR.  EVERY DAY OF THE YEAR GETS AN ENTRY - "N" FOR
072600* A WEEKEND DAY UNDER THE RULE OR A LISTED HOLIDAY, "Y" OTHERWISE.
072700*****************************************************************
072800 6100-BUILD-YEAR.
072900     MOVE 1 TO SQ-CN-DSUB.
073000     PERFORM 6110-BUILD-ONE-DAY THRU 6110-EXIT
073100         UNTIL SQ-CN-DSUB > SQ-CN-YV-DAYS.
073200     GO TO 6100-EXIT.
073300 6100-EXIT.
073400     EXIT.
073500*
073600 6110-BUILD-ONE-DAY.
073700     COMPUTE SQ-CN-DAYNO = SQ-CN-YV-BASE + SQ-CN-DSUB - 1.
073800     PERFORM 7050-DATE-FROM-DAYNO THRU 7050-EXIT.
073900     PERFORM 7600-TEST-WEEKEND THRU 7600-EXIT.
074000     MOVE "Y" TO SQ-CN-YV-FLAG(SQ-CN-DSUB).
074100     MOVE SPACES TO SQ-CN-YV-BDATE(SQ-CN-DSUB).
074200     IF SQ-CN-WEEKEND-DAY
074300         MOVE "N" TO SQ-CN-YV-FLAG(SQ-CN-DSUB)
074400     END-IF.
074500     MOVE 1 TO SQ-CN-HSUB.
074600     PERFORM 6120-MATCH-ONE-HOLIDAY THRU 6120-EXIT
074700         UNTIL SQ-CN-HSUB > SQ-CN-HOL-COUNT.
074800     ADD 1 TO SQ-CN-DSUB.
074900     GO TO 6110-EXIT.
075000 6110-EXIT.
075100     EXIT.
075200*
075300 6120-MATCH-ONE-HOLIDAY.
075400     IF SQ-CN-HOLIDAY(SQ-CN-HSUB) = SQ-CN-DATE-TEXT
075500         MOVE "N" TO SQ-CN-YV-FLAG(SQ-CN-DSUB)
075600     END-IF.
075700     ADD 1 TO SQ-CN-HSUB.
075800     GO TO 6120-EXIT.
075900 6120-EXIT.
076000     EXIT.
076100*
076200*****************************************************************
076300* 6200-ROLL-BUSINESS-DATES.  WALKS THE YEAR BACKWARD CARRYING THE
076400* NEXT PROCESSING DATE.  A NON-PROCESSING DAY, AND A PROCESSING
076500* DAY WHOSE NEXT DAY IS NON-PROCESSING (THE EVE), TAKE THE NEXT
076600* PROCESSING DATE AS THEIR BUSINESS DATE.  THE WALK STARTS FROM
076700* THE FOLLOWING YEAR - ITS ENTRIES WHEN ON FILE, OTHERWISE THE
076800* WEEKEND RULE ALONE.
076900*****************************************************************
077000 6200-ROLL-BUSINESS-DATES.
077100     MOVE SPACES TO SQ-CN-NEXT-PROC-DATE.
077200     MOVE SPACE TO SQ-CN-NEXT-DAY-FLAG.
077300     COMPUTE SQ-CN-DAYNO = SQ-CN-YV-BASE + SQ-CN-YV-DAYS.
077400     MOVE 0 TO SQ-CN-LOOK-AHEAD.
077500     PERFORM 6210-LOOK-AHEAD-ONE-DAY THRU 6210-EXIT
077600         UNTIL SQ-CN-NEXT-PROC-DATE NOT = SPACES
077700             OR SQ-CN-LOOK-AHEAD > 31.
077800     MOVE ZERO TO SQ-CN-GT-PROC SQ-CN-GT-NONPROC SQ-CN-GT-ROLLED.
077900     MOVE SQ-CN-YV-DAYS TO SQ-CN-DSUB.
078000     PERFORM 6220-ROLL-ONE-DAY THRU 6220-EXIT
078100         UNTIL SQ-CN-DSUB = 0.
078200     GO TO 6200-EXIT.
078300 6200-EXIT.
078400     EXIT.
078500*
078600 6210-LOOK-AHEAD-ONE-DAY.
078700     PERFORM 7050-DATE-FROM-DAYNO THRU 7050-EXIT.
078800     MOVE SQ-CN-DATE-TEXT TO SQ-CNK-DATE.
078900     PERFORM 8000-FIND-DATE THRU 8000-EXIT.
079000     IF SQ-CN-HIT > 0
079100         MOVE SQ-CN-ENTRY(SQ-CN-HIT) TO SQ-CNK-RECORD
079200     ELSE
079300         PERFORM 7600-TEST-WEEKEND THRU 7600-EXIT
079400         MOVE "Y" TO SQ-CNK-PROC-FLAG
079500         IF SQ-CN-WEEKEND-DAY
079600             MOVE "N" TO SQ-CNK-PROC-FLAG
079700         END-IF
079800     END-IF.
079900     IF SQ-CN-LOOK-AHEAD = 0
080000         MOVE SQ-CNK-PROC-FLAG TO SQ-CN-NEXT-DAY-FLAG
080100     END-IF.
080200     IF SQ-CNK-PROC-FLAG NOT = "N"
080300         MOVE SQ-CN-DATE-TEXT TO SQ-CN-NEXT-PROC-DATE
080400     END-IF.
080500     ADD 1 TO SQ-CN-DAYNO SQ-CN-LOOK-AHEAD.
080600     GO TO 6210-EXIT.
080700 6210-EXIT.
080800     EXIT.
080900*
081000 6220-ROLL-ONE-DAY.
081100     IF SQ-CN-YV-FLAG(SQ-CN-DSUB) = "N"
081200         MOVE SQ-CN-NEXT-PROC-DATE TO SQ-CN-YV-BDATE(SQ-CN-DSUB)
081300         ADD 1 TO SQ-CN-GT-NONPROC
081400     ELSE
081500         ADD 1 TO SQ-CN-GT-PROC
081600         IF SQ-CN-NEXT-DAY-FLAG = "N"
081700             MOVE SQ-CN-NEXT-PROC-DATE
081800                 TO SQ-CN-YV-BDATE(SQ-CN-DSUB)
081900             ADD 1 TO SQ-CN-GT-ROLLED
082000         ELSE
082100             MOVE SPACES TO SQ-CN-YV-BDATE(SQ-CN-DSUB)
082200         END-IF
082300         COMPUTE SQ-CN-DAYNO = SQ-CN-YV-BASE + SQ-CN-DSUB - 1
082400         PERFORM 7050-DATE-FROM-DAYNO THRU 7050-EXIT
082500         MOVE SQ-CN-DATE-TEXT TO SQ-CN-NEXT-PROC-DATE
082600     END-IF.
082700     MOVE SQ-CN-YV-FLAG(SQ-CN-DSUB) TO SQ-CN-NEXT-DAY-FLAG.
082800     SUBTRACT 1 FROM SQ-CN-DSUB.
082900     GO TO 6220-EXIT.
083000 6220-EXIT.
083100     EXIT.
083200*
083300 6300-COUNT-ONE-ON-FILE.
083400     MOVE SQ-CN-ENTRY(SQ-CN-SUB) TO SQ-CNK-RECORD.
083500     IF SQ-CNK-DATE(1:4) = SQ-CN-YV-YEAR
083600         ADD 1 TO SQ-CN-ON-FILE
083700     END-IF.
083800     ADD 1 TO SQ-CN-SUB.
083900     GO TO 6300-EXIT.
084000 6300-EXIT.
084100     EXIT.
084200*
084300*****************************************************************
084400* 6400-REPLACE-YEAR.  THE YEAR'S ENTRIES ON FILE ARE REMOVED AND
084500* THE GENERATED DAYS INSERTED IN DATE ORDER.
084600*****************************************************************
084700 6400-REPLACE-YEAR.
084800     MOVE 1 TO SQ-CN-SUB.
084900     PERFORM 6410-DROP-ONE-ON-FILE THRU 6410-EXIT
085000         UNTIL SQ-CN-SUB > SQ-CN-COUNT.
085100     MOVE 1 TO SQ-CN-DSUB.
085200     PERFORM 6420-ADD-ONE-DAY THRU 6420-EXIT
085300         UNTIL SQ-CN-DSUB > SQ-CN-YV-DAYS.
085400     GO TO 6400-EXIT.
085500 6400-EXIT.
085600     EXIT.
085700*
085800 6410-DROP-ONE-ON-FILE.
085900     MOVE SQ-CN-ENTRY(SQ-CN-SUB) TO SQ-CNK-RECORD.
086000     IF SQ-CNK-DATE(1:4) = SQ-CN-YV-YEAR
086100         MOVE SQ-CN-SUB TO SQ-CN-HIT
086200         PERFORM 8200-REMOVE-ENTRY THRU 8200-EXIT
086300     ELSE
086400         ADD 1 TO SQ-CN-SUB
086500     END-IF.
086600     GO TO 6410-EXIT.
086700 6410-EXIT.
086800     EXIT.
086900*
087000 6420-ADD-ONE-DAY.
087100     COMPUTE SQ-CN-DAYNO = SQ-CN-YV-BASE + SQ-CN-DSUB - 1.
087200     PERFORM 7050-DATE-FROM-DAYNO THRU 7050-EXIT.
087300     MOVE SPACES TO SQ-CNK-RECORD.
087400     MOVE SQ-CN-DATE-TEXT TO SQ-CNK-DATE.
087500     MOVE SQ-CN-YV-FLAG(SQ-CN-DSUB) TO SQ-CNK-PROC-FLAG.
087600     MOVE SQ-CN-YV-BDATE(SQ-CN-DSUB) TO SQ-CNK-BUS-DATE.
087700     PERFORM 8100-INSERT-ENTRY THRU 8100-EXIT.
087800     ADD 1 TO SQ-CN-DSUB.
087900     GO TO 6420-EXIT.
088000 6420-EXIT.
088100     EXIT.
088200*
088300*****************************************************************
088400* 6500-REROLL-PRIOR-YEAR-END.  THE LAST DAYS OF THE YEAR BEFORE
088500* WERE ROLLED AGAINST WHATEVER THIS YEAR LOOKED LIKE THEN.  FROM
088600* DECEMBER 31 BACK, EACH NON-PROCESSING ENTRY ON FILE TAKES THIS
088700* YEAR'S FIRST PROCESSING DATE, AND THE EVE BEFORE THEM IS ROLLED
088800* TO IT TOO - OR, WHEN JANUARY 1 IS NOW A PROCESSING DAY, LOSES A
088900* ROLL INTO THIS YEAR.  A DATE WITH NO ENTRY ENDS THE WALK.
089000*****************************************************************
089100 6500-REROLL-PRIOR-YEAR-END.
089200     MOVE SPACES TO SQ-CN-NEXT-PROC-DATE.
089300     MOVE 1 TO SQ-CN-DSUB.
089400     PERFORM 6510-FIND-FIRST-PROC-DAY THRU 6510-EXIT
089500         UNTIL SQ-CN-NEXT-PROC-DATE NOT = SPACES
089600             OR SQ-CN-DSUB > SQ-CN-YV-DAYS.
089700     MOVE SQ-CN-YV-FLAG(1) TO SQ-CN-NEXT-DAY-FLAG.
089800     COMPUTE SQ-CN-DAYNO = SQ-CN-YV-BASE - 1.
089900     MOVE 0 TO SQ-CN-LOOK-AHEAD.
090000     MOVE "N" TO SQ-CN-STOP-SW.
090100     PERFORM 6520-REROLL-ONE-DAY THRU 6520-EXIT
090200         UNTIL SQ-CN-STOP-WALK OR SQ-CN-LOOK-AHEAD > 31.
090300     GO TO 6500-EXIT.
090400 6500-EXIT.
090500     EXIT.
090600*
090700 6510-FIND-FIRST-PROC-DAY.
090800     IF SQ-CN-YV-FLAG(SQ-CN-DSUB) = "Y"
090900         COMPUTE SQ-CN-DAYNO = SQ-CN-YV-BASE + SQ-CN-DSUB - 1
091000         PERFORM 7050-DATE-FROM-DAYNO THRU 7050-EXIT
091100         MOVE SQ-CN-DATE-TEXT TO SQ-CN-NEXT-PROC-DATE
091200     END-IF.
091300     ADD 1 TO SQ-CN-DSUB.
091400     GO TO 6510-EXIT.
091500 6510-EXIT.
091600     EXIT.
091700*
091800 6520-REROLL-ONE-DAY.
091900     ADD 1 TO SQ-CN-LOOK-AHEAD.
092000     PERFORM 7050-DATE-FROM-DAYNO THRU 7050-EXIT.
092100     MOVE SQ-CN-DATE-TEXT TO SQ-CNK-DATE.
092200     PERFORM 8000-FIND-DATE THRU 8000-EXIT.
092300     IF SQ-CN-HIT = 0
092400         SET SQ-CN-STOP-WALK TO TRUE
092500         GO TO 6520-EXIT
092600     END-IF.
092700     MOVE SQ-CN-ENTRY(SQ-CN-HIT) TO SQ-CNK-RECORD.
092800     IF SQ-CNK-PROC-FLAG = "N"
092900         MOVE SQ-CN-NEXT-PROC-DATE TO SQ-CNK-BUS-DATE
093000     ELSE
093100         SET SQ-CN-STOP-WALK TO TRUE
093200         IF SQ-CN-NEXT-DAY-FLAG = "N"
093300             MOVE SQ-CN-NEXT-PROC-DATE TO SQ-CNK-BUS-DATE
093400         ELSE
093500             IF SQ-CNK-BUS-DATE(1:4) = SQ-CN-YV-YEAR
093600                 MOVE SPACES TO SQ-CNK-BUS-DATE
093700             END-IF
093800         END-IF
093900     END-IF.
094000     MOVE SQ-CNK-RECORD TO SQ-CN-ENTRY(SQ-CN-HIT).
094100     MOVE SQ-CNK-PROC-FLAG TO SQ-CN-NEXT-DAY-FLAG.
094200     SUBTRACT 1 FROM SQ-CN-DAYNO.
094300     GO TO 6520-EXIT.
094400 6520-EXIT.
094500     EXIT.
094600*
094700*****************************************************************
094800* 6800-PRINT-YEAR-ON-FILE.  THE ENTRIES ON FILE FOR ONE YEAR ARE
094900* SET INTO THE YEAR SLOTS AND PRINTED MONTH BY MONTH.
095000*****************************************************************
095100 6800-PRINT-YEAR-ON-FILE.
095200     SET SQ-CN-FIELD-INVALID TO TRUE.
095300     PERFORM 7400-PROMPT-YEAR THRU 7400-EXIT
095400         UNTIL SQ-CN-FIELD-VALID.
095500     IF SQ-CN-CANCELLED
095600         GO TO 6800-EXIT
095700     END-IF.
095800     MOVE 1 TO SQ-CN-DSUB.
095900     PERFORM 6810-CLEAR-ONE-DAY THRU 6810-EXIT
096000         UNTIL SQ-CN-DSUB > 366.
096100     MOVE 1 TO SQ-CN-SUB.
096200     PERFORM 6820-SET-ONE-ON-FILE THRU 6820-EXIT
096300         UNTIL SQ-CN-SUB > SQ-CN-COUNT.
096400     MOVE "ON FILE" TO SQ-CN-REPORT-TITLE.
096500     PERFORM 9000-PRINT-YEAR THRU 9000-EXIT.
096600     DISPLAY SQ-CN-YV-YEAR " PRINTED ON THE CALENDAR REPORT"
096700         " (SQCALRPT)".
096800     GO TO 6800-EXIT.
096900 6800-EXIT.
097000     EXIT.
097100*
097200 6810-CLEAR-ONE-DAY.
097300     MOVE SPACE TO SQ-CN-YV-FLAG(SQ-CN-DSUB).
097400     MOVE SPACES TO SQ-CN-YV-BDATE(SQ-CN-DSUB).
097500     ADD 1 TO SQ-CN-DSUB.
097600     GO TO 6810-EXIT.
097700 6810-EXIT.
097800     EXIT.
097900*
098000 6820-SET-ONE-ON-FILE.
098100     MOVE SQ-CN-ENTRY(SQ-CN-SUB) TO SQ-CNK-RECORD.
098200     ADD 1 TO SQ-CN-SUB.
098300     IF SQ-CNK-DATE(1:4) NOT = SQ-CN-YV-YEAR
098400         GO TO 6820-EXIT
098500     END-IF.
098600     MOVE SQ-CNK-DATE TO SQ-CN-EDIT-DATE.
098700     PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
098800     IF SQ-CN-DATE-INVALID
098900         GO TO 6820-EXIT
099000     END-IF.
099100     COMPUTE SQ-CN-DSUB = SQ-CN-DAYNO - SQ-CN-YV-BASE + 1.
099200     MOVE SQ-CNK-PROC-FLAG TO SQ-CN-YV-FLAG(SQ-CN-DSUB).
099300     MOVE SQ-CNK-BUS-DATE TO SQ-CN-YV-BDATE(SQ-CN-DSUB).
099400     GO TO 6820-EXIT.
099500 6820-EXIT.
099600     EXIT.
099700*
099800*****************************************************************
099900* 7000-EDIT-DATE.  SQ-CN-EDIT-DATE MUST BE YYYY-MM-DD, ALL DIGITS
100000* WHERE DIGITS BELONG, AND A REAL DATE (MONTH 01-12, DAY WITHIN
100100* THE MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR).  A GOOD DATE SETS
100200* SQ-CN-DAYNO AND SQ-CN-DOW.
100300*****************************************************************
100400 7000-EDIT-DATE.
100500     SET SQ-CN-DATE-INVALID TO TRUE.
100600     IF SQ-CN-ED-YEAR NOT NUMERIC
100700         OR SQ-CN-ED-MONTH NOT NUMERIC
100800         OR SQ-CN-ED-DAY NOT NUMERIC
100900         OR SQ-CN-ED-DASH-1 NOT = "-"
101000         OR SQ-CN-ED-DASH-2 NOT = "-"
101100         GO TO 7000-EXIT
101200     END-IF.
101300     MOVE SQ-CN-ED-YEAR TO SQ-CN-YMD-YEAR.
101400     MOVE SQ-CN-ED-MONTH TO SQ-CN-YMD-MONTH.
101500     MOVE SQ-CN-ED-DAY TO SQ-CN-YMD-DAY.
101600     IF SQ-CN-YMD-YEAR < 1601
101700         GO TO 7000-EXIT
101800     END-IF.
101900     IF FUNCTION TEST-DATE-YYYYMMDD(SQ-CN-YMD-NUM) NOT = 0
102000         GO TO 7000-EXIT
102100     END-IF.
102200     COMPUTE SQ-CN-DAYNO =
102300         FUNCTION INTEGER-OF-DATE(SQ-CN-YMD-NUM).
102400     COMPUTE SQ-CN-DOW = FUNCTION MOD(SQ-CN-DAYNO - 1, 7) + 1.
102500     SET SQ-CN-DATE-VALID TO TRUE.
102600     GO TO 7000-EXIT.
102700 7000-EXIT.
102800     EXIT.
102900*
103000*****************************************************************
103100* 7050-DATE-FROM-DAYNO.  SQ-CN-DAYNO TO YYYY-MM-DD TEXT IN
103200* SQ-CN-DATE-TEXT, WITH ITS DAY OF THE WEEK.  DAY 1 (1601-01-01)
103300* WAS A MONDAY.
103400*****************************************************************
103500 7050-DATE-FROM-DAYNO.
103600     COMPUTE SQ-CN-YMD-NUM =
103700         FUNCTION DATE-OF-INTEGER(SQ-CN-DAYNO).
103800     MOVE SPACES TO SQ-CN-DATE-TEXT.
103900     STRING SQ-CN-YMD-YEAR "-" SQ-CN-YMD-MONTH "-" SQ-CN-YMD-DAY
104000         DELIMITED BY SIZE INTO SQ-CN-DATE-TEXT.
104100     COMPUTE SQ-CN-DOW = FUNCTION MOD(SQ-CN-DAYNO - 1, 7) + 1.
104200     GO TO 7050-EXIT.
104300 7050-EXIT.
104400     EXIT.
104500*
104600*****************************************************************
104700* 7100-GET-DATE.  PROMPTS WITH SQ-CN-PROMPT UNTIL A VALID DATE OR
104800* A BLANK (CANCEL) IS ENTERED.  THE DATE IS LEFT IN SQ-CNK-DATE.
104900*****************************************************************
105000 7100-GET-DATE.
105100     MOVE "N" TO SQ-CN-CANCEL-SW.
105200     SET SQ-CN-FIELD-INVALID TO TRUE.
105300     PERFORM 7110-PROMPT-DATE THRU 7110-EXIT
105400         UNTIL SQ-CN-FIELD-VALID OR SQ-CN-CANCELLED.
105500     GO TO 7100-EXIT.
105600 7100-EXIT.
105700     EXIT.
105800*
105900 7110-PROMPT-DATE.
106000     DISPLAY SQ-CN-PROMPT.
106100     MOVE SPACES TO SQ-CN-ANSWER.
106200     ACCEPT SQ-CN-ANSWER.
106300     IF SQ-CN-ANSWER = SPACES
106400         SET SQ-CN-CANCELLED TO TRUE
106500         GO TO 7110-EXIT
106600     END-IF.
106700     MOVE SQ-CN-ANSWER TO SQ-CN-EDIT-DATE.
106800     PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
106900     IF SQ-CN-DATE-INVALID OR SQ-CN-ANSWER(11:) NOT = SPACES
107000         DISPLAY "NOT A VALID YYYY-MM-DD DATE"
107100         GO TO 7110-EXIT
107200     END-IF.
107300     MOVE SPACES TO SQ-CNK-RECORD.
107400     MOVE SQ-CN-EDIT-DATE TO SQ-CNK-DATE.
107500     SET SQ-CN-FIELD-VALID TO TRUE.
107600     GO TO 7110-EXIT.
107700 7110-EXIT.
107800     EXIT.
107900*
108000*****************************************************************
108100* 7200-PROMPT-FLAG.  Y OR N, NO DEFAULT ON AN ADD - A HOLIDAY MUST
108200* BE KEYED "N" DELIBERATELY.  ON A CHANGE A BLANK KEEPS THE FLAG
108300* IN SQ-CN-OLD-FLAG.
108400*****************************************************************
108500 7200-PROMPT-FLAG.
108600     SET SQ-CN-FIELD-INVALID TO TRUE.
108700     IF SQ-CN-OLD-FLAG = SPACE
108800         DISPLAY "PROCESSING DAY - Y OR N:"
108900     ELSE
109000         DISPLAY "PROCESSING DAY - Y OR N (BLANK KEEPS "
109100             SQ-CN-OLD-FLAG "):"
109200     END-IF.
109300     MOVE SPACES TO SQ-CN-ANSWER.
109400     ACCEPT SQ-CN-ANSWER.
109500     INSPECT SQ-CN-ANSWER CONVERTING "yn" TO "YN".
109600     EVALUATE SQ-CN-ANSWER
109700         WHEN SPACES
109800             IF SQ-CN-OLD-FLAG = SPACE
109900                 DISPLAY "THE FLAG MUST BE KEYED - Y OR N"
110000             ELSE
110100                 MOVE SQ-CN-OLD-FLAG TO SQ-CN-NEW-FLAG
110200                 SET SQ-CN-FIELD-VALID TO TRUE
110300             END-IF
110400         WHEN "Y"
110500         WHEN "N"
110600             MOVE SQ-CN-ANSWER(1:1) TO SQ-CN-NEW-FLAG
110700             SET SQ-CN-FIELD-VALID TO TRUE
110800         WHEN OTHER
110900             DISPLAY "FLAG MUST BE Y OR N"
111000     END-EVALUATE.
111100     GO TO 7200-EXIT.
111200 7200-EXIT.
111300     EXIT.
111400*
111500 7300-PROMPT-BUS-DATE.
111600     SET SQ-CN-FIELD-INVALID TO TRUE.
111700     DISPLAY "BUSINESS DATE - YYYY-MM-DD"
111800         " (BLANK = THE WALL DATE):".
111900     MOVE SPACES TO SQ-CN-ANSWER.
112000     ACCEPT SQ-CN-ANSWER.
112100     IF SQ-CN-ANSWER = SPACES
112200         MOVE SPACES TO SQ-CN-NEW-BDATE
112300         SET SQ-CN-FIELD-VALID TO TRUE
112400         GO TO 7300-EXIT
112500     END-IF.
112600     PERFORM 7360-EDIT-BUS-DATE THRU 7360-EXIT.
112700     GO TO 7300-EXIT.
112800 7300-EXIT.
112900     EXIT.
113000*
113100 7350-PROMPT-NEW-BUS-DATE.
113200     SET SQ-CN-FIELD-INVALID TO TRUE.
113300     DISPLAY "BUSINESS DATE - YYYY-MM-DD, W = THE WALL DATE"
113400         " (BLANK KEEPS IT):".
113500     MOVE SPACES TO SQ-CN-ANSWER.
113600     ACCEPT SQ-CN-ANSWER.
113700     INSPECT SQ-CN-ANSWER CONVERTING "w" TO "W".
113800     EVALUATE SQ-CN-ANSWER
113900         WHEN SPACES
114000             SET SQ-CN-FIELD-VALID TO TRUE
114100         WHEN "W"
114200             MOVE SPACES TO SQ-CN-NEW-BDATE
114300             SET SQ-CN-FIELD-VALID TO TRUE
114400         WHEN OTHER
114500             PERFORM 7360-EDIT-BUS-DATE THRU 7360-EXIT
114600     END-EVALUATE.
114700     GO TO 7350-EXIT.
114800 7350-EXIT.
114900     EXIT.
115000*
115100 7360-EDIT-BUS-DATE.
115200     MOVE SQ-CN-ANSWER TO SQ-CN-EDIT-DATE.
115300     PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
115400     IF SQ-CN-DATE-INVALID OR SQ-CN-ANSWER(11:) NOT = SPACES
115500         DISPLAY "NOT A VALID YYYY-MM-DD DATE"
115600         GO TO 7360-EXIT
115700     END-IF.
115800*    THE WALL DATE ITSELF IS CARRIED AS SPACES.
115900     IF SQ-CN-EDIT-DATE = SQ-CNK-DATE
116000         MOVE SPACES TO SQ-CN-NEW-BDATE
116100     ELSE
116200         MOVE SQ-CN-EDIT-DATE TO SQ-CN-NEW-BDATE
116300     END-IF.
116400     SET SQ-CN-FIELD-VALID TO TRUE.
116500     GO TO 7360-EXIT.
116600 7360-EXIT.
116700     EXIT.
116800*
116900*****************************************************************
117000* 7400-PROMPT-YEAR.  A FOUR-DIGIT YEAR 1601-9998; BLANK CANCELS.
117100* SETS THE YEAR SLOTS' YEAR, DAY COUNT, AND JANUARY 1 DAY NUMBER.
117200*****************************************************************
117300 7400-PROMPT-YEAR.
117400     MOVE "N" TO SQ-CN-CANCEL-SW.
117500     DISPLAY "YEAR - YYYY (BLANK TO CANCEL):".
117600     MOVE SPACES TO SQ-CN-ANSWER.
117700     ACCEPT SQ-CN-ANSWER.
117800     IF SQ-CN-ANSWER = SPACES
117900         SET SQ-CN-CANCELLED TO TRUE
118000         SET SQ-CN-FIELD-VALID TO TRUE
118100         GO TO 7400-EXIT
118200     END-IF.
118300     IF SQ-CN-ANSWER(1:4) NOT NUMERIC
118400         OR SQ-CN-ANSWER(5:) NOT = SPACES
118500         OR SQ-CN-ANSWER(1:4) < "1601"
118600         OR SQ-CN-ANSWER(1:4) > "9998"
118700         DISPLAY "YEAR MUST BE FOUR DIGITS, 1601 TO 9998"
118800         GO TO 7400-EXIT
118900     END-IF.
119000     MOVE SQ-CN-ANSWER(1:4) TO SQ-CN-YV-YEAR SQ-CN-YMD-YEAR.
119100     MOVE 01 TO SQ-CN-YMD-MONTH SQ-CN-YMD-DAY.
119200     COMPUTE SQ-CN-YV-BASE =
119300         FUNCTION INTEGER-OF-DATE(SQ-CN-YMD-NUM).
119400     ADD 1 TO SQ-CN-YMD-YEAR.
119500     COMPUTE SQ-CN-YV-DAYS =
119600         FUNCTION INTEGER-OF-DATE(SQ-CN-YMD-NUM) - SQ-CN-YV-BASE.
119700     SET SQ-CN-FIELD-VALID TO TRUE.
119800     GO TO 7400-EXIT.
119900 7400-EXIT.
120000     EXIT.
120100*
120200 7450-PROMPT-WEEKEND-RULE.
120300     SET SQ-CN-FIELD-INVALID TO TRUE.
120400     DISPLAY "WEEKEND RULE - SS=SATURDAY AND SUNDAY,"
120500         " SU=SUNDAY ONLY, FS=FRIDAY AND SATURDAY, NO=NONE"
120600         " (DEFAULT SS):".
120700     MOVE SPACES TO SQ-CN-ANSWER.
120800     ACCEPT SQ-CN-ANSWER.
120900     INSPECT SQ-CN-ANSWER CONVERTING "sufno" TO "SUFNO".
121000     EVALUATE SQ-CN-ANSWER
121100         WHEN SPACES
121200             MOVE "SS" TO SQ-CN-WEEKEND-RULE
121300             SET SQ-CN-FIELD-VALID TO TRUE
121400         WHEN "SS"
121500         WHEN "SU"
121600         WHEN "FS"
121700         WHEN "NO"
121800             MOVE SQ-CN-ANSWER(1:2) TO SQ-CN-WEEKEND-RULE
121900             SET SQ-CN-FIELD-VALID TO TRUE
122000         WHEN OTHER
122100             DISPLAY "WEEKEND RULE MUST BE SS, SU, FS, OR NO"
122200     END-EVALUATE.
122300     GO TO 7450-EXIT.
122400 7450-EXIT.
122500     EXIT.
122600*
122700*****************************************************************
122800* 7470-PROMPT-HOLIDAY.  ONE HOLIDAY PER ANSWER, WITHIN THE YEAR
122900* BEING GENERATED; A BLANK ENDS THE LIST.  AT MOST 40.
123000*****************************************************************
123100 7470-PROMPT-HOLIDAY.
123200     DISPLAY "HOLIDAY:".
123300     MOVE SPACES TO SQ-CN-ANSWER.
123400     ACCEPT SQ-CN-ANSWER.
123500     IF SQ-CN-ANSWER = SPACES
123600         SET SQ-CN-CANCELLED TO TRUE
123700         GO TO 7470-EXIT
123800     END-IF.
123900     MOVE SQ-CN-ANSWER TO SQ-CN-EDIT-DATE.
124000     PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
124100     IF SQ-CN-DATE-INVALID OR SQ-CN-ANSWER(11:) NOT = SPACES
124200         DISPLAY "NOT A VALID YYYY-MM-DD DATE"
124300         GO TO 7470-EXIT
124400     END-IF.
124500     IF SQ-CN-YMD-YEAR NOT = SQ-CN-YV-YEAR
124600         DISPLAY "HOLIDAY MUST FALL IN " SQ-CN-YV-YEAR
124700         GO TO 7470-EXIT
124800     END-IF.
124900     MOVE 1 TO SQ-CN-HSUB.
125000     PERFORM 7480-CHECK-ONE-HOLIDAY THRU 7480-EXIT
125100         UNTIL SQ-CN-HSUB > SQ-CN-HOL-COUNT.
125200     IF SQ-CN-HSUB > SQ-CN-HOL-COUNT + 1
125300         DISPLAY SQ-CN-EDIT-DATE " IS ALREADY LISTED"
125400         GO TO 7470-EXIT
125500     END-IF.
125600     IF SQ-CN-HOL-COUNT NOT < 40
125700         DISPLAY "HOLIDAY LIST IS FULL - 40 DATES"
125800         GO TO 7470-EXIT
125900     END-IF.
126000     ADD 1 TO SQ-CN-HOL-COUNT.
126100     MOVE SQ-CN-EDIT-DATE TO SQ-CN-HOLIDAY(SQ-CN-HOL-COUNT).
126200     DISPLAY "  " SQ-CN-EDIT-DATE " " SQ-CN-DAY-NAME(SQ-CN-DOW)
126300         " LISTED".
126400     GO TO 7470-EXIT.
126500 7470-EXIT.
126600     EXIT.
126700*
126800*    A MATCH PUSHES THE SUBSCRIPT TWO PAST THE COUNT.
126900 7480-CHECK-ONE-HOLIDAY.
127000     IF SQ-CN-HOLIDAY(SQ-CN-HSUB) = SQ-CN-EDIT-DATE
127100         COMPUTE SQ-CN-HSUB = SQ-CN-HOL-COUNT + 2
127200     ELSE
127300         ADD 1 TO SQ-CN-HSUB
127400     END-IF.
127500     GO TO 7480-EXIT.
127600 7480-EXIT.
127700     EXIT.
127800*
127900*****************************************************************
128000* 7500-REWRITE-DATASET.  THE WHOLE CALENDAR, IN DATE ORDER.
128100*****************************************************************
128200 7500-REWRITE-DATASET.
128300     OPEN OUTPUT SQ-CAL-FILE.
128400     IF SQ-CAL-STATUS NOT = "00" AND SQ-CAL-STATUS NOT = "05"
128500         DISPLAY "SQ-CAL-FILE OPEN FAILED, STATUS "
128600             SQ-CAL-STATUS
128610         MOVE SPACES TO SQ-ML-TEXT
128620         STRING "SQ-CAL-FILE OPEN FAILED, STATUS "
128630             SQ-CAL-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
128640         MOVE "SQ0006E" TO SQ-ML-MSG-ID
128650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
128700         MOVE 16 TO RETURN-CODE
128800         GO TO 7500-EXIT
128900     END-IF.
129000     MOVE 1 TO SQ-CN-SUB.
129100     PERFORM 7510-WRITE-ONE-ENTRY THRU 7510-EXIT
129200         UNTIL SQ-CN-SUB > SQ-CN-COUNT.
129300     CLOSE SQ-CAL-FILE.
129400     GO TO 7500-EXIT.
129500 7500-EXIT.
129600     EXIT.
129700*
129800 7510-WRITE-ONE-ENTRY.
129900     MOVE SQ-CN-ENTRY(SQ-CN-SUB) TO SQ-CAL-RECORD.
130000     WRITE SQ-CAL-RECORD.
130100     IF SQ-CAL-STATUS NOT = "00"
130200         DISPLAY "SQ-CAL-FILE WRITE FAILED, STATUS "
130300             SQ-CAL-STATUS
130310         MOVE SPACES TO SQ-ML-TEXT
130320         STRING "SQ-CAL-FILE WRITE FAILED, STATUS "
130330             SQ-CAL-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
130340         MOVE "SQ0007E" TO SQ-ML-MSG-ID
130350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
130400         MOVE 16 TO RETURN-CODE
130500     END-IF.
130600     ADD 1 TO SQ-CN-SUB.
130700     GO TO 7510-EXIT.
130800 7510-EXIT.
130900     EXIT.
131000*
131100*****************************************************************
131200* 7600-TEST-WEEKEND.  IS SQ-CN-DOW A WEEKEND DAY UNDER THE RULE.
131300*****************************************************************
131400 7600-TEST-WEEKEND.
131500     MOVE "N" TO SQ-CN-WEEKEND-SW.
131600     EVALUATE TRUE
131700         WHEN SQ-CN-RULE-SAT-SUN
131800             IF SQ-CN-DOW = 6 OR SQ-CN-DOW = 7
131900                 SET SQ-CN-WEEKEND-DAY TO TRUE
132000             END-IF
132100         WHEN SQ-CN-RULE-SUN-ONLY
132200             IF SQ-CN-DOW = 7
132300                 SET SQ-CN-WEEKEND-DAY TO TRUE
132400             END-IF
132500         WHEN SQ-CN-RULE-FRI-SAT
132600             IF SQ-CN-DOW = 5 OR SQ-CN-DOW = 6
132700                 SET SQ-CN-WEEKEND-DAY TO TRUE
132800             END-IF
132900         WHEN OTHER
133000             CONTINUE
133100     END-EVALUATE.
133200     GO TO 7600-EXIT.
133300 7600-EXIT.
133400     EXIT.
133500*
133600*****************************************************************
133700* 8000 SERIES - THE TABLE IN DATE ORDER.  8000 LOOKS UP
133800* SQ-CNK-DATE (SQ-CN-HIT = 0 WHEN ABSENT); 8100 INSERTS
133900* SQ-CNK-RECORD IN ITS PLACE; 8200 REMOVES ENTRY SQ-CN-HIT.
134000*****************************************************************
134100 8000-FIND-DATE.
134200     MOVE 0 TO SQ-CN-HIT.
134300     MOVE 1 TO SQ-CN-SCAN.
134400     PERFORM 8010-MATCH-ONE-DATE THRU 8010-EXIT
134500         UNTIL SQ-CN-HIT > 0 OR SQ-CN-SCAN > SQ-CN-COUNT.
134600     GO TO 8000-EXIT.
134700 8000-EXIT.
134800     EXIT.
134900*
135000 8010-MATCH-ONE-DATE.
135100     IF SQ-CN-ENTRY(SQ-CN-SCAN)(1:10) = SQ-CNK-DATE
135200         MOVE SQ-CN-SCAN TO SQ-CN-HIT
135300     END-IF.
135400     ADD 1 TO SQ-CN-SCAN.
135500     GO TO 8010-EXIT.
135600 8010-EXIT.
135700     EXIT.
135800*
135900 8100-INSERT-ENTRY.
136000     MOVE SQ-CN-COUNT TO SQ-CN-SCAN.
136100     MOVE "N" TO SQ-CN-PLACED-SW.
136200     PERFORM 8110-SHIFT-ONE-UP THRU 8110-EXIT
136300         UNTIL SQ-CN-SCAN = 0 OR SQ-CN-PLACE-FOUND.
136400     MOVE SQ-CNK-RECORD TO SQ-CN-ENTRY(SQ-CN-SCAN + 1).
136500     ADD 1 TO SQ-CN-COUNT.
136600     GO TO 8100-EXIT.
136700 8100-EXIT.
136800     EXIT.
136900*
137000*    ENTRIES DATED LATER MOVE UP ONE; THE NEW ONE GOES IN BEHIND
137100*    THE FIRST ENTRY DATED EARLIER (OR AT THE TOP).
137200 8110-SHIFT-ONE-UP.
137300     IF SQ-CN-ENTRY(SQ-CN-SCAN)(1:10) > SQ-CNK-DATE
137400         MOVE SQ-CN-ENTRY(SQ-CN-SCAN)
137500             TO SQ-CN-ENTRY(SQ-CN-SCAN + 1)
137600         SUBTRACT 1 FROM SQ-CN-SCAN
137700     ELSE
137800         SET SQ-CN-PLACE-FOUND TO TRUE
137900     END-IF.
138000     GO TO 8110-EXIT.
138100 8110-EXIT.
138200     EXIT.
138300*
138400 8200-REMOVE-ENTRY.
138500     MOVE SQ-CN-HIT TO SQ-CN-SCAN.
138600     PERFORM 8210-SHIFT-ONE-DOWN THRU 8210-EXIT
138700         UNTIL SQ-CN-SCAN NOT < SQ-CN-COUNT.
138800     SUBTRACT 1 FROM SQ-CN-COUNT.
138900     GO TO 8200-EXIT.
139000 8200-EXIT.
139100     EXIT.
139200*
139300 8210-SHIFT-ONE-DOWN.
139400     MOVE SQ-CN-ENTRY(SQ-CN-SCAN + 1) TO SQ-CN-ENTRY(SQ-CN-SCAN).
139500     ADD 1 TO SQ-CN-SCAN.
139600     GO TO 8210-EXIT.
139700 8210-EXIT.
139800     EXIT.
139900*
140000*****************************************************************
140100* 9000 SERIES - THE MONTH-BY-MONTH CALENDAR REPORT OF THE YEAR
140200* SLOTS.  THE REPORT IS OPENED ON FIRST USE AND STAYS OPEN, SO A
140300* SESSION'S PRINTS FOLLOW ONE ANOTHER; EACH YEAR STARTS A PAGE.
140400*****************************************************************
140500 9000-PRINT-YEAR.
140600     IF NOT SQ-CN-REPORT-OPEN
140700         OPEN OUTPUT SQ-CN-REPORT-FILE
140800         IF SQ-CN-REPORT-STATUS NOT = "00"
140900             DISPLAY "SQ-CN-REPORT-FILE OPEN FAILED, STATUS "
141000                 SQ-CN-REPORT-STATUS
141010             MOVE SPACES TO SQ-ML-TEXT
141020             STRING "SQ-CN-REPORT-FILE OPEN FAILED, STATUS "
141030                 SQ-CN-REPORT-STATUS
141040                 DELIMITED BY SIZE INTO SQ-ML-TEXT
141050             MOVE "SQ0006E" TO SQ-ML-MSG-ID
141060             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
141100             GO TO 9000-EXIT
141200         END-IF
141300         SET SQ-CN-REPORT-OPEN TO TRUE
141400     END-IF.
141500     ADD 1 TO SQ-CN-PAGE-NO.
141600     PERFORM 9700-WRITE-REPORT-HEADERS THRU 9700-EXIT.
141700     MOVE ZERO TO SQ-CN-GT-PROC SQ-CN-GT-NONPROC SQ-CN-GT-ROLLED
141800         SQ-CN-GT-NONE.
141900     MOVE 1 TO SQ-CN-MONTH-NO.
142000     PERFORM 9100-PRINT-ONE-MONTH THRU 9100-EXIT
142100         UNTIL SQ-CN-MONTH-NO > 12.
142200     MOVE "YEAR TOTAL" TO SQ-CN-CL-LABEL.
142300     MOVE SQ-CN-GT-PROC TO SQ-CN-CL-PROC.
142400     MOVE SQ-CN-GT-NONPROC TO SQ-CN-CL-NONPROC.
142500     MOVE SQ-CN-GT-ROLLED TO SQ-CN-CL-ROLLED.
142600     MOVE SQ-CN-GT-NONE TO SQ-CN-CL-NONE.
142700     WRITE SQ-CN-REPORT-LINE FROM SQ-CN-COUNT-LINE
142800         AFTER ADVANCING 2.
142900     PERFORM 9712-CHECK-REPORT-STATUS THRU 9712-EXIT.
143000     ADD 2 TO SQ-CN-LINE-NO.
143100     GO TO 9000-EXIT.
143200 9000-EXIT.
143300     EXIT.
143400*
143500*****************************************************************
143600* 9100-PRINT-ONE-MONTH.  A MONTH NEVER SPLITS ACROSS PAGES - IT
143700* TAKES AT MOST TWELVE LINES.
143800*****************************************************************
143900 9100-PRINT-ONE-MONTH.
144000     IF SQ-CN-LINE-NO + 12 > SQ-CN-LINES-PER-PAGE
144100         ADD 1 TO SQ-CN-PAGE-NO
144200         PERFORM 9700-WRITE-REPORT-HEADERS THRU 9700-EXIT
144300     END-IF.
144400     MOVE SQ-CN-MONTH-NAME(SQ-CN-MONTH-NO) TO SQ-CN-MH-MONTH.
144500     MOVE SQ-CN-YV-YEAR TO SQ-CN-MH-YEAR.
144600     WRITE SQ-CN-REPORT-LINE FROM SQ-CN-MONTH-TITLE-LINE
144700         AFTER ADVANCING 2.
144800     PERFORM 9712-CHECK-REPORT-STATUS THRU 9712-EXIT.
144900     WRITE SQ-CN-REPORT-LINE FROM SQ-CN-WEEKDAY-LINE
145000         AFTER ADVANCING 1.
145100     PERFORM 9712-CHECK-REPORT-STATUS THRU 9712-EXIT.
145200     ADD 3 TO SQ-CN-LINE-NO.
145300     MOVE ZERO TO SQ-CN-MT-PROC SQ-CN-MT-NONPROC SQ-CN-MT-ROLLED
145400         SQ-CN-MT-NONE.
145500*    FIRST AND LAST DAY NUMBERS OF THE MONTH.
145600     MOVE SQ-CN-YV-YEAR TO SQ-CN-YMD-YEAR.
145700     MOVE SQ-CN-MONTH-NO TO SQ-CN-YMD-MONTH.
145800     MOVE 01 TO SQ-CN-YMD-DAY.
145900     COMPUTE SQ-CN-DAYNO =
146000         FUNCTION INTEGER-OF-DATE(SQ-CN-YMD-NUM).
146100     IF SQ-CN-MONTH-NO = 12
146200         COMPUTE SQ-CN-MONTH-END =
146300             SQ-CN-YV-BASE + SQ-CN-YV-DAYS - 1
146400     ELSE
146500         ADD 1 TO SQ-CN-YMD-MONTH
146600         COMPUTE SQ-CN-MONTH-END =
146700             FUNCTION INTEGER-OF-DATE(SQ-CN-YMD-NUM) - 1
146800     END-IF.
146900     MOVE SPACES TO SQ-CN-WEEK-LINE.
147000     PERFORM 9200-PLACE-ONE-DAY THRU 9200-EXIT
147100         UNTIL SQ-CN-DAYNO > SQ-CN-MONTH-END.
147200     IF SQ-CN-COL NOT = 7
147300         PERFORM 9300-WRITE-WEEK-LINE THRU 9300-EXIT
147400     END-IF.
147500     MOVE SPACES TO SQ-CN-CL-LABEL.
147600     MOVE SQ-CN-MT-PROC TO SQ-CN-CL-PROC.
147700     MOVE SQ-CN-MT-NONPROC TO SQ-CN-CL-NONPROC.
147800     MOVE SQ-CN-MT-ROLLED TO SQ-CN-CL-ROLLED.
147900     MOVE SQ-CN-MT-NONE TO SQ-CN-CL-NONE.
148000     WRITE SQ-CN-REPORT-LINE FROM SQ-CN-COUNT-LINE
148100         AFTER ADVANCING 1.
148200     PERFORM 9712-CHECK-REPORT-STATUS THRU 9712-EXIT.
148300     ADD 1 TO SQ-CN-LINE-NO.
148400     ADD SQ-CN-MT-PROC TO SQ-CN-GT-PROC.
148500     ADD SQ-CN-MT-NONPROC TO SQ-CN-GT-NONPROC.
148600     ADD SQ-CN-MT-ROLLED TO SQ-CN-GT-ROLLED.
148700     ADD SQ-CN-MT-NONE TO SQ-CN-GT-NONE.
148800     ADD 1 TO SQ-CN-MONTH-NO.
148900     GO TO 9100-EXIT.
149000 9100-EXIT.
149100     EXIT.
149200*
149300*****************************************************************
149400* 9200-PLACE-ONE-DAY.  THE DAY GOES IN ITS WEEKDAY'S CELL; THE
149500* LINE IS WRITTEN AFTER SUNDAY.
149600*****************************************************************
149700 9200-PLACE-ONE-DAY.
149800     PERFORM 7050-DATE-FROM-DAYNO THRU 7050-EXIT.
149900     MOVE SQ-CN-DOW TO SQ-CN-COL.
150000     COMPUTE SQ-CN-DSUB = SQ-CN-DAYNO - SQ-CN-YV-BASE + 1.
150100     MOVE SQ-CN-YMD-DAY TO SQ-CN-WK-DAY(SQ-CN-COL).
150200     EVALUATE SQ-CN-YV-FLAG(SQ-CN-DSUB)
150300         WHEN "Y"
150400             MOVE "Y" TO SQ-CN-WK-FLAG(SQ-CN-COL)
150500             ADD 1 TO SQ-CN-MT-PROC
150600             IF SQ-CN-YV-BDATE(SQ-CN-DSUB) NOT = SPACES
150700                 ADD 1 TO SQ-CN-MT-ROLLED
150800             END-IF
150900         WHEN "N"
151000             MOVE "N" TO SQ-CN-WK-FLAG(SQ-CN-COL)
151100             ADD 1 TO SQ-CN-MT-NONPROC
151200         WHEN SPACE
151300             MOVE "." TO SQ-CN-WK-FLAG(SQ-CN-COL)
151400             ADD 1 TO SQ-CN-MT-NONE
151500         WHEN OTHER
151600             MOVE "?" TO SQ-CN-WK-FLAG(SQ-CN-COL)
151700     END-EVALUATE.
151800     MOVE SQ-CN-YV-BDATE(SQ-CN-DSUB) TO SQ-CN-WK-BDATE(SQ-CN-COL).
151900     IF SQ-CN-COL = 7
152000         PERFORM 9300-WRITE-WEEK-LINE THRU 9300-EXIT
152100     END-IF.
152200     ADD 1 TO SQ-CN-DAYNO.
152300     GO TO 9200-EXIT.
152400 9200-EXIT.
152500     EXIT.
152600*
152700 9300-WRITE-WEEK-LINE.
152800     WRITE SQ-CN-REPORT-LINE FROM SQ-CN-WEEK-LINE
152900         AFTER ADVANCING 1.
153000     PERFORM 9712-CHECK-REPORT-STATUS THRU 9712-EXIT.
153100     ADD 1 TO SQ-CN-LINE-NO.
153200     MOVE SPACES TO SQ-CN-WEEK-LINE.
153300     GO TO 9300-EXIT.
153400 9300-EXIT.
153500     EXIT.
153600*
153700 9700-WRITE-REPORT-HEADERS.
153800     MOVE SQ-CN-REPORT-TITLE TO SQ-CN-H1-TITLE.
153900     MOVE SQ-CN-YV-YEAR TO SQ-CN-H1-YEAR.
154000     MOVE SQ-CN-REPORT-DATE TO SQ-CN-H1-DATE.
154100     MOVE SQ-CN-PAGE-NO TO SQ-CN-H1-PAGE.
154200     WRITE SQ-CN-REPORT-LINE FROM SQ-CN-HDR-LINE-1
154300         AFTER ADVANCING PAGE.
154400     PERFORM 9712-CHECK-REPORT-STATUS THRU 9712-EXIT.
154500     WRITE SQ-CN-REPORT-LINE FROM SQ-CN-LEGEND-LINE
154600         AFTER ADVANCING 1.
154700     PERFORM 9712-CHECK-REPORT-STATUS THRU 9712-EXIT.
154800     MOVE 2 TO SQ-CN-LINE-NO.
154900     GO TO 9700-EXIT.
155000 9700-EXIT.
155100     EXIT.
155200*
155300 9712-CHECK-REPORT-STATUS.
155400     IF SQ-CN-REPORT-STATUS NOT = "00"
155500         DISPLAY "WARNING - SQ-CN-REPORT-FILE WRITE FAILED, "
155600             "STATUS " SQ-CN-REPORT-STATUS
155610         MOVE SPACES TO SQ-ML-TEXT
155620         STRING "WARNING - SQ-CN-REPORT-FILE WRITE FAILED, "
155630             "STATUS " SQ-CN-REPORT-STATUS
155640             DELIMITED BY SIZE INTO SQ-ML-TEXT
155650         MOVE "SQ0004W" TO SQ-ML-MSG-ID
155660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
155700     END-IF.
155800     GO TO 9712-EXIT.
155900 9712-EXIT.
156000     EXIT.
156100*
156200*****************************************************************
156300* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
156400* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
156500* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
156600* WAY.
156700*****************************************************************
156800 9800-LOG-MESSAGE.
156900     MOVE "SQCALMNT" TO SQ-ML-PROGRAM.
157000     MOVE ZERO TO SQ-ML-RUN-ID.
157100     MOVE SPACES TO SQ-ML-BUS-DATE.
157200     CALL "SQMSGLOG" USING SQ-ML-AREA.
157300     GO TO 9800-EXIT.
157400 9800-EXIT.
157500     EXIT.
