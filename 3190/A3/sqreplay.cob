000100*****************************************************************
000200* PROGRAM-ID.  SQREPLAY
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  REGRESSION REPLAY HARNESS.  SQCERT PROVES A NEW
001000*     COMPILE OF CONV AND SQUAREOOTFUN AGAINST A FEW DOZEN
001100*     CANNED CASES, BUT NOTHING SHOWED THAT A CHANGE TO SQUARE
001200*     ITSELF LEAVES REAL PRODUCTION NIGHTS UNCHANGED.  THE
001300*     SQREPLAY JOB RERUNS CATALOGED NIGHTS (SEE SQGCAT) THROUGH A
001400*     CANDIDATE LOAD LIBRARY - THE NIGHT'S SAVED SQINPUT WITH THE
001500*     PARAMETER CARD IT RAN WITH - AND THIS PROGRAM, ONE FUNCTION
001600*     PER STEP (THE FIRST BYTE OF THE EXEC PARM):
001700*       V,NNNNN - VERIFIES RUN NNNNN CAN BE REPLAYED: ON THE
001800*           CATALOG, NOT EXPIRED, AND ITS PARAMETER CARD CAPTURED.
001900*           WRITES A PROVISIONAL SUMMARY RECORD (SEE SQRYSUM) AND
002000*           ENDS RC=8 WHEN IT CANNOT, SO THE NIGHT'S OTHER STEPS
002100*           ARE BYPASSED;
002200*       C,NNNNN - COMPARES THE CANDIDATE RESULTS (SQRESCAN) WITH
002300*           THE CATALOGED RESULTS GENERATION (SQRESBAS) ROW BY
002400*           ROW, APPENDS THE DIFFERENCES TO THE DETAIL DATASET
002500*           (SQRYDTL) AND THE NIGHT'S FINAL SUMMARY RECORD;
002600*       T - PRINTS THE REPLAY REPORT (SQRYRPT) - ONE LINE PER
002700*           NIGHT, TOTALS, THEN EVERY NIGHT'S DIFFERENCES - AND
002800*           ENDS RC=0 WHEN EVERY NIGHT CAME BACK IDENTICAL, RC=4
002900*           WHEN ANY DIFFERED, RC=8 WHEN ANY COULD NOT BE
003000*           REPLAYED OR THE CANDIDATE DID NOT FINISH.
003100*
003200*     THE COMPARE PAIRS ROWS ON INPUT VALUE, ROOT DEGREE, AND
003300*     EXP=P/Q POWER - NOT ON METHOD, SO A CHANGED METHOD SHOWS AS
003400*     A CHANGED FLAG, NOT AS A MISSING ROW AND AN ADDED ONE.  BOTH
003500*     FILES ARE IN INPUT ORDER; WHERE THE KEYS PART, THE COMPARE
003600*     LOOKS UP TO SQ-RY-WINDOW ROWS AHEAD ON EACH SIDE TO DECIDE
003700*     WHETHER THE CANDIDATE ADDED ROWS OR LOST THEM, AND FALLS
003800*     BACK IN STEP.  A PAIR IS IDENTICAL WHEN ITS RESULT COLUMNS,
003900*     ITERATION COUNT, AND CONVERGED, EXCEPTION, FALLBACK, AND
004000*     METHOD FLAGS ALL MATCH EXACTLY - A REPLAY IS THE SAME INPUT
004100*     THROUGH THE SAME CARD, SO THERE IS NO DRIFT THRESHOLD.  THE
004200*     BUSINESS DATE, SEQUENCE, AND CONTROL ROWS ARE NOT COMPARED.
004300*
004400* MODIFICATION HISTORY.
004500*     2026-10-15  DL  INITIAL VERSION.
004520*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
004540*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
004560*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
004580*                     COPYBOOK SQMSGCAT).
004600*****************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID.  SQREPLAY.
004900 AUTHOR.      D. LOCKWOOD.
005000 INSTALLATION. 3190 SYSTEMS.
005100 DATE-WRITTEN. 2026-10-15.
005200 DATE-COMPILED.
005300*
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT OPTIONAL SQ-CATALOG-FILE ASSIGN TO SQGCAT
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS SQ-CATALOG-STATUS.
006000*
006100     SELECT SQ-BASE-FILE ASSIGN TO SQRESBAS
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS IS SQ-BASE-STATUS.
006400*
006500     SELECT SQ-CAND-FILE ASSIGN TO SQRESCAN
006600         ORGANIZATION LINE SEQUENTIAL
006700         FILE STATUS IS SQ-CAND-STATUS.
006800*
006900     SELECT OPTIONAL SQ-RY-SUMMARY-FILE ASSIGN TO SQRYSUM
007000         ORGANIZATION LINE SEQUENTIAL
007100         FILE STATUS IS SQ-RYSUM-STATUS.
007200*
007300     SELECT OPTIONAL SQ-RY-DETAIL-FILE ASSIGN TO SQRYDTL
007400         ORGANIZATION LINE SEQUENTIAL
007500         FILE STATUS IS SQ-RYDTL-STATUS.
007600*
007700     SELECT SQ-RY-REPORT-FILE ASSIGN TO SQRYRPT
007800         ORGANIZATION LINE SEQUENTIAL
007900         FILE STATUS IS SQ-RY-REPORT-STATUS.
008000*
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  SQ-CATALOG-FILE.
008400     COPY SQGCAT.
008500*
008600 FD  SQ-BASE-FILE.
008700 01  SQ-BASE-RECORD                PIC X(120).
008800*
008900 FD  SQ-CAND-FILE.
009000 01  SQ-CAND-RECORD                PIC X(120).
009100*
009200 FD  SQ-RY-SUMMARY-FILE.
009300 01  SQ-RY-SUMMARY-RECORD          PIC X(160).
009400*
009500 FD  SQ-RY-DETAIL-FILE.
009600 01  SQ-RY-DETAIL-RECORD           PIC X(152).
009700*
009800 FD  SQ-RY-REPORT-FILE.
009900 01  SQ-RY-REPORT-LINE             PIC X(152).
010000*
010100 WORKING-STORAGE SECTION.
010200*
010300*****************************************************************
010400* RESULT-ROW VIEWS - THE BASELINE AND CANDIDATE ROWS OF A PAIR,
010500* AND A SCRATCH VIEW FOR BUILDING THE PAIRING KEY OF ANY ROW IN
010600* THE LOOK-AHEAD WINDOWS.  THE CONTROL IMAGES (SEE SQRESCTL)
010700* GIVE THE CANDIDATE'S TRAILER COUNT.
010800*****************************************************************
010900     COPY SQRESULT REPLACING LEADING ==SQ-RES== BY ==SQ-YB==.
011000     COPY SQRESULT REPLACING LEADING ==SQ-RES== BY ==SQ-YC==.
011100     COPY SQRESULT REPLACING LEADING ==SQ-RES== BY ==SQ-YK==.
011200     COPY SQRESCTL.
011300*
011400*****************************************************************
011500* THE NIGHT'S CATALOG ENTRY (SEE SQGCAT) AND ITS SUMMARY RECORD
011600* (SEE SQRYSUM).
011700*****************************************************************
011800     COPY SQGCAT REPLACING LEADING ==SQ-GC== BY ==SQ-YG==.
011900     COPY SQRYSUM.
012000*
012100*****************************************************************
012200* SWITCHES AND FILE STATUS.
012300*****************************************************************
012400 01  SQ-RY-SWITCHES.
012500     05  SQ-RY-BASE-EOF-SW         PIC X(01) VALUE "N".
012600         88  SQ-RY-BASE-EOF            VALUE "Y".
012700     05  SQ-RY-CAND-EOF-SW         PIC X(01) VALUE "N".
012800         88  SQ-RY-CAND-EOF            VALUE "Y".
012900     05  SQ-RY-CAT-EOF-SW          PIC X(01) VALUE "N".
013000         88  SQ-RY-CAT-EOF             VALUE "Y".
013100     05  SQ-RY-FOUND-SW            PIC X(01) VALUE "N".
013200         88  SQ-RY-FOUND               VALUE "Y".
013300     05  SQ-RY-CAND-TRL-SW         PIC X(01) VALUE "N".
013400         88  SQ-RY-CAND-TRL-SEEN       VALUE "Y".
013500     05  SQ-RY-DTL-EOF-SW          PIC X(01) VALUE "N".
013600         88  SQ-RY-DTL-EOF             VALUE "Y".
013700     05  SQ-RY-PAGE-MODE-SW        PIC X(01) VALUE "S".
013800         88  SQ-RY-SUMMARY-PAGES       VALUE "S".
013900         88  SQ-RY-DETAIL-PAGES        VALUE "D".
014000*
014100 01  SQ-RY-FILE-STATUSES.
014200     05  SQ-CATALOG-STATUS         PIC X(02) VALUE "00".
014300     05  SQ-BASE-STATUS            PIC X(02) VALUE "00".
014400     05  SQ-CAND-STATUS            PIC X(02) VALUE "00".
014500     05  SQ-RYSUM-STATUS           PIC X(02) VALUE "00".
014600     05  SQ-RYDTL-STATUS           PIC X(02) VALUE "00".
014700     05  SQ-RY-REPORT-STATUS       PIC X(02) VALUE "00".
014800*
014900*****************************************************************
015000* SETTINGS FROM THE EXEC PARM.
015100*****************************************************************
015200 01  SQ-RY-SETTINGS.
015300     05  SQ-RY-FUNC                PIC X(01) VALUE SPACE.
015400     05  SQ-RY-RUN-ID              PIC 9(05) VALUE ZERO.
015500*
015600*****************************************************************
015700* THE LOOK-AHEAD WINDOWS.  EACH SIDE HOLDS UP TO SQ-RY-WINDOW
015800* DATA ROWS; THE FRONT ROW IS ALWAYS ENTRY 1, AND A ROW IS
015900* RETIRED BY SHIFTING THE REST DOWN AND READING ONE MORE.
016000*****************************************************************
016100 77  SQ-RY-WINDOW                  PIC 9(03) COMP VALUE 100.
016200 77  SQ-RY-DETAIL-CAP              PIC 9(05) COMP VALUE 500.
016300*
016400 01  SQ-RY-BASE-AREA.
016500     05  SQ-RY-BASE-COUNT          PIC 9(03) COMP VALUE ZERO.
016600     05  SQ-RY-BASE-ENTRY OCCURS 100 TIMES.
016700         10  SQ-RY-BT-ROW-NO       PIC 9(09).
016800         10  SQ-RY-BT-IMAGE        PIC X(120).
016900*
017000 01  SQ-RY-CAND-AREA.
017100     05  SQ-RY-CAND-COUNT          PIC 9(03) COMP VALUE ZERO.
017200     05  SQ-RY-CAND-ENTRY OCCURS 100 TIMES.
017300         10  SQ-RY-CT-ROW-NO       PIC 9(09).
017400         10  SQ-RY-CT-IMAGE        PIC X(120).
017500*
017600 01  SQ-RY-SUBSCRIPTS.
017700     05  SQ-RY-SUB                 PIC 9(03) COMP VALUE ZERO.
017800     05  SQ-RY-BASE-AHEAD          PIC 9(03) COMP VALUE ZERO.
017900     05  SQ-RY-CAND-AHEAD          PIC 9(03) COMP VALUE ZERO.
018000*
018100*****************************************************************
018200* PAIRING KEYS - INPUT VALUE (AS TEXT, SO AN EXTENDED ROW PAIRS
018300* ON ITS E-NOTATION), ROOT DEGREE, AND EXP=P/Q POWER (BLANK ON
018400* AN OLDER ROW READ AS ZERO).
018500*****************************************************************
018600 01  SQ-RY-KEY-WORK.
018700     05  SQ-RY-KW-INPUT            PIC X(20).
018800     05  SQ-RY-KW-DEGREE           PIC X(02).
018900     05  SQ-RY-KW-POWER            PIC S9(02).
019000 01  SQ-RY-BASE-KEY                PIC X(24).
019100 01  SQ-RY-CAND-KEY                PIC X(24).
019200 01  SQ-RY-AHEAD-KEY               PIC X(24).
019300*
019400*****************************************************************
019500* PAIR WORK - WHAT CHANGED ON THE PAIR IN HAND.
019600*****************************************************************
019700 01  SQ-RY-PAIR-WORK.
019800     05  SQ-RY-ANSWER-SW           PIC X(01) VALUE "N".
019900         88  SQ-RY-ANSWER-CHANGED      VALUE "Y".
020000     05  SQ-RY-ITER-SW             PIC X(01) VALUE "N".
020100         88  SQ-RY-ITER-CHANGED        VALUE "Y".
020200     05  SQ-RY-FLAG-SW             PIC X(01) VALUE "N".
020300         88  SQ-RY-FLAG-CHANGED        VALUE "Y".
020400     05  SQ-RY-BASE-FALLBACK       PIC X(01) VALUE "N".
020500     05  SQ-RY-CAND-FALLBACK       PIC X(01) VALUE "N".
020600     05  SQ-RY-FLAG-TEXT           PIC X(36) VALUE SPACES.
020700     05  SQ-RY-FLAG-PTR            PIC 9(03) COMP VALUE 1.
020800*
020900*****************************************************************
021000* THE NIGHT'S COUNTS - MOVED TO THE SUMMARY RECORD AT THE END.
021100*****************************************************************
021200 01  SQ-RY-COUNTERS.
021300     05  SQ-RY-BASE-READ           PIC 9(09) VALUE ZERO.
021400     05  SQ-RY-BASE-ROWS           PIC 9(09) VALUE ZERO.
021500     05  SQ-RY-CAND-ROWS           PIC 9(09) VALUE ZERO.
021600     05  SQ-RY-CAND-TRL-COUNT      PIC 9(09) VALUE ZERO.
021700     05  SQ-RY-PAIRS               PIC 9(09) VALUE ZERO.
021800     05  SQ-RY-SAME                PIC 9(09) VALUE ZERO.
021900     05  SQ-RY-ANSWERS             PIC 9(09) VALUE ZERO.
022000     05  SQ-RY-ITERATIONS          PIC 9(09) VALUE ZERO.
022100     05  SQ-RY-FLAGS               PIC 9(09) VALUE ZERO.
022200     05  SQ-RY-ADDED               PIC 9(09) VALUE ZERO.
022300     05  SQ-RY-MISSING             PIC 9(09) VALUE ZERO.
022400     05  SQ-RY-DETAIL-WRITTEN      PIC 9(09) VALUE ZERO.
022500     05  SQ-RY-DETAIL-SUPPRESSED   PIC 9(09) VALUE ZERO.
022600*
022700*****************************************************************
022800* THE NIGHTS ON THE SUMMARY DATASET, FOR THE TOTALS FUNCTION -
022900* THE LAST RECORD WRITTEN FOR A RUN ID IS THE ONE THAT STANDS.
023000*****************************************************************
023100 01  SQ-RY-NIGHT-AREA.
023200     05  SQ-RY-NIGHT-COUNT         PIC 9(03) COMP VALUE ZERO.
023300     05  SQ-RY-NIGHT-HIT           PIC 9(03) COMP VALUE ZERO.
023400     05  SQ-RY-NIGHT-TABLE OCCURS 200 TIMES.
023500         10  SQ-RY-NT-IMAGE        PIC X(160).
023600*
023700 01  SQ-RY-TOTALS.
023800     05  SQ-RY-TOT-NIGHTS          PIC 9(05) VALUE ZERO.
023900     05  SQ-RY-TOT-IDENTICAL       PIC 9(05) VALUE ZERO.
024000     05  SQ-RY-TOT-DIFFERENT       PIC 9(05) VALUE ZERO.
024100     05  SQ-RY-TOT-UNREPLAYED      PIC 9(05) VALUE ZERO.
024200     05  SQ-RY-TOT-FAILED          PIC 9(05) VALUE ZERO.
024300     05  SQ-RY-TOT-COUNT           PIC 9(11) OCCURS 9 TIMES.
024400*
024500*****************************************************************
024600* RUN DATE AND REPORT PAGE CONTROL.
024700*****************************************************************
024800 01  SQ-RY-DATE-TIME-FIELDS.
024900     05  SQ-RY-CURRENT-DATE.
025000         10  SQ-RY-CUR-YEAR        PIC 9(04).
025100         10  SQ-RY-CUR-MONTH       PIC 9(02).
025200         10  SQ-RY-CUR-DAY         PIC 9(02).
025300     05  SQ-RY-REPORT-DATE         PIC X(10) VALUE SPACES.
025400*
025500 01  SQ-RY-PAGE-CONTROL.
025600     05  SQ-RY-PAGE-NO             PIC 9(04) VALUE 1.
025700     05  SQ-RY-LINE-NO             PIC 9(02) VALUE 99.
025800     05  SQ-RY-LINES-PER-PAGE      PIC 9(02) VALUE 55.
025900*
026000*****************************************************************
026100* DETAIL-DATASET LINE IMAGES - WRITTEN BY THE COMPARE, PRINTED
026200* AS THEY STAND BY THE TOTALS FUNCTION.
026300*****************************************************************
026400 01  SQ-RY-NIGHT-LINE.
026500     05  FILLER                    PIC X(04) VALUE "RUN ".
026600     05  SQ-RY-NL-RUN-ID           PIC 9(05).
026700     05  FILLER                    PIC X(16) VALUE
026800         "  BUSINESS DATE ".
026900     05  SQ-RY-NL-BUS-DATE         PIC X(10).
027000     05  FILLER                    PIC X(08) VALUE "  CLASS ".
027100     05  SQ-RY-NL-CLASS            PIC X(01).
027200     05  FILLER                    PIC X(108) VALUE SPACES.
027300*
027400 01  SQ-RY-DETAIL-LINE.
027500     05  SQ-RY-DL-TYPE             PIC X(08).
027600     05  FILLER                    PIC X(01) VALUE SPACE.
027700     05  SQ-RY-DL-BASE-ROW         PIC Z(8)9 BLANK WHEN ZERO.
027800     05  FILLER                    PIC X(01) VALUE SPACE.
027900     05  SQ-RY-DL-CAND-ROW         PIC Z(8)9 BLANK WHEN ZERO.
028000     05  FILLER                    PIC X(01) VALUE SPACE.
028100     05  SQ-RY-DL-INPUT            PIC X(22).
028200     05  FILLER                    PIC X(01) VALUE SPACE.
028300     05  SQ-RY-DL-DEGREE           PIC Z9.
028400     05  SQ-RY-DL-POWER            PIC -Z9 BLANK WHEN ZERO.
028500     05  FILLER                    PIC X(01) VALUE SPACE.
028600     05  SQ-RY-DL-BASE-RESULT      PIC X(22).
028700     05  FILLER                    PIC X(01) VALUE SPACE.
028800     05  SQ-RY-DL-CAND-RESULT      PIC X(22).
028900     05  FILLER                    PIC X(01) VALUE SPACE.
029000     05  SQ-RY-DL-ITERATIONS       PIC X(09).
029100     05  FILLER                    PIC X(01) VALUE SPACE.
029200     05  SQ-RY-DL-FLAGS            PIC X(36).
029300     05  FILLER                    PIC X(02) VALUE SPACES.
029400*
029500 01  SQ-RY-ITER-PAIR.
029600     05  SQ-RY-IP-BASE             PIC 9(04).
029700     05  FILLER                    PIC X(01) VALUE ">".
029800     05  SQ-RY-IP-CAND             PIC 9(04).
029900*
030000 01  SQ-RY-NOTE-LINE.
030100     05  FILLER                    PIC X(02) VALUE SPACES.
030200     05  SQ-RY-NOTE                PIC X(70) VALUE SPACES.
030300     05  FILLER                    PIC X(80) VALUE SPACES.
030400*
030500 01  SQ-RY-EDIT-VALUE              PIC -(11)9.9(9).
030600 01  SQ-RY-EDIT-COUNT              PIC Z(8)9.
030700*
030800*****************************************************************
030900* REPORT LINE IMAGES.
031000*****************************************************************
031100 01  SQ-RY-HDR-LINE-1.
031200     05  FILLER                    PIC X(25) VALUE
031300         "REGRESSION REPLAY REPORT".
031400     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
031500     05  SQ-RY-H1-DATE             PIC X(10) VALUE SPACES.
031600     05  FILLER                    PIC X(10) VALUE " PAGE ".
031700     05  SQ-RY-H1-PAGE             PIC ZZZ9.
031800     05  FILLER                    PIC X(93) VALUE SPACES.
031900*
032000 01  SQ-RY-HDR-LINE-2.
032100     05  FILLER                    PIC X(38) VALUE
032200         "CANDIDATE RESULTS AGAINST EACH NIGHT'S".
032300     05  FILLER                    PIC X(114) VALUE
032400         " CATALOGED RESULTS, ROW BY ROW".
032500*
032600 01  SQ-RY-SUM-COL-LINE.
032700     05  FILLER                    PIC X(33) VALUE
032800         "RUN   BUS DATE   C OUTCOME".
032900     05  FILLER                    PIC X(33) VALUE
033000         "  BASE ROWS  CAND ROWS    ANSWERS".
033100     05  FILLER                    PIC X(33) VALUE
033200         " ITERATIONS      FLAGS      ADDED".
033300     05  FILLER                    PIC X(53) VALUE
033400         "    MISSING  NOTE".
033500*
033600 01  SQ-RY-NIGHT-SUM-LINE.
033700     05  SQ-RY-NS-RUN-ID           PIC 9(05).
033800     05  FILLER                    PIC X(01) VALUE SPACE.
033900     05  SQ-RY-NS-BUS-DATE         PIC X(10).
034000     05  FILLER                    PIC X(01) VALUE SPACE.
034100     05  SQ-RY-NS-CLASS            PIC X(01).
034200     05  FILLER                    PIC X(01) VALUE SPACE.
034300     05  SQ-RY-NS-OUTCOME          PIC X(14).
034400     05  SQ-RY-NS-COUNT-SLOT OCCURS 7 TIMES.
034500         10  FILLER                PIC X(02).
034600         10  SQ-RY-NS-COUNT        PIC Z(8)9.
034700     05  FILLER                    PIC X(02) VALUE SPACES.
034800     05  SQ-RY-NS-NOTE             PIC X(40).
034900*
035000 01  SQ-RY-TOTAL-LINE-1.
035100     05  SQ-RY-TL-LABEL            PIC X(33).
035200     05  SQ-RY-TL-COUNT-SLOT OCCURS 7 TIMES.
035300         10  FILLER                PIC X(01).
035400         10  SQ-RY-TL-COUNT        PIC Z(9)9.
035500     05  FILLER                    PIC X(42) VALUE SPACES.
035600*
035700 01  SQ-RY-TOTAL-LINE-2.
035800     05  FILLER                    PIC X(28) VALUE
035900         "NIGHTS SUBMITTED          :".
036000     05  SQ-RY-T2-NIGHTS           PIC ZZZZ9.
036100     05  FILLER                    PIC X(119) VALUE SPACES.
036200*
036300 01  SQ-RY-TOTAL-LINE-3.
036400     05  FILLER                    PIC X(28) VALUE
036500         "  IDENTICAL               :".
036600     05  SQ-RY-T3-IDENTICAL        PIC ZZZZ9.
036700     05  FILLER                    PIC X(119) VALUE SPACES.
036800*
036900 01  SQ-RY-TOTAL-LINE-4.
037000     05  FILLER                    PIC X(28) VALUE
037100         "  WITH DIFFERENCES        :".
037200     05  SQ-RY-T4-DIFFERENT        PIC ZZZZ9.
037300     05  FILLER                    PIC X(119) VALUE SPACES.
037400*
037500 01  SQ-RY-TOTAL-LINE-5.
037600     05  FILLER                    PIC X(28) VALUE
037700         "  NOT REPLAYED            :".
037800     05  SQ-RY-T5-UNREPLAYED       PIC ZZZZ9.
037900     05  FILLER                    PIC X(119) VALUE SPACES.
038000*
038100 01  SQ-RY-TOTAL-LINE-6.
038200     05  FILLER                    PIC X(28) VALUE
038300         "  CANDIDATE DID NOT FINISH:".
038400     05  SQ-RY-T6-FAILED           PIC ZZZZ9.
038500     05  FILLER                    PIC X(119) VALUE SPACES.
038600*
038700 01  SQ-RY-DTL-COL-LINE.
038800     05  FILLER                    PIC X(29) VALUE
038900         "TYPE      BASE ROW  CAND ROW".
039000     05  FILLER                    PIC X(29) VALUE
039100         "INPUT VALUE           DEG  P".
039200     05  FILLER                    PIC X(46) VALUE
039300         "BASELINE RESULT        CANDIDATE RESULT".
039400     05  FILLER                    PIC X(48) VALUE
039500         "ITERATION FLAGS CHANGED".
039600*
039700 01  SQ-RY-SECTION-LINE.
039800     05  FILLER                    PIC X(40) VALUE
039900         "DIFFERENCES BY NIGHT".
040000     05  FILLER                    PIC X(112) VALUE SPACES.
040100*
040110*****************************************************************
040120* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
040130*****************************************************************
040140     COPY SQMLLINK.
040150*
040200*****************************************************************
040300* THE EXEC PARM - "F,NNNNN": THE FUNCTION, A COMMA, AND (FOR V
040400* AND C) THE FIVE-DIGIT RUN ID.
040500*****************************************************************
040600 LINKAGE SECTION.
040700 01  SQ-RY-PARM-AREA.
040800     05  SQ-RY-PARM-LENGTH         PIC S9(04) COMP.
040900     05  SQ-RY-PARM-TEXT           PIC X(20).
041000*
041100*****************************************************************
041200* 0000-MAINLINE.
041300*****************************************************************
041400 PROCEDURE DIVISION USING SQ-RY-PARM-AREA.
041500*
041600 0000-MAINLINE.
041700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041800     EVALUATE SQ-RY-FUNC
041900         WHEN "V"
042000             PERFORM 2000-VERIFY-NIGHT THRU 2000-EXIT
042100         WHEN "C"
042200             PERFORM 3000-COMPARE-NIGHT THRU 3000-EXIT
042300         WHEN "T"
042400             PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
042500         WHEN OTHER
042600             DISPLAY "BAD FUNCTION ON SQREPLAY PARM - "
042700                 SQ-RY-FUNC
042800             MOVE 16 TO RETURN-CODE
042900     END-EVALUATE.
043000     STOP RUN.
043100*
043200*****************************************************************
043300* 1000 SERIES - STARTUP.  V AND C MUST NAME A RUN ID.
043400*****************************************************************
043500 1000-INITIALIZE.
043600     MOVE ZERO TO RETURN-CODE.
043700     IF SQ-RY-PARM-LENGTH < 1
043800         DISPLAY "FATAL - SQREPLAY NEEDS A PARM - V,NNNNN, "
043900             "C,NNNNN, OR T"
043910         MOVE SPACES TO SQ-ML-TEXT
043920         STRING "FATAL - SQREPLAY NEEDS A PARM - V,NNNNN, "
043930             "C,NNNNN, OR T" DELIMITED BY SIZE INTO SQ-ML-TEXT
043940         MOVE "SQ2801S" TO SQ-ML-MSG-ID
043950         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
044000         MOVE 16 TO RETURN-CODE
044100         STOP RUN
044200     END-IF.
044300     MOVE SQ-RY-PARM-TEXT(1:1) TO SQ-RY-FUNC.
044400     IF SQ-RY-FUNC = "V" OR SQ-RY-FUNC = "C"
044500         IF SQ-RY-PARM-LENGTH < 7
044600             OR SQ-RY-PARM-TEXT(3:5) NOT NUMERIC
044700             DISPLAY "FATAL - NO RUN ID ON SQREPLAY PARM - "
044800                 SQ-RY-PARM-TEXT
044810             MOVE SPACES TO SQ-ML-TEXT
044820             STRING "FATAL - NO RUN ID ON SQREPLAY PARM - "
044830                 SQ-RY-PARM-TEXT
044840                 DELIMITED BY SIZE INTO SQ-ML-TEXT
044850             MOVE "SQ2802S" TO SQ-ML-MSG-ID
044860             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
044900             MOVE 16 TO RETURN-CODE
045000             STOP RUN
045100         END-IF
045200         MOVE SQ-RY-PARM-TEXT(3:5) TO SQ-RY-RUN-ID
045300     END-IF.
045400     ACCEPT SQ-RY-CURRENT-DATE FROM DATE YYYYMMDD.
045500     STRING SQ-RY-CUR-MONTH "/" SQ-RY-CUR-DAY "/"
045600         SQ-RY-CUR-YEAR DELIMITED BY SIZE
045700         INTO SQ-RY-REPORT-DATE.
045800     GO TO 1000-EXIT.
045900 1000-EXIT.
046000     EXIT.
046100*
046200*****************************************************************
046300* 1100-FIND-CATALOG-ENTRY.  THE LAST CATALOG RECORD FOR THE RUN
046400* ID STANDS (RETENTION REWRITES THE STATUS IN PLACE, BUT A RUN
046500* SNAPSHOT TWICE IS CATALOGED TWICE).  LEAVES IT IN SQ-YG-RECORD
046600* WITH SQ-RY-FOUND SET.
046700*****************************************************************
046800 1100-FIND-CATALOG-ENTRY.
046900     MOVE "N" TO SQ-RY-FOUND-SW.
047000     MOVE "N" TO SQ-RY-CAT-EOF-SW.
047100     MOVE SPACES TO SQ-YG-RECORD.
047200     OPEN INPUT SQ-CATALOG-FILE.
047300     IF SQ-CATALOG-STATUS NOT = "00"
047400         IF SQ-CATALOG-STATUS = "05"
047500             CLOSE SQ-CATALOG-FILE
047600         ELSE
047700             DISPLAY "WARNING - CATALOG OPEN FAILED, STATUS "
047800                 SQ-CATALOG-STATUS
047810             MOVE SPACES TO SQ-ML-TEXT
047820             STRING "WARNING - CATALOG OPEN FAILED, STATUS "
047830                 SQ-CATALOG-STATUS
047840                 DELIMITED BY SIZE INTO SQ-ML-TEXT
047850             MOVE "SQ0002W" TO SQ-ML-MSG-ID
047860             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
047900         END-IF
048000         GO TO 1100-EXIT
048100     END-IF.
048200     PERFORM 1110-READ-CATALOG THRU 1110-EXIT
048300         UNTIL SQ-RY-CAT-EOF.
048400     CLOSE SQ-CATALOG-FILE.
048500     GO TO 1100-EXIT.
048600 1100-EXIT.
048700     EXIT.
048800*
048900 1110-READ-CATALOG.
049000     READ SQ-CATALOG-FILE
049100         AT END
049200             SET SQ-RY-CAT-EOF TO TRUE
049300         NOT AT END
049400             IF SQ-GC-RUN-ID = SQ-RY-RUN-ID
049500                 SET SQ-RY-FOUND TO TRUE
049600                 MOVE SQ-GC-RECORD TO SQ-YG-RECORD
049700             END-IF
049800     END-READ.
049900     GO TO 1110-EXIT.
050000 1110-EXIT.
050100     EXIT.
050200*
050300*****************************************************************
050400* 1200-START-SUMMARY.  A FRESH SUMMARY RECORD FOR THE NIGHT,
050500* STAMPED FROM THE CATALOG ENTRY WHEN THERE IS ONE.
050600*****************************************************************
050700 1200-START-SUMMARY.
050800     MOVE SPACES TO SQ-YS-RECORD.
050900     MOVE SQ-RY-RUN-ID TO SQ-YS-RUN-ID.
051000     MOVE ZERO TO SQ-YS-COUNTS.
051100     IF SQ-RY-FOUND
051200         MOVE SQ-YG-BUS-DATE TO SQ-YS-BUS-DATE
051300         MOVE SQ-YG-CLASS TO SQ-YS-CLASS
051400     END-IF.
051500     GO TO 1200-EXIT.
051600 1200-EXIT.
051700     EXIT.
051800*
051900*****************************************************************
052000* 2000 SERIES - VERIFY.  A NIGHT CAN BE REPLAYED WHEN ITS
052100* GENERATIONS ARE ON THE CATALOG AND ACTIVE AND ITS PARAMETER
052200* CARD WAS CAPTURED - A SNAPSHOT TAKEN BEFORE THE CARD WAS KEPT
052300* CANNOT BE RERUN AS IT RAN.  EVERY NIGHT GETS A PROVISIONAL
052400* SUMMARY RECORD HERE: "N" WITH THE REASON, OR "F" FOR THE
052500* COMPARE STEP TO OVERTURN - A NIGHT WHOSE CANDIDATE NEVER GETS
052600* AS FAR AS THE COMPARE STAYS ON THE REPORT AS FAILED.
052700*****************************************************************
052800 2000-VERIFY-NIGHT.
052900     PERFORM 1100-FIND-CATALOG-ENTRY THRU 1100-EXIT.
053000     PERFORM 1200-START-SUMMARY THRU 1200-EXIT.
053100     SET SQ-YS-NOT-REPLAYED TO TRUE.
053200     EVALUATE TRUE
053300         WHEN NOT SQ-RY-FOUND
053400             MOVE "RUN NOT ON THE GENERATION CATALOG"
053500                 TO SQ-YS-NOTE
053600         WHEN SQ-YG-STATUS = "E"
053700             MOVE "GENERATIONS EXPIRED UNDER RETENTION"
053800                 TO SQ-YS-NOTE
053900         WHEN NOT SQ-YG-PARM-SAVED
054000             MOVE "PARAMETER CARD NOT CAPTURED" TO SQ-YS-NOTE
054100         WHEN OTHER
054200             SET SQ-YS-FAILED TO TRUE
054300             MOVE "CANDIDATE DID NOT REACH THE COMPARE"
054400                 TO SQ-YS-NOTE
054500     END-EVALUATE.
054600     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
054700     IF SQ-YS-NOT-REPLAYED
054800         DISPLAY "RUN " SQ-RY-RUN-ID " NOT REPLAYED - " SQ-YS-NOTE
054900         MOVE 8 TO RETURN-CODE
055000     ELSE
055100         DISPLAY "RUN " SQ-RY-RUN-ID " BUSINESS DATE "
055200             SQ-YG-BUS-DATE " - REPLAYING"
055300     END-IF.
055400     GO TO 2000-EXIT.
055500 2000-EXIT.
055600     EXIT.
055700*
055800*****************************************************************
055900* 3000 SERIES - THE COMPARE.  THE CANDIDATE RUN'S RESULTS
056000* AGAINST THE CATALOGED RESULTS GENERATION, ROW BY ROW.
056100*****************************************************************
056200 3000-COMPARE-NIGHT.
056300     PERFORM 1100-FIND-CATALOG-ENTRY THRU 1100-EXIT.
056400     PERFORM 1200-START-SUMMARY THRU 1200-EXIT.
056500     OPEN INPUT SQ-BASE-FILE.
056600     IF SQ-BASE-STATUS NOT = "00"
056700         DISPLAY "FATAL - BASELINE RESULTS OPEN FAILED, STATUS "
056800             SQ-BASE-STATUS
056810         MOVE SPACES TO SQ-ML-TEXT
056820         STRING "FATAL - BASELINE RESULTS OPEN FAILED, STATUS "
056830             SQ-BASE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
056840         MOVE "SQ0001S" TO SQ-ML-MSG-ID
056850         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
056900         MOVE 16 TO RETURN-CODE
057000         STOP RUN
057100     END-IF.
057200     OPEN EXTEND SQ-RY-DETAIL-FILE.
057300     IF SQ-RYDTL-STATUS NOT = "00" AND SQ-RYDTL-STATUS NOT = "05"
057400         DISPLAY "FATAL - SQRYDTL OPEN FAILED, STATUS "
057500             SQ-RYDTL-STATUS
057510         MOVE SPACES TO SQ-ML-TEXT
057520         STRING "FATAL - SQRYDTL OPEN FAILED, STATUS "
057530             SQ-RYDTL-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
057540         MOVE "SQ0001S" TO SQ-ML-MSG-ID
057550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
057600         MOVE 16 TO RETURN-CODE
057700         STOP RUN
057800     END-IF.
057900     PERFORM 3050-WRITE-NIGHT-HEADING THRU 3050-EXIT.
058000     OPEN INPUT SQ-CAND-FILE.
058100     IF SQ-CAND-STATUS NOT = "00"
058200         DISPLAY "CANDIDATE RESULTS OPEN FAILED, STATUS "
058300             SQ-CAND-STATUS
058400         SET SQ-YS-FAILED TO TRUE
058500         MOVE "CANDIDATE RESULTS NOT READABLE" TO SQ-YS-NOTE
058600         CLOSE SQ-BASE-FILE
058700         PERFORM 3950-CLOSE-NIGHT THRU 3950-EXIT
058800         GO TO 3000-EXIT
058900     END-IF.
059000     PERFORM 3100-FILL-BASE THRU 3100-EXIT.
059100     PERFORM 3200-FILL-CAND THRU 3200-EXIT.
059200     PERFORM 3300-COMPARE-STEP THRU 3300-EXIT
059300         UNTIL SQ-RY-BASE-COUNT = 0 AND SQ-RY-CAND-COUNT = 0.
059400     CLOSE SQ-BASE-FILE SQ-CAND-FILE.
059500     PERFORM 3900-DECIDE-OUTCOME THRU 3900-EXIT.
059600     PERFORM 3950-CLOSE-NIGHT THRU 3950-EXIT.
059700     GO TO 3000-EXIT.
059800 3000-EXIT.
059900     EXIT.
060000*
060100 3050-WRITE-NIGHT-HEADING.
060200     MOVE SQ-RY-RUN-ID TO SQ-RY-NL-RUN-ID.
060300     MOVE SQ-YS-BUS-DATE TO SQ-RY-NL-BUS-DATE.
060400     MOVE SQ-YS-CLASS TO SQ-RY-NL-CLASS.
060500     MOVE SPACES TO SQ-RY-DETAIL-RECORD.
060600     PERFORM 3820-PUT-DETAIL THRU 3820-EXIT.
060700     MOVE SQ-RY-NIGHT-LINE TO SQ-RY-DETAIL-RECORD.
060800     PERFORM 3820-PUT-DETAIL THRU 3820-EXIT.
060900     GO TO 3050-EXIT.
061000 3050-EXIT.
061100     EXIT.
061200*
061300*****************************************************************
061400* 3100/3200 - KEEP EACH WINDOW FULL.  THE HDR/TRL CONTROL ROWS
061500* (SEE SQRESCTL) ARE NOT DATA AND NEVER ENTER A WINDOW, BUT THE
061600* CANDIDATE'S TRAILER IS NOTED - A CANDIDATE FILE WITHOUT ONE
061700* WAS NEVER FINISHED.  ROWS ARE NUMBERED FROM 1 PER SIDE, DATA
061800* ROWS ONLY.
061900*****************************************************************
062000 3100-FILL-BASE.
062100     PERFORM 3110-READ-BASE THRU 3110-EXIT
062200         UNTIL SQ-RY-BASE-EOF
062300         OR SQ-RY-BASE-COUNT >= SQ-RY-WINDOW.
062400     GO TO 3100-EXIT.
062500 3100-EXIT.
062600     EXIT.
062700*
062800 3110-READ-BASE.
062900     READ SQ-BASE-FILE
063000         AT END
063100             SET SQ-RY-BASE-EOF TO TRUE
063200             GO TO 3110-EXIT
063300     END-READ.
063400     ADD 1 TO SQ-RY-BASE-READ.
063500     IF SQ-BASE-RECORD(1:4) = "HDR "
063600         OR SQ-BASE-RECORD(1:4) = "TRL "
063700         GO TO 3110-EXIT
063800     END-IF.
063900     ADD 1 TO SQ-RY-BASE-ROWS.
064000     ADD 1 TO SQ-RY-BASE-COUNT.
064100     MOVE SQ-RY-BASE-ROWS TO SQ-RY-BT-ROW-NO(SQ-RY-BASE-COUNT).
064200     MOVE SQ-BASE-RECORD TO SQ-RY-BT-IMAGE(SQ-RY-BASE-COUNT).
064300     GO TO 3110-EXIT.
064400 3110-EXIT.
064500     EXIT.
064600*
064700 3150-SHIFT-BASE.
064800     PERFORM 3160-MOVE-BASE-DOWN THRU 3160-EXIT
064900         VARYING SQ-RY-SUB FROM 1 BY 1
065000         UNTIL SQ-RY-SUB >= SQ-RY-BASE-COUNT.
065100     SUBTRACT 1 FROM SQ-RY-BASE-COUNT.
065200     PERFORM 3100-FILL-BASE THRU 3100-EXIT.
065300     GO TO 3150-EXIT.
065400 3150-EXIT.
065500     EXIT.
065600*
065700 3160-MOVE-BASE-DOWN.
065800     MOVE SQ-RY-BASE-ENTRY(SQ-RY-SUB + 1)
065900         TO SQ-RY-BASE-ENTRY(SQ-RY-SUB).
066000     GO TO 3160-EXIT.
066100 3160-EXIT.
066200     EXIT.
066300*
066400 3200-FILL-CAND.
066500     PERFORM 3210-READ-CAND THRU 3210-EXIT
066600         UNTIL SQ-RY-CAND-EOF
066700         OR SQ-RY-CAND-COUNT >= SQ-RY-WINDOW.
066800     GO TO 3200-EXIT.
066900 3200-EXIT.
067000     EXIT.
067100*
067200 3210-READ-CAND.
067300     READ SQ-CAND-FILE
067400         AT END
067500             SET SQ-RY-CAND-EOF TO TRUE
067600             GO TO 3210-EXIT
067700     END-READ.
067800     IF SQ-CAND-RECORD(1:4) = "HDR "
067900         GO TO 3210-EXIT
068000     END-IF.
068100     IF SQ-CAND-RECORD(1:4) = "TRL "
068200         MOVE SQ-CAND-RECORD(1:100) TO SQ-RC-TRAILER-IMAGE
068300         SET SQ-RY-CAND-TRL-SEEN TO TRUE
068400         IF SQ-RC-TRL-COUNT NUMERIC
068500             MOVE SQ-RC-TRL-COUNT TO SQ-RY-CAND-TRL-COUNT
068600         END-IF
068700         GO TO 3210-EXIT
068800     END-IF.
068900     ADD 1 TO SQ-RY-CAND-ROWS.
069000     ADD 1 TO SQ-RY-CAND-COUNT.
069100     MOVE SQ-RY-CAND-ROWS TO SQ-RY-CT-ROW-NO(SQ-RY-CAND-COUNT).
069200     MOVE SQ-CAND-RECORD TO SQ-RY-CT-IMAGE(SQ-RY-CAND-COUNT).
069300     GO TO 3210-EXIT.
069400 3210-EXIT.
069500     EXIT.
069600*
069700 3250-SHIFT-CAND.
069800     PERFORM 3260-MOVE-CAND-DOWN THRU 3260-EXIT
069900         VARYING SQ-RY-SUB FROM 1 BY 1
070000         UNTIL SQ-RY-SUB >= SQ-RY-CAND-COUNT.
070100     SUBTRACT 1 FROM SQ-RY-CAND-COUNT.
070200     PERFORM 3200-FILL-CAND THRU 3200-EXIT.
070300     GO TO 3250-EXIT.
070400 3250-EXIT.
070500     EXIT.
070600*
070700 3260-MOVE-CAND-DOWN.
070800     MOVE SQ-RY-CAND-ENTRY(SQ-RY-SUB + 1)
070900         TO SQ-RY-CAND-ENTRY(SQ-RY-SUB).
071000     GO TO 3260-EXIT.
071100 3260-EXIT.
071200     EXIT.
071300*
071400*****************************************************************
071500* 3300-COMPARE-STEP.  RETIRES AT LEAST ONE FRONT ROW PER PASS.
071600* FRONT KEYS EQUAL - A PAIR.  OTHERWISE THE WINDOWS ARE SEARCHED
071700* FOR EACH FRONT KEY ON THE OTHER SIDE: THE BASELINE ROW FOUND
071800* NEARER AHEAD IN THE CANDIDATE MEANS THE CANDIDATE'S FRONT ROW
071900* WAS ADDED; THE CANDIDATE ROW FOUND AHEAD IN THE BASELINE MEANS
072000* THE BASELINE'S FRONT ROW WENT MISSING; NEITHER FOUND AND BOTH
072100* FRONT ROWS ARE REPORTED AND RETIRED.
072200*****************************************************************
072300 3300-COMPARE-STEP.
072400     IF SQ-RY-BASE-COUNT = 0
072500         PERFORM 3500-WRITE-ADDED THRU 3500-EXIT
072600         PERFORM 3250-SHIFT-CAND THRU 3250-EXIT
072700         GO TO 3300-EXIT
072800     END-IF.
072900     IF SQ-RY-CAND-COUNT = 0
073000         PERFORM 3550-WRITE-MISSING THRU 3550-EXIT
073100         PERFORM 3150-SHIFT-BASE THRU 3150-EXIT
073200         GO TO 3300-EXIT
073300     END-IF.
073400     MOVE SQ-RY-BT-IMAGE(1) TO SQ-YK-RECORD.
073500     PERFORM 3600-BUILD-KEY THRU 3600-EXIT.
073600     MOVE SQ-RY-KEY-WORK TO SQ-RY-BASE-KEY.
073700     MOVE SQ-RY-CT-IMAGE(1) TO SQ-YK-RECORD.
073800     PERFORM 3600-BUILD-KEY THRU 3600-EXIT.
073900     MOVE SQ-RY-KEY-WORK TO SQ-RY-CAND-KEY.
074000     IF SQ-RY-BASE-KEY = SQ-RY-CAND-KEY
074100         PERFORM 3400-COMPARE-PAIR THRU 3400-EXIT
074200         PERFORM 3150-SHIFT-BASE THRU 3150-EXIT
074300         PERFORM 3250-SHIFT-CAND THRU 3250-EXIT
074400         GO TO 3300-EXIT
074500     END-IF.
074600     PERFORM 3310-LOOK-AHEAD THRU 3310-EXIT.
074700     IF SQ-RY-CAND-AHEAD > 0
074800         AND (SQ-RY-BASE-AHEAD = 0
074900         OR SQ-RY-CAND-AHEAD NOT > SQ-RY-BASE-AHEAD)
075000         PERFORM 3500-WRITE-ADDED THRU 3500-EXIT
075100         PERFORM 3250-SHIFT-CAND THRU 3250-EXIT
075200         GO TO 3300-EXIT
075300     END-IF.
075400     IF SQ-RY-BASE-AHEAD > 0
075500         PERFORM 3550-WRITE-MISSING THRU 3550-EXIT
075600         PERFORM 3150-SHIFT-BASE THRU 3150-EXIT
075700         GO TO 3300-EXIT
075800     END-IF.
075900     PERFORM 3550-WRITE-MISSING THRU 3550-EXIT.
076000     PERFORM 3500-WRITE-ADDED THRU 3500-EXIT.
076100     PERFORM 3150-SHIFT-BASE THRU 3150-EXIT.
076200     PERFORM 3250-SHIFT-CAND THRU 3250-EXIT.
076300     GO TO 3300-EXIT.
076400 3300-EXIT.
076500     EXIT.
076600*
076700*****************************************************************
076800* 3310-LOOK-AHEAD.  SQ-RY-CAND-AHEAD - WHERE THE BASELINE'S
076900* FRONT KEY NEXT APPEARS IN THE CANDIDATE WINDOW; SQ-RY-BASE-
077000* AHEAD - WHERE THE CANDIDATE'S FRONT KEY NEXT APPEARS IN THE
077100* BASELINE WINDOW.  ZERO = NOT WITHIN THE WINDOW.
077200*****************************************************************
077300 3310-LOOK-AHEAD.
077400     MOVE ZERO TO SQ-RY-CAND-AHEAD SQ-RY-BASE-AHEAD.
077500     PERFORM 3320-SCAN-CAND THRU 3320-EXIT
077600         VARYING SQ-RY-SUB FROM 2 BY 1
077700         UNTIL SQ-RY-SUB > SQ-RY-CAND-COUNT
077800         OR SQ-RY-CAND-AHEAD > 0.
077900     PERFORM 3330-SCAN-BASE THRU 3330-EXIT
078000         VARYING SQ-RY-SUB FROM 2 BY 1
078100         UNTIL SQ-RY-SUB > SQ-RY-BASE-COUNT
078200         OR SQ-RY-BASE-AHEAD > 0.
078300     GO TO 3310-EXIT.
078400 3310-EXIT.
078500     EXIT.
078600*
078700 3320-SCAN-CAND.
078800     MOVE SQ-RY-CT-IMAGE(SQ-RY-SUB) TO SQ-YK-RECORD.
078900     PERFORM 3600-BUILD-KEY THRU 3600-EXIT.
079000     MOVE SQ-RY-KEY-WORK TO SQ-RY-AHEAD-KEY.
079100     IF SQ-RY-AHEAD-KEY = SQ-RY-BASE-KEY
079200         MOVE SQ-RY-SUB TO SQ-RY-CAND-AHEAD
079300     END-IF.
079400     GO TO 3320-EXIT.
079500 3320-EXIT.
079600     EXIT.
079700*
079800 3330-SCAN-BASE.
079900     MOVE SQ-RY-BT-IMAGE(SQ-RY-SUB) TO SQ-YK-RECORD.
080000     PERFORM 3600-BUILD-KEY THRU 3600-EXIT.
080100     MOVE SQ-RY-KEY-WORK TO SQ-RY-AHEAD-KEY.
080200     IF SQ-RY-AHEAD-KEY = SQ-RY-CAND-KEY
080300         MOVE SQ-RY-SUB TO SQ-RY-BASE-AHEAD
080400     END-IF.
080500     GO TO 3330-EXIT.
080600 3330-EXIT.
080700     EXIT.
080800*
080900*****************************************************************
081000* 3400-COMPARE-PAIR.  EXACT COMPARE - THE BABYLONIAN AND NEWTON
081100* COLUMNS (TEXT VIEWS ON AN EXTENDED ROW, WHICH NEVER REACH A
081200* NUMERIC COMPARE), THE ITERATION COUNT, AND THE FLAGS.  A
081300* FALLBACK FLAG LEFT BLANK BY AN OLDER ROW READS AS "N".
081400*****************************************************************
081500 3400-COMPARE-PAIR.
081600     MOVE SQ-RY-BT-IMAGE(1) TO SQ-YB-RECORD.
081700     MOVE SQ-RY-CT-IMAGE(1) TO SQ-YC-RECORD.
081800     ADD 1 TO SQ-RY-PAIRS.
081900     MOVE "N" TO SQ-RY-ANSWER-SW SQ-RY-ITER-SW SQ-RY-FLAG-SW.
082000     MOVE SPACES TO SQ-RY-FLAG-TEXT.
082100     MOVE 1 TO SQ-RY-FLAG-PTR.
082200     IF SQ-YB-EXTENDED = "Y" OR SQ-YC-EXTENDED = "Y"
082300         IF SQ-YB-EXTENDED NOT = SQ-YC-EXTENDED
082400             OR SQ-YB-BABY-TEXT NOT = SQ-YC-BABY-TEXT
082500             SET SQ-RY-ANSWER-CHANGED TO TRUE
082600         END-IF
082700     ELSE
082800         IF SQ-YB-BABY-RESULT NOT = SQ-YC-BABY-RESULT
082900             OR SQ-YB-NEWTON-RESULT NOT = SQ-YC-NEWTON-RESULT
083000             SET SQ-RY-ANSWER-CHANGED TO TRUE
083100         END-IF
083200     END-IF.
083300     IF SQ-YB-ITER-COUNT NOT = SQ-YC-ITER-COUNT
083400         SET SQ-RY-ITER-CHANGED TO TRUE
083500     END-IF.
083600     IF SQ-YB-CONVERGED NOT = SQ-YC-CONVERGED
083700         SET SQ-RY-FLAG-CHANGED TO TRUE
083800         STRING "CONV " SQ-YB-CONVERGED ">" SQ-YC-CONVERGED " "
083900             DELIMITED BY SIZE INTO SQ-RY-FLAG-TEXT
084000             WITH POINTER SQ-RY-FLAG-PTR
084100     END-IF.
084200     IF SQ-YB-EXCEPTION NOT = SQ-YC-EXCEPTION
084300         SET SQ-RY-FLAG-CHANGED TO TRUE
084400         STRING "EXC " SQ-YB-EXCEPTION ">" SQ-YC-EXCEPTION " "
084500             DELIMITED BY SIZE INTO SQ-RY-FLAG-TEXT
084600             WITH POINTER SQ-RY-FLAG-PTR
084700     END-IF.
084800     MOVE "N" TO SQ-RY-BASE-FALLBACK SQ-RY-CAND-FALLBACK.
084900     IF SQ-YB-FALLBACK = "Y"
085000         MOVE "Y" TO SQ-RY-BASE-FALLBACK
085100     END-IF.
085200     IF SQ-YC-FALLBACK = "Y"
085300         MOVE "Y" TO SQ-RY-CAND-FALLBACK
085400     END-IF.
085500     IF SQ-RY-BASE-FALLBACK NOT = SQ-RY-CAND-FALLBACK
085600         SET SQ-RY-FLAG-CHANGED TO TRUE
085700         STRING "FALL " SQ-RY-BASE-FALLBACK ">"
085800             SQ-RY-CAND-FALLBACK " "
085900             DELIMITED BY SIZE INTO SQ-RY-FLAG-TEXT
086000             WITH POINTER SQ-RY-FLAG-PTR
086100     END-IF.
086200     IF SQ-YB-METHOD NOT = SQ-YC-METHOD
086300         SET SQ-RY-FLAG-CHANGED TO TRUE
086400         STRING "MTH " SQ-YB-METHOD ">" SQ-YC-METHOD
086500             DELIMITED BY SIZE INTO SQ-RY-FLAG-TEXT
086600             WITH POINTER SQ-RY-FLAG-PTR
086700     END-IF.
086800     IF SQ-RY-ANSWER-CHANGED
086900         ADD 1 TO SQ-RY-ANSWERS
087000     END-IF.
087100     IF SQ-RY-ITER-CHANGED
087200         ADD 1 TO SQ-RY-ITERATIONS
087300     END-IF.
087400     IF SQ-RY-FLAG-CHANGED
087500         ADD 1 TO SQ-RY-FLAGS
087600     END-IF.
087700     IF SQ-RY-ANSWER-CHANGED OR SQ-RY-ITER-CHANGED
087800         OR SQ-RY-FLAG-CHANGED
087900         PERFORM 3450-WRITE-CHANGED THRU 3450-EXIT
088000     ELSE
088100         ADD 1 TO SQ-RY-SAME
088200     END-IF.
088300     GO TO 3400-EXIT.
088400 3400-EXIT.
088500     EXIT.
088600*
088700 3450-WRITE-CHANGED.
088800     MOVE SQ-YB-RECORD TO SQ-YK-RECORD.
088900     PERFORM 3700-SET-ROW-COLUMNS THRU 3700-EXIT.
089000     MOVE "CHANGED" TO SQ-RY-DL-TYPE.
089100     MOVE SQ-RY-BT-ROW-NO(1) TO SQ-RY-DL-BASE-ROW.
089200     MOVE SQ-RY-CT-ROW-NO(1) TO SQ-RY-DL-CAND-ROW.
089300     MOVE SQ-RY-DL-CAND-RESULT TO SQ-RY-DL-BASE-RESULT.
089400     MOVE SQ-YC-RECORD TO SQ-YK-RECORD.
089500     PERFORM 3750-SET-RESULT-COLUMN THRU 3750-EXIT.
089600     IF SQ-RY-ITER-CHANGED
089700         MOVE SQ-YB-ITER-COUNT TO SQ-RY-IP-BASE
089800         MOVE SQ-YC-ITER-COUNT TO SQ-RY-IP-CAND
089900         MOVE SQ-RY-ITER-PAIR TO SQ-RY-DL-ITERATIONS
090000     ELSE
090100         MOVE SPACES TO SQ-RY-DL-ITERATIONS
090200     END-IF.
090300     MOVE SQ-RY-FLAG-TEXT TO SQ-RY-DL-FLAGS.
090400     PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT.
090500     GO TO 3450-EXIT.
090600 3450-EXIT.
090700     EXIT.
090800*
090900*****************************************************************
091000* 3500/3550 - A ROW WITH NO PARTNER.  ADDED = THE CANDIDATE
091100* WROTE IT AND THE CATALOGED NIGHT DID NOT; MISSING = THE
091200* OTHER WAY ROUND.
091300*****************************************************************
091400 3500-WRITE-ADDED.
091500     ADD 1 TO SQ-RY-ADDED.
091600     MOVE SQ-RY-CT-IMAGE(1) TO SQ-YK-RECORD.
091700     PERFORM 3700-SET-ROW-COLUMNS THRU 3700-EXIT.
091800     MOVE "ADDED" TO SQ-RY-DL-TYPE.
091900     MOVE SQ-RY-CT-ROW-NO(1) TO SQ-RY-DL-CAND-ROW.
092000     PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT.
092100     GO TO 3500-EXIT.
092200 3500-EXIT.
092300     EXIT.
092400*
092500 3550-WRITE-MISSING.
092600     ADD 1 TO SQ-RY-MISSING.
092700     MOVE SQ-RY-BT-IMAGE(1) TO SQ-YK-RECORD.
092800     PERFORM 3700-SET-ROW-COLUMNS THRU 3700-EXIT.
092900     MOVE "MISSING" TO SQ-RY-DL-TYPE.
093000     MOVE SQ-RY-BT-ROW-NO(1) TO SQ-RY-DL-BASE-ROW.
093100     MOVE SQ-RY-DL-CAND-RESULT TO SQ-RY-DL-BASE-RESULT.
093200     MOVE SPACES TO SQ-RY-DL-CAND-RESULT.
093300     PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT.
093400     GO TO 3550-EXIT.
093500 3550-EXIT.
093600     EXIT.
093700*
093800*****************************************************************
093900* 3600-BUILD-KEY.  THE PAIRING KEY OF THE ROW IN SQ-YK-RECORD.
094000*****************************************************************
094100 3600-BUILD-KEY.
094200     MOVE SQ-YK-INPUT-TEXT TO SQ-RY-KW-INPUT.
094300     MOVE SQ-YK-ROOT-DEGREE TO SQ-RY-KW-DEGREE.
094400     MOVE ZERO TO SQ-RY-KW-POWER.
094500     IF SQ-YK-EXP-POWER NUMERIC
094600         MOVE SQ-YK-EXP-POWER TO SQ-RY-KW-POWER
094700     END-IF.
094800     GO TO 3600-EXIT.
094900 3600-EXIT.
095000     EXIT.
095100*
095200*****************************************************************
095300* 3700-SET-ROW-COLUMNS.  A FRESH DETAIL LINE CARRYING THE INPUT,
095400* DEGREE, POWER, AND ITERATIONS OF THE ROW IN SQ-YK-RECORD, WITH
095500* ITS ANSWER IN THE CANDIDATE RESULT COLUMN (THE CALLER MOVES IT
095600* ACROSS FOR A BASELINE ROW).
095700*****************************************************************
095800 3700-SET-ROW-COLUMNS.
095900     MOVE SPACES TO SQ-RY-DETAIL-LINE.
096000     MOVE ZERO TO SQ-RY-DL-BASE-ROW SQ-RY-DL-CAND-ROW.
096100     IF SQ-YK-EXTENDED = "Y"
096200         MOVE SQ-YK-INPUT-TEXT TO SQ-RY-DL-INPUT
096300     ELSE
096400         MOVE SQ-YK-INPUT-VALUE TO SQ-RY-EDIT-VALUE
096500         MOVE SQ-RY-EDIT-VALUE TO SQ-RY-DL-INPUT
096600     END-IF.
096700     MOVE SQ-YK-ROOT-DEGREE TO SQ-RY-DL-DEGREE.
096800     MOVE ZERO TO SQ-RY-DL-POWER.
096900     IF SQ-YK-EXP-POWER NUMERIC
097000         MOVE SQ-YK-EXP-POWER TO SQ-RY-DL-POWER
097100     END-IF.
097200     MOVE SQ-YK-ITER-COUNT TO SQ-RY-DL-ITERATIONS.
097300     PERFORM 3750-SET-RESULT-COLUMN THRU 3750-EXIT.
097400     GO TO 3700-EXIT.
097500 3700-EXIT.
097600     EXIT.
097700*
097800*****************************************************************
097900* 3750-SET-RESULT-COLUMN.  THE ROW'S ANSWER - THE NEWTON COLUMN
098000* FOR METHOD N, THE BABYLONIAN COLUMN OTHERWISE (AS SQCOMPAR),
098100* THE E-NOTATION TEXT ON AN EXTENDED ROW.
098200*****************************************************************
098300 3750-SET-RESULT-COLUMN.
098400     EVALUATE TRUE
098500         WHEN SQ-YK-EXTENDED = "Y"
098600             MOVE SQ-YK-BABY-TEXT TO SQ-RY-DL-CAND-RESULT
098700         WHEN SQ-YK-METHOD = "N"
098800             MOVE SQ-YK-NEWTON-RESULT TO SQ-RY-EDIT-VALUE
098900             MOVE SQ-RY-EDIT-VALUE TO SQ-RY-DL-CAND-RESULT
099000         WHEN OTHER
099100             MOVE SQ-YK-BABY-RESULT TO SQ-RY-EDIT-VALUE
099200             MOVE SQ-RY-EDIT-VALUE TO SQ-RY-DL-CAND-RESULT
099300     END-EVALUATE.
099400     GO TO 3750-EXIT.
099500 3750-EXIT.
099600     EXIT.
099700*
099800*****************************************************************
099900* 3800-WRITE-DETAIL.  A BROKEN CANDIDATE CAN DIFFER ON EVERY
100000* ROW - PAST SQ-RY-DETAIL-CAP LINES A NIGHT THE REST ARE ONLY
100100* COUNTED (THE SUMMARY COUNTS ARE ALWAYS COMPLETE).
100200*****************************************************************
100300 3800-WRITE-DETAIL.
100400     IF SQ-RY-DETAIL-WRITTEN >= SQ-RY-DETAIL-CAP
100500         ADD 1 TO SQ-RY-DETAIL-SUPPRESSED
100600         GO TO 3800-EXIT
100700     END-IF.
100800     ADD 1 TO SQ-RY-DETAIL-WRITTEN.
100900     MOVE SQ-RY-DETAIL-LINE TO SQ-RY-DETAIL-RECORD.
101000     PERFORM 3820-PUT-DETAIL THRU 3820-EXIT.
101100     GO TO 3800-EXIT.
101200 3800-EXIT.
101300     EXIT.
101400*
101500 3820-PUT-DETAIL.
101600     WRITE SQ-RY-DETAIL-RECORD.
101700     IF SQ-RYDTL-STATUS NOT = "00"
101800         DISPLAY "WARNING - SQRYDTL WRITE FAILED, STATUS "
101900             SQ-RYDTL-STATUS
101910         MOVE SPACES TO SQ-ML-TEXT
101920         STRING "WARNING - SQRYDTL WRITE FAILED, STATUS "
101930             SQ-RYDTL-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
101940         MOVE "SQ0004W" TO SQ-ML-MSG-ID
101950         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
102000     END-IF.
102100     GO TO 3820-EXIT.
102200 3820-EXIT.
102300     EXIT.
102400*
102500*****************************************************************
102600* 3900-DECIDE-OUTCOME.  A CANDIDATE FILE WITHOUT ITS TRAILER, OR
102700* WHOSE TRAILER DISAGREES WITH THE ROWS ON IT, DID NOT FINISH -
102800* ITS DIFFERENCES ARE STILL LISTED BUT THE NIGHT IS FAILED.  A
102900* BASELINE WHOSE RECORD COUNT NO LONGER MATCHES THE CATALOG IS
103000* NOT THE GENERATION THAT WAS SNAPSHOT, AND IS FLAGGED.
103100*****************************************************************
103200 3900-DECIDE-OUTCOME.
103300     SET SQ-YS-IDENTICAL TO TRUE.
103400     IF SQ-RY-ANSWERS > 0 OR SQ-RY-ITERATIONS > 0
103500         OR SQ-RY-FLAGS > 0 OR SQ-RY-ADDED > 0
103600         OR SQ-RY-MISSING > 0
103700         SET SQ-YS-DIFFERENT TO TRUE
103800     END-IF.
103900     IF SQ-RY-FOUND AND SQ-RY-BASE-READ NOT = SQ-YG-RESULT-COUNT
104000         SET SQ-YS-DIFFERENT TO TRUE
104100         MOVE "BASELINE COUNT DISAGREES WITH CATALOG"
104200             TO SQ-YS-NOTE
104300     END-IF.
104400     IF NOT SQ-RY-CAND-TRL-SEEN
104500         SET SQ-YS-FAILED TO TRUE
104600         MOVE "CANDIDATE RESULTS HAVE NO TRAILER" TO SQ-YS-NOTE
104700     ELSE
104800         IF SQ-RY-CAND-TRL-COUNT NOT = SQ-RY-CAND-ROWS
104900             SET SQ-YS-FAILED TO TRUE
105000             MOVE "CANDIDATE TRAILER COUNT DISAGREES"
105100                 TO SQ-YS-NOTE
105200         END-IF
105300     END-IF.
105400     GO TO 3900-EXIT.
105500 3900-EXIT.
105600     EXIT.
105700*
105800*****************************************************************
105900* 3950-CLOSE-NIGHT.  THE CLOSING NOTE ON THE DETAIL DATASET AND
106000* THE NIGHT'S FINAL SUMMARY RECORD.  RC 0 IDENTICAL, 4 WITH
106100* DIFFERENCES, 8 WHEN THE CANDIDATE DID NOT FINISH.
106200*****************************************************************
106300 3950-CLOSE-NIGHT.
106400     IF SQ-RY-DETAIL-SUPPRESSED > 0
106500         MOVE SQ-RY-DETAIL-SUPPRESSED TO SQ-RY-EDIT-COUNT
106600         MOVE SPACES TO SQ-RY-NOTE
106700         STRING "... " SQ-RY-EDIT-COUNT
106800             " FURTHER DIFFERENCES NOT LISTED"
106900             DELIMITED BY SIZE INTO SQ-RY-NOTE
107000         MOVE SQ-RY-NOTE-LINE TO SQ-RY-DETAIL-RECORD
107100         PERFORM 3820-PUT-DETAIL THRU 3820-EXIT
107200     END-IF.
107300     MOVE SPACES TO SQ-RY-NOTE.
107400     EVALUATE TRUE
107500         WHEN SQ-YS-IDENTICAL
107600             MOVE "NO DIFFERENCES - EVERY ROW IDENTICAL"
107700                 TO SQ-RY-NOTE
107800         WHEN SQ-YS-FAILED
107900             STRING "NIGHT FAILED - " SQ-YS-NOTE
108000                 DELIMITED BY SIZE INTO SQ-RY-NOTE
108100         WHEN SQ-YS-NOTE NOT = SPACES
108200             MOVE SQ-YS-NOTE TO SQ-RY-NOTE
108300     END-EVALUATE.
108400     IF SQ-RY-NOTE NOT = SPACES
108500         MOVE SQ-RY-NOTE-LINE TO SQ-RY-DETAIL-RECORD
108600         PERFORM 3820-PUT-DETAIL THRU 3820-EXIT
108700     END-IF.
108800     CLOSE SQ-RY-DETAIL-FILE.
108900     MOVE SQ-RY-BASE-ROWS TO SQ-YS-BASE-ROWS.
109000     MOVE SQ-RY-CAND-ROWS TO SQ-YS-CAND-ROWS.
109100     MOVE SQ-RY-PAIRS TO SQ-YS-PAIRS.
109200     MOVE SQ-RY-SAME TO SQ-YS-SAME.
109300     MOVE SQ-RY-ANSWERS TO SQ-YS-ANSWERS.
109400     MOVE SQ-RY-ITERATIONS TO SQ-YS-ITERATIONS.
109500     MOVE SQ-RY-FLAGS TO SQ-YS-FLAGS.
109600     MOVE SQ-RY-ADDED TO SQ-YS-ADDED.
109700     MOVE SQ-RY-MISSING TO SQ-YS-MISSING.
109800     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
109900     DISPLAY "RUN " SQ-RY-RUN-ID " REPLAY - PAIRS " SQ-RY-PAIRS
110000         " IDENTICAL " SQ-RY-SAME " ADDED " SQ-RY-ADDED
110100         " MISSING " SQ-RY-MISSING.
110200     EVALUATE TRUE
110300         WHEN SQ-YS-FAILED
110400             MOVE 8 TO RETURN-CODE
110500         WHEN SQ-YS-DIFFERENT
110600             MOVE 4 TO RETURN-CODE
110700         WHEN OTHER
110800             MOVE 0 TO RETURN-CODE
110900     END-EVALUATE.
111000     GO TO 3950-EXIT.
111100 3950-EXIT.
111200     EXIT.
111300*
111400*****************************************************************
111500* 6000 SERIES - THE REPLAY REPORT.  ONE LINE PER NIGHT IN THE
111600* ORDER THE NIGHTS WERE REPLAYED, TOTALS, THEN THE DIFFERENCE
111700* DETAIL AS THE COMPARE STEPS WROTE IT.
111800*****************************************************************
111900 6000-PRINT-TOTALS.
112000     OPEN OUTPUT SQ-RY-REPORT-FILE.
112100     IF SQ-RY-REPORT-STATUS NOT = "00"
112200         DISPLAY "FATAL - SQ-RY-REPORT-FILE OPEN FAILED, STATUS "
112300             SQ-RY-REPORT-STATUS
112310         MOVE SPACES TO SQ-ML-TEXT
112320         STRING "FATAL - SQ-RY-REPORT-FILE OPEN FAILED, STATUS "
112330             SQ-RY-REPORT-STATUS
112340             DELIMITED BY SIZE INTO SQ-ML-TEXT
112350         MOVE "SQ0001S" TO SQ-ML-MSG-ID
112360         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
112400         MOVE 16 TO RETURN-CODE
112500         STOP RUN
112600     END-IF.
112700     PERFORM 6100-LOAD-NIGHTS THRU 6100-EXIT.
112800     MOVE ZERO TO SQ-RY-TOTALS.
112900     PERFORM 4700-WRITE-REPORT-HEADERS THRU 4700-EXIT.
113000     PERFORM 6200-PRINT-ONE-NIGHT THRU 6200-EXIT
113100         VARYING SQ-RY-SUB FROM 1 BY 1
113200         UNTIL SQ-RY-SUB > SQ-RY-NIGHT-COUNT.
113300     PERFORM 6300-PRINT-TOTAL-LINES THRU 6300-EXIT.
113400     PERFORM 6400-COPY-DETAIL THRU 6400-EXIT.
113500     CLOSE SQ-RY-REPORT-FILE.
113600     EVALUATE TRUE
113700         WHEN SQ-RY-NIGHT-COUNT = 0
113800             DISPLAY "NO NIGHTS ON THE REPLAY SUMMARY"
113900             MOVE 8 TO RETURN-CODE
114000         WHEN SQ-RY-TOT-UNREPLAYED > 0 OR SQ-RY-TOT-FAILED > 0
114100             MOVE 8 TO RETURN-CODE
114200         WHEN SQ-RY-TOT-DIFFERENT > 0
114300             MOVE 4 TO RETURN-CODE
114400         WHEN OTHER
114500             MOVE 0 TO RETURN-CODE
114600     END-EVALUATE.
114700     GO TO 6000-EXIT.
114800 6000-EXIT.
114900     EXIT.
115000*
115100 6100-LOAD-NIGHTS.
115200     OPEN INPUT SQ-RY-SUMMARY-FILE.
115300     IF SQ-RYSUM-STATUS NOT = "00"
115400         IF SQ-RYSUM-STATUS = "05"
115500             CLOSE SQ-RY-SUMMARY-FILE
115600         ELSE
115700             DISPLAY "WARNING - SQRYSUM OPEN FAILED, STATUS "
115800                 SQ-RYSUM-STATUS
115810             MOVE SPACES TO SQ-ML-TEXT
115820             STRING "WARNING - SQRYSUM OPEN FAILED, STATUS "
115830                 SQ-RYSUM-STATUS
115840                 DELIMITED BY SIZE INTO SQ-ML-TEXT
115850             MOVE "SQ0002W" TO SQ-ML-MSG-ID
115860             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
115900         END-IF
116000         GO TO 6100-EXIT
116100     END-IF.
116200     MOVE "N" TO SQ-RY-CAT-EOF-SW.
116300     PERFORM 6110-LOAD-ONE-NIGHT THRU 6110-EXIT
116400         UNTIL SQ-RY-CAT-EOF.
116500     CLOSE SQ-RY-SUMMARY-FILE.
116600     GO TO 6100-EXIT.
116700 6100-EXIT.
116800     EXIT.
116900*
117000 6110-LOAD-ONE-NIGHT.
117100     READ SQ-RY-SUMMARY-FILE INTO SQ-YS-RECORD
117200         AT END
117300             SET SQ-RY-CAT-EOF TO TRUE
117400             GO TO 6110-EXIT
117500     END-READ.
117600     MOVE ZERO TO SQ-RY-NIGHT-HIT.
117700     PERFORM 6120-MATCH-NIGHT THRU 6120-EXIT
117800         VARYING SQ-RY-SUB FROM 1 BY 1
117900         UNTIL SQ-RY-SUB > SQ-RY-NIGHT-COUNT
118000         OR SQ-RY-NIGHT-HIT > 0.
118100     IF SQ-RY-NIGHT-HIT = 0
118200         IF SQ-RY-NIGHT-COUNT >= 200
118300             DISPLAY "WARNING - MORE THAN 200 NIGHTS, RUN "
118400                 SQ-YS-RUN-ID " NOT REPORTED"
118410             MOVE SPACES TO SQ-ML-TEXT
118420             STRING "WARNING - MORE THAN 200 NIGHTS, RUN "
118430                 SQ-YS-RUN-ID " NOT REPORTED"
118440                 DELIMITED BY SIZE INTO SQ-ML-TEXT
118450             MOVE "SQ2803W" TO SQ-ML-MSG-ID
118460             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
118500             GO TO 6110-EXIT
118600         END-IF
118700         ADD 1 TO SQ-RY-NIGHT-COUNT
118800         MOVE SQ-RY-NIGHT-COUNT TO SQ-RY-NIGHT-HIT
118900     END-IF.
119000     MOVE SQ-YS-RECORD TO SQ-RY-NT-IMAGE(SQ-RY-NIGHT-HIT).
119100     GO TO 6110-EXIT.
119200 6110-EXIT.
119300     EXIT.
119400*
119500 6120-MATCH-NIGHT.
119600     IF SQ-RY-NT-IMAGE(SQ-RY-SUB)(1:5) = SQ-YS-RUN-ID
119700         MOVE SQ-RY-SUB TO SQ-RY-NIGHT-HIT
119800     END-IF.
119900     GO TO 6120-EXIT.
120000 6120-EXIT.
120100     EXIT.
120200*
120300 6200-PRINT-ONE-NIGHT.
120400     MOVE SQ-RY-NT-IMAGE(SQ-RY-SUB) TO SQ-YS-RECORD.
120500     ADD 1 TO SQ-RY-TOT-NIGHTS.
120600     MOVE SPACES TO SQ-RY-NIGHT-SUM-LINE.
120700     MOVE SQ-YS-RUN-ID TO SQ-RY-NS-RUN-ID.
120800     MOVE SQ-YS-BUS-DATE TO SQ-RY-NS-BUS-DATE.
120900     MOVE SQ-YS-CLASS TO SQ-RY-NS-CLASS.
121000     EVALUATE TRUE
121100         WHEN SQ-YS-IDENTICAL
121200             MOVE "IDENTICAL" TO SQ-RY-NS-OUTCOME
121300             ADD 1 TO SQ-RY-TOT-IDENTICAL
121400         WHEN SQ-YS-DIFFERENT
121500             MOVE "DIFFERENCES" TO SQ-RY-NS-OUTCOME
121600             ADD 1 TO SQ-RY-TOT-DIFFERENT
121700         WHEN SQ-YS-NOT-REPLAYED
121800             MOVE "NOT REPLAYED" TO SQ-RY-NS-OUTCOME
121900             ADD 1 TO SQ-RY-TOT-UNREPLAYED
122000         WHEN OTHER
122100             MOVE "DID NOT FINISH" TO SQ-RY-NS-OUTCOME
122200             ADD 1 TO SQ-RY-TOT-FAILED
122300     END-EVALUATE.
122400     MOVE SQ-YS-BASE-ROWS TO SQ-RY-NS-COUNT(1).
122500     MOVE SQ-YS-CAND-ROWS TO SQ-RY-NS-COUNT(2).
122600     MOVE SQ-YS-ANSWERS TO SQ-RY-NS-COUNT(3).
122700     MOVE SQ-YS-ITERATIONS TO SQ-RY-NS-COUNT(4).
122800     MOVE SQ-YS-FLAGS TO SQ-RY-NS-COUNT(5).
122900     MOVE SQ-YS-ADDED TO SQ-RY-NS-COUNT(6).
123000     MOVE SQ-YS-MISSING TO SQ-RY-NS-COUNT(7).
123100     MOVE SQ-YS-NOTE TO SQ-RY-NS-NOTE.
123200     ADD SQ-YS-BASE-ROWS TO SQ-RY-TOT-COUNT(1).
123300     ADD SQ-YS-CAND-ROWS TO SQ-RY-TOT-COUNT(2).
123400     ADD SQ-YS-ANSWERS TO SQ-RY-TOT-COUNT(3).
123500     ADD SQ-YS-ITERATIONS TO SQ-RY-TOT-COUNT(4).
123600     ADD SQ-YS-FLAGS TO SQ-RY-TOT-COUNT(5).
123700     ADD SQ-YS-ADDED TO SQ-RY-TOT-COUNT(6).
123800     ADD SQ-YS-MISSING TO SQ-RY-TOT-COUNT(7).
123900     MOVE SQ-RY-NIGHT-SUM-LINE TO SQ-RY-REPORT-LINE.
124000     PERFORM 4720-PRINT-LINE THRU 4720-EXIT.
124100     GO TO 6200-EXIT.
124200 6200-EXIT.
124300     EXIT.
124400*
124500 6300-PRINT-TOTAL-LINES.
124600     MOVE SPACES TO SQ-RY-TOTAL-LINE-1.
124700     MOVE "TOTALS" TO SQ-RY-TL-LABEL.
124800     PERFORM 6310-SET-TOTAL-COUNT THRU 6310-EXIT
124900         VARYING SQ-RY-SUB FROM 1 BY 1
125000         UNTIL SQ-RY-SUB > 7.
125100     MOVE SPACES TO SQ-RY-REPORT-LINE.
125200     PERFORM 4720-PRINT-LINE THRU 4720-EXIT.
125300     MOVE SQ-RY-TOTAL-LINE-1 TO SQ-RY-REPORT-LINE.
125400     PERFORM 4720-PRINT-LINE THRU 4720-EXIT.
125500     MOVE SQ-RY-TOT-NIGHTS TO SQ-RY-T2-NIGHTS.
125600     MOVE SQ-RY-TOT-IDENTICAL TO SQ-RY-T3-IDENTICAL.
125700     MOVE SQ-RY-TOT-DIFFERENT TO SQ-RY-T4-DIFFERENT.
125800     MOVE SQ-RY-TOT-UNREPLAYED TO SQ-RY-T5-UNREPLAYED.
125900     MOVE SQ-RY-TOT-FAILED TO SQ-RY-T6-FAILED.
126000     MOVE SPACES TO SQ-RY-REPORT-LINE.
126100     PERFORM 4720-PRINT-LINE THRU 4720-EXIT.
126200     MOVE SQ-RY-TOTAL-LINE-2 TO SQ-RY-REPORT-LINE.
126300     PERFORM 4720-PRINT-LINE THRU 4720-EXIT.
126400     MOVE SQ-RY-TOTAL-LINE-3 TO SQ-RY-REPORT-LINE.
126500     PERFORM 4720-PRINT-LINE THRU 4720-EXIT.
126600     MOVE SQ-RY-TOTAL-LINE-4 TO SQ-RY-REPORT-LINE.
126700     PERFORM 4720-PRINT-LINE THRU 4720-EXIT.
126800     MOVE SQ-RY-TOTAL-LINE-5 TO SQ-RY-REPORT-LINE.
126900     PERFORM 4720-PRINT-LINE THRU 4720-EXIT.
127000     MOVE SQ-RY-TOTAL-LINE-6 TO SQ-RY-REPORT-LINE.
127100     PERFORM 4720-PRINT-LINE THRU 4720-EXIT.
127200     GO TO 6300-EXIT.
127300 6300-EXIT.
127400     EXIT.
127500*
127600 6310-SET-TOTAL-COUNT.
127700     MOVE SQ-RY-TOT-COUNT(SQ-RY-SUB)
127800         TO SQ-RY-TL-COUNT(SQ-RY-SUB).
127900     GO TO 6310-EXIT.
128000 6310-EXIT.
128100     EXIT.
128200*
128300*****************************************************************
128400* 6400-COPY-DETAIL.  THE DIFFERENCE DETAIL STARTS ON A NEW PAGE
128500* UNDER ITS OWN COLUMN HEADINGS.
128600*****************************************************************
128700 6400-COPY-DETAIL.
128800     OPEN INPUT SQ-RY-DETAIL-FILE.
128900     IF SQ-RYDTL-STATUS NOT = "00"
129000         IF SQ-RYDTL-STATUS = "05"
129100             CLOSE SQ-RY-DETAIL-FILE
129200         END-IF
129300         GO TO 6400-EXIT
129400     END-IF.
129500     SET SQ-RY-DETAIL-PAGES TO TRUE.
129600     ADD 1 TO SQ-RY-PAGE-NO.
129700     PERFORM 4700-WRITE-REPORT-HEADERS THRU 4700-EXIT.
129800     WRITE SQ-RY-REPORT-LINE FROM SQ-RY-SECTION-LINE
129900         AFTER ADVANCING 1.
130000     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
130100     ADD 1 TO SQ-RY-LINE-NO.
130200     MOVE "N" TO SQ-RY-DTL-EOF-SW.
130300     PERFORM 6410-COPY-ONE-LINE THRU 6410-EXIT
130400         UNTIL SQ-RY-DTL-EOF.
130500     CLOSE SQ-RY-DETAIL-FILE.
130600     GO TO 6400-EXIT.
130700 6400-EXIT.
130800     EXIT.
130900*
131000 6410-COPY-ONE-LINE.
131100     READ SQ-RY-DETAIL-FILE
131200         AT END
131300             SET SQ-RY-DTL-EOF TO TRUE
131400             GO TO 6410-EXIT
131500     END-READ.
131600     MOVE SQ-RY-DETAIL-RECORD TO SQ-RY-REPORT-LINE.
131700     PERFORM 4720-PRINT-LINE THRU 4720-EXIT.
131800     GO TO 6410-EXIT.
131900 6410-EXIT.
132000     EXIT.
132100*
132200*****************************************************************
132300* 4700 SERIES - REPORT PAGE AND STATUS CONTROL.  THE COLUMN
132400* HEADINGS FOLLOW THE SECTION BEING PRINTED.
132500*****************************************************************
132600 4700-WRITE-REPORT-HEADERS.
132700     MOVE SQ-RY-REPORT-DATE TO SQ-RY-H1-DATE.
132800     MOVE SQ-RY-PAGE-NO TO SQ-RY-H1-PAGE.
132900     WRITE SQ-RY-REPORT-LINE FROM SQ-RY-HDR-LINE-1
133000         AFTER ADVANCING PAGE.
133100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
133200     WRITE SQ-RY-REPORT-LINE FROM SQ-RY-HDR-LINE-2
133300         AFTER ADVANCING 1.
133400     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
133500     IF SQ-RY-DETAIL-PAGES
133600         WRITE SQ-RY-REPORT-LINE FROM SQ-RY-DTL-COL-LINE
133700             AFTER ADVANCING 2
133800     ELSE
133900         WRITE SQ-RY-REPORT-LINE FROM SQ-RY-SUM-COL-LINE
134000             AFTER ADVANCING 2
134100     END-IF.
134200     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
134300     MOVE 4 TO SQ-RY-LINE-NO.
134400     GO TO 4700-EXIT.
134500 4700-EXIT.
134600     EXIT.
134700*
134800 4710-CHECK-PAGE-BREAK.
134900     IF SQ-RY-LINE-NO >= SQ-RY-LINES-PER-PAGE
135000         ADD 1 TO SQ-RY-PAGE-NO
135100         PERFORM 4700-WRITE-REPORT-HEADERS THRU 4700-EXIT
135200     END-IF.
135300     GO TO 4710-EXIT.
135400 4710-EXIT.
135500     EXIT.
135600*
135700 4712-CHECK-REPORT-STATUS.
135800     IF SQ-RY-REPORT-STATUS NOT = "00"
135900         DISPLAY "WARNING - SQ-RY-REPORT-FILE WRITE FAILED, "
136000             "STATUS " SQ-RY-REPORT-STATUS
136010         MOVE SPACES TO SQ-ML-TEXT
136020         STRING "WARNING - SQ-RY-REPORT-FILE WRITE FAILED, "
136030             "STATUS " SQ-RY-REPORT-STATUS
136040             DELIMITED BY SIZE INTO SQ-ML-TEXT
136050         MOVE "SQ0004W" TO SQ-ML-MSG-ID
136060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
136100     END-IF.
136200     GO TO 4712-EXIT.
136300 4712-EXIT.
136400     EXIT.
136500*
136600 4720-PRINT-LINE.
136700     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
136800     WRITE SQ-RY-REPORT-LINE AFTER ADVANCING 1.
136900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
137000     ADD 1 TO SQ-RY-LINE-NO.
137100     GO TO 4720-EXIT.
137200 4720-EXIT.
137300     EXIT.
137400*
137500*****************************************************************
137600* 8000-WRITE-SUMMARY.  APPENDS THE NIGHT'S SUMMARY RECORD (SEE
137700* SQRYSUM) - EACH NIGHT'S STEPS EXTEND THE SAME DATASET.
137800*****************************************************************
137900 8000-WRITE-SUMMARY.
138000     OPEN EXTEND SQ-RY-SUMMARY-FILE.
138100     IF SQ-RYSUM-STATUS NOT = "00" AND SQ-RYSUM-STATUS NOT = "05"
138200         DISPLAY "FATAL - SQRYSUM OPEN FAILED, STATUS "
138300             SQ-RYSUM-STATUS
138310         MOVE SPACES TO SQ-ML-TEXT
138320         STRING "FATAL - SQRYSUM OPEN FAILED, STATUS "
138330             SQ-RYSUM-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
138340         MOVE "SQ0001S" TO SQ-ML-MSG-ID
138350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
138400         MOVE 16 TO RETURN-CODE
138500         STOP RUN
138600     END-IF.
138700     WRITE SQ-RY-SUMMARY-RECORD FROM SQ-YS-RECORD.
138800     IF SQ-RYSUM-STATUS NOT = "00"
138900         DISPLAY "FATAL - SQRYSUM WRITE FAILED, STATUS "
139000             SQ-RYSUM-STATUS
139010         MOVE SPACES TO SQ-ML-TEXT
139020         STRING "FATAL - SQRYSUM WRITE FAILED, STATUS "
139030             SQ-RYSUM-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
139040         MOVE "SQ0003S" TO SQ-ML-MSG-ID
139050         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
139100         MOVE 16 TO RETURN-CODE
139200     END-IF.
139300     CLOSE SQ-RY-SUMMARY-FILE.
139400     GO TO 8000-EXIT.
139500 8000-EXIT.
139600     EXIT.
139700*
139800*****************************************************************
139900* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
140000* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
140100* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
140200* WAY.
140300*****************************************************************
140400 9800-LOG-MESSAGE.
140500     MOVE "SQREPLAY" TO SQ-ML-PROGRAM.
140600     MOVE ZERO TO SQ-ML-RUN-ID.
140700     MOVE SPACES TO SQ-ML-BUS-DATE.
140800     CALL "SQMSGLOG" USING SQ-ML-AREA.
140900     GO TO 9800-EXIT.
141000 9800-EXIT.
141100     EXIT.
