000100*****************************************************************
000200* PROGRAM-ID.  SQSPCHK
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  INDEPENDENT DIGIT-BY-DIGIT SPOT CHECK OF THE NIGHT'S
001000*     RESULTS.  EVERY OTHER CHECK IN THE SUITE MEASURES A ROOT
001100*     WITH THE SAME KIND OF ARITHMETIC THAT PRODUCED IT - 4600 IN
001200*     SQUARE AGAINST FUNCTION SQRT (DEGREE 2 ONLY), 4620 BY
001300*     RAISING THE ANSWER BACK TO THE DEGREE IN THE SAME FIXED AND
001400*     FLOATING FIELDS.  THIS PROGRAM TAKES A SAMPLE OF THE
001500*     RESULTS ROWS AND WORKS EACH ROOT OUT AGAIN ONE DECIMAL DIGIT
001600*     AT A TIME, TO TWELVE DECIMALS, DECIDING EVERY DIGIT BY AN
001700*     EXACT WHOLE-NUMBER COMPARISON - THE LARGEST X WITH X ** N
001800*     NOT OVER THE SCALED INPUT, IN MULTI-WORD INTEGERS OF EIGHT
001900*     DIGITS A WORD, SO NOTHING IS ROUNDED AND NOTHING OVERFLOWS
002000*     AT ANY DEGREE.  A SAMPLED ANSWER WHOSE DISPLAYED FIGURE (THE
002100*     NIGHT'S SQ-PARM-DECIMALS PLACES, AS 5000-FORMAT-DECIMALS
002200*     SHOWS IT) IS ONE OR MORE UNITS OF THE LAST DISPLAYED PLACE
002300*     FROM THE TRUE ROOT IS WRONG AND IS LISTED.
002400*
002500*     THE SAMPLE IS STRATIFIED BY ROOT DEGREE, MAGNITUDE BAND OF
002600*     THE INPUT, AND METHOD: WITHIN EACH STRATUM THE FIRST ROWS
002700*     (THE SQSCPARM MINIMUM) ARE ALWAYS TAKEN, THEN EVERY ROW THAT
002800*     CARRIES THE STRATUM'S RUNNING COUNT PAST THE NEXT WHOLE
002900*     MULTIPLE OF THE SAMPLE PERCENT - A SYSTEMATIC SAMPLE, SO THE
003000*     SAME RESULTS ALWAYS GIVE THE SAME SAMPLE.  THE ANSWER JUDGED
003100*     IS THE METHOD'S OWN COLUMN (NEWTON FOR METHOD N, THE
003200*     BABYLONIAN COLUMN OTHERWISE, AS SQTOLSIM AND SQCOMPAR JUDGE
003300*     IT).  EXTENDED ROWS AND EXP=P/Q ROWS ARE NOT ELIGIBLE - THEY
003400*     CARRY E-NOTATION TEXT OR A POWER OF THE ROOT, NOT A ROOT.
003500*
003600*     EVERY SAMPLED ROW, RIGHT OR WRONG, IS APPENDED TO THE
003700*     SPOT-CHECK HISTORY (SEE SQSCHIST).  FUNCTION M READS THE
003800*     HISTORY BACK AND PRINTS A MONTH'S MEASURED ERROR RATE, BY
003900*     STRATUM AND IN TOTAL, FOR THE AUDITORS.
004000*
004100*     RC=0  EVERY SAMPLED ANSWER RIGHT (M - THE MONTH REPORTED)
004200*     RC=4  WRONG ANSWERS LISTED (M - NO HISTORY FOR THE MONTH)
004300*     RC=8  THE HISTORY COULD NOT BE WRITTEN IN FULL
004400*     RC=16 A FILE COULD NOT BE OPENED
004500*
004600* MODIFICATION HISTORY.
004700*     2026-10-15  DL  INITIAL VERSION.
004720*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
004740*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
004760*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
004780*                     COPYBOOK SQMSGCAT).
004782*     2026-10-15  DL  RESTARTED AFTER ITS OWN ABEND (SQSTPLOG "P")
004784*                     IT ENDS RC=16 NAMING THE HISTORY ROWS THE
004786*                     DEAD RUN LEFT - REMOVE THEM AND RESUBMIT,
004788*                     AND THE STEP THEN RUNS IN FULL.
004800*****************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID.  SQSPCHK.
005100 AUTHOR.      D. LOCKWOOD.
005200 INSTALLATION. 3190 SYSTEMS.
005300 DATE-WRITTEN. 2026-10-15.
005400 DATE-COMPILED.
005500*
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT SQ-RESULT-FILE ASSIGN TO SQRESULT
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS IS SQ-RESULT-STATUS.
006200*
006300     SELECT OPTIONAL SQ-SC-PARM-FILE ASSIGN TO SQSCPARM
006400         ORGANIZATION LINE SEQUENTIAL
006500         FILE STATUS IS SQ-SCPARM-STATUS.
006600*
006700     SELECT OPTIONAL SQ-PARM-FILE ASSIGN TO SQPARMS
006800         ORGANIZATION LINE SEQUENTIAL
006900         FILE STATUS IS SQ-PARM-STATUS.
007000*
007100     SELECT OPTIONAL SQ-SC-HIST-FILE ASSIGN TO SQSCHIST
007200         ORGANIZATION LINE SEQUENTIAL
007300         FILE STATUS IS SQ-SC-HIST-STATUS.
007400*
007500     SELECT SQ-SC-REPORT-FILE ASSIGN TO SQSCRPT
007600         ORGANIZATION LINE SEQUENTIAL
007700         FILE STATUS IS SQ-SC-REPORT-STATUS.
007800*
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  SQ-RESULT-FILE.
008200     COPY SQRESULT.
008300*
008400 FD  SQ-SC-PARM-FILE.
008500     COPY SQSCPARM.
008600*
008700 FD  SQ-PARM-FILE.
008800     COPY SQPARMS.
008900*
009000 FD  SQ-SC-HIST-FILE.
009100     COPY SQSCHIST.
009200*
009300 FD  SQ-SC-REPORT-FILE.
009400 01  SQ-SC-REPORT-LINE             PIC X(152).
009500*
009600 WORKING-STORAGE SECTION.
009700*
009800*****************************************************************
009900* SWITCHES AND FILE STATUS.
010000*****************************************************************
010100 01  SQ-SC-SWITCHES.
010200     05  SQ-SC-EOF-SW              PIC X(01) VALUE "N".
010300         88  SQ-SC-EOF                 VALUE "Y".
010400     05  SQ-SC-SELECTED-SW         PIC X(01) VALUE "N".
010500         88  SQ-SC-SELECTED            VALUE "Y".
010600     05  SQ-SC-TOO-BIG-SW          PIC X(01) VALUE "N".
010700         88  SQ-SC-TOO-BIG             VALUE "Y".
010800     05  SQ-SC-EXACT-SW            PIC X(01) VALUE "N".
010900         88  SQ-SC-ROOT-EXACT          VALUE "Y".
011000     05  SQ-SC-WRONG-SW            PIC X(01) VALUE "N".
011100         88  SQ-SC-ANSWER-WRONG        VALUE "Y".
011200     05  SQ-SC-HIST-FAIL-SW        PIC X(01) VALUE "N".
011300         88  SQ-SC-HIST-FAILED         VALUE "Y".
011400     05  SQ-SC-FULL-SW             PIC X(01) VALUE "N".
011500         88  SQ-SC-TABLE-FULL-WARNED   VALUE "Y".
011600*
011700 01  SQ-SC-FILE-STATUSES.
011800     05  SQ-RESULT-STATUS          PIC X(02) VALUE "00".
011900     05  SQ-SCPARM-STATUS          PIC X(02) VALUE "00".
012000     05  SQ-PARM-STATUS            PIC X(02) VALUE "00".
012100     05  SQ-SC-HIST-STATUS         PIC X(02) VALUE "00".
012200     05  SQ-SC-REPORT-STATUS       PIC X(02) VALUE "00".
012300     05  SQ-SC-OPEN-STATUS         PIC X(02) VALUE "00".
012400*
012500*****************************************************************
012600* THE CARD AS USED (DEFAULTS APPLIED), AND THE NIGHT.
012700*****************************************************************
012800 01  SQ-SC-CONTROL.
012900     05  SQ-SC-FUNCTION-USED       PIC X(01) VALUE "S".
013000         88  SQ-SC-MONTHLY             VALUE "M".
013100     05  SQ-SC-PCT-USED            PIC 9(03)V9(02) VALUE 5.
013200     05  SQ-SC-MIN-USED            PIC 9(02) VALUE 1.
013300     05  SQ-SC-DEC-USED            PIC 9(01) VALUE 6.
013400     05  SQ-SC-MONTH-USED          PIC X(07) VALUE SPACES.
013500     05  SQ-SC-DEC-CARD            PIC X(01) VALUE SPACE.
013600     05  SQ-SC-RUN-ID              PIC 9(05) VALUE ZERO.
013700     05  SQ-SC-BUS-DATE            PIC X(10) VALUE SPACES.
013800*
013900 01  SQ-SC-COUNTERS.
014000     05  SQ-SC-DATA-ROWS           PIC 9(09) VALUE ZERO.
014100     05  SQ-SC-ROWS-SKIPPED        PIC 9(09) VALUE ZERO.
014200     05  SQ-SC-ROWS-SAMPLED        PIC 9(09) VALUE ZERO.
014300     05  SQ-SC-ROWS-WRONG          PIC 9(09) VALUE ZERO.
014400     05  SQ-SC-HIST-WRITTEN        PIC 9(09) VALUE ZERO.
014500     05  SQ-SC-HIST-READ           PIC 9(09) VALUE ZERO.
014600     05  SQ-SC-NIGHTS              PIC 9(05) VALUE ZERO.
014700     05  SQ-SC-LAST-NIGHT          PIC X(16) VALUE SPACES.
014800     05  SQ-SC-RATE-FRACTION       PIC 9(01)V9(06) VALUE ZERO.
014900     05  SQ-SC-ERROR-RATE          PIC 9(03)V9(04) VALUE ZERO.
015000*
015100*****************************************************************
015200* THE STRATA, HELD IN KEY ORDER (DEGREE, BAND, METHOD) BY SIMPLE
015300* INSERTION.  THE QUOTA IS THE WHOLE NUMBER OF ROWS THE SAMPLE
015400* PERCENT OF THE STRATUM'S COUNT SO FAR CALLS FOR.
015500*****************************************************************
015600 01  SQ-SC-STRATUM-AREA.
015700     05  SQ-SC-ST-COUNT            PIC 9(03) VALUE ZERO.
015800     05  SQ-SC-ST-SUB              PIC 9(03) VALUE ZERO.
015900     05  SQ-SC-ST-HIT              PIC 9(03) VALUE ZERO.
016000     05  SQ-SC-ST-SLOT             PIC 9(03) VALUE ZERO.
016100     05  SQ-SC-ST-ENTRY OCCURS 300 TIMES.
016200         10  SQ-SC-ST-KEY.
016300             15  SQ-SC-ST-DEGREE   PIC 9(02).
016400             15  SQ-SC-ST-BAND     PIC 9(01).
016500             15  SQ-SC-ST-METHOD   PIC X(01).
016600         10  SQ-SC-ST-POPULATION   PIC 9(09).
016700         10  SQ-SC-ST-QUOTA        PIC 9(09).
016800         10  SQ-SC-ST-SAMPLED      PIC 9(09).
016900         10  SQ-SC-ST-WRONG        PIC 9(09).
017000*
017100 01  SQ-SC-ROW-KEY.
017200     05  SQ-SC-RK-DEGREE           PIC 9(02).
017300     05  SQ-SC-RK-BAND             PIC 9(01).
017400     05  SQ-SC-RK-METHOD           PIC X(01).
017500*
017600 01  SQ-SC-BAND-NAMES.
017700     05  FILLER                    PIC X(14) VALUE "UNDER 1".
017800     05  FILLER                    PIC X(14) VALUE "1 TO 999".
017900     05  FILLER                    PIC X(14) VALUE "1E3 TO 1E6".
018000     05  FILLER                    PIC X(14) VALUE "1E6 TO 1E9".
018100     05  FILLER                    PIC X(14) VALUE "1E9 AND OVER".
018200 01  SQ-SC-BAND-TABLE REDEFINES SQ-SC-BAND-NAMES.
018300     05  SQ-SC-BAND-NAME           PIC X(14) OCCURS 5 TIMES.
018400*
018500*****************************************************************
018600* PER-ROW FIGURES.  Z9 IS THE INPUT'S MAGNITUDE IN UNITS OF THE
018700* NINTH DECIMAL; A12 AND X12 ARE THE DISPLAYED ANSWER AND THE
018800* EXACT ROOT IN UNITS OF THE TWELFTH.
018900*****************************************************************
019000 01  SQ-SC-ROW-WORK.
019100     05  SQ-SC-ROW-NO              PIC 9(09) VALUE ZERO.
019200     05  SQ-SC-QUOTA-NOW           PIC 9(09) VALUE ZERO.
019300     05  SQ-SC-ANSWER              PIC S9(11)V9(9) VALUE ZERO.
019400     05  SQ-SC-ABS-INPUT           PIC 9(11)V9(9) VALUE ZERO.
019500     05  SQ-SC-ABS-ANSWER          PIC 9(11)V9(9) VALUE ZERO.
019600     05  SQ-SC-Z9                  PIC 9(20) VALUE ZERO.
019700     05  SQ-SC-A9                  PIC 9(20) VALUE ZERO.
019800     05  SQ-SC-A9-QUOT             PIC 9(20) VALUE ZERO.
019900     05  SQ-SC-A9-REM              PIC 9(10) VALUE ZERO.
020000     05  SQ-SC-A12                 PIC 9(24) VALUE ZERO.
020100     05  SQ-SC-X12                 PIC 9(24) VALUE ZERO.
020200     05  SQ-SC-DIFF                PIC 9(24) VALUE ZERO.
020300     05  SQ-SC-UNIT9               PIC 9(10) VALUE ZERO.
020400     05  SQ-SC-UNIT12              PIC 9(13) VALUE ZERO.
020500     05  SQ-SC-TEN-12              PIC 9(13) VALUE 1000000000000.
020600     05  SQ-SC-ERROR-UNITS         PIC 9(09)V9(03) VALUE ZERO.
020700     05  SQ-SC-EXACT-ROOT          PIC S9(11)V9(12) VALUE ZERO.
020800     05  SQ-SC-SIGN-SW             PIC X(01) VALUE "+".
020900         88  SQ-SC-NEGATIVE-ROOT       VALUE "-".
021000     05  SQ-SC-ANSWER-SIGN-SW      PIC X(01) VALUE "+".
021100         88  SQ-SC-NEGATIVE-ANSWER     VALUE "-".
021200*
021300*****************************************************************
021400* THE EXACT EXTRACTION.  EVERY WHOLE NUMBER IS HELD LOW WORD
021500* FIRST, EIGHT DECIMAL DIGITS A WORD.  N IS THE TARGET (THE INPUT
021600* SCALED TO TWELVE DECIMALS OF ROOT, Z9 TIMES 10 ** (12N - 9)), X
021700* THE ROOT BUILT SO FAR, C THE CANDIDATE, P ITS POWER, W THE
021800* PRODUCT IN PROGRESS.  AT DEGREE 99 N RUNS TO 1,199 DIGITS.
021900*****************************************************************
022000 01  SQ-SC-BIG-WORK.
022100     05  SQ-SC-N-LEN               PIC 9(03) VALUE ZERO.
022200     05  SQ-SC-N-LIMB              PIC 9(08) OCCURS 160 TIMES.
022300     05  SQ-SC-P-LEN               PIC 9(03) VALUE ZERO.
022400     05  SQ-SC-P-LIMB              PIC 9(08) OCCURS 160 TIMES.
022500     05  SQ-SC-W-LEN               PIC 9(03) VALUE ZERO.
022600     05  SQ-SC-W-LIMB              PIC 9(08) OCCURS 160 TIMES.
022700     05  SQ-SC-C-LEN               PIC 9(03) VALUE ZERO.
022800     05  SQ-SC-C-LIMB              PIC 9(08) OCCURS 3 TIMES.
022900     05  SQ-SC-X-LIMB              PIC 9(08) OCCURS 3 TIMES.
023000*
023100 01  SQ-SC-BIG-CONTROL.
023200     05  SQ-SC-DEGREE              PIC 9(02) VALUE ZERO.
023300     05  SQ-SC-I                   PIC 9(03) VALUE ZERO.
023400     05  SQ-SC-J                   PIC 9(03) VALUE ZERO.
023500     05  SQ-SC-K                   PIC 9(03) VALUE ZERO.
023600     05  SQ-SC-PROD                PIC 9(18) VALUE ZERO.
023700     05  SQ-SC-CARRY               PIC 9(10) VALUE ZERO.
023800     05  SQ-SC-Z-HIGH              PIC 9(12) VALUE ZERO.
023900     05  SQ-SC-BASE                PIC 9(09) VALUE 100000000.
024000     05  SQ-SC-SCALE               PIC 9(04) VALUE ZERO.
024100     05  SQ-SC-SHIFT-WORDS         PIC 9(03) VALUE ZERO.
024200     05  SQ-SC-SHIFT-DIGITS        PIC 9(01) VALUE ZERO.
024300     05  SQ-SC-ROOT-DIGITS         PIC 9(02) VALUE ZERO.
024400     05  SQ-SC-DIGIT-NO            PIC 9(02) VALUE ZERO.
024500     05  SQ-SC-DIGIT-POS           PIC 9(02) VALUE ZERO.
024600     05  SQ-SC-DIGIT-WORD          PIC 9(01) VALUE ZERO.
024700     05  SQ-SC-DIGIT-PLACE         PIC 9(01) VALUE ZERO.
024800     05  SQ-SC-LO                  PIC 9(02) VALUE ZERO.
024900     05  SQ-SC-HI                  PIC 9(02) VALUE ZERO.
025000     05  SQ-SC-MID                 PIC 9(02) VALUE ZERO.
025100     05  SQ-SC-POWERS              PIC 9(02) VALUE ZERO.
025200     05  SQ-SC-COMPARE             PIC X(01) VALUE "=".
025300         88  SQ-SC-P-LOW               VALUE "<".
025400         88  SQ-SC-P-EQUAL             VALUE "=".
025500         88  SQ-SC-P-HIGH              VALUE ">".
025600*
025700*    10 ** 0 THROUGH 10 ** 9.
025800 01  SQ-SC-TEN-VALUES.
025900     05  FILLER                    PIC 9(10) VALUE 1.
026000     05  FILLER                    PIC 9(10) VALUE 10.
026100     05  FILLER                    PIC 9(10) VALUE 100.
026200     05  FILLER                    PIC 9(10) VALUE 1000.
026300     05  FILLER                    PIC 9(10) VALUE 10000.
026400     05  FILLER                    PIC 9(10) VALUE 100000.
026500     05  FILLER                    PIC 9(10) VALUE 1000000.
026600     05  FILLER                    PIC 9(10) VALUE 10000000.
026700     05  FILLER                    PIC 9(10) VALUE 100000000.
026800     05  FILLER                    PIC 9(10) VALUE 1000000000.
026900 01  SQ-SC-TEN-TABLE REDEFINES SQ-SC-TEN-VALUES.
027000     05  SQ-SC-TEN                 PIC 9(10) OCCURS 10 TIMES.
027100*
027200*****************************************************************
027300* RUN DATE AND REPORT PAGE CONTROL.
027400*****************************************************************
027500 01  SQ-SC-DATE-TIME-FIELDS.
027600     05  SQ-SC-CURRENT-DATE.
027700         10  SQ-SC-CUR-YEAR        PIC 9(04).
027800         10  SQ-SC-CUR-MONTH       PIC 9(02).
027900         10  SQ-SC-CUR-DAY         PIC 9(02).
028000     05  SQ-SC-REPORT-DATE         PIC X(10) VALUE SPACES.
028100     05  SQ-SC-TODAY               PIC X(10) VALUE SPACES.
028200*
028300 01  SQ-SC-PAGE-CONTROL.
028400     05  SQ-SC-PAGE-NO             PIC 9(04) VALUE 1.
028500     05  SQ-SC-LINE-NO             PIC 9(02) VALUE 99.
028600     05  SQ-SC-LINES-PER-PAGE      PIC 9(02) VALUE 55.
028700*
028800*****************************************************************
028900* REPORT LINE IMAGES.
029000*****************************************************************
029100 01  SQ-SC-HDR-LINE-1.
029200     05  FILLER                    PIC X(28) VALUE
029300         "DIGIT-BY-DIGIT SPOT CHECK -".
029400     05  SQ-SC-H1-TITLE            PIC X(20) VALUE SPACES.
029500     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
029600     05  SQ-SC-H1-DATE             PIC X(10) VALUE SPACES.
029700     05  FILLER                    PIC X(06) VALUE " PAGE ".
029800     05  SQ-SC-H1-PAGE             PIC ZZZ9.
029900     05  FILLER                    PIC X(74) VALUE SPACES.
030000*
030100 01  SQ-SC-HDR-LINE-2.
030200     05  SQ-SC-H2-TEXT             PIC X(120) VALUE SPACES.
030300     05  FILLER                    PIC X(32) VALUE SPACES.
030400*
030500 01  SQ-SC-WRONG-HDR-LINE.
030600     05  FILLER                    PIC X(40) VALUE
030700         "WRONG ANSWERS - OFF BY ONE OR MORE UNITS".
030800     05  FILLER                    PIC X(112) VALUE
030900         " IN THE LAST DISPLAYED PLACE".
031000*
031100 01  SQ-SC-WRONG-COL-LINE.
031200     05  FILLER                    PIC X(40) VALUE
031300         "BUS DATE   RUN         ROW DEG B M".
031400     05  FILLER                    PIC X(40) VALUE
031500         "            INPUT                 ANSWER".
031600     05  FILLER                    PIC X(72) VALUE
031700         "                EXACT ROOT     UNITS OFF".
031800*
031900 01  SQ-SC-WRONG-LINE.
032000     05  SQ-SC-WL-BUS-DATE         PIC X(10).
032100     05  FILLER                    PIC X(01) VALUE SPACE.
032200     05  SQ-SC-WL-RUN-ID           PIC 9(05).
032300     05  FILLER                    PIC X(01) VALUE SPACE.
032400     05  SQ-SC-WL-ROW              PIC ZZZZZZZZ9.
032500     05  FILLER                    PIC X(02) VALUE SPACES.
032600     05  SQ-SC-WL-DEGREE           PIC Z9.
032700     05  FILLER                    PIC X(01) VALUE SPACE.
032800     05  SQ-SC-WL-BAND             PIC 9(01).
032900     05  FILLER                    PIC X(01) VALUE SPACE.
033000     05  SQ-SC-WL-METHOD           PIC X(01).
033100     05  FILLER                    PIC X(01) VALUE SPACE.
033200     05  SQ-SC-WL-INPUT            PIC -(11)9.9(9).
033300     05  FILLER                    PIC X(01) VALUE SPACE.
033400     05  SQ-SC-WL-ANSWER           PIC -(11)9.9(9).
033500     05  FILLER                    PIC X(01) VALUE SPACE.
033600     05  SQ-SC-WL-EXACT            PIC -(11)9.9(12).
033700     05  FILLER                    PIC X(01) VALUE SPACE.
033800     05  SQ-SC-WL-UNITS            PIC ZZZZZZZZ9.999.
033900     05  FILLER                    PIC X(32) VALUE SPACES.
034000*
034100 01  SQ-SC-STRATA-HDR-LINE.
034200     05  FILLER                    PIC X(32) VALUE
034300         "STRATUM DEG  BAND           MTH".
034400     05  FILLER                    PIC X(120) VALUE
034500         "POPULATION     SAMPLED       WRONG".
034600*
034700 01  SQ-SC-STRATUM-LINE.
034800     05  FILLER                    PIC X(09) VALUE SPACES.
034900     05  SQ-SC-SL-DEGREE           PIC Z9.
035000     05  FILLER                    PIC X(02) VALUE SPACES.
035100     05  SQ-SC-SL-BAND             PIC X(14).
035200     05  FILLER                    PIC X(02) VALUE SPACES.
035300     05  SQ-SC-SL-METHOD           PIC X(01).
035400     05  FILLER                    PIC X(02) VALUE SPACES.
035500     05  SQ-SC-SL-POPULATION       PIC ZZZZZZZZZ9 BLANK WHEN ZERO.
035600     05  FILLER                    PIC X(02) VALUE SPACES.
035700     05  SQ-SC-SL-SAMPLED          PIC ZZZZZZZZZ9.
035800     05  FILLER                    PIC X(02) VALUE SPACES.
035900     05  SQ-SC-SL-WRONG            PIC ZZZZZZZZZ9.
036000     05  FILLER                    PIC X(86) VALUE SPACES.
036100*
036200 01  SQ-SC-SUMMARY-LINE.
036300     05  SQ-SC-SM-LABEL            PIC X(28) VALUE SPACES.
036400     05  SQ-SC-SM-COUNT            PIC ZZZZZZZZ9.
036500     05  FILLER                    PIC X(115) VALUE SPACES.
036600*
036700 01  SQ-SC-RATE-LINE.
036800     05  FILLER                    PIC X(28) VALUE
036900         "MEASURED ERROR RATE (PCT) :".
037000     05  SQ-SC-RL-RATE             PIC ZZ9.9999.
037100     05  FILLER                    PIC X(116) VALUE SPACES.
037200*
037300 01  SQ-SC-VERDICT-LINE.
037400     05  SQ-SC-VERDICT             PIC X(80) VALUE SPACES.
037500     05  FILLER                    PIC X(72) VALUE SPACES.
037600*
037700 01  SQ-SC-EDIT-WORK.
037800     05  SQ-SC-ED-PCT              PIC ZZ9.99.
037900     05  SQ-SC-ED-RATE             PIC ZZ9.9999.
038000     05  SQ-SC-ED-COUNT            PIC ZZZZZZZZ9.
038100*
038200*****************************************************************
038300* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
038400*****************************************************************
038500     COPY SQSTLINK.
038600*
038610*****************************************************************
038620* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
038630*****************************************************************
038640     COPY SQMLLINK.
038650*
038700*****************************************************************
038800* 0000-MAINLINE.
038900*****************************************************************
039000 PROCEDURE DIVISION.
039100*
039200 0000-MAINLINE.
039300     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
039400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039500     IF SQ-SC-MONTHLY
039600         PERFORM 6000-MONTH-REPORT THRU 6000-EXIT
039700     ELSE
039800         PERFORM 3000-SCAN-LOOP THRU 3000-EXIT
039900             UNTIL SQ-SC-EOF
040000     END-IF.
040100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040200     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT.
040300     STOP RUN.
040400*
040500*****************************************************************
040600* 0100-CHECK-STEP-STATUS.  RECORDS THE STEP'S START ON THE
040700* STEP-STATUS DATASET.  ON A RESUBMITTED NIGHT A STEP THAT ALREADY
040800* COMPLETED ENDS HERE WITH THE RETURN CODE IT ENDED WITH THEN - SO
040900* NO NIGHT IS SAMPLED ONTO THE HISTORY TWICE - AND ONE BEHIND A
041000* STEP THAT NEVER FINISHED ENDS RC=16 (SEE SQSTPLOG).  A RUN OF
041010* OUR OWN THAT NEVER FINISHED LEFT PART OF ITS SAMPLE ON THE
041020* HISTORY, WHICH A RERUN WOULD APPEND AGAIN - THAT ENDS RC=16
041030* UNTIL THE ROWS ARE TAKEN OFF, AND THE NEXT SUBMISSION RUNS IN
041040* FULL.
041100*****************************************************************
041200 0100-CHECK-STEP-STATUS.
041300     MOVE "B" TO SQ-SL-FUNCTION.
041400     MOVE "SQSPCHK" TO SQ-SL-PROGRAM.
041500     CALL "SQSTPLOG" USING SQ-SL-AREA.
041600     IF SQ-SL-SKIP
041700         DISPLAY "SQSPCHK ALREADY COMPLETE FOR THIS NIGHT"
041800             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
041900         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
042000         STOP RUN
042100     END-IF.
042200     IF SQ-SL-STOP
042300         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
042400             " NEVER FINISHED - RERUN IT FIRST"
042410         MOVE SPACES TO SQ-ML-TEXT
042420         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
042430             " NEVER FINISHED - RERUN IT FIRST"
042440             DELIMITED BY SIZE INTO SQ-ML-TEXT
042450         MOVE "SQ0005S" TO SQ-ML-MSG-ID
042460         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042500         MOVE 16 TO RETURN-CODE
042600         STOP RUN
042700     END-IF.
042710     IF SQ-SL-RESUME
042720         DISPLAY "FATAL - SQSPCHK NEVER FINISHED - REMOVE ITS "
042730             "SPOTHIST ROWS SAMPLED SINCE "
042740             SQ-SL-PRIOR-START(1:10) " AND RESUBMIT"
042750         MOVE SPACES TO SQ-ML-TEXT
042760         STRING "FATAL - SQSPCHK NEVER FINISHED - REMOVE ITS "
042770             "SPOTHIST ROWS SAMPLED SINCE "
042780             SQ-SL-PRIOR-START(1:10) " AND RESUBMIT"
042785             DELIMITED BY SIZE INTO SQ-ML-TEXT
042790         MOVE "SQ3802S" TO SQ-ML-MSG-ID
042792         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042794         MOVE 16 TO RETURN-CODE
042796         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
042798         STOP RUN
042799     END-IF.
042800     MOVE ZERO TO RETURN-CODE.
042900     GO TO 0100-EXIT.
043000 0100-EXIT.
043100     EXIT.
043200*
043300*****************************************************************
043400* 1000 SERIES - STARTUP.
043500*****************************************************************
043600 1000-INITIALIZE.
043700     ACCEPT SQ-SC-CURRENT-DATE FROM DATE YYYYMMDD.
043800     STRING SQ-SC-CUR-MONTH "/" SQ-SC-CUR-DAY "/"
043900         SQ-SC-CUR-YEAR DELIMITED BY SIZE
044000         INTO SQ-SC-REPORT-DATE.
044100     STRING SQ-SC-CUR-YEAR "-" SQ-SC-CUR-MONTH "-" SQ-SC-CUR-DAY
044200         DELIMITED BY SIZE INTO SQ-SC-TODAY.
044300     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
044400     OPEN OUTPUT SQ-SC-REPORT-FILE.
044500     IF SQ-SC-REPORT-STATUS NOT = "00"
044600         DISPLAY "FATAL - SQ-SC-REPORT-FILE OPEN FAILED, STATUS "
044700             SQ-SC-REPORT-STATUS
044710         MOVE SPACES TO SQ-ML-TEXT
044720         STRING "FATAL - SQ-SC-REPORT-FILE OPEN FAILED, STATUS "
044730             SQ-SC-REPORT-STATUS
044740             DELIMITED BY SIZE INTO SQ-ML-TEXT
044750         MOVE "SQ0001S" TO SQ-ML-MSG-ID
044760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
044800         MOVE 16 TO RETURN-CODE
044900         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
045000         STOP RUN
045100     END-IF.
045200     IF SQ-SC-MONTHLY
045300         MOVE "MONTHLY ERROR RATE" TO SQ-SC-H1-TITLE
045400         GO TO 1000-EXIT
045500     END-IF.
045600     MOVE "NIGHTLY SAMPLE" TO SQ-SC-H1-TITLE.
045700     PERFORM 1200-READ-NIGHT-CARD THRU 1200-EXIT.
045800     OPEN INPUT SQ-RESULT-FILE.
045900     IF SQ-RESULT-STATUS NOT = "00"
046000         DISPLAY "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
046100             SQ-RESULT-STATUS
046110         MOVE SPACES TO SQ-ML-TEXT
046120         STRING "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
046130             SQ-RESULT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
046140         MOVE "SQ0001S" TO SQ-ML-MSG-ID
046150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
046200         CLOSE SQ-SC-REPORT-FILE
046300         MOVE 16 TO RETURN-CODE
046400         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
046500         STOP RUN
046600     END-IF.
046700*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT WAS
046800*    NOT THERE - THE FIRST NIGHT CREATES THE HISTORY.
046900     OPEN EXTEND SQ-SC-HIST-FILE.
047000     IF SQ-SC-HIST-STATUS NOT = "00"
047100         AND SQ-SC-HIST-STATUS NOT = "05"
047200         DISPLAY "FATAL - SQ-SC-HIST-FILE OPEN FAILED, STATUS "
047300             SQ-SC-HIST-STATUS
047310         MOVE SPACES TO SQ-ML-TEXT
047320         STRING "FATAL - SQ-SC-HIST-FILE OPEN FAILED, STATUS "
047330             SQ-SC-HIST-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
047340         MOVE "SQ0001S" TO SQ-ML-MSG-ID
047350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
047400         CLOSE SQ-RESULT-FILE
047500         CLOSE SQ-SC-REPORT-FILE
047600         MOVE 16 TO RETURN-CODE
047700         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
047800         STOP RUN
047900     END-IF.
048000     COMPUTE SQ-SC-UNIT9 = SQ-SC-TEN(10 - SQ-SC-DEC-USED).
048100     COMPUTE SQ-SC-UNIT12 = SQ-SC-UNIT9 * 1000.
048200     GO TO 1000-EXIT.
048300 1000-EXIT.
048400     EXIT.
048500*
048600*    THE SQSCPARM CARD - A FIELD LEFT BLANK OR NOT NUMERIC TAKES
048700*    ITS DEFAULT.
048800 1100-READ-CONTROL-CARD.
048900     MOVE SQ-SC-TODAY(1:7) TO SQ-SC-MONTH-USED.
049000     OPEN INPUT SQ-SC-PARM-FILE.
049100     MOVE SQ-SCPARM-STATUS TO SQ-SC-OPEN-STATUS.
049200     IF SQ-SC-OPEN-STATUS = "00"
049300         READ SQ-SC-PARM-FILE
049400             AT END
049500                 CONTINUE
049600             NOT AT END
049700                 PERFORM 1110-TAKE-CARD-FIELDS THRU 1110-EXIT
049800         END-READ
049900     END-IF.
050000     IF SQ-SC-OPEN-STATUS = "00" OR SQ-SC-OPEN-STATUS = "05"
050100         CLOSE SQ-SC-PARM-FILE
050200     END-IF.
050300     GO TO 1100-EXIT.
050400 1100-EXIT.
050500     EXIT.
050600*
050700 1110-TAKE-CARD-FIELDS.
050800     IF SQ-SC-FN-MONTH
050900         MOVE "M" TO SQ-SC-FUNCTION-USED
051000     END-IF.
051100     IF SQ-SC-PERCENT NUMERIC AND SQ-SC-PERCENT > 0
051200         AND SQ-SC-PERCENT NOT > 100
051300         MOVE SQ-SC-PERCENT TO SQ-SC-PCT-USED
051400     END-IF.
051500     IF SQ-SC-MONTH(1:4) NUMERIC AND SQ-SC-MONTH(5:1) = "-"
051600         AND SQ-SC-MONTH(6:2) NUMERIC
051700         MOVE SQ-SC-MONTH TO SQ-SC-MONTH-USED
051800     END-IF.
051900     IF SQ-SC-MINIMUM NUMERIC
052000         MOVE SQ-SC-MINIMUM TO SQ-SC-MIN-USED
052100     END-IF.
052200     MOVE SQ-SC-DECIMALS TO SQ-SC-DEC-CARD.
052300     GO TO 1110-EXIT.
052400 1110-EXIT.
052500     EXIT.
052600*
052700*    THE DISPLAYED DECIMALS - THE SQSCPARM OVERRIDE, ELSE THE
052800*    NIGHT'S OWN SQPARMS CARD, ELSE SQUARE'S DEFAULT OF 6.
052900 1200-READ-NIGHT-CARD.
053000     OPEN INPUT SQ-PARM-FILE.
053100     MOVE SQ-PARM-STATUS TO SQ-SC-OPEN-STATUS.
053200     IF SQ-SC-OPEN-STATUS = "00"
053300         READ SQ-PARM-FILE
053400             AT END
053500                 CONTINUE
053600             NOT AT END
053700                 IF SQ-PARM-DECIMALS NUMERIC
053800                     MOVE SQ-PARM-DECIMALS TO SQ-SC-DEC-USED
053900                 END-IF
054000         END-READ
054100     END-IF.
054200     IF SQ-SC-OPEN-STATUS = "00" OR SQ-SC-OPEN-STATUS = "05"
054300         CLOSE SQ-PARM-FILE
054400     END-IF.
054500     IF SQ-SC-DEC-CARD NUMERIC
054600         MOVE SQ-SC-DEC-CARD TO SQ-SC-DEC-USED
054700     END-IF.
054800     GO TO 1200-EXIT.
054900 1200-EXIT.
055000     EXIT.
055100*
055200 1500-WRITE-REPORT-HEADERS.
055300     MOVE SQ-SC-REPORT-DATE TO SQ-SC-H1-DATE.
055400     MOVE SQ-SC-PAGE-NO TO SQ-SC-H1-PAGE.
055500     WRITE SQ-SC-REPORT-LINE FROM SQ-SC-HDR-LINE-1
055600         AFTER ADVANCING PAGE.
055700     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
055800     MOVE SPACES TO SQ-SC-H2-TEXT.
055900     IF SQ-SC-MONTHLY
056000         STRING "MONTH " SQ-SC-MONTH-USED
056100             " - FROM THE SPOT-CHECK HISTORY" DELIMITED BY SIZE
056200             INTO SQ-SC-H2-TEXT
056300     ELSE
056400         MOVE SQ-SC-PCT-USED TO SQ-SC-ED-PCT
056500         STRING "RUN " SQ-SC-RUN-ID "  BUSINESS DATE "
056600             SQ-SC-BUS-DATE "  SAMPLE " SQ-SC-ED-PCT
056700             " PCT, AT LEAST " SQ-SC-MIN-USED " PER STRATUM"
056800             "  DECIMALS SHOWN " SQ-SC-DEC-USED
056900             DELIMITED BY SIZE INTO SQ-SC-H2-TEXT
057000     END-IF.
057100     WRITE SQ-SC-REPORT-LINE FROM SQ-SC-HDR-LINE-2
057200         AFTER ADVANCING 1.
057300     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
057400     MOVE 3 TO SQ-SC-LINE-NO.
057500     GO TO 1500-EXIT.
057600 1500-EXIT.
057700     EXIT.
057800*
057900*****************************************************************
058000* 3000 SERIES - THE NIGHTLY SAMPLE.  THE HDR ROW GIVES THE RUN ID
058100* AND THE FIRST DATA ROW THE BUSINESS DATE; THE HEADINGS WAIT FOR
058200* BOTH.
058300*****************************************************************
058400 3000-SCAN-LOOP.
058500     READ SQ-RESULT-FILE
058600         AT END
058700             SET SQ-SC-EOF TO TRUE
058800         NOT AT END
058900             PERFORM 3100-TAKE-ONE-ROW THRU 3100-EXIT
059000     END-READ.
059100     GO TO 3000-EXIT.
059200 3000-EXIT.
059300     EXIT.
059400*
059500 3100-TAKE-ONE-ROW.
059600     IF SQ-RES-RECORD(1:4) = "HDR "
059700         IF SQ-RES-RECORD(5:5) NUMERIC
059800             MOVE SQ-RES-RECORD(5:5) TO SQ-SC-RUN-ID
059900         END-IF
060000         GO TO 3100-EXIT
060100     END-IF.
060200     IF SQ-RES-RECORD(1:4) = "TRL "
060300         GO TO 3100-EXIT
060400     END-IF.
060500     ADD 1 TO SQ-SC-DATA-ROWS.
060600     MOVE SQ-SC-DATA-ROWS TO SQ-SC-ROW-NO.
060700     IF SQ-SC-BUS-DATE = SPACES
060800         MOVE SQ-RES-BUS-DATE TO SQ-SC-BUS-DATE
060900     END-IF.
061000     IF SQ-RES-EXTENDED = "Y"
061100         OR SQ-RES-INPUT-VALUE NOT NUMERIC
061200         OR SQ-RES-ROOT-DEGREE NOT NUMERIC
061300         OR SQ-RES-ROOT-DEGREE = 0
061400         OR (SQ-RES-EXP-POWER NUMERIC
061500         AND SQ-RES-EXP-POWER NOT = 0)
061600         ADD 1 TO SQ-SC-ROWS-SKIPPED
061700         GO TO 3100-EXIT
061800     END-IF.
061900     IF SQ-RES-METHOD = "N"
062000         MOVE SQ-RES-NEWTON-RESULT TO SQ-SC-ANSWER
062100     ELSE
062200         MOVE SQ-RES-BABY-RESULT TO SQ-SC-ANSWER
062300     END-IF.
062400     MOVE SQ-RES-INPUT-VALUE TO SQ-SC-ABS-INPUT.
062500     EVALUATE TRUE
062600         WHEN SQ-SC-ABS-INPUT < 1
062700             MOVE 1 TO SQ-SC-RK-BAND
062800         WHEN SQ-SC-ABS-INPUT < 1000
062900             MOVE 2 TO SQ-SC-RK-BAND
063000         WHEN SQ-SC-ABS-INPUT < 1000000
063100             MOVE 3 TO SQ-SC-RK-BAND
063200         WHEN SQ-SC-ABS-INPUT < 1000000000
063300             MOVE 4 TO SQ-SC-RK-BAND
063400         WHEN OTHER
063500             MOVE 5 TO SQ-SC-RK-BAND
063600     END-EVALUATE.
063700     MOVE SQ-RES-ROOT-DEGREE TO SQ-SC-RK-DEGREE.
063800     MOVE SQ-RES-METHOD TO SQ-SC-RK-METHOD.
063900     PERFORM 3200-FIND-STRATUM THRU 3200-EXIT.
064000     IF SQ-SC-ST-HIT = 0
064100         ADD 1 TO SQ-SC-ROWS-SKIPPED
064200         GO TO 3100-EXIT
064300     END-IF.
064400*
064500*    THE FIRST ROWS OF A STRATUM ARE ALWAYS TAKEN; AFTER THAT A
064600*    ROW IS TAKEN WHEN IT RAISES THE STRATUM'S WHOLE-ROW QUOTA.
064700     ADD 1 TO SQ-SC-ST-POPULATION(SQ-SC-ST-HIT).
064800     COMPUTE SQ-SC-QUOTA-NOW =
064900         SQ-SC-ST-POPULATION(SQ-SC-ST-HIT) * SQ-SC-PCT-USED / 100.
065000     MOVE "N" TO SQ-SC-SELECTED-SW.
065100     IF SQ-SC-ST-POPULATION(SQ-SC-ST-HIT) NOT > SQ-SC-MIN-USED
065200         OR SQ-SC-QUOTA-NOW > SQ-SC-ST-QUOTA(SQ-SC-ST-HIT)
065300         SET SQ-SC-SELECTED TO TRUE
065400     END-IF.
065500     MOVE SQ-SC-QUOTA-NOW TO SQ-SC-ST-QUOTA(SQ-SC-ST-HIT).
065600     IF NOT SQ-SC-SELECTED
065700         GO TO 3100-EXIT
065800     END-IF.
065900     PERFORM 3300-CHECK-ONE-ROW THRU 3300-EXIT.
066000     GO TO 3100-EXIT.
066100 3100-EXIT.
066200     EXIT.
066300*
066400*****************************************************************
066500* 3200-FIND-STRATUM.  THE ROW KEY'S ENTRY, ADDED IN KEY ORDER WHEN
066600* IT IS NEW.  A FULL TABLE LEAVES SQ-SC-ST-HIT ZERO.
066700*****************************************************************
066800 3200-FIND-STRATUM.
066900     MOVE 0 TO SQ-SC-ST-HIT.
067000     MOVE 0 TO SQ-SC-ST-SLOT.
067100     PERFORM 3210-TRY-ONE-STRATUM THRU 3210-EXIT
067200         VARYING SQ-SC-ST-SUB FROM 1 BY 1
067300         UNTIL SQ-SC-ST-SUB > SQ-SC-ST-COUNT
067400             OR SQ-SC-ST-HIT > 0 OR SQ-SC-ST-SLOT > 0.
067500     IF SQ-SC-ST-HIT > 0
067600         GO TO 3200-EXIT
067700     END-IF.
067800     IF SQ-SC-ST-COUNT >= 300
067900         IF NOT SQ-SC-TABLE-FULL-WARNED
068000             DISPLAY "WARNING - MORE THAN 300 STRATA, LATER ONES "
068100                 "NOT SAMPLED"
068110             MOVE SPACES TO SQ-ML-TEXT
068120             STRING "WARNING - MORE THAN 300 STRATA, LATER ONES "
068130                 "NOT SAMPLED" DELIMITED BY SIZE INTO SQ-ML-TEXT
068140             MOVE "SQ3801W" TO SQ-ML-MSG-ID
068150             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
068200             SET SQ-SC-TABLE-FULL-WARNED TO TRUE
068300         END-IF
068400         GO TO 3200-EXIT
068500     END-IF.
068600     IF SQ-SC-ST-SLOT = 0
068700         COMPUTE SQ-SC-ST-SLOT = SQ-SC-ST-COUNT + 1
068800     END-IF.
068900*    SHIFT THE TAIL DOWN ONE TO OPEN THE SLOT.
069000     ADD 1 TO SQ-SC-ST-COUNT.
069100     MOVE SQ-SC-ST-COUNT TO SQ-SC-ST-SUB.
069200     PERFORM 3220-SHIFT-ONE-DOWN THRU 3220-EXIT
069300         UNTIL SQ-SC-ST-SUB <= SQ-SC-ST-SLOT.
069400     MOVE SQ-SC-ROW-KEY TO SQ-SC-ST-KEY(SQ-SC-ST-SLOT).
069500     MOVE ZERO TO SQ-SC-ST-POPULATION(SQ-SC-ST-SLOT)
069600         SQ-SC-ST-QUOTA(SQ-SC-ST-SLOT)
069700         SQ-SC-ST-SAMPLED(SQ-SC-ST-SLOT)
069800         SQ-SC-ST-WRONG(SQ-SC-ST-SLOT).
069900     MOVE SQ-SC-ST-SLOT TO SQ-SC-ST-HIT.
070000     GO TO 3200-EXIT.
070100 3200-EXIT.
070200     EXIT.
070300*
070400 3210-TRY-ONE-STRATUM.
070500     IF SQ-SC-ST-KEY(SQ-SC-ST-SUB) = SQ-SC-ROW-KEY
070600         MOVE SQ-SC-ST-SUB TO SQ-SC-ST-HIT
070700     ELSE
070800         IF SQ-SC-ST-KEY(SQ-SC-ST-SUB) > SQ-SC-ROW-KEY
070900             MOVE SQ-SC-ST-SUB TO SQ-SC-ST-SLOT
071000         END-IF
071100     END-IF.
071200     GO TO 3210-EXIT.
071300 3210-EXIT.
071400     EXIT.
071500*
071600 3220-SHIFT-ONE-DOWN.
071700     MOVE SQ-SC-ST-ENTRY(SQ-SC-ST-SUB - 1)
071800         TO SQ-SC-ST-ENTRY(SQ-SC-ST-SUB).
071900     SUBTRACT 1 FROM SQ-SC-ST-SUB.
072000     GO TO 3220-EXIT.
072100 3220-EXIT.
072200     EXIT.
072300*
072400*****************************************************************
072500* 3300-CHECK-ONE-ROW.  THE EXACT ROOT AGAINST THE ANSWER AS THE
072600* REPORT SHOWED IT - THE NINE CARRIED DECIMALS CUT TO THE
072700* DISPLAYED PLACES, AS THE EDITED MOVE IN 5000-FORMAT-DECIMALS
072800* CUTS THEM.  THE EXACT ROOT IS TRUNCATED AT THE TWELFTH
072900* DECIMAL, SO THE TRUE ROOT LIES IN [X12, X12 + 1) TWELFTHS -
073000* AN ANSWER ABOVE IT IS WRONG ONLY WHEN MORE THAN A UNIT OFF
073100* (A FULL UNIT WHEN THE ROOT TERMINATES), ONE BELOW IT WHEN A
073200* FULL UNIT OFF.
073300*****************************************************************
073400 3300-CHECK-ONE-ROW.
073500     ADD 1 TO SQ-SC-ROWS-SAMPLED.
073600     ADD 1 TO SQ-SC-ST-SAMPLED(SQ-SC-ST-HIT).
073700     MOVE "+" TO SQ-SC-SIGN-SW.
073800     IF SQ-RES-INPUT-VALUE < 0
073900         MOVE "-" TO SQ-SC-SIGN-SW
074000     END-IF.
074100     MOVE "+" TO SQ-SC-ANSWER-SIGN-SW.
074200     IF SQ-SC-ANSWER < 0
074300         MOVE "-" TO SQ-SC-ANSWER-SIGN-SW
074400     END-IF.
074500     MOVE SQ-SC-ANSWER TO SQ-SC-ABS-ANSWER.
074600     COMPUTE SQ-SC-Z9 = SQ-SC-ABS-INPUT * 1000000000.
074700     MOVE SQ-RES-ROOT-DEGREE TO SQ-SC-DEGREE.
074800     PERFORM 5000-EXTRACT-ROOT THRU 5000-EXIT.
074900*
075000     COMPUTE SQ-SC-A9 = SQ-SC-ABS-ANSWER * 1000000000.
075100     DIVIDE SQ-SC-A9 BY SQ-SC-UNIT9 GIVING SQ-SC-A9-QUOT
075200         REMAINDER SQ-SC-A9-REM.
075300     COMPUTE SQ-SC-A12 = (SQ-SC-A9 - SQ-SC-A9-REM) * 1000.
075400     COMPUTE SQ-SC-X12 =
075500         (SQ-SC-X-LIMB(3) * SQ-SC-BASE + SQ-SC-X-LIMB(2))
075600         * SQ-SC-BASE + SQ-SC-X-LIMB(1).
075700     MOVE "N" TO SQ-SC-WRONG-SW.
075800     IF SQ-SC-A12 > 0 AND SQ-SC-X12 > 0
075900         AND SQ-SC-SIGN-SW NOT = SQ-SC-ANSWER-SIGN-SW
076000*        THE WRONG SIDE OF ZERO - THE DISTANCE IS THE SUM.
076100         COMPUTE SQ-SC-DIFF = SQ-SC-A12 + SQ-SC-X12
076200         IF SQ-SC-DIFF >= SQ-SC-UNIT12
076300             SET SQ-SC-ANSWER-WRONG TO TRUE
076400         END-IF
076500     ELSE
076600         IF SQ-SC-A12 > SQ-SC-X12
076700             COMPUTE SQ-SC-DIFF = SQ-SC-A12 - SQ-SC-X12
076800             IF SQ-SC-DIFF > SQ-SC-UNIT12
076900                 OR (SQ-SC-ROOT-EXACT
077000                 AND SQ-SC-DIFF = SQ-SC-UNIT12)
077100                 SET SQ-SC-ANSWER-WRONG TO TRUE
077200             END-IF
077300         ELSE
077400             COMPUTE SQ-SC-DIFF = SQ-SC-X12 - SQ-SC-A12
077500             IF SQ-SC-DIFF >= SQ-SC-UNIT12
077600                 SET SQ-SC-ANSWER-WRONG TO TRUE
077700             END-IF
077800         END-IF
077900     END-IF.
078000     COMPUTE SQ-SC-ERROR-UNITS ROUNDED =
078100         SQ-SC-DIFF / SQ-SC-UNIT12
078200         ON SIZE ERROR
078300             MOVE 999999999.999 TO SQ-SC-ERROR-UNITS
078400     END-COMPUTE.
078500     COMPUTE SQ-SC-EXACT-ROOT = SQ-SC-X12 / SQ-SC-TEN-12.
078600     IF SQ-SC-NEGATIVE-ROOT
078700         COMPUTE SQ-SC-EXACT-ROOT = 0 - SQ-SC-EXACT-ROOT
078800     END-IF.
078900*
079000     MOVE SPACES TO SQ-SH-RECORD.
079100     MOVE SQ-SC-BUS-DATE TO SQ-SH-BUS-DATE.
079200     MOVE SQ-SC-RUN-ID TO SQ-SH-RUN-ID.
079300     MOVE SQ-SC-TODAY TO SQ-SH-SAMPLED-ON.
079400     MOVE SQ-SC-ROW-NO TO SQ-SH-ROW-NO.
079500     MOVE ZERO TO SQ-SH-SEQUENCE.
079600     IF SQ-RES-SEQUENCE NUMERIC
079700         MOVE SQ-RES-SEQUENCE TO SQ-SH-SEQUENCE
079800     END-IF.
079900     MOVE SQ-SC-ROW-KEY TO SQ-SH-STRATUM.
080000     MOVE SQ-SC-DEC-USED TO SQ-SH-DECIMALS.
080100     MOVE SQ-RES-INPUT-VALUE TO SQ-SH-INPUT-VALUE.
080200     COMPUTE SQ-SH-ANSWER =
080300         (SQ-SC-A9 - SQ-SC-A9-REM) / 1000000000.
080400     IF SQ-SC-NEGATIVE-ANSWER
080500         COMPUTE SQ-SH-ANSWER = 0 - SQ-SH-ANSWER
080600     END-IF.
080700     MOVE SQ-SC-EXACT-ROOT TO SQ-SH-EXACT-ROOT.
080800     MOVE SQ-SC-EXACT-SW TO SQ-SH-EXACT-SW.
080900     MOVE SQ-SC-ERROR-UNITS TO SQ-SH-ERROR-UNITS.
081000     IF SQ-SC-ANSWER-WRONG
081100         MOVE "W" TO SQ-SH-VERDICT
081200         ADD 1 TO SQ-SC-ROWS-WRONG
081300         ADD 1 TO SQ-SC-ST-WRONG(SQ-SC-ST-HIT)
081400         PERFORM 7000-WRITE-WRONG-LINE THRU 7000-EXIT
081500     ELSE
081600         MOVE "R" TO SQ-SH-VERDICT
081700     END-IF.
081800     WRITE SQ-SH-RECORD.
081900     IF SQ-SC-HIST-STATUS NOT = "00"
082000         IF NOT SQ-SC-HIST-FAILED
082100             DISPLAY "WARNING - SQ-SC-HIST-FILE WRITE FAILED, "
082200                 "STATUS " SQ-SC-HIST-STATUS
082210             MOVE SPACES TO SQ-ML-TEXT
082220             STRING "WARNING - SQ-SC-HIST-FILE WRITE FAILED, "
082230                 "STATUS " SQ-SC-HIST-STATUS
082240                 DELIMITED BY SIZE INTO SQ-ML-TEXT
082250             MOVE "SQ0004W" TO SQ-ML-MSG-ID
082260             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
082300         END-IF
082400         SET SQ-SC-HIST-FAILED TO TRUE
082500     ELSE
082600         ADD 1 TO SQ-SC-HIST-WRITTEN
082700     END-IF.
082800     GO TO 3300-EXIT.
082900 3300-EXIT.
083000     EXIT.
083100*
083200*****************************************************************
083300* 4700 SERIES - REPORT PAGE AND STATUS CONTROL.
083400*****************************************************************
083500 4710-CHECK-PAGE-BREAK.
083600     IF SQ-SC-LINE-NO >= SQ-SC-LINES-PER-PAGE
083700         IF SQ-SC-LINE-NO NOT = 99
083800             ADD 1 TO SQ-SC-PAGE-NO
083900         END-IF
084000         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
084100     END-IF.
084200     GO TO 4710-EXIT.
084300 4710-EXIT.
084400     EXIT.
084500*
084600 4712-CHECK-REPORT-STATUS.
084700     IF SQ-SC-REPORT-STATUS NOT = "00"
084800         DISPLAY "WARNING - SQ-SC-REPORT-FILE WRITE FAILED, "
084900             "STATUS " SQ-SC-REPORT-STATUS
084910         MOVE SPACES TO SQ-ML-TEXT
084920         STRING "WARNING - SQ-SC-REPORT-FILE WRITE FAILED, "
084930             "STATUS " SQ-SC-REPORT-STATUS
084940             DELIMITED BY SIZE INTO SQ-ML-TEXT
084950         MOVE "SQ0004W" TO SQ-ML-MSG-ID
084960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
085000     END-IF.
085100     GO TO 4712-EXIT.
085200 4712-EXIT.
085300     EXIT.
085400*
085500*****************************************************************
085600* 5000 SERIES - THE EXACT DIGIT-BY-DIGIT ROOT.  FINDS X, THE
085700* LARGEST WHOLE NUMBER WITH X ** N NOT OVER N-TARGET = Z9 TIMES
085800* 10 ** (12N - 9) - THE ROOT OF THE INPUT TO TWELVE DECIMALS,
085900* TRUNCATED.  THE ROOT HAS AT MOST 12 + (11 / N, ROUNDED UP)
086000* DIGITS; EACH IS FOUND FROM THE TOP BY HALVING 0-9, KEEPING THE
086100* LARGEST DIGIT WHOSE CANDIDATE RAISED TO N STAYS AT OR UNDER THE
086200* TARGET.  SQ-SC-ROOT-EXACT IS SET WHEN X ** N IS THE TARGET ON
086300* THE NOSE (THE ROOT TERMINATES WITHIN TWELVE DECIMALS).
086400*****************************************************************
086500 5000-EXTRACT-ROOT.
086600     MOVE ZERO TO SQ-SC-X-LIMB(1) SQ-SC-X-LIMB(2) SQ-SC-X-LIMB(3).
086700     MOVE "N" TO SQ-SC-EXACT-SW.
086800     IF SQ-SC-Z9 = 0
086900         SET SQ-SC-ROOT-EXACT TO TRUE
087000         GO TO 5000-EXIT
087100     END-IF.
087200*
087300*    THE TARGET - Z9 IN THREE WORDS, TIMES 10 ** THE ODD DIGITS,
087400*    THEN MOVED UP BY THE WHOLE WORDS.
087500     DIVIDE SQ-SC-Z9 BY SQ-SC-BASE GIVING SQ-SC-Z-HIGH
087600         REMAINDER SQ-SC-P-LIMB(1).
087700     DIVIDE SQ-SC-Z-HIGH BY SQ-SC-BASE GIVING SQ-SC-P-LIMB(3)
087800         REMAINDER SQ-SC-P-LIMB(2).
087900     MOVE 3 TO SQ-SC-P-LEN.
088000     PERFORM 5390-TRIM-P THRU 5390-EXIT.
088100     COMPUTE SQ-SC-SCALE = 12 * SQ-SC-DEGREE - 9.
088200     DIVIDE SQ-SC-SCALE BY 8 GIVING SQ-SC-SHIFT-WORDS
088300         REMAINDER SQ-SC-SHIFT-DIGITS.
088400     MOVE 1 TO SQ-SC-C-LEN.
088500     MOVE SQ-SC-TEN(SQ-SC-SHIFT-DIGITS + 1) TO SQ-SC-C-LIMB(1).
088600     PERFORM 5300-MULTIPLY-P-BY-C THRU 5300-EXIT.
088700     PERFORM 5010-CLEAR-ONE-N-WORD THRU 5010-EXIT
088800         VARYING SQ-SC-I FROM 1 BY 1
088900         UNTIL SQ-SC-I > SQ-SC-SHIFT-WORDS.
089000     PERFORM 5020-SHIFT-ONE-WORD THRU 5020-EXIT
089100         VARYING SQ-SC-I FROM 1 BY 1
089200         UNTIL SQ-SC-I > SQ-SC-P-LEN.
089300     COMPUTE SQ-SC-N-LEN = SQ-SC-P-LEN + SQ-SC-SHIFT-WORDS.
089400*
089500     COMPUTE SQ-SC-ROOT-DIGITS =
089600         12 + (11 + SQ-SC-DEGREE - 1) / SQ-SC-DEGREE.
089700     PERFORM 5100-FIND-ONE-DIGIT THRU 5100-EXIT
089800         VARYING SQ-SC-DIGIT-NO FROM 1 BY 1
089900         UNTIL SQ-SC-DIGIT-NO > SQ-SC-ROOT-DIGITS.
090000*
090100*    DOES THE ROOT TERMINATE?  THE FINISHED X ONCE MORE.
090200     MOVE SQ-SC-X-LIMB(1) TO SQ-SC-C-LIMB(1).
090300     MOVE SQ-SC-X-LIMB(2) TO SQ-SC-C-LIMB(2).
090400     MOVE SQ-SC-X-LIMB(3) TO SQ-SC-C-LIMB(3).
090500     PERFORM 5200-RAISE-CANDIDATE THRU 5200-EXIT.
090600     IF NOT SQ-SC-TOO-BIG
090700         PERFORM 5400-COMPARE-P-N THRU 5400-EXIT
090800         IF SQ-SC-P-EQUAL
090900             SET SQ-SC-ROOT-EXACT TO TRUE
091000         END-IF
091100     END-IF.
091200     GO TO 5000-EXIT.
091300 5000-EXIT.
091400     EXIT.
091500*
091600 5010-CLEAR-ONE-N-WORD.
091700     MOVE ZERO TO SQ-SC-N-LIMB(SQ-SC-I).
091800     GO TO 5010-EXIT.
091900 5010-EXIT.
092000     EXIT.
092100*
092200 5020-SHIFT-ONE-WORD.
092300     COMPUTE SQ-SC-K = SQ-SC-I + SQ-SC-SHIFT-WORDS.
092400     MOVE SQ-SC-P-LIMB(SQ-SC-I) TO SQ-SC-N-LIMB(SQ-SC-K).
092500     GO TO 5020-EXIT.
092600 5020-EXIT.
092700     EXIT.
092800*
092900*    DIGIT-NO 1 IS THE TOP DIGIT; ITS PLACE IS ROOT-DIGITS - 1.
093000 5100-FIND-ONE-DIGIT.
093100     COMPUTE SQ-SC-DIGIT-POS = SQ-SC-ROOT-DIGITS - SQ-SC-DIGIT-NO.
093200     DIVIDE SQ-SC-DIGIT-POS BY 8 GIVING SQ-SC-DIGIT-WORD
093300         REMAINDER SQ-SC-DIGIT-PLACE.
093400     ADD 1 TO SQ-SC-DIGIT-WORD.
093500     MOVE 0 TO SQ-SC-LO.
093600     MOVE 9 TO SQ-SC-HI.
093700     PERFORM 5110-HALVE-DIGIT THRU 5110-EXIT
093800         UNTIL SQ-SC-LO = SQ-SC-HI.
093900     COMPUTE SQ-SC-X-LIMB(SQ-SC-DIGIT-WORD) =
094000         SQ-SC-X-LIMB(SQ-SC-DIGIT-WORD)
094100         + SQ-SC-LO * SQ-SC-TEN(SQ-SC-DIGIT-PLACE + 1).
094200     GO TO 5100-EXIT.
094300 5100-EXIT.
094400     EXIT.
094500*
094600 5110-HALVE-DIGIT.
094700     COMPUTE SQ-SC-MID = (SQ-SC-LO + SQ-SC-HI + 1) / 2.
094800     MOVE SQ-SC-X-LIMB(1) TO SQ-SC-C-LIMB(1).
094900     MOVE SQ-SC-X-LIMB(2) TO SQ-SC-C-LIMB(2).
095000     MOVE SQ-SC-X-LIMB(3) TO SQ-SC-C-LIMB(3).
095100     COMPUTE SQ-SC-C-LIMB(SQ-SC-DIGIT-WORD) =
095200         SQ-SC-C-LIMB(SQ-SC-DIGIT-WORD)
095300         + SQ-SC-MID * SQ-SC-TEN(SQ-SC-DIGIT-PLACE + 1).
095400     PERFORM 5200-RAISE-CANDIDATE THRU 5200-EXIT.
095500     IF NOT SQ-SC-TOO-BIG
095600         PERFORM 5400-COMPARE-P-N THRU 5400-EXIT
095700         IF SQ-SC-P-HIGH
095800             SET SQ-SC-TOO-BIG TO TRUE
095900         END-IF
096000     END-IF.
096100     IF SQ-SC-TOO-BIG
096200         COMPUTE SQ-SC-HI = SQ-SC-MID - 1
096300     ELSE
096400         MOVE SQ-SC-MID TO SQ-SC-LO
096500     END-IF.
096600     GO TO 5110-EXIT.
096700 5110-EXIT.
096800     EXIT.
096900*
097000*****************************************************************
097100* 5200-RAISE-CANDIDATE.  P = C ** N.  A POWER ALREADY LONGER
097200* THAN THE TARGET CAN ONLY GROW, SO IT STOPS THERE TOO-BIG.
097300*****************************************************************
097400 5200-RAISE-CANDIDATE.
097500     MOVE "N" TO SQ-SC-TOO-BIG-SW.
097600     MOVE 3 TO SQ-SC-C-LEN.
097700     PERFORM 5210-TRIM-C THRU 5210-EXIT
097800         UNTIL SQ-SC-C-LEN = 1
097900             OR SQ-SC-C-LIMB(SQ-SC-C-LEN) NOT = 0.
098000     MOVE SQ-SC-C-LEN TO SQ-SC-P-LEN.
098100     MOVE SQ-SC-C-LIMB(1) TO SQ-SC-P-LIMB(1).
098200     MOVE SQ-SC-C-LIMB(2) TO SQ-SC-P-LIMB(2).
098300     MOVE SQ-SC-C-LIMB(3) TO SQ-SC-P-LIMB(3).
098400     MOVE 1 TO SQ-SC-POWERS.
098500     IF SQ-SC-P-LEN > SQ-SC-N-LEN
098600         SET SQ-SC-TOO-BIG TO TRUE
098700     END-IF.
098800     PERFORM 5220-RAISE-ONCE THRU 5220-EXIT
098900         UNTIL SQ-SC-POWERS >= SQ-SC-DEGREE OR SQ-SC-TOO-BIG.
099000     GO TO 5200-EXIT.
099100 5200-EXIT.
099200     EXIT.
099300*
099400 5210-TRIM-C.
099500     SUBTRACT 1 FROM SQ-SC-C-LEN.
099600     GO TO 5210-EXIT.
099700 5210-EXIT.
099800     EXIT.
099900*
100000 5220-RAISE-ONCE.
100100     PERFORM 5300-MULTIPLY-P-BY-C THRU 5300-EXIT.
100200     ADD 1 TO SQ-SC-POWERS.
100300     IF SQ-SC-P-LEN > SQ-SC-N-LEN
100400         SET SQ-SC-TOO-BIG TO TRUE
100500     END-IF.
100600     GO TO 5220-EXIT.
100700 5220-EXIT.
100800     EXIT.
100900*
101000*****************************************************************
101100* 5300-MULTIPLY-P-BY-C.  P = P TIMES C, SCHOOLBOOK, ONE WORD OF C
101200* AT A TIME INTO W.  A WORD PRODUCT PLUS WHAT IS ALREADY IN W
101300* PLUS THE CARRY STAYS UNDER 10 ** 17.
101400*****************************************************************
101500 5300-MULTIPLY-P-BY-C.
101600     COMPUTE SQ-SC-W-LEN = SQ-SC-P-LEN + SQ-SC-C-LEN.
101700     PERFORM 5305-CLEAR-ONE-W-WORD THRU 5305-EXIT
101800         VARYING SQ-SC-I FROM 1 BY 1
101900         UNTIL SQ-SC-I > SQ-SC-W-LEN.
102000     PERFORM 5310-MULTIPLY-BY-ONE-WORD THRU 5310-EXIT
102100         VARYING SQ-SC-J FROM 1 BY 1
102200         UNTIL SQ-SC-J > SQ-SC-C-LEN.
102300     MOVE SQ-SC-W-LEN TO SQ-SC-P-LEN.
102400     PERFORM 5330-COPY-ONE-W-WORD THRU 5330-EXIT
102500         VARYING SQ-SC-I FROM 1 BY 1
102600         UNTIL SQ-SC-I > SQ-SC-W-LEN.
102700     PERFORM 5390-TRIM-P THRU 5390-EXIT.
102800     GO TO 5300-EXIT.
102900 5300-EXIT.
103000     EXIT.
103100*
103200 5305-CLEAR-ONE-W-WORD.
103300     MOVE ZERO TO SQ-SC-W-LIMB(SQ-SC-I).
103400     GO TO 5305-EXIT.
103500 5305-EXIT.
103600     EXIT.
103700*
103800 5310-MULTIPLY-BY-ONE-WORD.
103900     MOVE ZERO TO SQ-SC-CARRY.
104000     PERFORM 5320-MULTIPLY-ONE-PAIR THRU 5320-EXIT
104100         VARYING SQ-SC-I FROM 1 BY 1
104200         UNTIL SQ-SC-I > SQ-SC-P-LEN.
104300     COMPUTE SQ-SC-K = SQ-SC-P-LEN + SQ-SC-J.
104400     MOVE SQ-SC-CARRY TO SQ-SC-W-LIMB(SQ-SC-K).
104500     GO TO 5310-EXIT.
104600 5310-EXIT.
104700     EXIT.
104800*
104900 5320-MULTIPLY-ONE-PAIR.
105000     COMPUTE SQ-SC-K = SQ-SC-I + SQ-SC-J - 1.
105100     COMPUTE SQ-SC-PROD =
105200         SQ-SC-P-LIMB(SQ-SC-I) * SQ-SC-C-LIMB(SQ-SC-J)
105300         + SQ-SC-W-LIMB(SQ-SC-K) + SQ-SC-CARRY.
105400     DIVIDE SQ-SC-PROD BY SQ-SC-BASE GIVING SQ-SC-CARRY
105500         REMAINDER SQ-SC-W-LIMB(SQ-SC-K).
105600     GO TO 5320-EXIT.
105700 5320-EXIT.
105800     EXIT.
105900*
106000 5330-COPY-ONE-W-WORD.
106100     MOVE SQ-SC-W-LIMB(SQ-SC-I) TO SQ-SC-P-LIMB(SQ-SC-I).
106200     GO TO 5330-EXIT.
106300 5330-EXIT.
106400     EXIT.
106500*
106600 5390-TRIM-P.
106700     IF SQ-SC-P-LEN > 1
106800         AND SQ-SC-P-LIMB(SQ-SC-P-LEN) = 0
106900         SUBTRACT 1 FROM SQ-SC-P-LEN
107000         GO TO 5390-TRIM-P
107100     END-IF.
107200     GO TO 5390-EXIT.
107300 5390-EXIT.
107400     EXIT.
107500*
107600*    P AGAINST N, BOTH TRIMMED - THE LONGER IS THE LARGER, ELSE
107700*    THE FIRST DIFFERING WORD FROM THE TOP DECIDES.
107800 5400-COMPARE-P-N.
107900     IF SQ-SC-P-LEN > SQ-SC-N-LEN
108000         MOVE ">" TO SQ-SC-COMPARE
108100         GO TO 5400-EXIT
108200     END-IF.
108300     IF SQ-SC-P-LEN < SQ-SC-N-LEN
108400         MOVE "<" TO SQ-SC-COMPARE
108500         GO TO 5400-EXIT
108600     END-IF.
108700     MOVE "=" TO SQ-SC-COMPARE.
108800     MOVE SQ-SC-P-LEN TO SQ-SC-I.
108900     PERFORM 5410-COMPARE-ONE-WORD THRU 5410-EXIT
109000         UNTIL SQ-SC-I = 0 OR NOT SQ-SC-P-EQUAL.
109100     GO TO 5400-EXIT.
109200 5400-EXIT.
109300     EXIT.
109400*
109500 5410-COMPARE-ONE-WORD.
109600     IF SQ-SC-P-LIMB(SQ-SC-I) > SQ-SC-N-LIMB(SQ-SC-I)
109700         MOVE ">" TO SQ-SC-COMPARE
109800     END-IF.
109900     IF SQ-SC-P-LIMB(SQ-SC-I) < SQ-SC-N-LIMB(SQ-SC-I)
110000         MOVE "<" TO SQ-SC-COMPARE
110100     END-IF.
110200     SUBTRACT 1 FROM SQ-SC-I.
110300     GO TO 5410-EXIT.
110400 5410-EXIT.
110500     EXIT.
110600*
110700*****************************************************************
110800* 6000 SERIES - THE MONTH'S ERROR RATE, FROM THE HISTORY.  A
110900* NIGHT IS A BUSINESS DATE AND RUN ID; THE HISTORY IS APPENDED IN
111000* RUN ORDER, SO A CHANGE OF EITHER IS A NEW NIGHT.
111100*****************************************************************
111200 6000-MONTH-REPORT.
111300     OPEN INPUT SQ-SC-HIST-FILE.
111400     MOVE SQ-SC-HIST-STATUS TO SQ-SC-OPEN-STATUS.
111500     IF SQ-SC-OPEN-STATUS NOT = "00"
111600         AND SQ-SC-OPEN-STATUS NOT = "05"
111700         DISPLAY "FATAL - SQ-SC-HIST-FILE OPEN FAILED, STATUS "
111800             SQ-SC-OPEN-STATUS
111810         MOVE SPACES TO SQ-ML-TEXT
111820         STRING "FATAL - SQ-SC-HIST-FILE OPEN FAILED, STATUS "
111830             SQ-SC-OPEN-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
111840         MOVE "SQ0001S" TO SQ-ML-MSG-ID
111850         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
111900         CLOSE SQ-SC-REPORT-FILE
112000         MOVE 16 TO RETURN-CODE
112100         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
112200         STOP RUN
112300     END-IF.
112400     IF SQ-SC-OPEN-STATUS = "00"
112500         PERFORM 6100-TAKE-ONE-HISTORY THRU 6100-EXIT
112600             UNTIL SQ-SC-EOF
112700     END-IF.
112800     CLOSE SQ-SC-HIST-FILE.
112900     GO TO 6000-EXIT.
113000 6000-EXIT.
113100     EXIT.
113200*
113300 6100-TAKE-ONE-HISTORY.
113400     READ SQ-SC-HIST-FILE
113500         AT END
113600             SET SQ-SC-EOF TO TRUE
113700     END-READ.
113800     IF SQ-SC-EOF
113900         GO TO 6100-EXIT
114000     END-IF.
114100     ADD 1 TO SQ-SC-HIST-READ.
114200     IF SQ-SH-BUS-DATE(1:7) NOT = SQ-SC-MONTH-USED
114300         GO TO 6100-EXIT
114400     END-IF.
114500     IF SQ-SH-RECORD(1:16) NOT = SQ-SC-LAST-NIGHT
114600         ADD 1 TO SQ-SC-NIGHTS
114700         MOVE SQ-SH-RECORD(1:16) TO SQ-SC-LAST-NIGHT
114800     END-IF.
114900     MOVE SQ-SH-STRATUM TO SQ-SC-ROW-KEY.
115000     PERFORM 3200-FIND-STRATUM THRU 3200-EXIT.
115100     ADD 1 TO SQ-SC-ROWS-SAMPLED.
115200     IF SQ-SC-ST-HIT > 0
115300         ADD 1 TO SQ-SC-ST-SAMPLED(SQ-SC-ST-HIT)
115400     END-IF.
115500     IF SQ-SH-WRONG
115600         ADD 1 TO SQ-SC-ROWS-WRONG
115700         IF SQ-SC-ST-HIT > 0
115800             ADD 1 TO SQ-SC-ST-WRONG(SQ-SC-ST-HIT)
115900         END-IF
116000         PERFORM 7000-WRITE-WRONG-LINE THRU 7000-EXIT
116100     END-IF.
116200     GO TO 6100-EXIT.
116300 6100-EXIT.
116400     EXIT.
116500*
116600*****************************************************************
116700* 7000-WRITE-WRONG-LINE.  ONE WRONG ANSWER, FROM THE HISTORY
116800* RECORD (BUILT TONIGHT OR READ BACK).  THE COLUMN HEADINGS GO
116900* OUT AHEAD OF THE FIRST.
117000*****************************************************************
117100 7000-WRITE-WRONG-LINE.
117200     IF SQ-SC-ROWS-WRONG = 1
117300         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
117400         WRITE SQ-SC-REPORT-LINE FROM SQ-SC-WRONG-HDR-LINE
117500             AFTER ADVANCING 2
117600         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
117700         WRITE SQ-SC-REPORT-LINE FROM SQ-SC-WRONG-COL-LINE
117800             AFTER ADVANCING 1
117900         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
118000         ADD 3 TO SQ-SC-LINE-NO
118100     END-IF.
118200     MOVE SQ-SH-BUS-DATE TO SQ-SC-WL-BUS-DATE.
118300     MOVE SQ-SH-RUN-ID TO SQ-SC-WL-RUN-ID.
118400     MOVE SQ-SH-ROW-NO TO SQ-SC-WL-ROW.
118500     MOVE SQ-SH-DEGREE TO SQ-SC-WL-DEGREE.
118600     MOVE SQ-SH-BAND TO SQ-SC-WL-BAND.
118700     MOVE SQ-SH-METHOD TO SQ-SC-WL-METHOD.
118800     MOVE SQ-SH-INPUT-VALUE TO SQ-SC-WL-INPUT.
118900     MOVE SQ-SH-ANSWER TO SQ-SC-WL-ANSWER.
119000     MOVE SQ-SH-EXACT-ROOT TO SQ-SC-WL-EXACT.
119100     MOVE SQ-SH-ERROR-UNITS TO SQ-SC-WL-UNITS.
119200     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
119300     WRITE SQ-SC-REPORT-LINE FROM SQ-SC-WRONG-LINE
119400         AFTER ADVANCING 1.
119500     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
119600     ADD 1 TO SQ-SC-LINE-NO.
119700     GO TO 7000-EXIT.
119800 7000-EXIT.
119900     EXIT.
120000*
120100*****************************************************************
120200* 9000 SERIES - THE STRATA, THE SUMMARY, THE VERDICT, AND THE
120300* RETURN CODE.
120400*****************************************************************
120500 9000-TERMINATE.
120600     IF SQ-SC-LINE-NO = 99
120700         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
120800     END-IF.
120900     IF SQ-SC-ST-COUNT > 0
121000         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
121100         WRITE SQ-SC-REPORT-LINE FROM SQ-SC-STRATA-HDR-LINE
121200             AFTER ADVANCING 2
121300         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
121400         ADD 2 TO SQ-SC-LINE-NO
121500         PERFORM 9100-WRITE-ONE-STRATUM THRU 9100-EXIT
121600             VARYING SQ-SC-ST-SUB FROM 1 BY 1
121700             UNTIL SQ-SC-ST-SUB > SQ-SC-ST-COUNT
121800     END-IF.
121900*
122000     IF SQ-SC-MONTHLY
122100         MOVE "HISTORY RECORDS READ      :" TO SQ-SC-SM-LABEL
122200         MOVE SQ-SC-HIST-READ TO SQ-SC-SM-COUNT
122300         PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
122400         MOVE "NIGHTS IN THE MONTH       :" TO SQ-SC-SM-LABEL
122500         MOVE SQ-SC-NIGHTS TO SQ-SC-SM-COUNT
122600         PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
122700     ELSE
122800         MOVE "RESULT DATA ROWS READ     :" TO SQ-SC-SM-LABEL
122900         MOVE SQ-SC-DATA-ROWS TO SQ-SC-SM-COUNT
123000         PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
123100         MOVE "NOT ELIGIBLE (EXT/EXP=)   :" TO SQ-SC-SM-LABEL
123200         MOVE SQ-SC-ROWS-SKIPPED TO SQ-SC-SM-COUNT
123300         PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
123400     END-IF.
123500     MOVE "ANSWERS SAMPLED           :" TO SQ-SC-SM-LABEL.
123600     MOVE SQ-SC-ROWS-SAMPLED TO SQ-SC-SM-COUNT.
123700     PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT.
123800     MOVE "WRONG IN THE LAST PLACE   :" TO SQ-SC-SM-LABEL.
123900     MOVE SQ-SC-ROWS-WRONG TO SQ-SC-SM-COUNT.
124000     PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT.
124100     IF NOT SQ-SC-MONTHLY
124200         MOVE "ADDED TO THE HISTORY      :" TO SQ-SC-SM-LABEL
124300         MOVE SQ-SC-HIST-WRITTEN TO SQ-SC-SM-COUNT
124400         PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
124500     END-IF.
124600     MOVE ZERO TO SQ-SC-ERROR-RATE.
124700     IF SQ-SC-ROWS-SAMPLED > 0
124800         COMPUTE SQ-SC-RATE-FRACTION ROUNDED =
124900             SQ-SC-ROWS-WRONG / SQ-SC-ROWS-SAMPLED
125000         COMPUTE SQ-SC-ERROR-RATE = SQ-SC-RATE-FRACTION * 100
125100     END-IF.
125200     MOVE SQ-SC-ERROR-RATE TO SQ-SC-RL-RATE.
125300     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
125400     WRITE SQ-SC-REPORT-LINE FROM SQ-SC-RATE-LINE
125500         AFTER ADVANCING 1.
125600     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
125700     ADD 1 TO SQ-SC-LINE-NO.
125800*
125900     PERFORM 9300-WRITE-VERDICT THRU 9300-EXIT.
126000     IF NOT SQ-SC-MONTHLY
126100         CLOSE SQ-RESULT-FILE
126200         CLOSE SQ-SC-HIST-FILE
126300     END-IF.
126400     CLOSE SQ-SC-REPORT-FILE.
126500     GO TO 9000-EXIT.
126600 9000-EXIT.
126700     EXIT.
126800*
126900 9100-WRITE-ONE-STRATUM.
127000     MOVE SQ-SC-ST-DEGREE(SQ-SC-ST-SUB) TO SQ-SC-SL-DEGREE.
127100     MOVE SQ-SC-BAND-NAME(SQ-SC-ST-BAND(SQ-SC-ST-SUB))
127200         TO SQ-SC-SL-BAND.
127300     MOVE SQ-SC-ST-METHOD(SQ-SC-ST-SUB) TO SQ-SC-SL-METHOD.
127400     MOVE SQ-SC-ST-POPULATION(SQ-SC-ST-SUB)
127500         TO SQ-SC-SL-POPULATION.
127600     MOVE SQ-SC-ST-SAMPLED(SQ-SC-ST-SUB) TO SQ-SC-SL-SAMPLED.
127700     MOVE SQ-SC-ST-WRONG(SQ-SC-ST-SUB) TO SQ-SC-SL-WRONG.
127800     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
127900     WRITE SQ-SC-REPORT-LINE FROM SQ-SC-STRATUM-LINE
128000         AFTER ADVANCING 1.
128100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
128200     ADD 1 TO SQ-SC-LINE-NO.
128300     GO TO 9100-EXIT.
128400 9100-EXIT.
128500     EXIT.
128600*
128700 9200-WRITE-SUMMARY-LINE.
128800     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
128900     IF SQ-SC-SM-LABEL(1:6) = "RESULT" OR SQ-SC-SM-LABEL(1:7) =
129000         "HISTORY"
129100         WRITE SQ-SC-REPORT-LINE FROM SQ-SC-SUMMARY-LINE
129200             AFTER ADVANCING 2
129300         ADD 1 TO SQ-SC-LINE-NO
129400     ELSE
129500         WRITE SQ-SC-REPORT-LINE FROM SQ-SC-SUMMARY-LINE
129600             AFTER ADVANCING 1
129700     END-IF.
129800     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
129900     ADD 1 TO SQ-SC-LINE-NO.
130000     GO TO 9200-EXIT.
130100 9200-EXIT.
130200     EXIT.
130300*
130400 9300-WRITE-VERDICT.
130500     MOVE SPACES TO SQ-SC-VERDICT.
130600     MOVE SQ-SC-ERROR-RATE TO SQ-SC-ED-RATE.
130700     MOVE SQ-SC-ROWS-SAMPLED TO SQ-SC-ED-COUNT.
130800     EVALUATE TRUE
130900         WHEN SQ-SC-MONTHLY AND SQ-SC-ROWS-SAMPLED = 0
131000             STRING "NO SPOT CHECKS ON THE HISTORY FOR "
131100                 SQ-SC-MONTH-USED DELIMITED BY SIZE
131200                 INTO SQ-SC-VERDICT
131300             MOVE 4 TO RETURN-CODE
131400         WHEN SQ-SC-MONTHLY
131500             STRING "MEASURED ERROR RATE FOR " SQ-SC-MONTH-USED
131600                 ": " SQ-SC-ED-RATE " PCT OF" SQ-SC-ED-COUNT
131700                 " ANSWERS SAMPLED" DELIMITED BY SIZE
131800                 INTO SQ-SC-VERDICT
131900         WHEN SQ-SC-HIST-FAILED
132000             MOVE "*** SPOT-CHECK HISTORY NOT WRITTEN IN FULL ***"
132100                 TO SQ-SC-VERDICT
132200             MOVE 8 TO RETURN-CODE
132300         WHEN SQ-SC-ROWS-WRONG > 0
132400             MOVE
132500         "*** WRONG ANSWERS FOUND - SEE THE LIST ABOVE ***"
132600                 TO SQ-SC-VERDICT
132700             MOVE 4 TO RETURN-CODE
132800         WHEN SQ-SC-ROWS-SAMPLED = 0
132900             MOVE "NO ELIGIBLE RESULT ROWS TO SAMPLE"
133000                 TO SQ-SC-VERDICT
133100         WHEN OTHER
133200             MOVE "EVERY SAMPLED ANSWER RIGHT TO THE LAST"
133300                 TO SQ-SC-VERDICT
133400             MOVE "DISPLAYED PLACE" TO SQ-SC-VERDICT(40:15)
133500     END-EVALUATE.
133600     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
133700     WRITE SQ-SC-REPORT-LINE FROM SQ-SC-VERDICT-LINE
133800         AFTER ADVANCING 2.
133900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
134000     DISPLAY "SQSPCHK - " SQ-SC-VERDICT.
134100     GO TO 9300-EXIT.
134200 9300-EXIT.
134300     EXIT.
134305*
134310*****************************************************************
134315* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
134320* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
134325* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
134330* WAY.
134335*****************************************************************
134340 9800-LOG-MESSAGE.
134345     MOVE "SQSPCHK" TO SQ-ML-PROGRAM.
134350     MOVE SQ-SC-RUN-ID TO SQ-ML-RUN-ID.
134355     MOVE SPACES TO SQ-ML-BUS-DATE.
134360     CALL "SQMSGLOG" USING SQ-ML-AREA.
134365     GO TO 9800-EXIT.
134370 9800-EXIT.
134375     EXIT.
134400*
134500*****************************************************************
134600* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
134700* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
134800*****************************************************************
134900 9900-LOG-STEP-END.
135000     MOVE RETURN-CODE TO SQ-SL-RC.
135100     MOVE "E" TO SQ-SL-FUNCTION.
135200     CALL "SQSTPLOG" USING SQ-SL-AREA.
135300     MOVE SQ-SL-RC TO RETURN-CODE.
135400     GO TO 9900-EXIT.
135500 9900-EXIT.
135600     EXIT.
