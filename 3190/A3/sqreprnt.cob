000100*****************************************************************
000200* PROGRAM-ID.  SQREPRNT
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  REPORT REPRINT.  SQLIBRN KEEPS EVERY NIGHT'S SQREPT
001000*     AS A GENERATION NAMED BY RUN ID, BUT A DEPARTMENT ASKING FOR
001100*     ITS SECTION OF A REPORT FROM THREE WEEKS AGO STILL MEANT
001200*     BROWSING THE WHOLE GENERATION FOR THE SECTION HEADING AND
001300*     CUTTING IT OUT BY HAND.  THIS PROGRAM READS ONE CONTROL CARD
001400*     (SEE SQRNCARD) NAMING THE NIGHT - BY RUN ID, OR BY BUSINESS
001500*     DATE RESOLVED ON THE GENERATION CATALOG (SEE SQGCAT) - AND A
001600*     DEPARTMENT, A PAGE RANGE OF THE ORIGINAL, OR EXCEPTIONS
001700*     ONLY, IN ANY COMBINATION, AND PRINTS JUST THOSE LINES OF THE
001800*     CATALOGED REPORT (SQGREPT) TO SQRNRPT.
001900*
002000*     THE ORIGINAL PAGE HEADINGS ARE DROPPED AND THE EXTRACT IS
002100*     PAGED AND NUMBERED AFRESH; EVERY PAGE IS STAMPED "REPRINT"
002200*     WITH THE REPRINT DATE, THE REQUESTER, AND THE SELECTION.
002300*     AN EXCEPTIONS-ONLY EXTRACT CARRIES THE SECTION HEADING AND
002400*     SUBTOTAL OF EACH DEPARTMENT SECTION IT PRINTS FROM, SO EVERY
002500*     EXCEPTION STILL SHOWS WHOSE IT WAS.  EVERY REQUEST - REFUSED
002600*     ONES TOO - IS APPENDED TO THE REPRINT LOG (SEE SQRNLOG).
002700*
002800*     THE JCL POINTS SQGREPT AT THE GENERATION BY RUN ID.  THE
002900*     PROGRAM CHECKS THE RUN ID ON THE GENERATION'S OWN PAGE
003000*     HEADING AGAINST THE NIGHT THE CARD RESOLVES TO, AND REFUSES
003100*     TO PRINT THE WRONG NIGHT.
003200*
003300*     RETURN CODES - 0 REPRINTED, 4 NOTHING ON THE REPORT MATCHED
003400*     THE SELECTION, 8 REQUEST REFUSED (BAD CARD, NIGHT NOT ON THE
003500*     CATALOG OR EXPIRED, WRONG GENERATION ALLOCATED), 16 THE
003600*     REPRINT OR THE LOG COULD NOT BE WRITTEN.
003700*
003800* MODIFICATION HISTORY.
003900*     2026-10-15  DL  INITIAL VERSION.
003920*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003940*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003960*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003980*                     COPYBOOK SQMSGCAT).
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.  SQREPRNT.
004300 AUTHOR.      D. LOCKWOOD.
004400 INSTALLATION. 3190 SYSTEMS.
004500 DATE-WRITTEN. 2026-10-15.
004600 DATE-COMPILED.
004700*
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPTIONAL SQ-RN-CARD-FILE ASSIGN TO SQRNCARD
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS IS SQ-RN-CARD-STATUS.
005400*
005500     SELECT OPTIONAL SQ-CATALOG-FILE ASSIGN TO SQGCAT
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS IS SQ-CATALOG-STATUS.
005800*
005900     SELECT SQ-REPORT-IN-FILE ASSIGN TO SQGREPT
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS IS SQ-REPORT-IN-STATUS.
006200*
006300     SELECT SQ-RN-REPORT-FILE ASSIGN TO SQRNRPT
006400         ORGANIZATION LINE SEQUENTIAL
006500         FILE STATUS IS SQ-RN-REPORT-STATUS.
006600*
006700     SELECT OPTIONAL SQ-RN-LOG-FILE ASSIGN TO SQRNLOG
006800         ORGANIZATION LINE SEQUENTIAL
006900         FILE STATUS IS SQ-RN-LOG-STATUS.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  SQ-RN-CARD-FILE.
007400 01  SQ-RN-CARD-RECORD             PIC X(80).
007500*
007600 FD  SQ-CATALOG-FILE.
007700     COPY SQGCAT.
007800*
007900 FD  SQ-REPORT-IN-FILE.
008000 01  SQ-REPORT-IN-RECORD           PIC X(152).
008100*
008200 FD  SQ-RN-REPORT-FILE.
008300 01  SQ-RN-REPORT-LINE             PIC X(152).
008400*
008500 FD  SQ-RN-LOG-FILE.
008600 01  SQ-RN-LOG-RECORD              PIC X(160).
008700*
008800 WORKING-STORAGE SECTION.
008900*
009000*****************************************************************
009100* THE CONTROL CARD (SEE SQRNCARD), THE NIGHT'S CATALOG ENTRY
009200* (SEE SQGCAT), AND THE LOG RECORD (SEE SQRNLOG).
009300*****************************************************************
009400     COPY SQRNCARD.
009500     COPY SQGCAT REPLACING LEADING ==SQ-GC== BY ==SQ-NG==.
009600     COPY SQRNLOG.
009700*
009800*****************************************************************
009900* SWITCHES AND FILE STATUS.
010000*****************************************************************
010100 01  SQ-RN-SWITCHES.
010200     05  SQ-RN-OUTCOME-SW          PIC X(01) VALUE "R".
010300         88  SQ-RN-REPRINTED           VALUE "R".
010400         88  SQ-RN-NOTHING-MATCHED     VALUE "N".
010500         88  SQ-RN-REFUSED             VALUE "F".
010600     05  SQ-RN-CAT-EOF-SW          PIC X(01) VALUE "N".
010700         88  SQ-RN-CAT-EOF             VALUE "Y".
010800     05  SQ-RN-FOUND-SW            PIC X(01) VALUE "N".
010900         88  SQ-RN-FOUND               VALUE "Y".
011000     05  SQ-RN-IN-EOF-SW           PIC X(01) VALUE "N".
011100         88  SQ-RN-IN-EOF              VALUE "Y".
011200     05  SQ-RN-TAKE-SW             PIC X(01) VALUE "N".
011300         88  SQ-RN-TAKE-LINE           VALUE "Y".
011400     05  SQ-RN-PENDING-SW          PIC X(01) VALUE "N".
011500         88  SQ-RN-SECTION-PENDING     VALUE "Y".
011600     05  SQ-RN-SEC-PRINTED-SW      PIC X(01) VALUE "N".
011700         88  SQ-RN-SECTION-PRINTED     VALUE "Y".
011800     05  SQ-RN-WRITE-FAIL-SW       PIC X(01) VALUE "N".
011900         88  SQ-RN-WRITE-FAILED        VALUE "Y".
012000*
012100 01  SQ-RN-FILE-STATUSES.
012200     05  SQ-RN-CARD-STATUS         PIC X(02) VALUE "00".
012300     05  SQ-CATALOG-STATUS         PIC X(02) VALUE "00".
012400     05  SQ-REPORT-IN-STATUS       PIC X(02) VALUE "00".
012500     05  SQ-RN-REPORT-STATUS       PIC X(02) VALUE "00".
012600     05  SQ-RN-LOG-STATUS          PIC X(02) VALUE "00".
012700*
012800*****************************************************************
012900* THE SELECTION AS DECIDED FROM THE CARD, AND WHY A REQUEST WAS
013000* REFUSED OR MATCHED NOTHING.
013100*****************************************************************
013200 01  SQ-RN-SELECTION.
013300     05  SQ-RN-SEL-RUN-ID          PIC 9(05) VALUE ZERO.
013400     05  SQ-RN-SEL-FROM            PIC 9(04) VALUE 1.
013500     05  SQ-RN-SEL-TO              PIC 9(04) VALUE 9999.
013600     05  SQ-RN-SEL-TEXT            PIC X(60) VALUE SPACES.
013700     05  SQ-RN-SEL-PTR             PIC 9(03) COMP VALUE 1.
013800     05  SQ-RN-NOTE                PIC X(40) VALUE SPACES.
013900*
014000*****************************************************************
014100* THE ORIGINAL REPORT LINE IN HAND, WITH A VIEW FOR EACH KIND OF
014200* LINE SQUARE WRITES THAT THE EXTRACT HAS TO RECOGNIZE - THE
014300* FIRST PAGE-HEADING LINE, A DETAIL LINE'S CONVERGED AND
014400* EXCEPTION COLUMNS, THE DEPARTMENT SECTION HEADING, AND THE
014500* SECTION SUBTOTAL.  THE LAYOUTS ARE SQUARE'S REPORT LINE IMAGES.
014600*****************************************************************
014700 01  SQ-RN-LINE-AREA.
014800     05  SQ-RN-LINE                PIC X(152).
014900     05  SQ-RN-LINE-HDR            REDEFINES SQ-RN-LINE.
015000         10  SQ-RN-LH-TITLE        PIC X(20).
015100             88  SQ-RN-LH-IS-HEADING   VALUE
015200                 "SQUARE ROOT REPORT -".
015300         10  FILLER                PIC X(11).
015400         10  SQ-RN-LH-RUN-DATE     PIC X(10).
015500         10  FILLER                PIC X(10).
015600         10  SQ-RN-LH-PAGE         PIC X(04).
015700         10  FILLER                PIC X(05).
015800         10  SQ-RN-LH-RUN-ID       PIC X(05).
015900         10  FILLER                PIC X(10).
016000         10  SQ-RN-LH-BUS-DATE     PIC X(10).
016100         10  FILLER                PIC X(67).
016200     05  SQ-RN-LINE-DTL            REDEFINES SQ-RN-LINE.
016300         10  FILLER                PIC X(102).
016400         10  SQ-RN-LD-CONVERGED    PIC X(05).
016500         10  SQ-RN-LD-EXCEPTION    PIC X(05).
016600         10  FILLER                PIC X(40).
016700     05  SQ-RN-LINE-SEC            REDEFINES SQ-RN-LINE.
016800         10  SQ-RN-LS-TITLE        PIC X(22).
016900             88  SQ-RN-LS-IS-SECTION   VALUE
017000                 "DEPARTMENT SECTION -  ".
017100         10  SQ-RN-LS-DEPT         PIC X(03).
017200         10  FILLER                PIC X(127).
017300     05  SQ-RN-LINE-SUB            REDEFINES SQ-RN-LINE.
017400         10  SQ-RN-LT-TITLE        PIC X(14).
017500             88  SQ-RN-LT-IS-SUBTOTAL  VALUE "SUBTOTAL DEPT ".
017600         10  SQ-RN-LT-DEPT         PIC X(03).
017700         10  FILLER                PIC X(135).
017800     05  SQ-RN-LINE-FLAG           REDEFINES SQ-RN-LINE.
017900         10  SQ-RN-LF-STARS        PIC X(04).
018000             88  SQ-RN-LF-IS-FLAGGED   VALUE "*** ".
018100         10  FILLER                PIC X(148).
018200*
018300 01  SQ-RN-LINE-KIND               PIC X(01) VALUE SPACE.
018400     88  SQ-RN-KIND-HEADING            VALUE "H".
018500     88  SQ-RN-KIND-HEADING-REST       VALUE "K".
018600     88  SQ-RN-KIND-SECTION            VALUE "S".
018700     88  SQ-RN-KIND-SUBTOTAL           VALUE "T".
018800     88  SQ-RN-KIND-EXCEPTION          VALUE "X".
018900     88  SQ-RN-KIND-OTHER              VALUE "D".
019000*
019100*****************************************************************
019200* POSITION IN THE ORIGINAL - ITS PAGE (SQUARE NUMBERS PAGES FROM
019300* 1 UP, ONE HEADING EACH), THE HEADING LINES STILL TO SKIP, THE
019400* DEPARTMENT SECTION OPEN, AND ITS HEADING HELD BACK UNTIL AN
019500* EXCEPTIONS-ONLY EXTRACT FINDS SOMETHING IN IT.
019600*****************************************************************
019700 01  SQ-RN-ORIGINAL.
019800     05  SQ-RN-ORIG-PAGE           PIC 9(04) VALUE ZERO.
019900     05  SQ-RN-HDR-SKIP            PIC 9(01) VALUE ZERO.
020000     05  SQ-RN-ORIG-LINES          PIC 9(09) VALUE ZERO.
020100     05  SQ-RN-SECTION-DEPT        PIC X(03) VALUE SPACES.
020200     05  SQ-RN-PENDING-LINE        PIC X(152) VALUE SPACES.
020300     05  SQ-RN-ORIG-RUN-DATE       PIC X(10) VALUE SPACES.
020400     05  SQ-RN-COL-HDR-SAVE        PIC X(152) VALUE SPACES.
020500     05  SQ-RN-RUN-ID-EDIT         PIC ZZZZ9.
020600     05  SQ-RN-RUN-ID-TEXT         REDEFINES SQ-RN-RUN-ID-EDIT
020700                                   PIC X(05).
020800*
020900*****************************************************************
021000* EXTRACT COUNTS.
021100*****************************************************************
021200 77  SQ-RN-LINES-OUT               PIC 9(07) COMP VALUE ZERO.
021300 77  SQ-RN-FIRST-PAGE              PIC 9(04) VALUE ZERO.
021400 77  SQ-RN-LAST-PAGE               PIC 9(04) VALUE ZERO.
021500*
021600*****************************************************************
021700* DATE AND TIME.
021800*****************************************************************
021900 01  SQ-RN-DATE-WORK.
022000     05  SQ-RN-CURRENT-DATE.
022100         10  SQ-RN-CUR-YEAR        PIC 9(04).
022200         10  SQ-RN-CUR-MONTH       PIC 9(02).
022300         10  SQ-RN-CUR-DAY         PIC 9(02).
022400     05  SQ-RN-CURRENT-TIME.
022500         10  SQ-RN-CUR-HOUR        PIC 9(02).
022600         10  SQ-RN-CUR-MINUTE      PIC 9(02).
022700         10  SQ-RN-CUR-SECOND      PIC 9(02).
022800         10  SQ-RN-CUR-HUNDREDTH   PIC 9(02).
022900     05  SQ-RN-REPORT-DATE         PIC X(10) VALUE SPACES.
023000     05  SQ-RN-TIMESTAMP-TEXT      PIC X(26) VALUE SPACES.
023100*
023200*****************************************************************
023300* REPRINT PAGE CONTROL.
023400*****************************************************************
023500 01  SQ-RN-PAGE-CONTROL.
023600     05  SQ-RN-PAGE-NO             PIC 9(04) VALUE ZERO.
023700     05  SQ-RN-LINE-NO             PIC 9(02) VALUE 99.
023800     05  SQ-RN-LINES-PER-PAGE      PIC 9(02) VALUE 55.
023900*
024000*****************************************************************
024100* REPRINT LINE IMAGES.  THE THIRD HEADING LINE IS THE ORIGINAL'S
024200* OWN COLUMN HEADING, TAKEN FROM ITS FIRST PAGE.
024300*****************************************************************
024400 01  SQ-RN-HDR-LINE-1.
024500     05  FILLER                    PIC X(29) VALUE
024600         "SQUARE ROOT REPORT - REPRINT".
024700     05  FILLER                    PIC X(05) VALUE " RUN ".
024800     05  SQ-RN-H1-RUN-ID           PIC X(05).
024900     05  FILLER                    PIC X(10) VALUE " BUS DATE ".
025000     05  SQ-RN-H1-BUS-DATE         PIC X(10).
025100     05  FILLER                    PIC X(15) VALUE
025200         " ORIGINAL RUN ".
025300     05  SQ-RN-H1-RUN-DATE         PIC X(10).
025400     05  FILLER                    PIC X(06) VALUE " PAGE ".
025500     05  SQ-RN-H1-PAGE             PIC ZZZ9.
025600     05  FILLER                    PIC X(58) VALUE SPACES.
025700*
025800 01  SQ-RN-HDR-LINE-2.
025900     05  FILLER                    PIC X(27) VALUE
026000         "*** REPRINT ***  REPRINTED ".
026100     05  SQ-RN-H2-DATE             PIC X(10).
026200     05  FILLER                    PIC X(05) VALUE " FOR ".
026300     05  SQ-RN-H2-REQUESTER        PIC X(08).
026400     05  FILLER                    PIC X(12) VALUE
026500         "  SELECTION ".
026600     05  SQ-RN-H2-SELECTION        PIC X(60).
026700     05  FILLER                    PIC X(30) VALUE SPACES.
026800*
026900 01  SQ-RN-END-LINE.
027000     05  FILLER                    PIC X(21) VALUE
027100         "*** END OF REPRINT - ".
027200     05  SQ-RN-EL-LINES            PIC ZZZZZZ9.
027300     05  FILLER                    PIC X(10) VALUE " LINES ON ".
027400     05  SQ-RN-EL-PAGES            PIC ZZZ9.
027500     05  FILLER                    PIC X(27) VALUE
027600         " PAGES, FROM ORIGINAL PAGES".
027700     05  SQ-RN-EL-FIRST            PIC ZZZ9.
027800     05  FILLER                    PIC X(03) VALUE " - ".
027900     05  SQ-RN-EL-LAST             PIC ZZZ9.
028000     05  FILLER                    PIC X(04) VALUE " ***".
028100     05  FILLER                    PIC X(68) VALUE SPACES.
028200*
028300 01  SQ-RN-NOTHING-LINE.
028400     05  FILLER                    PIC X(24) VALUE
028500         "*** NOTHING REPRINTED - ".
028600     05  SQ-RN-NL-NOTE             PIC X(40).
028700     05  FILLER                    PIC X(04) VALUE " ***".
028800     05  FILLER                    PIC X(84) VALUE SPACES.
028900*
028910*****************************************************************
028920* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
028930*****************************************************************
028940     COPY SQMLLINK.
028950*
029000*****************************************************************
029100* 0000-MAINLINE.
029200*****************************************************************
029300 PROCEDURE DIVISION.
029400*
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029700     PERFORM 1200-VALIDATE-CARD THRU 1200-EXIT.
029800     IF NOT SQ-RN-REFUSED
029900         PERFORM 1300-RESOLVE-NIGHT THRU 1300-EXIT
030000     END-IF.
030100     IF NOT SQ-RN-REFUSED
030200         PERFORM 2000-EXTRACT-REPORT THRU 2000-EXIT
030300     END-IF.
030400     PERFORM 7000-CLOSE-REPRINT THRU 7000-EXIT.
030500     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
030600     STOP RUN.
030700*
030800*****************************************************************
030900* 1000 SERIES - STARTUP.  THE REPRINT DATASET IS OPENED FIRST SO
031000* A REFUSED REQUEST STILL GETS A PAGE SAYING WHY.
031100*****************************************************************
031200 1000-INITIALIZE.
031300     MOVE ZERO TO RETURN-CODE.
031400     OPEN OUTPUT SQ-RN-REPORT-FILE.
031500     IF SQ-RN-REPORT-STATUS NOT = "00"
031600         DISPLAY "FATAL - SQ-RN-REPORT-FILE OPEN FAILED, STATUS "
031700             SQ-RN-REPORT-STATUS
031710         MOVE SPACES TO SQ-ML-TEXT
031720         STRING "FATAL - SQ-RN-REPORT-FILE OPEN FAILED, STATUS "
031730             SQ-RN-REPORT-STATUS
031740             DELIMITED BY SIZE INTO SQ-ML-TEXT
031750         MOVE "SQ0001S" TO SQ-ML-MSG-ID
031760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
031800         MOVE 16 TO RETURN-CODE
031900         STOP RUN
032000     END-IF.
032100     ACCEPT SQ-RN-CURRENT-DATE FROM DATE YYYYMMDD.
032200     ACCEPT SQ-RN-CURRENT-TIME FROM TIME.
032300     STRING SQ-RN-CUR-MONTH "/" SQ-RN-CUR-DAY "/"
032400         SQ-RN-CUR-YEAR DELIMITED BY SIZE
032500         INTO SQ-RN-REPORT-DATE.
032600     STRING SQ-RN-CUR-YEAR "-" SQ-RN-CUR-MONTH "-"
032700         SQ-RN-CUR-DAY "-" SQ-RN-CUR-HOUR "."
032800         SQ-RN-CUR-MINUTE "." SQ-RN-CUR-SECOND "."
032900         SQ-RN-CUR-HUNDREDTH DELIMITED BY SIZE
033000         INTO SQ-RN-TIMESTAMP-TEXT.
033100     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
033200     GO TO 1000-EXIT.
033300 1000-EXIT.
033400     EXIT.
033500*
033600 1100-READ-CONTROL-CARD.
033700     MOVE SPACES TO SQ-RN-CARD.
033800     OPEN INPUT SQ-RN-CARD-FILE.
033900     IF SQ-RN-CARD-STATUS = "00"
034000         READ SQ-RN-CARD-FILE INTO SQ-RN-CARD
034100             AT END
034200                 MOVE "NO CONTROL CARD" TO SQ-RN-NOTE
034300                 SET SQ-RN-REFUSED TO TRUE
034400         END-READ
034500     ELSE
034600         MOVE "NO CONTROL CARD" TO SQ-RN-NOTE
034700         SET SQ-RN-REFUSED TO TRUE
034800     END-IF.
034900*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
035000*    WAS NOT THERE - THE FILE IS OPEN AND MUST STILL BE CLOSED.
035100     IF SQ-RN-CARD-STATUS = "00" OR SQ-RN-CARD-STATUS = "05"
035200         CLOSE SQ-RN-CARD-FILE
035300     END-IF.
035400     GO TO 1100-EXIT.
035500 1100-EXIT.
035600     EXIT.
035700*
035800*****************************************************************
035900* 1200-VALIDATE-CARD.  THE NIGHT MUST BE NAMED, THE REQUESTER
036000* GIVEN, AND THE PAGE RANGE AND SWITCH MAKE SENSE.  BUILDS THE
036100* SELECTION TEXT STAMPED ON EVERY PAGE.
036200*****************************************************************
036300 1200-VALIDATE-CARD.
036400     IF SQ-RN-REFUSED
036500         GO TO 1200-EXIT
036600     END-IF.
036700     IF SQ-RN-REQUESTER = SPACES
036800         MOVE "NO REQUESTER ON THE CARD" TO SQ-RN-NOTE
036900         SET SQ-RN-REFUSED TO TRUE
037000         GO TO 1200-EXIT
037100     END-IF.
037200     IF SQ-RN-RUN-ID = SPACES AND SQ-RN-BUS-DATE = SPACES
037300         MOVE "NO RUN ID OR BUSINESS DATE ON THE CARD"
037400             TO SQ-RN-NOTE
037500         SET SQ-RN-REFUSED TO TRUE
037600         GO TO 1200-EXIT
037700     END-IF.
037800     IF SQ-RN-RUN-ID NOT = SPACES
037900         IF SQ-RN-RUN-ID-N NOT NUMERIC
038000             MOVE "RUN ID NOT NUMERIC" TO SQ-RN-NOTE
038100             SET SQ-RN-REFUSED TO TRUE
038200             GO TO 1200-EXIT
038300         END-IF
038400         MOVE SQ-RN-RUN-ID-N TO SQ-RN-SEL-RUN-ID
038500     END-IF.
038600     IF SQ-RN-FROM-PAGE NOT = SPACES
038700         IF SQ-RN-FROM-PAGE-N NOT NUMERIC
038800             OR SQ-RN-FROM-PAGE-N = ZERO
038900             MOVE "FROM PAGE NOT A PAGE NUMBER" TO SQ-RN-NOTE
039000             SET SQ-RN-REFUSED TO TRUE
039100             GO TO 1200-EXIT
039200         END-IF
039300         MOVE SQ-RN-FROM-PAGE-N TO SQ-RN-SEL-FROM
039400     END-IF.
039500     IF SQ-RN-TO-PAGE NOT = SPACES
039600         IF SQ-RN-TO-PAGE-N NOT NUMERIC
039700             OR SQ-RN-TO-PAGE-N = ZERO
039800             MOVE "TO PAGE NOT A PAGE NUMBER" TO SQ-RN-NOTE
039900             SET SQ-RN-REFUSED TO TRUE
040000             GO TO 1200-EXIT
040100         END-IF
040200         MOVE SQ-RN-TO-PAGE-N TO SQ-RN-SEL-TO
040300     END-IF.
040400     IF SQ-RN-SEL-FROM > SQ-RN-SEL-TO
040500         MOVE "FROM PAGE IS AFTER TO PAGE" TO SQ-RN-NOTE
040600         SET SQ-RN-REFUSED TO TRUE
040700         GO TO 1200-EXIT
040800     END-IF.
040900     IF NOT SQ-RN-EXCEPT-SW-VALID
041000         MOVE "EXCEPTIONS SWITCH NOT Y OR N" TO SQ-RN-NOTE
041100         SET SQ-RN-REFUSED TO TRUE
041200         GO TO 1200-EXIT
041300     END-IF.
041400*
041500     MOVE SPACES TO SQ-RN-SEL-TEXT.
041600     MOVE 1 TO SQ-RN-SEL-PTR.
041700     IF SQ-RN-DEPT NOT = SPACES
041800         STRING "DEPT " SQ-RN-DEPT "  " DELIMITED BY SIZE
041900             INTO SQ-RN-SEL-TEXT WITH POINTER SQ-RN-SEL-PTR
042000     END-IF.
042100     IF SQ-RN-FROM-PAGE NOT = SPACES OR SQ-RN-TO-PAGE NOT = SPACES
042200         STRING "PAGES " SQ-RN-SEL-FROM "-" SQ-RN-SEL-TO "  "
042300             DELIMITED BY SIZE
042400             INTO SQ-RN-SEL-TEXT WITH POINTER SQ-RN-SEL-PTR
042500     END-IF.
042600     IF SQ-RN-EXCEPTIONS-ONLY
042700         STRING "EXCEPTIONS ONLY" DELIMITED BY SIZE
042800             INTO SQ-RN-SEL-TEXT WITH POINTER SQ-RN-SEL-PTR
042900     END-IF.
043000     IF SQ-RN-SEL-TEXT = SPACES
043100         MOVE "WHOLE REPORT" TO SQ-RN-SEL-TEXT
043200     END-IF.
043300     GO TO 1200-EXIT.
043400 1200-EXIT.
043500     EXIT.
043600*
043700*****************************************************************
043800* 1300-RESOLVE-NIGHT.  THE LAST CATALOG RECORD FOR THE RUN ID
043900* STANDS (RETENTION REWRITES THE STATUS IN PLACE, BUT A RUN
044000* SNAPSHOT TWICE IS CATALOGED TWICE).  BY BUSINESS DATE, THE
044100* NEWEST RUN OF THAT DATE STANDS - A RERUN NIGHT'S REPORT IS THE
044200* ONE THAT WENT OUT.  LEAVES THE ENTRY IN SQ-NG-RECORD.
044300*****************************************************************
044400 1300-RESOLVE-NIGHT.
044500     MOVE "N" TO SQ-RN-FOUND-SW.
044600     MOVE "N" TO SQ-RN-CAT-EOF-SW.
044700     MOVE SPACES TO SQ-NG-RECORD.
044800     OPEN INPUT SQ-CATALOG-FILE.
044900     IF SQ-CATALOG-STATUS = "00"
045000         PERFORM 1310-READ-CATALOG THRU 1310-EXIT
045100             UNTIL SQ-RN-CAT-EOF
045200         CLOSE SQ-CATALOG-FILE
045300     ELSE
045400         IF SQ-CATALOG-STATUS = "05"
045500             CLOSE SQ-CATALOG-FILE
045600         ELSE
045700             DISPLAY "WARNING - CATALOG OPEN FAILED, STATUS "
045800                 SQ-CATALOG-STATUS
045810             MOVE SPACES TO SQ-ML-TEXT
045820             STRING "WARNING - CATALOG OPEN FAILED, STATUS "
045830                 SQ-CATALOG-STATUS
045840                 DELIMITED BY SIZE INTO SQ-ML-TEXT
045850             MOVE "SQ0002W" TO SQ-ML-MSG-ID
045860             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
045900         END-IF
046000     END-IF.
046100*
046200     IF NOT SQ-RN-FOUND
046300         MOVE "NIGHT NOT ON THE GENERATION CATALOG" TO SQ-RN-NOTE
046400         SET SQ-RN-REFUSED TO TRUE
046500         GO TO 1300-EXIT
046600     END-IF.
046700     IF SQ-RN-RUN-ID NOT = SPACES AND SQ-RN-BUS-DATE NOT = SPACES
046800         AND SQ-NG-BUS-DATE NOT = SQ-RN-BUS-DATE
046900         MOVE "RUN ID AND BUSINESS DATE DISAGREE" TO SQ-RN-NOTE
047000         SET SQ-RN-REFUSED TO TRUE
047100         GO TO 1300-EXIT
047200     END-IF.
047300     MOVE SQ-NG-RUN-ID TO SQ-RN-SEL-RUN-ID.
047400     IF SQ-NG-STATUS = "E"
047500         MOVE "GENERATION EXPIRED - NO LONGER KEPT" TO SQ-RN-NOTE
047600         SET SQ-RN-REFUSED TO TRUE
047700         GO TO 1300-EXIT
047800     END-IF.
047900     GO TO 1300-EXIT.
048000 1300-EXIT.
048100     EXIT.
048200*
048300 1310-READ-CATALOG.
048400     READ SQ-CATALOG-FILE
048500         AT END
048600             SET SQ-RN-CAT-EOF TO TRUE
048700             GO TO 1310-EXIT
048800     END-READ.
048900     IF SQ-RN-RUN-ID NOT = SPACES
049000         IF SQ-GC-RUN-ID = SQ-RN-SEL-RUN-ID
049100             SET SQ-RN-FOUND TO TRUE
049200             MOVE SQ-GC-RECORD TO SQ-NG-RECORD
049300         END-IF
049400     ELSE
049500         IF SQ-GC-BUS-DATE = SQ-RN-BUS-DATE
049600             SET SQ-RN-FOUND TO TRUE
049700             MOVE SQ-GC-RECORD TO SQ-NG-RECORD
049800         END-IF
049900     END-IF.
050000     GO TO 1310-EXIT.
050100 1310-EXIT.
050200     EXIT.
050300*
050400*****************************************************************
050500* 2000 SERIES - THE EXTRACT.  ONE PASS OF THE CATALOGED REPORT;
050600* EACH LINE IS CLASSIFIED, TESTED AGAINST THE SELECTION, AND
050700* PRINTED OR PASSED OVER.
050800*****************************************************************
050900 2000-EXTRACT-REPORT.
051000     OPEN INPUT SQ-REPORT-IN-FILE.
051100     IF SQ-REPORT-IN-STATUS NOT = "00"
051200         MOVE SPACES TO SQ-RN-NOTE
051300         STRING "CATALOGED REPORT OPEN FAILED, STATUS "
051400             SQ-REPORT-IN-STATUS DELIMITED BY SIZE
051500             INTO SQ-RN-NOTE
051600         SET SQ-RN-REFUSED TO TRUE
051700         GO TO 2000-EXIT
051800     END-IF.
051900     MOVE "N" TO SQ-RN-IN-EOF-SW.
052000     PERFORM 2010-READ-ORIGINAL THRU 2010-EXIT.
052100     IF SQ-RN-IN-EOF
052200         MOVE "CATALOGED REPORT IS EMPTY" TO SQ-RN-NOTE
052300         SET SQ-RN-REFUSED TO TRUE
052400         CLOSE SQ-REPORT-IN-FILE
052500         GO TO 2000-EXIT
052600     END-IF.
052700*    THE GENERATION ALLOCATED MUST BE THE NIGHT THE CARD NAMES -
052800*    ITS FIRST PAGE HEADING CARRIES ITS RUN ID.
052900     MOVE SQ-RN-SEL-RUN-ID TO SQ-RN-RUN-ID-EDIT.
053000     IF NOT SQ-RN-LH-IS-HEADING
053100         OR SQ-RN-LH-RUN-ID NOT = SQ-RN-RUN-ID-TEXT
053200         MOVE SPACES TO SQ-RN-NOTE
053300         STRING "SQGREPT IS NOT THE REPORT OF RUN "
053400             SQ-NG-RUN-ID DELIMITED BY SIZE
053500             INTO SQ-RN-NOTE
053600         SET SQ-RN-REFUSED TO TRUE
053700         CLOSE SQ-REPORT-IN-FILE
053800         GO TO 2000-EXIT
053900     END-IF.
054000     MOVE SQ-RN-LH-RUN-DATE TO SQ-RN-ORIG-RUN-DATE.
054100     PERFORM 2100-PROCESS-LINE THRU 2100-EXIT
054200         UNTIL SQ-RN-IN-EOF.
054300     CLOSE SQ-REPORT-IN-FILE.
054400     IF SQ-RN-LINES-OUT = 0
054500         SET SQ-RN-NOTHING-MATCHED TO TRUE
054600         IF SQ-RN-DEPT NOT = SPACES
054700             MOVE SPACES TO SQ-RN-NOTE
054800             STRING "NO LINES FOR DEPT " SQ-RN-DEPT
054900                 " IN THE SELECTION" DELIMITED BY SIZE
055000                 INTO SQ-RN-NOTE
055100         ELSE
055200             MOVE "NO LINES OF THE REPORT IN THE SELECTION"
055300                 TO SQ-RN-NOTE
055400         END-IF
055500     END-IF.
055600     GO TO 2000-EXIT.
055700 2000-EXIT.
055800     EXIT.
055900*
056000 2010-READ-ORIGINAL.
056100     READ SQ-REPORT-IN-FILE INTO SQ-RN-LINE
056200         AT END
056300             SET SQ-RN-IN-EOF TO TRUE
056400     END-READ.
056500     GO TO 2010-EXIT.
056600 2010-EXIT.
056700     EXIT.
056800*
056900 2100-PROCESS-LINE.
057000     ADD 1 TO SQ-RN-ORIG-LINES.
057100     PERFORM 2200-CLASSIFY-LINE THRU 2200-EXIT.
057200     PERFORM 2300-SELECT-LINE THRU 2300-EXIT.
057300     IF SQ-RN-TAKE-LINE
057400         IF SQ-RN-SECTION-PENDING
057500             PERFORM 2400-PRINT-PENDING-SECTION THRU 2400-EXIT
057600         END-IF
057700         PERFORM 2500-PRINT-ORIGINAL THRU 2500-EXIT
057800     END-IF.
057900*    A SUBTOTAL CLOSES ITS SECTION.
058000     IF SQ-RN-KIND-SUBTOTAL
058100         MOVE SPACES TO SQ-RN-SECTION-DEPT
058200         MOVE "N" TO SQ-RN-PENDING-SW
058300         MOVE "N" TO SQ-RN-SEC-PRINTED-SW
058400     END-IF.
058500     PERFORM 2010-READ-ORIGINAL THRU 2010-EXIT.
058600     GO TO 2100-EXIT.
058700 2100-EXIT.
058800     EXIT.
058900*
059000*****************************************************************
059100* 2200-CLASSIFY-LINE.  SQUARE STARTS EVERY PAGE WITH THREE
059200* HEADING LINES (TITLE, SUBTITLE, COLUMN HEADING); THE FIRST
059300* PAGE'S COLUMN HEADING IS KEPT FOR THE REPRINT'S OWN PAGES.  AN
059400* EXCEPTION IS ANY "*** " LINE - REJECTED, DEFERRED, DISCREPANCY,
059500* RESIDUAL, QUIESCE, CONTROL FAILURE - OR A DETAIL LINE THAT DID
059600* NOT CONVERGE OR IS FLAGGED IN ITS EXCEPTION COLUMN.
059700*****************************************************************
059800 2200-CLASSIFY-LINE.
059900     IF SQ-RN-HDR-SKIP > 0
060000         SET SQ-RN-KIND-HEADING-REST TO TRUE
060100         SUBTRACT 1 FROM SQ-RN-HDR-SKIP
060200         IF SQ-RN-HDR-SKIP = 0 AND SQ-RN-ORIG-PAGE = 1
060300             MOVE SQ-RN-LINE TO SQ-RN-COL-HDR-SAVE
060400         END-IF
060500         GO TO 2200-EXIT
060600     END-IF.
060700     IF SQ-RN-LH-IS-HEADING
060800         SET SQ-RN-KIND-HEADING TO TRUE
060900         ADD 1 TO SQ-RN-ORIG-PAGE
061000         MOVE 2 TO SQ-RN-HDR-SKIP
061100         GO TO 2200-EXIT
061200     END-IF.
061300     IF SQ-RN-LS-IS-SECTION
061400         SET SQ-RN-KIND-SECTION TO TRUE
061500         MOVE SQ-RN-LS-DEPT TO SQ-RN-SECTION-DEPT
061600         MOVE "N" TO SQ-RN-PENDING-SW
061700         MOVE "N" TO SQ-RN-SEC-PRINTED-SW
061800         GO TO 2200-EXIT
061900     END-IF.
062000     IF SQ-RN-LT-IS-SUBTOTAL
062100         SET SQ-RN-KIND-SUBTOTAL TO TRUE
062200         GO TO 2200-EXIT
062300     END-IF.
062400     IF SQ-RN-LF-IS-FLAGGED
062500         SET SQ-RN-KIND-EXCEPTION TO TRUE
062600         GO TO 2200-EXIT
062700     END-IF.
062800     IF SQ-RN-LD-EXCEPTION = "YES  "
062900         OR (SQ-RN-LD-CONVERGED = "NO   "
063000             AND SQ-RN-LD-EXCEPTION = "NO   ")
063100         SET SQ-RN-KIND-EXCEPTION TO TRUE
063200         GO TO 2200-EXIT
063300     END-IF.
063400     SET SQ-RN-KIND-OTHER TO TRUE.
063500     GO TO 2200-EXIT.
063600 2200-EXIT.
063700     EXIT.
063800*
063900*****************************************************************
064000* 2300-SELECT-LINE.  PAGE HEADINGS NEVER PRINT.  A SECTION'S
064100* HEADING IS HELD BACK UNTIL A LINE OF THE SECTION PRINTS, SO A
064200* PAGE RANGE STARTING MID-SECTION STILL SHOWS WHOSE SECTION IT
064300* IS.  THE DEPARTMENT AND PAGE RANGE NARROW THE LINES; EXCEPTIONS
064400* ONLY THEN KEEPS JUST THE EXCEPTIONS, CLOSING A SECTION WITH ITS
064500* SUBTOTAL ONLY IF ONE OF THEM PRINTED.
064600*****************************************************************
064700 2300-SELECT-LINE.
064800     MOVE "N" TO SQ-RN-TAKE-SW.
064900     IF SQ-RN-KIND-HEADING OR SQ-RN-KIND-HEADING-REST
065000         GO TO 2300-EXIT
065100     END-IF.
065200     IF SQ-RN-DEPT NOT = SPACES
065300         AND SQ-RN-SECTION-DEPT NOT = SQ-RN-DEPT
065400         GO TO 2300-EXIT
065500     END-IF.
065600     IF SQ-RN-KIND-SECTION
065700         MOVE SQ-RN-LINE TO SQ-RN-PENDING-LINE
065800         SET SQ-RN-SECTION-PENDING TO TRUE
065900         GO TO 2300-EXIT
066000     END-IF.
066100     IF SQ-RN-EXCEPTIONS-ONLY
066200         IF SQ-RN-KIND-SUBTOTAL AND NOT SQ-RN-SECTION-PRINTED
066300             GO TO 2300-EXIT
066400         END-IF
066500         IF SQ-RN-KIND-OTHER
066600             GO TO 2300-EXIT
066700         END-IF
066800     END-IF.
066900     IF SQ-RN-ORIG-PAGE < SQ-RN-SEL-FROM
067000         OR SQ-RN-ORIG-PAGE > SQ-RN-SEL-TO
067100         GO TO 2300-EXIT
067200     END-IF.
067300     SET SQ-RN-TAKE-LINE TO TRUE.
067400     GO TO 2300-EXIT.
067500 2300-EXIT.
067600     EXIT.
067700*
067800*****************************************************************
067900* 2400-PRINT-PENDING-SECTION / 2500-PRINT-ORIGINAL.  A SECTION
068000* HEADING IS SET OFF BY A BLANK LINE, AS ON THE ORIGINAL.  IT IS
068100* NOT COUNTED AMONG THE LINES REPRINTED.
068200*****************************************************************
068300 2400-PRINT-PENDING-SECTION.
068400     MOVE "N" TO SQ-RN-PENDING-SW.
068500     IF SQ-RN-LINE-NO + 2 > SQ-RN-LINES-PER-PAGE
068600         MOVE SQ-RN-LINES-PER-PAGE TO SQ-RN-LINE-NO
068700     END-IF.
068800     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
068900     WRITE SQ-RN-REPORT-LINE FROM SQ-RN-PENDING-LINE
069000         AFTER ADVANCING 2.
069100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
069200     ADD 2 TO SQ-RN-LINE-NO.
069300     SET SQ-RN-SECTION-PRINTED TO TRUE.
069400     GO TO 2400-EXIT.
069500 2400-EXIT.
069600     EXIT.
069700*
069800 2500-PRINT-ORIGINAL.
069900     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
070000     WRITE SQ-RN-REPORT-LINE FROM SQ-RN-LINE
070100         AFTER ADVANCING 1.
070200     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
070300     ADD 1 TO SQ-RN-LINE-NO.
070400     ADD 1 TO SQ-RN-LINES-OUT.
070500     IF SQ-RN-FIRST-PAGE = 0
070600         MOVE SQ-RN-ORIG-PAGE TO SQ-RN-FIRST-PAGE
070700     END-IF.
070800     MOVE SQ-RN-ORIG-PAGE TO SQ-RN-LAST-PAGE.
070900     GO TO 2500-EXIT.
071000 2500-EXIT.
071100     EXIT.
071200*
071300*****************************************************************
071400* 4700 SERIES - REPRINT PAGE AND STATUS CONTROL.  EVERY PAGE
071500* CARRIES THE REPRINT STAMP.
071600*****************************************************************
071700 4700-WRITE-REPORT-HEADERS.
071800     ADD 1 TO SQ-RN-PAGE-NO.
071900     MOVE SQ-RN-PAGE-NO TO SQ-RN-H1-PAGE.
072000     IF SQ-RN-SEL-RUN-ID > 0
072100         MOVE SQ-RN-SEL-RUN-ID TO SQ-RN-H1-RUN-ID
072200     ELSE
072300         MOVE SQ-RN-RUN-ID TO SQ-RN-H1-RUN-ID
072400     END-IF.
072500     IF SQ-RN-FOUND
072600         MOVE SQ-NG-BUS-DATE TO SQ-RN-H1-BUS-DATE
072700     ELSE
072800         MOVE SQ-RN-BUS-DATE TO SQ-RN-H1-BUS-DATE
072900     END-IF.
073000     MOVE SQ-RN-ORIG-RUN-DATE TO SQ-RN-H1-RUN-DATE.
073100     MOVE SQ-RN-REPORT-DATE TO SQ-RN-H2-DATE.
073200     MOVE SQ-RN-REQUESTER TO SQ-RN-H2-REQUESTER.
073300     MOVE SQ-RN-SEL-TEXT TO SQ-RN-H2-SELECTION.
073400     WRITE SQ-RN-REPORT-LINE FROM SQ-RN-HDR-LINE-1
073500         AFTER ADVANCING PAGE.
073600     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
073700     WRITE SQ-RN-REPORT-LINE FROM SQ-RN-HDR-LINE-2
073800         AFTER ADVANCING 1.
073900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
074000     MOVE 2 TO SQ-RN-LINE-NO.
074100     IF SQ-RN-COL-HDR-SAVE NOT = SPACES
074200         WRITE SQ-RN-REPORT-LINE FROM SQ-RN-COL-HDR-SAVE
074300             AFTER ADVANCING 2
074400         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
074500         MOVE 4 TO SQ-RN-LINE-NO
074600     END-IF.
074700     GO TO 4700-EXIT.
074800 4700-EXIT.
074900     EXIT.
075000*
075100 4710-CHECK-PAGE-BREAK.
075200     IF SQ-RN-LINE-NO >= SQ-RN-LINES-PER-PAGE
075300         PERFORM 4700-WRITE-REPORT-HEADERS THRU 4700-EXIT
075400     END-IF.
075500     GO TO 4710-EXIT.
075600 4710-EXIT.
075700     EXIT.
075800*
075900 4712-CHECK-REPORT-STATUS.
076000     IF SQ-RN-REPORT-STATUS NOT = "00"
076100         DISPLAY "WARNING - SQ-RN-REPORT-FILE WRITE FAILED, "
076200             "STATUS " SQ-RN-REPORT-STATUS
076210         MOVE SPACES TO SQ-ML-TEXT
076220         STRING "WARNING - SQ-RN-REPORT-FILE WRITE FAILED, "
076230             "STATUS " SQ-RN-REPORT-STATUS
076240             DELIMITED BY SIZE INTO SQ-ML-TEXT
076250         MOVE "SQ0004W" TO SQ-ML-MSG-ID
076260         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
076300         SET SQ-RN-WRITE-FAILED TO TRUE
076400     END-IF.
076500     GO TO 4712-EXIT.
076600 4712-EXIT.
076700     EXIT.
076800*
076900*****************************************************************
077000* 7000-CLOSE-REPRINT.  THE CLOSING LINE SAYS WHAT WAS PRINTED,
077100* OR WHY NOTHING WAS.  SETS THE RETURN CODE.
077200*****************************************************************
077300 7000-CLOSE-REPRINT.
077400     IF SQ-RN-LINE-NO + 2 > SQ-RN-LINES-PER-PAGE
077500         MOVE SQ-RN-LINES-PER-PAGE TO SQ-RN-LINE-NO
077600     END-IF.
077700     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
077800     IF SQ-RN-REPRINTED
077900         MOVE SQ-RN-LINES-OUT TO SQ-RN-EL-LINES
078000         MOVE SQ-RN-PAGE-NO TO SQ-RN-EL-PAGES
078100         MOVE SQ-RN-FIRST-PAGE TO SQ-RN-EL-FIRST
078200         MOVE SQ-RN-LAST-PAGE TO SQ-RN-EL-LAST
078300         WRITE SQ-RN-REPORT-LINE FROM SQ-RN-END-LINE
078400             AFTER ADVANCING 2
078500     ELSE
078600         MOVE SQ-RN-NOTE TO SQ-RN-NL-NOTE
078700         WRITE SQ-RN-REPORT-LINE FROM SQ-RN-NOTHING-LINE
078800             AFTER ADVANCING 2
078900         DISPLAY "SQREPRNT - NOTHING REPRINTED - " SQ-RN-NOTE
079000     END-IF.
079100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
079200     CLOSE SQ-RN-REPORT-FILE.
079300     EVALUATE TRUE
079400         WHEN SQ-RN-WRITE-FAILED
079500             MOVE 16 TO RETURN-CODE
079600         WHEN SQ-RN-REFUSED
079700             MOVE 8 TO RETURN-CODE
079800         WHEN SQ-RN-NOTHING-MATCHED
079900             MOVE 4 TO RETURN-CODE
080000         WHEN OTHER
080100             MOVE 0 TO RETURN-CODE
080200     END-EVALUATE.
080300     GO TO 7000-EXIT.
080400 7000-EXIT.
080500     EXIT.
080600*
080700*****************************************************************
080800* 8000-WRITE-LOG.  ONE RECORD PER REQUEST ON THE REPRINT LOG
080900* (SEE SQRNLOG).  THE NIGHT IS AS RESOLVED WHEN IT WAS, ELSE AS
081000* KEYED.  A REPRINT THAT CANNOT BE LOGGED ENDS RC=16.
081100*****************************************************************
081200 8000-WRITE-LOG.
081300     MOVE SPACES TO SQ-RNG-RECORD.
081400     MOVE SQ-RN-TIMESTAMP-TEXT TO SQ-RNG-TIMESTAMP.
081500     MOVE SQ-RN-REQUESTER TO SQ-RNG-REQUESTER.
081600     MOVE SQ-RN-REASON TO SQ-RNG-REASON.
081700     IF SQ-RN-FOUND
081800         MOVE SQ-NG-RUN-ID TO SQ-RNG-RUN-ID
081900         MOVE SQ-NG-BUS-DATE TO SQ-RNG-BUS-DATE
082000     ELSE
082100         MOVE SQ-RN-RUN-ID TO SQ-RNG-RUN-ID
082200         MOVE SQ-RN-BUS-DATE TO SQ-RNG-BUS-DATE
082300     END-IF.
082400     MOVE SQ-RN-DEPT TO SQ-RNG-DEPT.
082500     MOVE SQ-RN-FROM-PAGE TO SQ-RNG-FROM-PAGE.
082600     MOVE SQ-RN-TO-PAGE TO SQ-RNG-TO-PAGE.
082700     MOVE SQ-RN-EXCEPT-SW TO SQ-RNG-EXCEPT-SW.
082800     MOVE SQ-RN-OUTCOME-SW TO SQ-RNG-OUTCOME.
082900     MOVE SQ-RN-PAGE-NO TO SQ-RNG-PAGES-OUT.
083000     MOVE SQ-RN-LINES-OUT TO SQ-RNG-LINES-OUT.
083100     MOVE SQ-RN-NOTE TO SQ-RNG-NOTE.
083200     OPEN EXTEND SQ-RN-LOG-FILE.
083300     IF SQ-RN-LOG-STATUS NOT = "00"
083400         AND SQ-RN-LOG-STATUS NOT = "05"
083500         DISPLAY "FATAL - SQRNLOG OPEN FAILED, STATUS "
083600             SQ-RN-LOG-STATUS
083610         MOVE SPACES TO SQ-ML-TEXT
083620         STRING "FATAL - SQRNLOG OPEN FAILED, STATUS "
083630             SQ-RN-LOG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
083640         MOVE "SQ0001S" TO SQ-ML-MSG-ID
083650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
083700         MOVE 16 TO RETURN-CODE
083800         GO TO 8000-EXIT
083900     END-IF.
084000     WRITE SQ-RN-LOG-RECORD FROM SQ-RNG-RECORD.
084100     IF SQ-RN-LOG-STATUS NOT = "00"
084200         DISPLAY "FATAL - SQRNLOG WRITE FAILED, STATUS "
084300             SQ-RN-LOG-STATUS
084310         MOVE SPACES TO SQ-ML-TEXT
084320         STRING "FATAL - SQRNLOG WRITE FAILED, STATUS "
084330             SQ-RN-LOG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
084340         MOVE "SQ0003S" TO SQ-ML-MSG-ID
084350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
084400         MOVE 16 TO RETURN-CODE
084500     END-IF.
084600     CLOSE SQ-RN-LOG-FILE.
084700     GO TO 8000-EXIT.
084800 8000-EXIT.
084900     EXIT.
085000*
085100*****************************************************************
085200* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
085300* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
085400* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
085500* WAY.
085600*****************************************************************
085700 9800-LOG-MESSAGE.
085800     MOVE "SQREPRNT" TO SQ-ML-PROGRAM.
085900     MOVE ZERO TO SQ-ML-RUN-ID.
086000     MOVE SPACES TO SQ-ML-BUS-DATE.
086100     CALL "SQMSGLOG" USING SQ-ML-AREA.
086200     GO TO 9800-EXIT.
086300 9800-EXIT.
086400     EXIT.
