000100*****************************************************************
000200* PROGRAM-ID.  SQMPOLGN
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  METHOD-POLICY GENERATOR.  SQSTATS SHOWS THAT IN SOME
001000*     MAGNITUDE BANDS AND DEGREES NEWTON CLOSES IN FEWER
001100*     ITERATIONS THAN BABYLONIAN AND IN OTHERS THE REVERSE, BUT
001200*     THE CARD METHOD PICKS ONE METHOD FOR THE WHOLE RUN.  THIS
001300*     PROGRAM SWEEPS SQ-AUDIT-FILE ONCE FOR A BUSINESS-DATE WINDOW
001400*     (SEE COPYBOOK SQMPPARM) AND, FOR EVERY ROOT DEGREE AND
001500*     MAGNITUDE BAND, WEIGHS THE METHODS THAT RAN THERE - THE
001600*     HIGHEST CONVERGENCE RATE WINS, THEN THE FEWEST AVERAGE
001700*     ITERATIONS, THEN BABYLONIAN, NEWTON, BISECTION IN THAT
001800*     ORDER.  A METHOD IS WEIGHED IN A CELL ONLY WITH THE CARD'S
001900*     MINIMUM NUMBER OF ROWS THERE.  THE WINNERS ARE WRITTEN TO
002000*     THE METHOD-POLICY DATASET (SEE SQMPOLCY), WHICH SQUARE AND
002100*     SQQDRAIN FOLLOW VALUE BY VALUE WHEN RUN WITH CARD METHOD
002200*     "A" (ADAPTIVE), AND EVERY CELL IS PRINTED WITH EACH
002300*     METHOD'S FIGURES AND THE CHOICE.
002400*
002500*     "CONVERGED" HERE MEANS THE METHOD CLOSED BY ITSELF - A ROW
002600*     THE BISECTION FALLBACK RESCUED ("FBK") COUNTS AGAINST THE
002700*     METHOD THAT GAVE UP, UNLIKE ON SQSTATS.  COMPARE ROWS
002800*     ("C") RAN TWO METHODS AND ARE NOT WEIGHED.  A NEWTON ROW ON
002900*     A NEGATIVE VALUE WAS WORKED BABYLONIAN AND COUNTS THERE; A
003000*     NEWTON ROW AT A DEGREE OTHER THAN 02 IS NOT WEIGHED, AS THE
003100*     NEWTON STEP IS A SQUARE-ROOT STEP.  THE DEGREE OF A ROW IS
003200*     ITS ROOT-DEGREE COLUMN, OR THE Q OF ITS EXP=P/Q, OR FOR AN
003300*     OLDER ROW WITH NEITHER THE CARD'S ASSUMED DEGREE.
003400*
003500*     WHEN NO CELL CAN BE DECIDED THE POLICY DATASET IS LEFT AS IT
003600*     WAS RATHER THAN EMPTIED, AND THE STEP ENDS RC=4.
003700*
003800*     RC=0  POLICY REWRITTEN
003900*     RC=4  NO CELL DECIDED - POLICY NOT REWRITTEN
004000*     RC=8  THE CARD WAS REJECTED - NOTHING WAS READ
004100*     RC=16 A DATASET WOULD NOT OPEN, OR THE POLICY WRITE FAILED
004200*
004300* MODIFICATION HISTORY.
004400*     2026-10-15  DL  INITIAL VERSION.
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID.  SQMPOLGN.
004800 AUTHOR.      D. LOCKWOOD.
004900 INSTALLATION. 3190 SYSTEMS.
005000 DATE-WRITTEN. 2026-10-15.
005100 DATE-COMPILED.
005200*
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT SQ-AUDIT-FILE ASSIGN TO SQAUDIT
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS SQ-AUDIT-STATUS.
005900*
006000     SELECT OPTIONAL SQ-PG-PARM-FILE ASSIGN TO SQMPPARM
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS IS SQ-PG-PARM-STATUS.
006300*
006400     SELECT SQ-PG-POLICY-FILE ASSIGN TO SQMPOLCY
006500         ORGANIZATION LINE SEQUENTIAL
006600         FILE STATUS IS SQ-PG-POLICY-STATUS.
006700*
006800     SELECT SQ-PG-REPORT-FILE ASSIGN TO SQMPRPT
006900         ORGANIZATION LINE SEQUENTIAL
007000         FILE STATUS IS SQ-PG-REPORT-STATUS.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  SQ-AUDIT-FILE.
007500     COPY SQAUDIT.
007600*
007700 FD  SQ-PG-PARM-FILE.
007800     COPY SQMPPARM.
007900*
008000 FD  SQ-PG-POLICY-FILE.
008100     COPY SQMPOLCY.
008200*
008300 FD  SQ-PG-REPORT-FILE.
008400 01  SQ-PG-REPORT-LINE             PIC X(152).
008500*
008600 WORKING-STORAGE SECTION.
008700*
008800*****************************************************************
008900* SWITCHES AND FILE STATUS.
009000*****************************************************************
009100 01  SQ-PG-SWITCHES.
009200     05  SQ-PG-EOF-SW              PIC X(01) VALUE "N".
009300         88  SQ-PG-EOF                 VALUE "Y".
009400*
009500 01  SQ-PG-FILE-STATUSES.
009600     05  SQ-AUDIT-STATUS           PIC X(02) VALUE "00".
009700     05  SQ-PG-PARM-STATUS         PIC X(02) VALUE "00".
009800     05  SQ-PG-POLICY-STATUS       PIC X(02) VALUE "00".
009900     05  SQ-PG-REPORT-STATUS       PIC X(02) VALUE "00".
010000*
010100*****************************************************************
010200* THE CARD, WITH ITS DEFAULTS APPLIED.
010300*****************************************************************
010400 01  SQ-PG-OPTIONS.
010500     05  SQ-PG-WINDOW-FROM         PIC X(10) VALUE SPACES.
010600     05  SQ-PG-WINDOW-TO           PIC X(10) VALUE SPACES.
010700     05  SQ-PG-MIN-SAMPLES         PIC 9(05) VALUE 10.
010800     05  SQ-PG-ASSUME-DEGREE       PIC 9(02) VALUE ZERO.
010900*
011000*****************************************************************
011100* ACCUMULATORS - ONE SET PER DEGREE, MAGNITUDE BAND AND METHOD
011200* (1 = BABYLONIAN, 2 = NEWTON, 3 = BISECTION), AND THE METHOD
011300* CHOSEN FOR EACH DEGREE AND BAND (SPACE = NONE).  THE BANDS ARE
011400* SQSTATS'S (SEE SQMPOLCY).
011500*****************************************************************
011600 01  SQ-PG-STATS-AREA.
011700     05  SQ-PG-DEGREE-STATS OCCURS 99 TIMES.
011800         10  SQ-PG-BAND-STATS OCCURS 6 TIMES.
011900             15  SQ-PG-CHOICE      PIC X(01).
012000             15  SQ-PG-METH-STATS OCCURS 3 TIMES.
012100                 20  SQ-PG-MS-COUNT
012200                                   PIC 9(9) COMP.
012300                 20  SQ-PG-MS-CONV PIC 9(9) COMP.
012400                 20  SQ-PG-MS-ITER PIC 9(9) COMP.
012500*
012600*****************************************************************
012700* PER-ROW AND PER-CELL WORK FIELDS.
012800*****************************************************************
012900 01  SQ-PG-WORK.
013000     05  SQ-PG-DEG-SUB             PIC 9(03) COMP VALUE ZERO.
013100     05  SQ-PG-DEG-SHOW            PIC 9(02) VALUE ZERO.
013200     05  SQ-PG-BAND-SUB            PIC 9(01) VALUE ZERO.
013300     05  SQ-PG-METH-SUB            PIC 9(01) VALUE ZERO.
013400     05  SQ-PG-BEST-SUB            PIC 9(01) VALUE ZERO.
013500     05  SQ-PG-ROW-DATE            PIC X(10) VALUE SPACES.
013600     05  SQ-PG-VALUE-TEXT          PIC X(22) VALUE SPACES.
013700     05  SQ-PG-VALUE-NUM           PIC 9(11)V9(9) VALUE ZERO.
013800     05  SQ-PG-SIGNED-NUM          PIC S9(11)V9(9) VALUE ZERO.
013900     05  SQ-PG-NEGATIVE-SW         PIC X(01) VALUE "N".
014000         88  SQ-PG-NEGATIVE            VALUE "Y".
014100     05  SQ-PG-ITER-WORK           PIC 9(04) VALUE ZERO.
014200     05  SQ-PG-CONV-WORK           PIC 9(01) VALUE ZERO.
014300     05  SQ-PG-RATE-WORK           PIC 9(03)V9(2) VALUE ZERO.
014400     05  SQ-PG-AVG-WORK            PIC 9(04)V9(4) VALUE ZERO.
014500     05  SQ-PG-BEST-RATE           PIC 9(03)V9(2) VALUE ZERO.
014600     05  SQ-PG-BEST-AVG            PIC 9(04)V9(4) VALUE ZERO.
014700     05  SQ-PG-CELL-ROWS           PIC 9(09) VALUE ZERO.
014800*
014900 01  SQ-PG-COUNTERS.
015000     05  SQ-PG-RECORDS-READ        PIC 9(9) VALUE ZERO.
015100     05  SQ-PG-IN-WINDOW           PIC 9(9) VALUE ZERO.
015200     05  SQ-PG-ROWS-USED           PIC 9(9) VALUE ZERO.
015300     05  SQ-PG-COMPARE-ROWS        PIC 9(9) VALUE ZERO.
015400     05  SQ-PG-NO-DEGREE-ROWS      PIC 9(9) VALUE ZERO.
015500     05  SQ-PG-NEWTON-OFF-ROWS     PIC 9(9) VALUE ZERO.
015600     05  SQ-PG-CELLS-DECIDED       PIC 9(9) VALUE ZERO.
015700     05  SQ-PG-CELLS-TOO-FEW       PIC 9(9) VALUE ZERO.
015800*
015900*****************************************************************
016000* FIXED TITLES.
016100*****************************************************************
016200 01  SQ-PG-METHOD-NAMES.
016300     05  FILLER                    PIC X(12) VALUE "BABYLONIAN".
016400     05  FILLER                    PIC X(12) VALUE "NEWTON".
016500     05  FILLER                    PIC X(12) VALUE "BISECTION".
016600 01  FILLER REDEFINES SQ-PG-METHOD-NAMES.
016700     05  SQ-PG-METHOD-NAME         PIC X(12) OCCURS 3 TIMES.
016800*
016900 01  SQ-PG-METHOD-CODES            PIC X(03) VALUE "BNS".
017000 01  FILLER REDEFINES SQ-PG-METHOD-CODES.
017100     05  SQ-PG-METHOD-CODE         PIC X(01) OCCURS 3 TIMES.
017200*
017300 01  SQ-PG-BAND-NAMES.
017400     05  FILLER                    PIC X(20) VALUE
017500         "BAND UNDER 1".
017600     05  FILLER                    PIC X(20) VALUE
017700         "BAND 1 - 999".
017800     05  FILLER                    PIC X(20) VALUE
017900         "BAND 1K - 999K".
018000     05  FILLER                    PIC X(20) VALUE
018100         "BAND 1M - 999M".
018200     05  FILLER                    PIC X(20) VALUE
018300         "BAND 10-11 DIGITS".
018400     05  FILLER                    PIC X(20) VALUE
018500         "BAND EXTENDED".
018600 01  FILLER REDEFINES SQ-PG-BAND-NAMES.
018700     05  SQ-PG-BAND-NAME           PIC X(20) OCCURS 6 TIMES.
018800*
018900*****************************************************************
019000* RUN DATE AND REPORT PAGE CONTROL.
019100*****************************************************************
019200 01  SQ-PG-DATE-TIME-FIELDS.
019300     05  SQ-PG-CURRENT-DATE.
019400         10  SQ-PG-CUR-YEAR        PIC 9(04).
019500         10  SQ-PG-CUR-MONTH       PIC 9(02).
019600         10  SQ-PG-CUR-DAY         PIC 9(02).
019700     05  SQ-PG-REPORT-DATE         PIC X(10) VALUE SPACES.
019800     05  SQ-PG-BUILT-DATE          PIC X(10) VALUE SPACES.
019900*
020000 01  SQ-PG-PAGE-CONTROL.
020100     05  SQ-PG-PAGE-NO             PIC 9(04) VALUE 1.
020200     05  SQ-PG-LINE-NO             PIC 9(02) VALUE 99.
020300     05  SQ-PG-LINES-PER-PAGE      PIC 9(02) VALUE 55.
020400*
020500*****************************************************************
020600* REPORT LINE IMAGES.
020700*****************************************************************
020800 01  SQ-PG-HDR-LINE-1.
020900     05  FILLER                    PIC X(21) VALUE
021000         "METHOD POLICY BUILD -".
021100     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
021200     05  SQ-PG-H1-DATE             PIC X(10) VALUE SPACES.
021300     05  FILLER                    PIC X(10) VALUE " PAGE ".
021400     05  SQ-PG-H1-PAGE             PIC ZZZ9.
021500     05  FILLER                    PIC X(97) VALUE SPACES.
021600*
021700 01  SQ-PG-HDR-LINE-2.
021800     05  FILLER                    PIC X(13) VALUE
021900         "AUDIT WINDOW ".
022000     05  SQ-PG-H2-FROM             PIC X(10) VALUE SPACES.
022100     05  FILLER                    PIC X(03) VALUE " - ".
022200     05  SQ-PG-H2-TO               PIC X(10) VALUE SPACES.
022300     05  FILLER                    PIC X(29) VALUE
022400         "   MINIMUM ROWS PER METHOD ".
022500     05  SQ-PG-H2-MIN              PIC ZZZZ9.
022600     05  FILLER                    PIC X(19) VALUE
022700         "   ASSUMED DEGREE ".
022800     05  SQ-PG-H2-DEGREE           PIC X(04) VALUE SPACES.
022900     05  FILLER                    PIC X(59) VALUE SPACES.
023000*
023100 01  SQ-PG-COL-HDR-LINE-1.
023200     05  FILLER                    PIC X(26) VALUE SPACES.
023300     05  FILLER                    PIC X(29) VALUE
023400         "     ------ BABYLONIAN -----".
023500     05  FILLER                    PIC X(29) VALUE
023600         "     -------- NEWTON -------".
023700     05  FILLER                    PIC X(29) VALUE
023800         "     ------ BISECTION ------".
023900     05  FILLER                    PIC X(39) VALUE SPACES.
024000*
024100 01  SQ-PG-COL-HDR-LINE-2.
024200     05  FILLER                    PIC X(26) VALUE
024300         "DEGREE AND BAND".
024400     05  FILLER                    PIC X(29) VALUE
024500         "     ROWS   CONV%   AVG IT".
024600     05  FILLER                    PIC X(29) VALUE
024700         "     ROWS   CONV%   AVG IT".
024800     05  FILLER                    PIC X(29) VALUE
024900         "     ROWS   CONV%   AVG IT".
025000     05  FILLER                    PIC X(39) VALUE
025100         "POLICY".
025200*
025300 01  SQ-PG-DETAIL-LINE.
025400     05  SQ-PG-DTL-LABEL           PIC X(26).
025500     05  SQ-PG-DTL-METHOD OCCURS 3 TIMES.
025600         10  SQ-PG-DTL-VOL         PIC ZZZZZZZZ9.
025700         10  FILLER                PIC X(02).
025800         10  SQ-PG-DTL-RATE        PIC ZZ9.99.
025900         10  FILLER                PIC X(02).
026000         10  SQ-PG-DTL-ITER        PIC ZZZ9.99.
026100         10  FILLER                PIC X(03).
026200     05  SQ-PG-DTL-CHOICE          PIC X(21).
026300     05  FILLER                    PIC X(18).
026400*
026500 01  SQ-PG-SECTION-LINE.
026600     05  SQ-PG-SEC-TITLE           PIC X(60) VALUE SPACES.
026700     05  FILLER                    PIC X(92) VALUE SPACES.
026800*
026900 01  SQ-PG-SUMMARY-LINE.
027000     05  SQ-PG-SM-LABEL            PIC X(28).
027100     05  SQ-PG-SM-COUNT            PIC ZZZZZZZZ9.
027200     05  FILLER                    PIC X(115) VALUE SPACES.
027300*
027400*****************************************************************
027500* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
027600*****************************************************************
027700     COPY SQMLLINK.
027800*
027900*****************************************************************
028000* 0000-MAINLINE.
028100*****************************************************************
028200 PROCEDURE DIVISION.
028300*
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028600     PERFORM 3000-SCAN-LOOP THRU 3000-EXIT
028700         UNTIL SQ-PG-EOF.
028800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028900     STOP RUN.
029000*
029100*****************************************************************
029200* 1000 SERIES - STARTUP.
029300*****************************************************************
029400 1000-INITIALIZE.
029500     INITIALIZE SQ-PG-STATS-AREA.
029600     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
029700     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
029800     ACCEPT SQ-PG-CURRENT-DATE FROM DATE YYYYMMDD.
029900     STRING SQ-PG-CUR-MONTH "/" SQ-PG-CUR-DAY "/"
030000         SQ-PG-CUR-YEAR DELIMITED BY SIZE
030100         INTO SQ-PG-REPORT-DATE.
030200     STRING SQ-PG-CUR-YEAR "-" SQ-PG-CUR-MONTH "-"
030300         SQ-PG-CUR-DAY DELIMITED BY SIZE
030400         INTO SQ-PG-BUILT-DATE.
030500     PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.
030600     GO TO 1000-EXIT.
030700 1000-EXIT.
030800     EXIT.
030900*
031000 1100-READ-CONTROL-CARD.
031100     OPEN INPUT SQ-PG-PARM-FILE.
031200     IF SQ-PG-PARM-STATUS = "00"
031300         READ SQ-PG-PARM-FILE
031400             AT END
031500                 CONTINUE
031600             NOT AT END
031700                 MOVE SQ-MPP-DATE-FROM TO SQ-PG-WINDOW-FROM
031800                 MOVE SQ-MPP-DATE-TO TO SQ-PG-WINDOW-TO
031900                 IF SQ-MPP-MIN-SAMPLES NUMERIC
032000                     AND SQ-MPP-MIN-SAMPLES > ZERO
032100                     MOVE SQ-MPP-MIN-SAMPLES TO SQ-PG-MIN-SAMPLES
032200                 END-IF
032300                 IF SQ-MPP-ASSUME-DEGREE NUMERIC
032400                     MOVE SQ-MPP-ASSUME-DEGREE
032500                         TO SQ-PG-ASSUME-DEGREE
032600                 END-IF
032700         END-READ
032800     END-IF.
032900*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
033000*    WAS NOT THERE - THE FILE IS OPEN AND MUST STILL BE CLOSED.
033100     IF SQ-PG-PARM-STATUS = "00" OR SQ-PG-PARM-STATUS = "05"
033200         CLOSE SQ-PG-PARM-FILE
033300     END-IF.
033400     IF SQ-PG-WINDOW-FROM NOT = SPACES
033500         AND SQ-PG-WINDOW-TO NOT = SPACES
033600         AND SQ-PG-WINDOW-FROM > SQ-PG-WINDOW-TO
033700         DISPLAY "SQMPPARM CARD REJECTED - WINDOW FROM "
033800             SQ-PG-WINDOW-FROM " IS AFTER TO " SQ-PG-WINDOW-TO
033900         MOVE SPACES TO SQ-ML-TEXT
034000         STRING "SQMPPARM CARD REJECTED - WINDOW FROM "
034100             SQ-PG-WINDOW-FROM " IS AFTER TO " SQ-PG-WINDOW-TO
034200             DELIMITED BY SIZE INTO SQ-ML-TEXT
034300         MOVE "SQ4801E" TO SQ-ML-MSG-ID
034400         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
034500         MOVE 8 TO RETURN-CODE
034600         STOP RUN
034700     END-IF.
034800     GO TO 1100-EXIT.
034900 1100-EXIT.
035000     EXIT.
035100*
035200 1200-OPEN-FILES.
035300     OPEN INPUT SQ-AUDIT-FILE.
035400     IF SQ-AUDIT-STATUS NOT = "00"
035500         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
035600             SQ-AUDIT-STATUS
035700         MOVE SPACES TO SQ-ML-TEXT
035800         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
035900             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
036000         MOVE "SQ0001S" TO SQ-ML-MSG-ID
036100         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
036200         MOVE 16 TO RETURN-CODE
036300         STOP RUN
036400     END-IF.
036500     OPEN OUTPUT SQ-PG-REPORT-FILE.
036600     IF SQ-PG-REPORT-STATUS NOT = "00"
036700         DISPLAY "FATAL - SQ-PG-REPORT-FILE OPEN FAILED, STATUS "
036800             SQ-PG-REPORT-STATUS
036900         MOVE SPACES TO SQ-ML-TEXT
037000         STRING "FATAL - SQ-PG-REPORT-FILE OPEN FAILED, STATUS "
037100             SQ-PG-REPORT-STATUS
037200             DELIMITED BY SIZE INTO SQ-ML-TEXT
037300         MOVE "SQ0001S" TO SQ-ML-MSG-ID
037400         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
037500         MOVE 16 TO RETURN-CODE
037600         STOP RUN
037700     END-IF.
037800     GO TO 1200-EXIT.
037900 1200-EXIT.
038000     EXIT.
038100*
038200 1500-WRITE-REPORT-HEADERS.
038300     MOVE SQ-PG-REPORT-DATE TO SQ-PG-H1-DATE.
038400     MOVE SQ-PG-PAGE-NO TO SQ-PG-H1-PAGE.
038500     MOVE SQ-PG-WINDOW-FROM TO SQ-PG-H2-FROM.
038600     MOVE SQ-PG-WINDOW-TO TO SQ-PG-H2-TO.
038700     MOVE SQ-PG-MIN-SAMPLES TO SQ-PG-H2-MIN.
038800     IF SQ-PG-ASSUME-DEGREE = ZERO
038900         MOVE "NONE" TO SQ-PG-H2-DEGREE
039000     ELSE
039100         MOVE SQ-PG-ASSUME-DEGREE TO SQ-PG-H2-DEGREE
039200     END-IF.
039300     WRITE SQ-PG-REPORT-LINE FROM SQ-PG-HDR-LINE-1
039400         AFTER ADVANCING PAGE.
039500     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
039600     WRITE SQ-PG-REPORT-LINE FROM SQ-PG-HDR-LINE-2
039700         AFTER ADVANCING 1.
039800     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
039900     WRITE SQ-PG-REPORT-LINE FROM SQ-PG-COL-HDR-LINE-1
040000         AFTER ADVANCING 2.
040100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
040200     WRITE SQ-PG-REPORT-LINE FROM SQ-PG-COL-HDR-LINE-2
040300         AFTER ADVANCING 1.
040400     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
040500     MOVE 5 TO SQ-PG-LINE-NO.
040600     GO TO 1500-EXIT.
040700 1500-EXIT.
040800     EXIT.
040900*
041000*****************************************************************
041100* 3000 SERIES - THE ONE PASS.  EACH ROW IN THE WINDOW IS GIVEN
041200* ITS DEGREE, METHOD AND BAND AND ADDED TO THAT CELL.
041300*****************************************************************
041400 3000-SCAN-LOOP.
041500     READ SQ-AUDIT-FILE
041600         AT END
041700             SET SQ-PG-EOF TO TRUE
041800         NOT AT END
041900             ADD 1 TO SQ-PG-RECORDS-READ
042000             PERFORM 3100-CLASSIFY-ONE-ROW THRU 3100-EXIT
042100     END-READ.
042200     GO TO 3000-EXIT.
042300 3000-EXIT.
042400     EXIT.
042500*
042600 3100-CLASSIFY-ONE-ROW.
042700*    SEAL ROWS (SEE SQAUDIT) ARE RUN CONTROLS, NOT REQUESTS.
042800     IF SQ-AUDIT-SEAL-ROW
042900         GO TO 3100-EXIT
043000     END-IF.
043100     IF SQ-AUDIT-BUS-DATE NOT = SPACES
043200         MOVE SQ-AUDIT-BUS-DATE TO SQ-PG-ROW-DATE
043300     ELSE
043400         MOVE SQ-AUDIT-TIMESTAMP(1:10) TO SQ-PG-ROW-DATE
043500     END-IF.
043600     IF (SQ-PG-WINDOW-FROM NOT = SPACES
043700         AND SQ-PG-ROW-DATE < SQ-PG-WINDOW-FROM)
043800         OR (SQ-PG-WINDOW-TO NOT = SPACES
043900         AND SQ-PG-ROW-DATE > SQ-PG-WINDOW-TO)
044000         GO TO 3100-EXIT
044100     END-IF.
044200     ADD 1 TO SQ-PG-IN-WINDOW.
044300     IF SQ-AUDIT-METHOD = "C"
044400         ADD 1 TO SQ-PG-COMPARE-ROWS
044500         GO TO 3100-EXIT
044600     END-IF.
044700*
044800     MOVE ZERO TO SQ-PG-DEG-SUB.
044900     IF SQ-AUDIT-DEGREE-TEXT NUMERIC
045000         MOVE SQ-AUDIT-DEGREE TO SQ-PG-DEG-SUB
045100     END-IF.
045200     IF SQ-PG-DEG-SUB = ZERO
045300         AND SQ-AUDIT-EXPONENT NOT = SPACES
045400         AND SQ-AUDIT-EXP-ROOT NUMERIC
045500         MOVE SQ-AUDIT-EXP-ROOT TO SQ-PG-DEG-SUB
045600     END-IF.
045700     IF SQ-PG-DEG-SUB = ZERO
045800         MOVE SQ-PG-ASSUME-DEGREE TO SQ-PG-DEG-SUB
045900     END-IF.
046000     IF SQ-PG-DEG-SUB = ZERO
046100         ADD 1 TO SQ-PG-NO-DEGREE-ROWS
046200         GO TO 3100-EXIT
046300     END-IF.
046400*
046500     PERFORM 3300-SET-MAGNITUDE-BAND THRU 3300-EXIT.
046600     EVALUATE SQ-AUDIT-METHOD
046700         WHEN "S"
046800             MOVE 3 TO SQ-PG-METH-SUB
046900         WHEN "N"
047000             MOVE 2 TO SQ-PG-METH-SUB
047100         WHEN OTHER
047200             MOVE 1 TO SQ-PG-METH-SUB
047300     END-EVALUATE.
047400*    A NEGATIVE VALUE NEVER RUNS THE NEWTON STEP - SQUARE AND
047500*    SQQDRAIN WORK IT BABYLONIAN WHATEVER THE ROW'S METHOD SAYS.
047600     IF SQ-PG-METH-SUB = 2 AND SQ-PG-NEGATIVE
047700         MOVE 1 TO SQ-PG-METH-SUB
047800     END-IF.
047900     IF SQ-PG-METH-SUB = 2 AND SQ-PG-DEG-SUB NOT = 2
048000         ADD 1 TO SQ-PG-NEWTON-OFF-ROWS
048100         GO TO 3100-EXIT
048200     END-IF.
048300     PERFORM 3200-ACCUMULATE-ROW THRU 3200-EXIT.
048400     GO TO 3100-EXIT.
048500 3100-EXIT.
048600     EXIT.
048700*
048800 3200-ACCUMULATE-ROW.
048900*    THE ITERATION COLUMN IS EDITED (ZZZ9) ON THE FILE.
049000     MOVE ZERO TO SQ-PG-ITER-WORK.
049100     IF FUNCTION TEST-NUMVAL(SQ-AUDIT-ITER-COUNT) = 0
049200         COMPUTE SQ-PG-ITER-WORK =
049300             FUNCTION NUMVAL(SQ-AUDIT-ITER-COUNT)
049400     END-IF.
049500     IF SQ-AUDIT-CONVERGED = "YES"
049600         MOVE 1 TO SQ-PG-CONV-WORK
049700     ELSE
049800         MOVE 0 TO SQ-PG-CONV-WORK
049900     END-IF.
050000     ADD 1 TO SQ-PG-MS-COUNT(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
050100         SQ-PG-METH-SUB).
050200     ADD SQ-PG-CONV-WORK TO SQ-PG-MS-CONV(SQ-PG-DEG-SUB,
050300         SQ-PG-BAND-SUB, SQ-PG-METH-SUB).
050400     ADD SQ-PG-ITER-WORK TO SQ-PG-MS-ITER(SQ-PG-DEG-SUB,
050500         SQ-PG-BAND-SUB, SQ-PG-METH-SUB).
050600     ADD 1 TO SQ-PG-ROWS-USED.
050700     GO TO 3200-EXIT.
050800 3200-EXIT.
050900     EXIT.
051000*
051100*****************************************************************
051200* 3300-SET-MAGNITUDE-BAND.  AS ON SQSTATS - AN IMAGE THAT FAILS
051300* TEST-NUMVAL IS AN EXTENDED (E-NOTATION) ROW, ITS OWN BAND; THE
051400* REST BAND ON THE ABSOLUTE VALUE.  THE SIGN IS KEPT FOR 3100.
051500*****************************************************************
051600 3300-SET-MAGNITUDE-BAND.
051700     MOVE "N" TO SQ-PG-NEGATIVE-SW.
051800     MOVE SQ-AUDIT-INPUT-TEXT TO SQ-PG-VALUE-TEXT.
051900     IF FUNCTION TEST-NUMVAL(SQ-PG-VALUE-TEXT) NOT = 0
052000         MOVE 6 TO SQ-PG-BAND-SUB
052100         IF SQ-PG-VALUE-TEXT(1:1) = "-"
052200             SET SQ-PG-NEGATIVE TO TRUE
052300         END-IF
052400         GO TO 3300-EXIT
052500     END-IF.
052600     COMPUTE SQ-PG-SIGNED-NUM =
052700         FUNCTION NUMVAL(SQ-PG-VALUE-TEXT).
052800     IF SQ-PG-SIGNED-NUM < ZERO
052900         SET SQ-PG-NEGATIVE TO TRUE
053000     END-IF.
053100     MOVE SQ-PG-SIGNED-NUM TO SQ-PG-VALUE-NUM.
053200     EVALUATE TRUE
053300         WHEN SQ-PG-VALUE-NUM < 1
053400             MOVE 1 TO SQ-PG-BAND-SUB
053500         WHEN SQ-PG-VALUE-NUM < 1000
053600             MOVE 2 TO SQ-PG-BAND-SUB
053700         WHEN SQ-PG-VALUE-NUM < 1000000
053800             MOVE 3 TO SQ-PG-BAND-SUB
053900         WHEN SQ-PG-VALUE-NUM < 1000000000
054000             MOVE 4 TO SQ-PG-BAND-SUB
054100         WHEN OTHER
054200             MOVE 5 TO SQ-PG-BAND-SUB
054300     END-EVALUATE.
054400     GO TO 3300-EXIT.
054500 3300-EXIT.
054600     EXIT.
054700*
054800*****************************************************************
054900* 4700 SERIES - REPORT PAGE AND STATUS CONTROL.
055000*****************************************************************
055100 4710-CHECK-PAGE-BREAK.
055200     IF SQ-PG-LINE-NO >= SQ-PG-LINES-PER-PAGE
055300         ADD 1 TO SQ-PG-PAGE-NO
055400         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
055500     END-IF.
055600     GO TO 4710-EXIT.
055700 4710-EXIT.
055800     EXIT.
055900*
056000 4712-CHECK-REPORT-STATUS.
056100     IF SQ-PG-REPORT-STATUS NOT = "00"
056200         DISPLAY "WARNING - SQ-PG-REPORT-FILE WRITE FAILED, "
056300             "STATUS " SQ-PG-REPORT-STATUS
056400         MOVE SPACES TO SQ-ML-TEXT
056500         STRING "WARNING - SQ-PG-REPORT-FILE WRITE FAILED, "
056600             "STATUS " SQ-PG-REPORT-STATUS
056700             DELIMITED BY SIZE INTO SQ-ML-TEXT
056800         MOVE "SQ0004W" TO SQ-ML-MSG-ID
056900         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
057000     END-IF.
057100     GO TO 4712-EXIT.
057200 4712-EXIT.
057300     EXIT.
057400*
057500*****************************************************************
057600* 5000 SERIES - ONE CELL.  EVERY METHOD WITH THE MINIMUM ROWS IS
057700* WEIGHED; THE BEST RATE WINS, THEN THE LOWER AVERAGE.  A TIE ON
057800* BOTH KEEPS THE METHOD TESTED FIRST.  A CELL WITH ANY ROWS IS
057900* PRINTED WHETHER OR NOT IT WAS DECIDED.
058000*****************************************************************
058100 5000-DECIDE-ONE-CELL.
058200     MOVE ZERO TO SQ-PG-BEST-SUB.
058300     MOVE ZERO TO SQ-PG-CELL-ROWS.
058400     MOVE SPACES TO SQ-PG-DETAIL-LINE.
058500     MOVE 1 TO SQ-PG-METH-SUB.
058600     PERFORM 5100-WEIGH-ONE-METHOD THRU 5100-EXIT
058700         UNTIL SQ-PG-METH-SUB > 3.
058800     IF SQ-PG-CELL-ROWS = ZERO
058900         GO TO 5000-EXIT
059000     END-IF.
059100     MOVE SPACES TO SQ-PG-DTL-LABEL.
059200     MOVE SQ-PG-DEG-SUB TO SQ-PG-DEG-SHOW.
059300     STRING "DEG " SQ-PG-DEG-SHOW "  "
059400         SQ-PG-BAND-NAME(SQ-PG-BAND-SUB)
059500         DELIMITED BY SIZE INTO SQ-PG-DTL-LABEL.
059600     IF SQ-PG-BEST-SUB = ZERO
059700         MOVE "NONE - TOO FEW ROWS" TO SQ-PG-DTL-CHOICE
059800         ADD 1 TO SQ-PG-CELLS-TOO-FEW
059900     ELSE
060000         MOVE SQ-PG-METHOD-CODE(SQ-PG-BEST-SUB)
060100             TO SQ-PG-CHOICE(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB)
060200         MOVE SQ-PG-METHOD-NAME(SQ-PG-BEST-SUB)
060300             TO SQ-PG-DTL-CHOICE
060400         ADD 1 TO SQ-PG-CELLS-DECIDED
060500     END-IF.
060600     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
060700     WRITE SQ-PG-REPORT-LINE FROM SQ-PG-DETAIL-LINE
060800         AFTER ADVANCING 1.
060900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
061000     ADD 1 TO SQ-PG-LINE-NO.
061100     GO TO 5000-EXIT.
061200 5000-EXIT.
061300     EXIT.
061400*
061500 5100-WEIGH-ONE-METHOD.
061600     MOVE SQ-PG-MS-COUNT(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
061700         SQ-PG-METH-SUB) TO SQ-PG-DTL-VOL(SQ-PG-METH-SUB).
061800     IF SQ-PG-MS-COUNT(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
061900         SQ-PG-METH-SUB) = ZERO
062000         MOVE ZERO TO SQ-PG-DTL-RATE(SQ-PG-METH-SUB)
062100         MOVE ZERO TO SQ-PG-DTL-ITER(SQ-PG-METH-SUB)
062200     ELSE
062300         PERFORM 5150-RATE-ONE-METHOD THRU 5150-EXIT
062400     END-IF.
062500     ADD 1 TO SQ-PG-METH-SUB.
062600     GO TO 5100-EXIT.
062700 5100-EXIT.
062800     EXIT.
062900*
063000 5150-RATE-ONE-METHOD.
063100     ADD SQ-PG-MS-COUNT(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
063200         SQ-PG-METH-SUB) TO SQ-PG-CELL-ROWS.
063300     COMPUTE SQ-PG-RATE-WORK ROUNDED =
063400         SQ-PG-MS-CONV(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
063500             SQ-PG-METH-SUB) * 100
063600         / SQ-PG-MS-COUNT(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
063700             SQ-PG-METH-SUB).
063800     COMPUTE SQ-PG-AVG-WORK ROUNDED =
063900         SQ-PG-MS-ITER(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
064000             SQ-PG-METH-SUB)
064100         / SQ-PG-MS-COUNT(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
064200             SQ-PG-METH-SUB).
064300     MOVE SQ-PG-RATE-WORK TO SQ-PG-DTL-RATE(SQ-PG-METH-SUB).
064400     MOVE SQ-PG-AVG-WORK TO SQ-PG-DTL-ITER(SQ-PG-METH-SUB).
064500     IF SQ-PG-MS-COUNT(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
064600         SQ-PG-METH-SUB) < SQ-PG-MIN-SAMPLES
064700         GO TO 5150-EXIT
064800     END-IF.
064900     IF SQ-PG-BEST-SUB = ZERO
065000         OR SQ-PG-RATE-WORK > SQ-PG-BEST-RATE
065100         OR (SQ-PG-RATE-WORK = SQ-PG-BEST-RATE
065200         AND SQ-PG-AVG-WORK < SQ-PG-BEST-AVG)
065300         MOVE SQ-PG-METH-SUB TO SQ-PG-BEST-SUB
065400         MOVE SQ-PG-RATE-WORK TO SQ-PG-BEST-RATE
065500         MOVE SQ-PG-AVG-WORK TO SQ-PG-BEST-AVG
065600     END-IF.
065700     GO TO 5150-EXIT.
065800 5150-EXIT.
065900     EXIT.
066000*
066100*****************************************************************
066200* 6000 SERIES - THE POLICY DATASET.  ONLY REWRITTEN WHEN AT LEAST
066300* ONE CELL WAS DECIDED, SO A THIN WINDOW CANNOT EMPTY A GOOD
066400* POLICY.
066500*****************************************************************
066600 6000-WRITE-POLICY.
066700     OPEN OUTPUT SQ-PG-POLICY-FILE.
066800     IF SQ-PG-POLICY-STATUS NOT = "00"
066900         DISPLAY "FATAL - SQ-PG-POLICY-FILE OPEN FAILED, STATUS "
067000             SQ-PG-POLICY-STATUS
067100         MOVE SPACES TO SQ-ML-TEXT
067200         STRING "FATAL - SQ-PG-POLICY-FILE OPEN FAILED, STATUS "
067300             SQ-PG-POLICY-STATUS
067400             DELIMITED BY SIZE INTO SQ-ML-TEXT
067500         MOVE "SQ0001S" TO SQ-ML-MSG-ID
067600         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
067700         MOVE 16 TO RETURN-CODE
067800         GO TO 6000-EXIT
067900     END-IF.
068000     MOVE SPACES TO SQ-MPC-RECORD.
068100     SET SQ-MPC-HEADER TO TRUE.
068200     MOVE SQ-PG-WINDOW-FROM TO SQ-MPC-WINDOW-FROM.
068300     MOVE SQ-PG-WINDOW-TO TO SQ-MPC-WINDOW-TO.
068400     MOVE SQ-PG-BUILT-DATE TO SQ-MPC-BUILT-DATE.
068500     MOVE SQ-PG-ROWS-USED TO SQ-MPC-ROWS-USED.
068600     MOVE SQ-PG-MIN-SAMPLES TO SQ-MPC-MIN-SAMPLES.
068700     PERFORM 6200-WRITE-POLICY-RECORD THRU 6200-EXIT.
068800     PERFORM 6100-WRITE-ONE-DEGREE THRU 6100-EXIT
068900         VARYING SQ-PG-DEG-SUB FROM 1 BY 1
069000         UNTIL SQ-PG-DEG-SUB > 99
069100         OR RETURN-CODE = 16.
069200     CLOSE SQ-PG-POLICY-FILE.
069300     GO TO 6000-EXIT.
069400 6000-EXIT.
069500     EXIT.
069600*
069700 6100-WRITE-ONE-DEGREE.
069800     PERFORM 6150-WRITE-ONE-CELL THRU 6150-EXIT
069900         VARYING SQ-PG-BAND-SUB FROM 1 BY 1
070000         UNTIL SQ-PG-BAND-SUB > 6.
070100     GO TO 6100-EXIT.
070200 6100-EXIT.
070300     EXIT.
070400*
070500 6150-WRITE-ONE-CELL.
070600     IF SQ-PG-CHOICE(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB) = SPACE
070700         GO TO 6150-EXIT
070800     END-IF.
070900     EVALUATE SQ-PG-CHOICE(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB)
071000         WHEN "N"
071100             MOVE 2 TO SQ-PG-METH-SUB
071200         WHEN "S"
071300             MOVE 3 TO SQ-PG-METH-SUB
071400         WHEN OTHER
071500             MOVE 1 TO SQ-PG-METH-SUB
071600     END-EVALUATE.
071700     MOVE SPACES TO SQ-MPC-RECORD.
071800     SET SQ-MPC-CELL TO TRUE.
071900     MOVE SQ-PG-DEG-SUB TO SQ-MPC-DEGREE.
072000     MOVE SQ-PG-BAND-SUB TO SQ-MPC-BAND.
072100     MOVE SQ-PG-CHOICE(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB)
072200         TO SQ-MPC-METHOD.
072300     MOVE SQ-PG-MS-COUNT(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
072400         SQ-PG-METH-SUB) TO SQ-MPC-SAMPLES.
072500     COMPUTE SQ-MPC-CONV-PCT ROUNDED =
072600         SQ-PG-MS-CONV(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
072700             SQ-PG-METH-SUB) * 100
072800         / SQ-PG-MS-COUNT(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
072900             SQ-PG-METH-SUB).
073000     COMPUTE SQ-MPC-AVG-ITER ROUNDED =
073100         SQ-PG-MS-ITER(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
073200             SQ-PG-METH-SUB)
073300         / SQ-PG-MS-COUNT(SQ-PG-DEG-SUB, SQ-PG-BAND-SUB,
073400             SQ-PG-METH-SUB).
073500     PERFORM 6200-WRITE-POLICY-RECORD THRU 6200-EXIT.
073600     GO TO 6150-EXIT.
073700 6150-EXIT.
073800     EXIT.
073900*
074000 6200-WRITE-POLICY-RECORD.
074100     WRITE SQ-MPC-RECORD.
074200     IF SQ-PG-POLICY-STATUS NOT = "00"
074300         DISPLAY "FATAL - SQ-PG-POLICY-FILE WRITE FAILED, STATUS "
074400             SQ-PG-POLICY-STATUS
074500         MOVE SPACES TO SQ-ML-TEXT
074600         STRING "FATAL - SQ-PG-POLICY-FILE WRITE FAILED, STATUS "
074700             SQ-PG-POLICY-STATUS
074800             DELIMITED BY SIZE INTO SQ-ML-TEXT
074900         MOVE "SQ0003S" TO SQ-ML-MSG-ID
075000         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
075100         MOVE 16 TO RETURN-CODE
075200     END-IF.
075300     GO TO 6200-EXIT.
075400 6200-EXIT.
075500     EXIT.
075600*
075700*****************************************************************
075800* 9000 SERIES - DECIDE AND PRINT EVERY CELL, WRITE THE POLICY,
075900* AND THE SUMMARY.
076000*****************************************************************
076100 9000-TERMINATE.
076200     PERFORM 9100-DECIDE-ONE-DEGREE THRU 9100-EXIT
076300         VARYING SQ-PG-DEG-SUB FROM 1 BY 1
076400         UNTIL SQ-PG-DEG-SUB > 99.
076500     CLOSE SQ-AUDIT-FILE.
076600     IF SQ-PG-CELLS-DECIDED > ZERO
076700         PERFORM 6000-WRITE-POLICY THRU 6000-EXIT
076800     ELSE
076900         DISPLAY "WARNING - NO METHOD POLICY CELL DECIDED"
077000             " - POLICY NOT REWRITTEN"
077100         MOVE SPACES TO SQ-ML-TEXT
077200         STRING "WARNING - NO METHOD POLICY CELL DECIDED"
077300             " - POLICY NOT REWRITTEN"
077400             DELIMITED BY SIZE INTO SQ-ML-TEXT
077500         MOVE "SQ4802W" TO SQ-ML-MSG-ID
077600         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
077700         MOVE 4 TO RETURN-CODE
077800     END-IF.
077900     PERFORM 9400-WRITE-SUMMARY THRU 9400-EXIT.
078000     CLOSE SQ-PG-REPORT-FILE.
078100     GO TO 9000-EXIT.
078200 9000-EXIT.
078300     EXIT.
078400*
078500 9100-DECIDE-ONE-DEGREE.
078600     PERFORM 5000-DECIDE-ONE-CELL THRU 5000-EXIT
078700         VARYING SQ-PG-BAND-SUB FROM 1 BY 1
078800         UNTIL SQ-PG-BAND-SUB > 6.
078900     GO TO 9100-EXIT.
079000 9100-EXIT.
079100     EXIT.
079200*
079300 9400-WRITE-SUMMARY.
079400     EVALUATE TRUE
079500         WHEN RETURN-CODE = 16
079600             MOVE "POLICY WRITE FAILED - RERUN THIS STEP"
079700                 TO SQ-PG-SEC-TITLE
079800         WHEN SQ-PG-CELLS-DECIDED = ZERO
079900             MOVE "NO CELL DECIDED - POLICY NOT REWRITTEN"
080000                 TO SQ-PG-SEC-TITLE
080100         WHEN OTHER
080200             MOVE "POLICY REWRITTEN" TO SQ-PG-SEC-TITLE
080300     END-EVALUATE.
080400     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
080500     WRITE SQ-PG-REPORT-LINE FROM SQ-PG-SECTION-LINE
080600         AFTER ADVANCING 2.
080700     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
080800     ADD 2 TO SQ-PG-LINE-NO.
080900     MOVE "AUDIT RECORDS READ        :" TO SQ-PG-SM-LABEL.
081000     MOVE SQ-PG-RECORDS-READ TO SQ-PG-SM-COUNT.
081100     PERFORM 9500-WRITE-SUMMARY-LINE THRU 9500-EXIT.
081200     MOVE "ROWS IN THE WINDOW        :" TO SQ-PG-SM-LABEL.
081300     MOVE SQ-PG-IN-WINDOW TO SQ-PG-SM-COUNT.
081400     PERFORM 9500-WRITE-SUMMARY-LINE THRU 9500-EXIT.
081500     MOVE "ROWS WEIGHED              :" TO SQ-PG-SM-LABEL.
081600     MOVE SQ-PG-ROWS-USED TO SQ-PG-SM-COUNT.
081700     PERFORM 9500-WRITE-SUMMARY-LINE THRU 9500-EXIT.
081800     MOVE "COMPARE ROWS NOT WEIGHED  :" TO SQ-PG-SM-LABEL.
081900     MOVE SQ-PG-COMPARE-ROWS TO SQ-PG-SM-COUNT.
082000     PERFORM 9500-WRITE-SUMMARY-LINE THRU 9500-EXIT.
082100     MOVE "ROWS WITH NO DEGREE       :" TO SQ-PG-SM-LABEL.
082200     MOVE SQ-PG-NO-DEGREE-ROWS TO SQ-PG-SM-COUNT.
082300     PERFORM 9500-WRITE-SUMMARY-LINE THRU 9500-EXIT.
082400     MOVE "NEWTON ROWS NOT AT DEG 02 :" TO SQ-PG-SM-LABEL.
082500     MOVE SQ-PG-NEWTON-OFF-ROWS TO SQ-PG-SM-COUNT.
082600     PERFORM 9500-WRITE-SUMMARY-LINE THRU 9500-EXIT.
082700     MOVE "POLICY CELLS DECIDED      :" TO SQ-PG-SM-LABEL.
082800     MOVE SQ-PG-CELLS-DECIDED TO SQ-PG-SM-COUNT.
082900     PERFORM 9500-WRITE-SUMMARY-LINE THRU 9500-EXIT.
083000     MOVE "CELLS WITH TOO FEW ROWS   :" TO SQ-PG-SM-LABEL.
083100     MOVE SQ-PG-CELLS-TOO-FEW TO SQ-PG-SM-COUNT.
083200     PERFORM 9500-WRITE-SUMMARY-LINE THRU 9500-EXIT.
083300     GO TO 9400-EXIT.
083400 9400-EXIT.
083500     EXIT.
083600*
083700 9500-WRITE-SUMMARY-LINE.
083800     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
083900     WRITE SQ-PG-REPORT-LINE FROM SQ-PG-SUMMARY-LINE
084000         AFTER ADVANCING 1.
084100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
084200     ADD 1 TO SQ-PG-LINE-NO.
084300     GO TO 9500-EXIT.
084400 9500-EXIT.
084500     EXIT.
084600*
084700*****************************************************************
084800* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
084900* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
085000* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
085100* WAY.
085200*****************************************************************
085300 9800-LOG-MESSAGE.
085400     MOVE "SQMPOLGN" TO SQ-ML-PROGRAM.
085500     MOVE ZERO TO SQ-ML-RUN-ID.
085600     MOVE SPACES TO SQ-ML-BUS-DATE.
085700     CALL "SQMSGLOG" USING SQ-ML-AREA.
085800     GO TO 9800-EXIT.
085900 9800-EXIT.
086000     EXIT.
