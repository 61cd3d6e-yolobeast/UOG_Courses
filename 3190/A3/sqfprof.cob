000100*****************************************************************
000200* PROGRAM-ID.  SQFPROF
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  FEED PROFILE BUILDER.  SWEEPS SQ-AUDIT-FILE ONCE FOR
001000*     A BUSINESS-DATE RANGE (SEE COPYBOOK SQFPPARM) AND WRITES ONE
001100*     PROFILE RECORD PER DEPARTMENT (SEE COPYBOOK SQFPREC) - HOW
001200*     MANY VALUES A NIGHT IT TYPICALLY SENDS, THE RANGE AND MEDIAN
001300*     MAGNITUDE OF THOSE VALUES, ITS MIX OF ROOT DEGREES, AND ITS
001400*     SHARE OF NEGATIVE, REPEATED, AND EXTENDED VALUES.  THE
001500*     PRE-WINDOW CHECK SQFCHECK JUDGES TONIGHT'S FEED AGAINST
001600*     THESE PROFILES.  THE PROFILE FILE IS REWRITTEN WHOLE ON
001700*     EVERY RUN; A LISTING OF WHAT WAS BUILT GOES TO SQFPRPT.
001800*
001900*     ONLY FEED ROWS ARE PROFILED.  QUEUE-DRAIN ROWS ARRIVE ON
002000*     THEIR OWN SCHEDULE, NOT IN A DEPARTMENT'S NIGHTLY FEED, AND
002100*     SEAL ROWS ARE RUN CONTROLS.  ROWS ARE DATED BY THEIR
002200*     BUSINESS-DATE STAMP, FALLING BACK TO THE TIMESTAMP DATE FOR
002300*     ROWS WRITTEN BEFORE THE STAMP EXISTED.
002400*
002500*     THE AUDIT ROW DOES NOT CARRY THE ROOT DEGREE, SO THE DEGREE
002600*     MIX IS TOLD FROM THE ROW ITSELF (SEE 3400-INFER-DEGREE).
002700*
002800* MODIFICATION HISTORY.
002900*     2026-10-15  DL  INITIAL VERSION.
002920*     2026-10-15  DL  AN EXP=P/Q ROW (SEE SQAUDIT) COUNTS AT THE
002940*                     ROOT DEGREE IT CARRIES INSTEAD OF A GUESS.
002950*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002960*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002970*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002980*                     COPYBOOK SQMSGCAT).
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.  SQFPROF.
003300 AUTHOR.      D. LOCKWOOD.
003400 INSTALLATION. 3190 SYSTEMS.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.
003700*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT SQ-AUDIT-FILE ASSIGN TO SQAUDIT
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS SQ-AUDIT-STATUS.
004400*
004500     SELECT OPTIONAL SQ-FP-PARM-FILE ASSIGN TO SQFPPARM
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS IS SQ-FPPARM-STATUS.
004800*
004900     SELECT SQ-PROFILE-FILE ASSIGN TO SQPROFIL
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS IS SQ-PROFILE-STATUS.
005200*
005300     SELECT SQ-FB-REPORT-FILE ASSIGN TO SQFPRPT
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS SQ-FB-REPORT-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  SQ-AUDIT-FILE.
006000     COPY SQAUDIT.
006100*
006200 FD  SQ-FP-PARM-FILE.
006300     COPY SQFPPARM.
006400*
006500 FD  SQ-PROFILE-FILE.
006600     COPY SQFPREC.
006700*
006800 FD  SQ-FB-REPORT-FILE.
006900 01  SQ-FB-REPORT-LINE             PIC X(152).
007000*
007100 WORKING-STORAGE SECTION.
007200*
007300*****************************************************************
007400* SWITCHES AND FILE STATUS.
007500*****************************************************************
007600 01  SQ-FB-SWITCHES.
007700     05  SQ-FB-EOF-SW              PIC X(01) VALUE "N".
007800         88  SQ-FB-EOF                 VALUE "Y".
007900     05  SQ-FB-DEG-DONE-SW         PIC X(01) VALUE "N".
008000         88  SQ-FB-DEG-DONE            VALUE "Y".
008100*
008200 01  SQ-FB-FILE-STATUSES.
008300     05  SQ-AUDIT-STATUS           PIC X(02) VALUE "00".
008400     05  SQ-FPPARM-STATUS          PIC X(02) VALUE "00".
008500     05  SQ-PROFILE-STATUS         PIC X(02) VALUE "00".
008600     05  SQ-FB-REPORT-STATUS       PIC X(02) VALUE "00".
008700*
008800*****************************************************************
008900* THE HISTORY RANGE SELECTED.
009000*****************************************************************
009100 01  SQ-FB-RANGE.
009200     05  SQ-FB-HIST-FROM           PIC X(10) VALUE SPACES.
009300     05  SQ-FB-HIST-TO             PIC X(10) VALUE SPACES.
009400*
009500*****************************************************************
009600* ONE ACCUMULATOR PER DEPARTMENT.  THE NIGHT COUNT GOES UP EACH
009700* TIME A DEPARTMENT'S ROW CARRIES A DIFFERENT DATE FROM ITS LAST
009800* ONE - THE AUDIT IS WRITTEN IN RUN ORDER, SO A NIGHT'S ROWS FOR A
009900* DEPARTMENT ARRIVE TOGETHER.  THE MAGNITUDE BUCKETS COUNT VALUES
010000* BY THEIR POWER OF TEN, BUCKET 1 = 10**-9 THROUGH BUCKET 20 =
010100* 10**10.
010200*****************************************************************
010300 01  SQ-FB-DEPT-AREA.
010400     05  SQ-FB-SUB                 PIC 9(03) COMP VALUE ZERO.
010500     05  SQ-FB-HIT                 PIC 9(03) COMP VALUE ZERO.
010600     05  SQ-FB-MAG-SUB             PIC 9(02) COMP VALUE ZERO.
010700     05  SQ-FB-DEPT-COUNT          PIC 9(03) COMP VALUE ZERO.
010800     05  SQ-FB-DEPT-TABLE OCCURS 100 TIMES.
010900         10  SQ-FB-DT-DEPT         PIC X(03).
011000         10  SQ-FB-DT-FIRST-DATE   PIC X(10).
011100         10  SQ-FB-DT-LAST-DATE    PIC X(10).
011200         10  SQ-FB-DT-NIGHTS       PIC 9(05) COMP.
011300         10  SQ-FB-DT-VALUES       PIC 9(09) COMP.
011400         10  SQ-FB-DT-NIGHT-COUNT  PIC 9(09) COMP.
011500         10  SQ-FB-DT-MAX-COUNT    PIC 9(09) COMP.
011600         10  SQ-FB-DT-NUMERIC      PIC 9(09) COMP.
011700         10  SQ-FB-DT-NEGATIVE     PIC 9(09) COMP.
011800         10  SQ-FB-DT-REPEAT       PIC 9(09) COMP.
011900         10  SQ-FB-DT-EXTENDED     PIC 9(09) COMP.
012000         10  SQ-FB-DT-DEG-KNOWN    PIC 9(09) COMP.
012100         10  SQ-FB-DT-DEG2         PIC 9(09) COMP.
012200         10  SQ-FB-DT-DEG3         PIC 9(09) COMP.
012300         10  SQ-FB-DT-LOW          PIC S9(11)V9(9).
012400         10  SQ-FB-DT-HIGH         PIC S9(11)V9(9).
012500         10  SQ-FB-DT-PREVIOUS     PIC S9(11)V9(9).
012600         10  SQ-FB-DT-MAG-COUNT    PIC 9(09) COMP OCCURS 20 TIMES.
012700*
012800*****************************************************************
012900* PER-ROW WORK FIELDS.
013000*****************************************************************
013100 01  SQ-FB-WORK.
013200     05  SQ-FB-ROW-DATE            PIC X(10) VALUE SPACES.
013300     05  SQ-FB-VALUE-TEXT          PIC X(22) VALUE SPACES.
013400     05  SQ-FB-VALUE-NUM           PIC S9(11)V9(9) VALUE ZERO.
013500     05  SQ-FB-ABS-VALUE           PIC 9(11)V9(9) VALUE ZERO.
013600     05  SQ-FB-RESULT-NUM          PIC S9(11)V9(9) VALUE ZERO.
013700     05  SQ-FB-ABS-RESULT          PIC 9(11)V9(9) VALUE ZERO.
013800     05  SQ-FB-POWER               PIC 9(11)V9(9) VALUE ZERO.
013900     05  SQ-FB-GAP                 PIC S9(11)V9(9) VALUE ZERO.
014000     05  SQ-FB-MAG-WORK            PIC 9(11)V9(9) VALUE ZERO.
014100     05  SQ-FB-MAGNITUDE           PIC S9(02) VALUE ZERO.
014200     05  SQ-FB-TRY-DEGREE          PIC 9(02) VALUE ZERO.
014300     05  SQ-FB-DEGREE              PIC 9(02) VALUE ZERO.
014400     05  SQ-FB-HALF-WAY            PIC 9(09) COMP VALUE ZERO.
014500     05  SQ-FB-RUNNING             PIC 9(09) COMP VALUE ZERO.
014600*
014700 01  SQ-FB-COUNTERS.
014800     05  SQ-FB-RECORDS-READ        PIC 9(9) VALUE ZERO.
014900     05  SQ-FB-ROWS-PROFILED       PIC 9(9) VALUE ZERO.
015000     05  SQ-FB-PROFILES-WRITTEN    PIC 9(9) VALUE ZERO.
015100     05  SQ-FB-ROWS-DROPPED        PIC 9(9) VALUE ZERO.
015200*
015300*****************************************************************
015400* RUN DATE AND REPORT PAGE CONTROL.
015500*****************************************************************
015600 01  SQ-FB-DATE-TIME-FIELDS.
015700     05  SQ-FB-CURRENT-DATE.
015800         10  SQ-FB-CUR-YEAR        PIC 9(04).
015900         10  SQ-FB-CUR-MONTH       PIC 9(02).
016000         10  SQ-FB-CUR-DAY         PIC 9(02).
016100     05  SQ-FB-REPORT-DATE         PIC X(10) VALUE SPACES.
016200*
016300 01  SQ-FB-PAGE-CONTROL.
016400     05  SQ-FB-PAGE-NO             PIC 9(04) VALUE 1.
016500     05  SQ-FB-LINE-NO             PIC 9(02) VALUE 99.
016600     05  SQ-FB-LINES-PER-PAGE      PIC 9(02) VALUE 55.
016700*
016800*****************************************************************
016900* REPORT LINE IMAGES.
017000*****************************************************************
017100 01  SQ-FB-HDR-LINE-1.
017200     05  FILLER                    PIC X(21) VALUE
017300         "FEED PROFILE BUILD -".
017400     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
017500     05  SQ-FB-H1-DATE             PIC X(10) VALUE SPACES.
017600     05  FILLER                    PIC X(10) VALUE " PAGE ".
017700     05  SQ-FB-H1-PAGE             PIC ZZZ9.
017800     05  FILLER                    PIC X(97) VALUE SPACES.
017900*
018000 01  SQ-FB-HDR-LINE-2.
018100     05  FILLER                    PIC X(15) VALUE
018200         "HISTORY FROM   ".
018300     05  SQ-FB-H2-FROM             PIC X(10) VALUE SPACES.
018400     05  FILLER                    PIC X(04) VALUE " TO ".
018500     05  SQ-FB-H2-TO               PIC X(10) VALUE SPACES.
018600     05  FILLER                    PIC X(113) VALUE SPACES.
018700*
018800 01  SQ-FB-COL-HDR-LINE.
018900     05  FILLER                    PIC X(06) VALUE "DEPT".
019000     05  FILLER                    PIC X(07) VALUE " NIGHTS".
019100     05  FILLER                    PIC X(10) VALUE "    VALUES".
019200     05  FILLER                    PIC X(10) VALUE "   TYPICAL".
019300     05  FILLER                    PIC X(10) VALUE "   LARGEST".
019400     05  FILLER                    PIC X(22) VALUE
019500         "             LOW VALUE".
019600     05  FILLER                    PIC X(22) VALUE
019700         "            HIGH VALUE".
019800     05  FILLER                    PIC X(05) VALUE "  MAG".
019900     05  FILLER                    PIC X(06) VALUE "  DEG2".
020000     05  FILLER                    PIC X(06) VALUE "  DEG3".
020100     05  FILLER                    PIC X(06) VALUE "   NEG".
020200     05  FILLER                    PIC X(06) VALUE "   REP".
020300     05  FILLER                    PIC X(06) VALUE "   EXT".
020400     05  FILLER                    PIC X(12) VALUE "  FIRST DATE".
020500     05  FILLER                    PIC X(12) VALUE "   LAST DATE".
020600     05  FILLER                    PIC X(06) VALUE SPACES.
020700*
020800 01  SQ-FB-DETAIL-LINE.
020900     05  SQ-FB-DTL-DEPT            PIC X(03).
021000     05  FILLER                    PIC X(03) VALUE SPACES.
021100     05  SQ-FB-DTL-NIGHTS          PIC ZZZZZZ9.
021200     05  SQ-FB-DTL-VALUES          PIC ZZZZZZZZZ9.
021300     05  SQ-FB-DTL-TYPICAL         PIC ZZZZZZZZZ9.
021400     05  SQ-FB-DTL-LARGEST         PIC ZZZZZZZZZ9.
021500     05  SQ-FB-DTL-LOW             PIC -(11)9.9(9).
021600     05  SQ-FB-DTL-HIGH            PIC -(11)9.9(9).
021700     05  SQ-FB-DTL-MAG             PIC ----9.
021800     05  SQ-FB-DTL-DEG2            PIC ZZZZZ9.
021900     05  SQ-FB-DTL-DEG3            PIC ZZZZZ9.
022000     05  SQ-FB-DTL-NEG             PIC ZZZZZ9.
022100     05  SQ-FB-DTL-REPEAT          PIC ZZZZZ9.
022200     05  SQ-FB-DTL-EXT             PIC ZZZZZ9.
022300     05  FILLER                    PIC X(02) VALUE SPACES.
022400     05  SQ-FB-DTL-FIRST           PIC X(10).
022500     05  FILLER                    PIC X(02) VALUE SPACES.
022600     05  SQ-FB-DTL-LAST            PIC X(10).
022700     05  FILLER                    PIC X(06) VALUE SPACES.
022800*
022900 01  SQ-FB-SUMMARY-LINE-1.
023000     05  FILLER                    PIC X(28) VALUE
023100         "AUDIT RECORDS READ        :".
023200     05  SQ-FB-SM-READ             PIC ZZZZZZZZ9.
023300     05  FILLER                    PIC X(115) VALUE SPACES.
023400*
023500 01  SQ-FB-SUMMARY-LINE-2.
023600     05  FILLER                    PIC X(28) VALUE
023700         "FEED ROWS PROFILED        :".
023800     05  SQ-FB-SM-PROFILED         PIC ZZZZZZZZ9.
023900     05  FILLER                    PIC X(115) VALUE SPACES.
024000*
024100 01  SQ-FB-SUMMARY-LINE-3.
024200     05  FILLER                    PIC X(28) VALUE
024300         "PROFILES WRITTEN          :".
024400     05  SQ-FB-SM-WRITTEN          PIC ZZZZZZZZ9.
024500     05  FILLER                    PIC X(115) VALUE SPACES.
024600*
024700 01  SQ-FB-SUMMARY-LINE-4.
024800     05  FILLER                    PIC X(28) VALUE
024900         "ROWS DROPPED (TABLE FULL) :".
025000     05  SQ-FB-SM-DROPPED          PIC ZZZZZZZZ9.
025100     05  FILLER                    PIC X(115) VALUE SPACES.
025200*
025210*****************************************************************
025220* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
025230*****************************************************************
025240     COPY SQMLLINK.
025250*
025300*****************************************************************
025400* 0000-MAINLINE.
025500*****************************************************************
025600 PROCEDURE DIVISION.
025700*
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026000     PERFORM 3000-SCAN-LOOP THRU 3000-EXIT
026100         UNTIL SQ-FB-EOF.
026200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026300     STOP RUN.
026400*
026500*****************************************************************
026600* 1000 SERIES - STARTUP.
026700*****************************************************************
026800 1000-INITIALIZE.
026900     INITIALIZE SQ-FB-DEPT-AREA.
027000     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
027100     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
027200     ACCEPT SQ-FB-CURRENT-DATE FROM DATE YYYYMMDD.
027300     STRING SQ-FB-CUR-MONTH "/" SQ-FB-CUR-DAY "/"
027400         SQ-FB-CUR-YEAR DELIMITED BY SIZE
027500         INTO SQ-FB-REPORT-DATE.
027600     PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.
027700     GO TO 1000-EXIT.
027800 1000-EXIT.
027900     EXIT.
028000*
028100 1100-READ-CONTROL-CARD.
028200     OPEN INPUT SQ-FP-PARM-FILE.
028300     IF SQ-FPPARM-STATUS = "00"
028400         READ SQ-FP-PARM-FILE
028500             AT END
028600                 CONTINUE
028700             NOT AT END
028800                 MOVE SQ-FP-HIST-FROM TO SQ-FB-HIST-FROM
028900                 MOVE SQ-FP-HIST-TO TO SQ-FB-HIST-TO
029000         END-READ
029100     END-IF.
029200*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
029300*    WAS NOT THERE - THE FILE IS OPEN AND MUST STILL BE CLOSED.
029400     IF SQ-FPPARM-STATUS = "00" OR SQ-FPPARM-STATUS = "05"
029500         CLOSE SQ-FP-PARM-FILE
029600     END-IF.
029700     GO TO 1100-EXIT.
029800 1100-EXIT.
029900     EXIT.
030000*
030100 1200-OPEN-FILES.
030200     OPEN INPUT SQ-AUDIT-FILE.
030300     IF SQ-AUDIT-STATUS NOT = "00"
030400         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
030500             SQ-AUDIT-STATUS
030510         MOVE SPACES TO SQ-ML-TEXT
030520         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
030530             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
030540         MOVE "SQ0001S" TO SQ-ML-MSG-ID
030550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF.
030900     OPEN OUTPUT SQ-PROFILE-FILE.
031000     IF SQ-PROFILE-STATUS NOT = "00"
031100         DISPLAY "FATAL - SQ-PROFILE-FILE OPEN FAILED, STATUS "
031200             SQ-PROFILE-STATUS
031210         MOVE SPACES TO SQ-ML-TEXT
031220         STRING "FATAL - SQ-PROFILE-FILE OPEN FAILED, STATUS "
031230             SQ-PROFILE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
031240         MOVE "SQ0001S" TO SQ-ML-MSG-ID
031250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600     OPEN OUTPUT SQ-FB-REPORT-FILE.
031700     IF SQ-FB-REPORT-STATUS NOT = "00"
031800         DISPLAY "FATAL - SQ-FB-REPORT-FILE OPEN FAILED, STATUS "
031900             SQ-FB-REPORT-STATUS
031910         MOVE SPACES TO SQ-ML-TEXT
031920         STRING "FATAL - SQ-FB-REPORT-FILE OPEN FAILED, STATUS "
031930             SQ-FB-REPORT-STATUS
031940             DELIMITED BY SIZE INTO SQ-ML-TEXT
031950         MOVE "SQ0001S" TO SQ-ML-MSG-ID
031960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300     GO TO 1200-EXIT.
032400 1200-EXIT.
032500     EXIT.
032600*
032700 1500-WRITE-REPORT-HEADERS.
032800     MOVE SQ-FB-REPORT-DATE TO SQ-FB-H1-DATE.
032900     MOVE SQ-FB-PAGE-NO TO SQ-FB-H1-PAGE.
033000     MOVE SQ-FB-HIST-FROM TO SQ-FB-H2-FROM.
033100     MOVE SQ-FB-HIST-TO TO SQ-FB-H2-TO.
033200     WRITE SQ-FB-REPORT-LINE FROM SQ-FB-HDR-LINE-1
033300         AFTER ADVANCING PAGE.
033400     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
033500     WRITE SQ-FB-REPORT-LINE FROM SQ-FB-HDR-LINE-2
033600         AFTER ADVANCING 1.
033700     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
033800     WRITE SQ-FB-REPORT-LINE FROM SQ-FB-COL-HDR-LINE
033900         AFTER ADVANCING 2.
034000     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
034100     MOVE 4 TO SQ-FB-LINE-NO.
034200     GO TO 1500-EXIT.
034300 1500-EXIT.
034400     EXIT.
034500*
034600*****************************************************************
034700* 3000 SERIES - THE ONE PASS.  EACH FEED ROW IN THE HISTORY RANGE
034800* IS POSTED TO ITS DEPARTMENT'S ACCUMULATOR.
034900*****************************************************************
035000 3000-SCAN-LOOP.
035100     READ SQ-AUDIT-FILE
035200         AT END
035300             SET SQ-FB-EOF TO TRUE
035400         NOT AT END
035500             ADD 1 TO SQ-FB-RECORDS-READ
035600             PERFORM 3100-SELECT-ONE-ROW THRU 3100-EXIT
035700     END-READ.
035800     GO TO 3000-EXIT.
035900 3000-EXIT.
036000     EXIT.
036100*
036200 3100-SELECT-ONE-ROW.
036300*    SEAL ROWS (SEE SQAUDIT) ARE RUN CONTROLS, NOT REQUESTS, AND
036400*    QUEUE-DRAIN ROWS ARE NOT PART OF ANY NIGHTLY FEED.
036500     IF SQ-AUDIT-SEAL-ROW OR SQ-AUDIT-SOURCE = "Q"
036600         GO TO 3100-EXIT
036700     END-IF.
036800     IF SQ-AUDIT-BUS-DATE NOT = SPACES
036900         MOVE SQ-AUDIT-BUS-DATE TO SQ-FB-ROW-DATE
037000     ELSE
037100         MOVE SQ-AUDIT-TIMESTAMP(1:10) TO SQ-FB-ROW-DATE
037200     END-IF.
037300     IF SQ-FB-HIST-FROM NOT = SPACES
037400         AND SQ-FB-ROW-DATE < SQ-FB-HIST-FROM
037500         GO TO 3100-EXIT
037600     END-IF.
037700     IF SQ-FB-HIST-TO NOT = SPACES
037800         AND SQ-FB-ROW-DATE > SQ-FB-HIST-TO
037900         GO TO 3100-EXIT
038000     END-IF.
038100     PERFORM 3200-FIND-DEPARTMENT THRU 3200-EXIT.
038200     IF SQ-FB-HIT = 0
038300         ADD 1 TO SQ-FB-ROWS-DROPPED
038400         GO TO 3100-EXIT
038500     END-IF.
038600     ADD 1 TO SQ-FB-ROWS-PROFILED.
038700     PERFORM 3300-POST-ONE-ROW THRU 3300-EXIT.
038800     GO TO 3100-EXIT.
038900 3100-EXIT.
039000     EXIT.
039100*
039200*****************************************************************
039300* 3200-FIND-DEPARTMENT.  SETS SQ-FB-HIT TO THE ROW'S DEPARTMENT
039400* ENTRY, ADDING ONE IF THERE IS ROOM; ZERO WHEN THE TABLE IS FULL.
039500*****************************************************************
039600 3200-FIND-DEPARTMENT.
039700     MOVE 0 TO SQ-FB-HIT.
039800     MOVE 1 TO SQ-FB-SUB.
039900     PERFORM 3210-MATCH-ONE-DEPT THRU 3210-EXIT
040000         UNTIL SQ-FB-HIT > 0 OR SQ-FB-SUB > SQ-FB-DEPT-COUNT.
040100     IF SQ-FB-HIT = 0 AND SQ-FB-DEPT-COUNT < 100
040200         ADD 1 TO SQ-FB-DEPT-COUNT
040300         MOVE SQ-FB-DEPT-COUNT TO SQ-FB-HIT
040400         MOVE SQ-AUDIT-DEPT TO SQ-FB-DT-DEPT(SQ-FB-HIT)
040500     END-IF.
040600     GO TO 3200-EXIT.
040700 3200-EXIT.
040800     EXIT.
040900*
041000 3210-MATCH-ONE-DEPT.
041100     IF SQ-FB-DT-DEPT(SQ-FB-SUB) = SQ-AUDIT-DEPT
041200         MOVE SQ-FB-SUB TO SQ-FB-HIT
041300     END-IF.
041400     ADD 1 TO SQ-FB-SUB.
041500     GO TO 3210-EXIT.
041600 3210-EXIT.
041700     EXIT.
041800*
041900*****************************************************************
042000* 3300-POST-ONE-ROW.  A NEW DATE FOR THE DEPARTMENT CLOSES ITS
042100* PREVIOUS NIGHT.  AN IMAGE THAT FAILS TEST-NUMVAL IS AN EXTENDED
042200* (E-NOTATION) VALUE - IT COUNTS TOWARD VOLUME AND THE EXTENDED
042300* SHARE ONLY.
042400*****************************************************************
042500 3300-POST-ONE-ROW.
042600     IF SQ-FB-ROW-DATE NOT = SQ-FB-DT-LAST-DATE(SQ-FB-HIT)
042700         PERFORM 3310-CLOSE-NIGHT THRU 3310-EXIT
042800         ADD 1 TO SQ-FB-DT-NIGHTS(SQ-FB-HIT)
042900         MOVE SQ-FB-ROW-DATE TO SQ-FB-DT-LAST-DATE(SQ-FB-HIT)
043000         IF SQ-FB-DT-FIRST-DATE(SQ-FB-HIT) = SPACES
043100             OR SQ-FB-ROW-DATE < SQ-FB-DT-FIRST-DATE(SQ-FB-HIT)
043200             MOVE SQ-FB-ROW-DATE TO SQ-FB-DT-FIRST-DATE(SQ-FB-HIT)
043300         END-IF
043400     END-IF.
043500     ADD 1 TO SQ-FB-DT-VALUES(SQ-FB-HIT).
043600     ADD 1 TO SQ-FB-DT-NIGHT-COUNT(SQ-FB-HIT).
043700*
043800     MOVE SQ-AUDIT-INPUT-VALUE TO SQ-FB-VALUE-TEXT.
043900     IF FUNCTION TEST-NUMVAL(SQ-FB-VALUE-TEXT) NOT = 0
044000         ADD 1 TO SQ-FB-DT-EXTENDED(SQ-FB-HIT)
044100         GO TO 3300-EXIT
044200     END-IF.
044300     COMPUTE SQ-FB-VALUE-NUM = FUNCTION NUMVAL(SQ-FB-VALUE-TEXT).
044400     MOVE SQ-FB-VALUE-NUM TO SQ-FB-ABS-VALUE.
044500     ADD 1 TO SQ-FB-DT-NUMERIC(SQ-FB-HIT).
044600     IF SQ-FB-VALUE-NUM < 0
044700         ADD 1 TO SQ-FB-DT-NEGATIVE(SQ-FB-HIT)
044800     END-IF.
044900     IF SQ-FB-DT-NUMERIC(SQ-FB-HIT) = 1
045000         MOVE SQ-FB-VALUE-NUM TO SQ-FB-DT-LOW(SQ-FB-HIT)
045100         MOVE SQ-FB-VALUE-NUM TO SQ-FB-DT-HIGH(SQ-FB-HIT)
045200     ELSE
045300         IF SQ-FB-VALUE-NUM = SQ-FB-DT-PREVIOUS(SQ-FB-HIT)
045400             ADD 1 TO SQ-FB-DT-REPEAT(SQ-FB-HIT)
045500         END-IF
045600         IF SQ-FB-VALUE-NUM < SQ-FB-DT-LOW(SQ-FB-HIT)
045700             MOVE SQ-FB-VALUE-NUM TO SQ-FB-DT-LOW(SQ-FB-HIT)
045800         END-IF
045900         IF SQ-FB-VALUE-NUM > SQ-FB-DT-HIGH(SQ-FB-HIT)
046000             MOVE SQ-FB-VALUE-NUM TO SQ-FB-DT-HIGH(SQ-FB-HIT)
046100         END-IF
046200     END-IF.
046300     MOVE SQ-FB-VALUE-NUM TO SQ-FB-DT-PREVIOUS(SQ-FB-HIT).
046400*
046500     PERFORM 3350-SET-MAGNITUDE THRU 3350-EXIT.
046600     IF SQ-FB-MAG-SUB > 0
046700         ADD 1 TO SQ-FB-DT-MAG-COUNT(SQ-FB-HIT, SQ-FB-MAG-SUB)
046800     END-IF.
046900*
047000     PERFORM 3400-INFER-DEGREE THRU 3400-EXIT.
047100     IF SQ-FB-DEGREE > 0
047200         ADD 1 TO SQ-FB-DT-DEG-KNOWN(SQ-FB-HIT)
047300     END-IF.
047400     IF SQ-FB-DEGREE = 2
047500         ADD 1 TO SQ-FB-DT-DEG2(SQ-FB-HIT)
047600     END-IF.
047700     IF SQ-FB-DEGREE = 3
047800         ADD 1 TO SQ-FB-DT-DEG3(SQ-FB-HIT)
047900     END-IF.
048000     GO TO 3300-EXIT.
048100 3300-EXIT.
048200     EXIT.
048300*
048400 3310-CLOSE-NIGHT.
048500     IF SQ-FB-DT-NIGHT-COUNT(SQ-FB-HIT)
048600         > SQ-FB-DT-MAX-COUNT(SQ-FB-HIT)
048700         MOVE SQ-FB-DT-NIGHT-COUNT(SQ-FB-HIT)
048800             TO SQ-FB-DT-MAX-COUNT(SQ-FB-HIT)
048900     END-IF.
049000     MOVE 0 TO SQ-FB-DT-NIGHT-COUNT(SQ-FB-HIT).
049100     GO TO 3310-EXIT.
049200 3310-EXIT.
049300     EXIT.
049400*
049500*****************************************************************
049600* 3350-SET-MAGNITUDE.  THE POWER OF TEN AT OR BELOW THE ABSOLUTE
049700* VALUE, AS A BUCKET NUMBER (SEE SQ-FB-DEPT-AREA).  ZERO HAS NO
049800* MAGNITUDE AND GETS BUCKET ZERO (NOT COUNTED).
049900*****************************************************************
050000 3350-SET-MAGNITUDE.
050100     MOVE 0 TO SQ-FB-MAG-SUB.
050200     MOVE 0 TO SQ-FB-MAGNITUDE.
050300     MOVE SQ-FB-ABS-VALUE TO SQ-FB-MAG-WORK.
050400     IF SQ-FB-MAG-WORK = 0
050500         GO TO 3350-EXIT
050600     END-IF.
050700     IF SQ-FB-MAG-WORK >= 1
050800         PERFORM 3360-TENTH-DOWN THRU 3360-EXIT
050900             UNTIL SQ-FB-MAG-WORK < 10
051000     ELSE
051100         PERFORM 3370-TEN-TIMES-UP THRU 3370-EXIT
051200             UNTIL SQ-FB-MAG-WORK >= 1
051300     END-IF.
051400     COMPUTE SQ-FB-MAG-SUB = SQ-FB-MAGNITUDE + 10.
051500     GO TO 3350-EXIT.
051600 3350-EXIT.
051700     EXIT.
051800*
051900 3360-TENTH-DOWN.
052000     DIVIDE 10 INTO SQ-FB-MAG-WORK.
052100     ADD 1 TO SQ-FB-MAGNITUDE.
052200     GO TO 3360-EXIT.
052300 3360-EXIT.
052400     EXIT.
052500*
052600 3370-TEN-TIMES-UP.
052700     MULTIPLY 10 BY SQ-FB-MAG-WORK.
052800     SUBTRACT 1 FROM SQ-FB-MAGNITUDE.
052900     GO TO 3370-EXIT.
053000 3370-EXIT.
053100     EXIT.
053200*
053300*****************************************************************
053400* 3400-INFER-DEGREE.  THE AUDIT ROW DOES NOT CARRY THE ROOT
053500* DEGREE, SO IT IS TOLD FROM THE ROW ITSELF - THE SMALLEST DEGREE
053600* D (1 THROUGH 99) FOR WHICH THE ROOT TO THE POWER D COMES WITHIN
053700* 0.1 PER CENT OF THE INPUT.  THE POWERS ARE TRIED UPWARD AND THE
053800* SEARCH STOPS ONCE THEY HAVE PASSED THE INPUT.  AN INPUT OR ROOT
053900* OF MAGNITUDE ONE (OR A ROOT OF ZERO) FITS EVERY DEGREE; SUCH A
054000* ROW, AND ONE WITH NO ROOT ON IT, IS LEFT UNTOLD (DEGREE ZERO)
054100* AND KEPT OUT OF THE DEGREE SHARES.
054200*****************************************************************
054300 3400-INFER-DEGREE.
054400     MOVE 0 TO SQ-FB-DEGREE.
054410*    AN EXP=P/Q ROW CARRIES ITS ROOT DEGREE Q - AND ITS RESULT
054420*    COLUMNS HOLD A POWER OF THE ROOT, WHICH NO DEGREE WOULD FIT.
054430     IF SQ-AUDIT-EXPONENT NOT = SPACES
054440         AND SQ-AUDIT-EXP-ROOT NUMERIC
054450         MOVE SQ-AUDIT-EXP-ROOT TO SQ-FB-DEGREE
054460         GO TO 3400-EXIT
054470     END-IF.
054500     IF FUNCTION TEST-NUMVAL(SQ-AUDIT-FUNC-TEXT) NOT = 0
054600         GO TO 3400-EXIT
054700     END-IF.
054800     COMPUTE SQ-FB-RESULT-NUM =
054900         FUNCTION NUMVAL(SQ-AUDIT-FUNC-TEXT).
055000     MOVE SQ-FB-RESULT-NUM TO SQ-FB-ABS-RESULT.
055100     IF SQ-FB-ABS-RESULT = 0 OR SQ-FB-ABS-RESULT = 1
055200         OR SQ-FB-ABS-VALUE = 0 OR SQ-FB-ABS-VALUE = 1
055300         GO TO 3400-EXIT
055400     END-IF.
055500     MOVE SQ-FB-ABS-RESULT TO SQ-FB-POWER.
055600     MOVE 1 TO SQ-FB-TRY-DEGREE.
055700     MOVE "N" TO SQ-FB-DEG-DONE-SW.
055800     PERFORM 3410-TRY-ONE-DEGREE THRU 3410-EXIT
055900         UNTIL SQ-FB-DEG-DONE.
056000     GO TO 3400-EXIT.
056100 3400-EXIT.
056200     EXIT.
056300*
056400 3410-TRY-ONE-DEGREE.
056500     COMPUTE SQ-FB-GAP = SQ-FB-POWER - SQ-FB-ABS-VALUE.
056600     IF SQ-FB-GAP < 0
056700         COMPUTE SQ-FB-GAP = 0 - SQ-FB-GAP
056800     END-IF.
056900     IF SQ-FB-GAP * 1000 <= SQ-FB-ABS-VALUE
057000         MOVE SQ-FB-TRY-DEGREE TO SQ-FB-DEGREE
057100         SET SQ-FB-DEG-DONE TO TRUE
057200         GO TO 3410-EXIT
057300     END-IF.
057400     IF SQ-FB-TRY-DEGREE >= 99
057500         SET SQ-FB-DEG-DONE TO TRUE
057600         GO TO 3410-EXIT
057700     END-IF.
057800     IF (SQ-FB-ABS-RESULT > 1 AND SQ-FB-POWER > SQ-FB-ABS-VALUE)
057900         OR (SQ-FB-ABS-RESULT < 1
058000         AND SQ-FB-POWER < SQ-FB-ABS-VALUE)
058100         SET SQ-FB-DEG-DONE TO TRUE
058200         GO TO 3410-EXIT
058300     END-IF.
058400     COMPUTE SQ-FB-POWER = SQ-FB-POWER * SQ-FB-ABS-RESULT
058500         ON SIZE ERROR
058600             SET SQ-FB-DEG-DONE TO TRUE
058700             GO TO 3410-EXIT
058800     END-COMPUTE.
058900     ADD 1 TO SQ-FB-TRY-DEGREE.
059000     GO TO 3410-EXIT.
059100 3410-EXIT.
059200     EXIT.
059300*
059400*****************************************************************
059500* 4700 SERIES - REPORT PAGE AND STATUS CONTROL.
059600*****************************************************************
059700 4710-CHECK-PAGE-BREAK.
059800     IF SQ-FB-LINE-NO >= SQ-FB-LINES-PER-PAGE
059900         ADD 1 TO SQ-FB-PAGE-NO
060000         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
060100     END-IF.
060200     GO TO 4710-EXIT.
060300 4710-EXIT.
060400     EXIT.
060500*
060600 4712-CHECK-REPORT-STATUS.
060700     IF SQ-FB-REPORT-STATUS NOT = "00"
060800         DISPLAY "WARNING - SQ-FB-REPORT-FILE WRITE FAILED, "
060900             "STATUS " SQ-FB-REPORT-STATUS
060910         MOVE SPACES TO SQ-ML-TEXT
060920         STRING "WARNING - SQ-FB-REPORT-FILE WRITE FAILED, "
060930             "STATUS " SQ-FB-REPORT-STATUS
060940             DELIMITED BY SIZE INTO SQ-ML-TEXT
060950         MOVE "SQ0004W" TO SQ-ML-MSG-ID
060960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
061000     END-IF.
061100     GO TO 4712-EXIT.
061200 4712-EXIT.
061300     EXIT.
061400*
061500*****************************************************************
061600* 9000 SERIES - ONE PROFILE AND ONE REPORT LINE PER DEPARTMENT,
061700* THEN THE SUMMARY.
061800*****************************************************************
061900 9000-TERMINATE.
062000     MOVE 1 TO SQ-FB-SUB.
062100     PERFORM 9100-WRITE-ONE-PROFILE THRU 9100-EXIT
062200         UNTIL SQ-FB-SUB > SQ-FB-DEPT-COUNT.
062300     PERFORM 9400-WRITE-SUMMARY THRU 9400-EXIT.
062400     IF SQ-FB-ROWS-DROPPED > 0
062500         DISPLAY "WARNING - DEPARTMENT TABLE FULL, "
062600             SQ-FB-ROWS-DROPPED " AUDIT ROWS NOT PROFILED"
062610         MOVE SPACES TO SQ-ML-TEXT
062620         STRING "WARNING - DEPARTMENT TABLE FULL, "
062630             SQ-FB-ROWS-DROPPED " AUDIT ROWS NOT PROFILED"
062640             DELIMITED BY SIZE INTO SQ-ML-TEXT
062650         MOVE "SQ1701W" TO SQ-ML-MSG-ID
062660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
062700         MOVE 4 TO RETURN-CODE
062800     END-IF.
062900     CLOSE SQ-AUDIT-FILE.
063000     CLOSE SQ-PROFILE-FILE.
063100     CLOSE SQ-FB-REPORT-FILE.
063200     GO TO 9000-EXIT.
063300 9000-EXIT.
063400     EXIT.
063500*
063600 9100-WRITE-ONE-PROFILE.
063700     MOVE SQ-FB-SUB TO SQ-FB-HIT.
063800     PERFORM 3310-CLOSE-NIGHT THRU 3310-EXIT.
063900     MOVE SPACES TO SQ-PR-RECORD.
064000     MOVE SQ-FB-DT-DEPT(SQ-FB-SUB) TO SQ-PR-DEPT.
064100     MOVE SQ-FB-DT-NIGHTS(SQ-FB-SUB) TO SQ-PR-NIGHTS.
064200     MOVE SQ-FB-DT-VALUES(SQ-FB-SUB) TO SQ-PR-VALUES.
064300     COMPUTE SQ-PR-AVG-COUNT ROUNDED =
064400         SQ-FB-DT-VALUES(SQ-FB-SUB) / SQ-FB-DT-NIGHTS(SQ-FB-SUB).
064500     MOVE SQ-FB-DT-MAX-COUNT(SQ-FB-SUB) TO SQ-PR-MAX-COUNT.
064600     MOVE SQ-FB-DT-LOW(SQ-FB-SUB) TO SQ-PR-LOW-VALUE.
064700     MOVE SQ-FB-DT-HIGH(SQ-FB-SUB) TO SQ-PR-HIGH-VALUE.
064800     PERFORM 9200-FIND-MEDIAN THRU 9200-EXIT.
064900     MOVE SQ-FB-MAGNITUDE TO SQ-PR-MEDIAN-MAG.
065000     MOVE 0 TO SQ-PR-DEG2-PCT SQ-PR-DEG3-PCT.
065100     IF SQ-FB-DT-DEG-KNOWN(SQ-FB-SUB) > 0
065200         COMPUTE SQ-PR-DEG2-PCT ROUNDED =
065300             SQ-FB-DT-DEG2(SQ-FB-SUB) * 100
065400             / SQ-FB-DT-DEG-KNOWN(SQ-FB-SUB)
065500         COMPUTE SQ-PR-DEG3-PCT ROUNDED =
065600             SQ-FB-DT-DEG3(SQ-FB-SUB) * 100
065700             / SQ-FB-DT-DEG-KNOWN(SQ-FB-SUB)
065800     END-IF.
065900     MOVE 0 TO SQ-PR-NEG-PCT SQ-PR-REPEAT-PCT.
066000     IF SQ-FB-DT-NUMERIC(SQ-FB-SUB) > 0
066100         COMPUTE SQ-PR-NEG-PCT ROUNDED =
066200             SQ-FB-DT-NEGATIVE(SQ-FB-SUB) * 100
066300             / SQ-FB-DT-NUMERIC(SQ-FB-SUB)
066400         COMPUTE SQ-PR-REPEAT-PCT ROUNDED =
066500             SQ-FB-DT-REPEAT(SQ-FB-SUB) * 100
066600             / SQ-FB-DT-NUMERIC(SQ-FB-SUB)
066700     END-IF.
066800     COMPUTE SQ-PR-EXT-PCT ROUNDED =
066900         SQ-FB-DT-EXTENDED(SQ-FB-SUB) * 100
067000         / SQ-FB-DT-VALUES(SQ-FB-SUB).
067100     MOVE SQ-FB-DT-FIRST-DATE(SQ-FB-SUB) TO SQ-PR-FIRST-DATE.
067200     MOVE SQ-FB-DT-LAST-DATE(SQ-FB-SUB) TO SQ-PR-LAST-DATE.
067300     WRITE SQ-PR-RECORD.
067400     IF SQ-PROFILE-STATUS NOT = "00"
067500         DISPLAY "FATAL - SQ-PROFILE-FILE WRITE FAILED, STATUS "
067600             SQ-PROFILE-STATUS
067610         MOVE SPACES TO SQ-ML-TEXT
067620         STRING "FATAL - SQ-PROFILE-FILE WRITE FAILED, STATUS "
067630             SQ-PROFILE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
067640         MOVE "SQ0003S" TO SQ-ML-MSG-ID
067650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
067700         MOVE 16 TO RETURN-CODE
067800         STOP RUN
067900     END-IF.
068000     ADD 1 TO SQ-FB-PROFILES-WRITTEN.
068100     PERFORM 9300-WRITE-DETAIL-LINE THRU 9300-EXIT.
068200     ADD 1 TO SQ-FB-SUB.
068300     GO TO 9100-EXIT.
068400 9100-EXIT.
068500     EXIT.
068600*
068700*****************************************************************
068800* 9200-FIND-MEDIAN.  THE MAGNITUDE BUCKET HOLDING THE MIDDLE
068900* NUMERIC VALUE BY SIZE.  NO NUMERIC VALUES LEAVES MAGNITUDE ZERO.
069000*****************************************************************
069100 9200-FIND-MEDIAN.
069200     MOVE 0 TO SQ-FB-MAGNITUDE.
069300     IF SQ-FB-DT-NUMERIC(SQ-FB-SUB) = 0
069400         GO TO 9200-EXIT
069500     END-IF.
069600     COMPUTE SQ-FB-HALF-WAY =
069700         (SQ-FB-DT-NUMERIC(SQ-FB-SUB) + 1) / 2.
069800     MOVE 0 TO SQ-FB-RUNNING.
069900     MOVE 0 TO SQ-FB-MAG-SUB.
070000     PERFORM 9210-ADD-ONE-BUCKET THRU 9210-EXIT
070100         UNTIL SQ-FB-RUNNING >= SQ-FB-HALF-WAY
070200         OR SQ-FB-MAG-SUB >= 20.
070300     COMPUTE SQ-FB-MAGNITUDE = SQ-FB-MAG-SUB - 10.
070400     GO TO 9200-EXIT.
070500 9200-EXIT.
070600     EXIT.
070700*
070800 9210-ADD-ONE-BUCKET.
070900     ADD 1 TO SQ-FB-MAG-SUB.
071000     ADD SQ-FB-DT-MAG-COUNT(SQ-FB-SUB, SQ-FB-MAG-SUB)
071100         TO SQ-FB-RUNNING.
071200     GO TO 9210-EXIT.
071300 9210-EXIT.
071400     EXIT.
071500*
071600 9300-WRITE-DETAIL-LINE.
071700     MOVE SQ-PR-DEPT TO SQ-FB-DTL-DEPT.
071800     MOVE SQ-PR-NIGHTS TO SQ-FB-DTL-NIGHTS.
071900     MOVE SQ-PR-VALUES TO SQ-FB-DTL-VALUES.
072000     MOVE SQ-PR-AVG-COUNT TO SQ-FB-DTL-TYPICAL.
072100     MOVE SQ-PR-MAX-COUNT TO SQ-FB-DTL-LARGEST.
072200     MOVE SQ-PR-LOW-VALUE TO SQ-FB-DTL-LOW.
072300     MOVE SQ-PR-HIGH-VALUE TO SQ-FB-DTL-HIGH.
072400     MOVE SQ-PR-MEDIAN-MAG TO SQ-FB-DTL-MAG.
072500     MOVE SQ-PR-DEG2-PCT TO SQ-FB-DTL-DEG2.
072600     MOVE SQ-PR-DEG3-PCT TO SQ-FB-DTL-DEG3.
072700     MOVE SQ-PR-NEG-PCT TO SQ-FB-DTL-NEG.
072800     MOVE SQ-PR-REPEAT-PCT TO SQ-FB-DTL-REPEAT.
072900     MOVE SQ-PR-EXT-PCT TO SQ-FB-DTL-EXT.
073000     MOVE SQ-PR-FIRST-DATE TO SQ-FB-DTL-FIRST.
073100     MOVE SQ-PR-LAST-DATE TO SQ-FB-DTL-LAST.
073200     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
073300     WRITE SQ-FB-REPORT-LINE FROM SQ-FB-DETAIL-LINE
073400         AFTER ADVANCING 1.
073500     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
073600     ADD 1 TO SQ-FB-LINE-NO.
073700     GO TO 9300-EXIT.
073800 9300-EXIT.
073900     EXIT.
074000*
074100 9400-WRITE-SUMMARY.
074200     MOVE SQ-FB-RECORDS-READ TO SQ-FB-SM-READ.
074300     MOVE SQ-FB-ROWS-PROFILED TO SQ-FB-SM-PROFILED.
074400     MOVE SQ-FB-PROFILES-WRITTEN TO SQ-FB-SM-WRITTEN.
074500     MOVE SQ-FB-ROWS-DROPPED TO SQ-FB-SM-DROPPED.
074600     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
074700     WRITE SQ-FB-REPORT-LINE FROM SQ-FB-SUMMARY-LINE-1
074800         AFTER ADVANCING 2.
074900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
075000     ADD 2 TO SQ-FB-LINE-NO.
075100     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
075200     WRITE SQ-FB-REPORT-LINE FROM SQ-FB-SUMMARY-LINE-2
075300         AFTER ADVANCING 1.
075400     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
075500     ADD 1 TO SQ-FB-LINE-NO.
075600     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
075700     WRITE SQ-FB-REPORT-LINE FROM SQ-FB-SUMMARY-LINE-3
075800         AFTER ADVANCING 1.
075900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
076000     ADD 1 TO SQ-FB-LINE-NO.
076100     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
076200     WRITE SQ-FB-REPORT-LINE FROM SQ-FB-SUMMARY-LINE-4
076300         AFTER ADVANCING 1.
076400     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
076500     GO TO 9400-EXIT.
076600 9400-EXIT.
076700     EXIT.
076800*
076900*****************************************************************
077000* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
077100* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
077200* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
077300* WAY.
077400*****************************************************************
077500 9800-LOG-MESSAGE.
077600     MOVE "SQFPROF" TO SQ-ML-PROGRAM.
077700     MOVE ZERO TO SQ-ML-RUN-ID.
077800     MOVE SPACES TO SQ-ML-BUS-DATE.
077900     CALL "SQMSGLOG" USING SQ-ML-AREA.
078000     GO TO 9800-EXIT.
078100 9800-EXIT.
078200     EXIT.
