000100*****************************************************************
000200* PROGRAM-ID.  SQQMAINT
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  REQUEST-QUEUE INQUIRY AND HOUSEKEEPING.  APPLICATIONS
001000*     WRITE ENTRIES TO THE KEYED QUEUE (SEE COPYBOOK SQQUEUE) AND
001100*     SQQDRAIN POSTS THE ANSWERS BACK EACH NIGHT, BUT NOTHING LET
001200*     A REQUESTER LOOK AT AN ENTRY, CALL ONE BACK, OR PUT RIGHT
001300*     ONE THE DRAIN REJECTED, AND POSTED ENTRIES STAYED ON THE
001400*     DATASET FOR EVER.  BUILT ON THE SQAUTMNT/SQRJWORK PATTERN,
001500*     THIS PROGRAM LETS THE SUPPORT DESK:
001600*       - INQUIRE ON ONE ENTRY BY KEY;
001700*       - LIST A REQUESTER'S ENTRIES, OPTIONALLY FOR ONE STATUS;
001800*       - CANCEL A PENDING ENTRY BEFORE THE DRAIN TAKES IT (STATUS
001900*         "X" - THE DRAIN COUNTS IT BUT LEAVES IT ALONE);
002000*       - CORRECT THE VALUE (AND DEGREE) OF A REJECTED ENTRY AND
002100*         REQUEUE IT UNDER THE SAME KEY, THE ORIGINAL REJECT
002200*         REASON KEPT FOR THE RECORD;
002300*       - PRINT THE AGING REPORT - PENDING ENTRIES THAT HAVE SAT
002400*         THROUGH A DRAIN CYCLE OR MORE WITHOUT BEING TAKEN.  AN
002500*         ENTRY WITH NO QUEUED DATE IS STAMPED WITH THE DATE THE
002600*         AGING PASS FIRST SAW IT;
002700*       - PURGE COMPLETE, REJECTED AND CANCELLED ENTRIES POSTED
002800*         MORE THAN THE RETENTION PERIOD AGO, EACH ONE LISTED.
002900*
003000*     THE RETENTION PERIOD AND THE DRAIN CYCLE COME FROM THE
003100*     OPTIONAL SQQMPARM CARD (SEE COPYBOOK SQQMPARM).  THE NIGHTLY
003200*     STREAM RUNS THE PROGRAM AFTER SQQDRAIN WITH AN AGING, PURGE
003300*     AND QUIT SYSIN.  CONVERSES ON SYSIN/SYSOUT LIKE SQPARMNT.
003400*     EVERY CHANGE IS A REWRITE OR DELETE BY KEY ON THE LIVE
003500*     DATASET - THE QUEUE IS NEVER HELD IN STORAGE - SO THE
003600*     PROGRAM MUST NOT RUN WHILE THE DRAIN HAS THE DATASET.
003700*
003800* MODIFICATION HISTORY.
003900*     2026-10-15  DL  INITIAL VERSION.
003920*     2026-10-15  DL  AN ENTRY DEFERRED FROM AN EXP=P/Q LINE
003940*                     SHOWS ITS EXPONENT (SEE SQQUEUE).
003941*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
003942*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
003943*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
003950*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003960*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003970*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003980*                     COPYBOOK SQMSGCAT).
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.  SQQMAINT.
004300 AUTHOR.      D. LOCKWOOD.
004400 INSTALLATION. 3190 SYSTEMS.
004500 DATE-WRITTEN. 2026-10-15.
004600 DATE-COMPILED.
004700*
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT SQ-QUEUE-FILE ASSIGN TO SQQUEUE
005200         ORGANIZATION INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS SQ-QUE-KEY
005500         FILE STATUS IS SQ-QUEUE-STATUS.
005600*
005700     SELECT OPTIONAL SQ-QP-FILE ASSIGN TO SQQMPARM
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS SQ-QP-STATUS.
006000*
006100     SELECT SQ-QM-REPORT-FILE ASSIGN TO SQQMRPT
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS IS SQ-QM-REPORT-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  SQ-QUEUE-FILE.
006800     COPY SQQUEUE.
006900*
007000 FD  SQ-QP-FILE.
007100     COPY SQQMPARM.
007200*
007300 FD  SQ-QM-REPORT-FILE.
007400 01  SQ-QM-REPORT-LINE             PIC X(152).
007500*
007600 WORKING-STORAGE SECTION.
007700*
007800*****************************************************************
007900* SWITCHES AND FILE STATUS.
008000*****************************************************************
008100 01  SQ-QM-SWITCHES.
008200     05  SQ-QM-QUIT-SW             PIC X(01) VALUE "N".
008300         88  SQ-QM-QUIT-REQUESTED      VALUE "Y".
008400     05  SQ-QM-VALID-SW            PIC X(01) VALUE "N".
008500         88  SQ-QM-FIELD-VALID         VALUE "Y".
008600         88  SQ-QM-FIELD-INVALID       VALUE "N".
008700     05  SQ-QM-EOF-SW              PIC X(01) VALUE "N".
008800         88  SQ-QM-EOF                 VALUE "Y".
008900     05  SQ-QM-FOUND-SW            PIC X(01) VALUE "N".
009000         88  SQ-QM-ENTRY-FOUND         VALUE "Y".
009100     05  SQ-QM-AGE-SW              PIC X(01) VALUE "N".
009200         88  SQ-QM-AGE-KNOWN           VALUE "Y".
009300*
009400 01  SQ-QM-FILE-STATUSES.
009500     05  SQ-QUEUE-STATUS           PIC X(02) VALUE "00".
009600     05  SQ-QP-STATUS              PIC X(02) VALUE "00".
009700     05  SQ-QM-REPORT-STATUS       PIC X(02) VALUE "00".
009800*
009900*****************************************************************
010000* CONTROL VALUES - FROM THE SQQMPARM CARD, ELSE THE DEFAULTS.
010100*****************************************************************
010200 01  SQ-QM-CONTROLS.
010300     05  SQ-QM-RETAIN-DAYS         PIC 9(04) VALUE 0030.
010400     05  SQ-QM-CYCLE-DAYS          PIC 9(02) VALUE 01.
010500*
010600*****************************************************************
010700* PROMPT AND WORK FIELDS.
010800*****************************************************************
010900 01  SQ-QM-WORK.
011000     05  SQ-QM-ANSWER              PIC X(40) VALUE SPACES.
011100     05  SQ-QM-SEL                 PIC X(01) VALUE SPACE.
011200     05  SQ-QM-NUM-WORK            PIC S9(11)V9(9) VALUE ZERO.
011300     05  SQ-QM-SEL-KEY             PIC X(16) VALUE SPACES.
011400     05  SQ-QM-SEL-REQUESTER       PIC X(08) VALUE SPACES.
011500     05  SQ-QM-SEL-STATUS          PIC X(01) VALUE SPACE.
011600     05  SQ-QM-NEW-VALUE           PIC X(22) VALUE SPACES.
011700     05  SQ-QM-NEW-DEGREE          PIC 9(02) VALUE ZERO.
011750     05  SQ-QM-POWER-EDIT          PIC -Z9.
011800     05  SQ-QM-EXTRA-TOKEN         PIC X(40) VALUE SPACES.
011900     05  SQ-QM-LEAD-COUNT          PIC 9(02) VALUE ZERO.
012000     05  SQ-QM-LISTED              PIC 9(07) VALUE ZERO.
012100     05  SQ-QM-STATUS-TEXT         PIC X(10) VALUE SPACES.
012200*
012300*****************************************************************
012400* AGE ARITHMETIC.  A YYYY-MM-DD DATE IS TURNED INTO A DAY NUMBER
012500* AND TAKEN FROM TODAY'S.  A DATE THAT DOES NOT EDIT HAS NO AGE.
012600*****************************************************************
012700 01  SQ-QM-AGE-WORK.
012800     05  SQ-QM-AGE-DATE            PIC X(10) VALUE SPACES.
012900     05  SQ-QM-AGE-DATE-R REDEFINES SQ-QM-AGE-DATE.
013000         10  SQ-QM-AGE-YEAR        PIC X(04).
013100         10  FILLER                PIC X(01).
013200         10  SQ-QM-AGE-MONTH       PIC X(02).
013300         10  FILLER                PIC X(01).
013400         10  SQ-QM-AGE-DAY         PIC X(02).
013500     05  SQ-QM-AGE-YYYYMMDD        PIC 9(08) VALUE ZERO.
013600     05  SQ-QM-AGE-DAYS            PIC S9(07) VALUE ZERO.
013700     05  SQ-QM-TODAY-DAYNO         PIC 9(07) VALUE ZERO.
013800*
013900*****************************************************************
014000* SESSION COUNTS.
014100*****************************************************************
014200 01  SQ-QM-COUNTS.
014300     05  SQ-QM-CT-SCANNED          PIC 9(07) VALUE ZERO.
014400     05  SQ-QM-CT-AGED             PIC 9(07) VALUE ZERO.
014500     05  SQ-QM-CT-STAMPED          PIC 9(07) VALUE ZERO.
014600     05  SQ-QM-CT-PURGED           PIC 9(07) VALUE ZERO.
014700     05  SQ-QM-CT-UNDATED          PIC 9(07) VALUE ZERO.
014800     05  SQ-QM-CT-CANCELLED        PIC 9(07) VALUE ZERO.
014900     05  SQ-QM-CT-REQUEUED         PIC 9(07) VALUE ZERO.
015000*
015100*****************************************************************
015200* RUN DATE AND REPORT PAGE CONTROL.
015300*****************************************************************
015400 01  SQ-QM-DATE-TIME-FIELDS.
015500     05  SQ-QM-CURRENT-DATE.
015600         10  SQ-QM-CUR-YEAR        PIC 9(04).
015700         10  SQ-QM-CUR-MONTH       PIC 9(02).
015800         10  SQ-QM-CUR-DAY         PIC 9(02).
015900     05  SQ-QM-CURRENT-DATE-N REDEFINES SQ-QM-CURRENT-DATE
016000                                   PIC 9(08).
016100     05  SQ-QM-CURRENT-TIME.
016200         10  SQ-QM-CUR-HOUR        PIC 9(02).
016300         10  SQ-QM-CUR-MINUTE      PIC 9(02).
016400         10  SQ-QM-CUR-SECOND      PIC 9(02).
016500         10  SQ-QM-CUR-HUNDREDTH   PIC 9(02).
016600     05  SQ-QM-TODAY               PIC X(10) VALUE SPACES.
016700     05  SQ-QM-REPORT-DATE         PIC X(10) VALUE SPACES.
016800     05  SQ-QM-TIMESTAMP-TEXT      PIC X(26) VALUE SPACES.
016900*
017000 01  SQ-QM-PAGE-CONTROL.
017100     05  SQ-QM-PAGE-NO             PIC 9(04) VALUE 1.
017200     05  SQ-QM-LINE-NO             PIC 9(02) VALUE 99.
017300     05  SQ-QM-LINES-PER-PAGE      PIC 9(02) VALUE 55.
017400*
017500*****************************************************************
017600* REPORT LINE IMAGES.  ONE REPORT PER SESSION - EACH AGING OR
017700* PURGE PASS STARTS A NEW PAGE UNDER ITS OWN SECTION TITLE.
017800*****************************************************************
017900 01  SQ-QM-HDR-LINE-1.
018000     05  FILLER                    PIC X(30) VALUE
018100         "REQUEST QUEUE HOUSEKEEPING -".
018200     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
018300     05  SQ-QM-H1-DATE             PIC X(10) VALUE SPACES.
018400     05  FILLER                    PIC X(10) VALUE " PAGE ".
018500     05  SQ-QM-H1-PAGE             PIC ZZZ9.
018600     05  FILLER                    PIC X(88) VALUE SPACES.
018700*
018800 01  SQ-QM-HDR-LINE-2.
018900     05  SQ-QM-H2-TITLE            PIC X(60) VALUE SPACES.
019000     05  FILLER                    PIC X(92) VALUE SPACES.
019100*
019200 01  SQ-QM-COL-HDR-LINE.
019300     05  FILLER                    PIC X(18) VALUE "KEY".
019400     05  FILLER                    PIC X(10) VALUE "REQUESTER".
019500     05  FILLER                    PIC X(12) VALUE "STATUS".
019600     05  FILLER                    PIC X(12) VALUE "QUEUED".
019700     05  FILLER                    PIC X(12) VALUE "POSTED".
019800     05  FILLER                    PIC X(08) VALUE "  AGE".
019900     05  FILLER                    PIC X(24) VALUE "VALUE".
020000     05  FILLER                    PIC X(56) VALUE "REASON".
020100*
020200 01  SQ-QM-DETAIL-LINE.
020300     05  SQ-QM-DL-KEY              PIC X(16).
020400     05  FILLER                    PIC X(02) VALUE SPACES.
020500     05  SQ-QM-DL-REQUESTER        PIC X(08).
020600     05  FILLER                    PIC X(02) VALUE SPACES.
020700     05  SQ-QM-DL-STATUS           PIC X(10).
020800     05  FILLER                    PIC X(02) VALUE SPACES.
020900     05  SQ-QM-DL-QUEUED           PIC X(10).
021000     05  FILLER                    PIC X(02) VALUE SPACES.
021100     05  SQ-QM-DL-POSTED           PIC X(10).
021200     05  FILLER                    PIC X(02) VALUE SPACES.
021300     05  SQ-QM-DL-AGE              PIC ZZZZ9.
021400     05  FILLER                    PIC X(03) VALUE SPACES.
021500     05  SQ-QM-DL-VALUE            PIC X(22).
021600     05  FILLER                    PIC X(02) VALUE SPACES.
021700     05  SQ-QM-DL-REASON           PIC X(30).
021800     05  FILLER                    PIC X(02) VALUE SPACES.
021900     05  SQ-QM-DL-NOTE             PIC X(24).
022000*
022100 01  SQ-QM-TOTAL-LINE.
022200     05  SQ-QM-TL-LABEL            PIC X(40) VALUE SPACES.
022300     05  SQ-QM-TL-COUNT            PIC ZZZZZZ9.
022400     05  FILLER                    PIC X(105) VALUE SPACES.
022500*
022501*****************************************************************
022502* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
022503*****************************************************************
022504     COPY SQSTLINK.
022505*
022510*****************************************************************
022520* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
022530*****************************************************************
022540     COPY SQMLLINK.
022550*
022600*****************************************************************
022700* 0000-MAINLINE.
022800*****************************************************************
022900 PROCEDURE DIVISION.
023000*
023100 0000-MAINLINE.
023101     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023300     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
023400         UNTIL SQ-QM-QUIT-REQUESTED.
023500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023501     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
023600     STOP RUN.
023601*
023602*****************************************************************
023603* 0100-CHECK-STEP-STATUS.  RECORDS THE STEP'S START ON THE
023604* STEP-STATUS DATASET.  ON A RESUBMITTED NIGHT A STEP THAT ALREADY
023605* COMPLETED ENDS HERE WITH THE RETURN CODE IT ENDED WITH THEN, AND
023606* ONE BEHIND A STEP THAT NEVER FINISHED ENDS RC=16 (SEE SQSTPLOG).
023607*****************************************************************
023608 0100-CHECK-STEP-STATUS.
023609     MOVE "B" TO SQ-SL-FUNCTION.
023610     MOVE "SQQMAINT" TO SQ-SL-PROGRAM.
023611     CALL "SQSTPLOG" USING SQ-SL-AREA.
023612     IF SQ-SL-SKIP
023613         DISPLAY "SQQMAINT ALREADY COMPLETE FOR THIS NIGHT"
023614             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
023615         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
023616         STOP RUN
023617     END-IF.
023618     IF SQ-SL-STOP
023619         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
023620             " NEVER FINISHED - RERUN IT FIRST"
023625         MOVE SPACES TO SQ-ML-TEXT
023630         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
023635             " NEVER FINISHED - RERUN IT FIRST"
023640             DELIMITED BY SIZE INTO SQ-ML-TEXT
023645         MOVE "SQ0005S" TO SQ-ML-MSG-ID
023650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
023655         MOVE 16 TO RETURN-CODE
023660         STOP RUN
023665     END-IF.
023670     MOVE ZERO TO RETURN-CODE.
023675     GO TO 0100-EXIT.
023680 0100-EXIT.
023685     EXIT.
023700*
023800*****************************************************************
023900* 1000 SERIES - STARTUP.  READ THE CONTROL CARD AND OPEN THE
024000* QUEUE AND THE REPORT FOR THE SESSION.
024100*****************************************************************
024200 1000-INITIALIZE.
024300     ACCEPT SQ-QM-CURRENT-DATE FROM DATE YYYYMMDD.
024400     STRING SQ-QM-CUR-YEAR "-" SQ-QM-CUR-MONTH "-" SQ-QM-CUR-DAY
024500         DELIMITED BY SIZE INTO SQ-QM-TODAY.
024600     STRING SQ-QM-CUR-MONTH "/" SQ-QM-CUR-DAY "/" SQ-QM-CUR-YEAR
024700         DELIMITED BY SIZE INTO SQ-QM-REPORT-DATE.
024800     COMPUTE SQ-QM-TODAY-DAYNO =
024900         FUNCTION INTEGER-OF-DATE(SQ-QM-CURRENT-DATE-N).
025000     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
025100     OPEN I-O SQ-QUEUE-FILE.
025200     IF SQ-QUEUE-STATUS NOT = "00"
025300         DISPLAY "FATAL - SQ-QUEUE-FILE OPEN FAILED, STATUS "
025400             SQ-QUEUE-STATUS
025410         MOVE SPACES TO SQ-ML-TEXT
025420         STRING "FATAL - SQ-QUEUE-FILE OPEN FAILED, STATUS "
025430             SQ-QUEUE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
025440         MOVE "SQ0001S" TO SQ-ML-MSG-ID
025450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
025500         MOVE 16 TO RETURN-CODE
025501         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
025600         STOP RUN
025700     END-IF.
025800     OPEN OUTPUT SQ-QM-REPORT-FILE.
025900     IF SQ-QM-REPORT-STATUS NOT = "00"
026000         DISPLAY "FATAL - SQ-QM-REPORT-FILE OPEN FAILED, STATUS "
026100             SQ-QM-REPORT-STATUS
026110         MOVE SPACES TO SQ-ML-TEXT
026120         STRING "FATAL - SQ-QM-REPORT-FILE OPEN FAILED, STATUS "
026130             SQ-QM-REPORT-STATUS
026140             DELIMITED BY SIZE INTO SQ-ML-TEXT
026150         MOVE "SQ0001S" TO SQ-ML-MSG-ID
026160         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
026200         CLOSE SQ-QUEUE-FILE
026300         MOVE 16 TO RETURN-CODE
026301         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
026400         STOP RUN
026500     END-IF.
026600     DISPLAY "RETENTION DAYS : " SQ-QM-RETAIN-DAYS.
026700     DISPLAY "DRAIN CYCLE    : " SQ-QM-CYCLE-DAYS " DAY(S)".
026800     GO TO 1000-EXIT.
026900 1000-EXIT.
027000     EXIT.
027100*
027200 1100-READ-CONTROL-CARD.
027300     OPEN INPUT SQ-QP-FILE.
027400     IF SQ-QP-STATUS = "00"
027500         READ SQ-QP-FILE
027600             AT END
027700                 CONTINUE
027800             NOT AT END
027900                 IF SQ-QP-RETAIN-DAYS NUMERIC
028000                     AND SQ-QP-RETAIN-DAYS > 0
028100                     MOVE SQ-QP-RETAIN-DAYS TO SQ-QM-RETAIN-DAYS
028200                 END-IF
028300                 IF SQ-QP-CYCLE-DAYS NUMERIC
028400                     AND SQ-QP-CYCLE-DAYS > 0
028500                     MOVE SQ-QP-CYCLE-DAYS TO SQ-QM-CYCLE-DAYS
028600                 END-IF
028700         END-READ
028800     END-IF.
028900*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
029000*    WAS NOT THERE - THE FILE IS OPEN AND MUST STILL BE CLOSED.
029100     IF SQ-QP-STATUS = "00" OR SQ-QP-STATUS = "05"
029200         CLOSE SQ-QP-FILE
029300     END-IF.
029400     GO TO 1100-EXIT.
029500 1100-EXIT.
029600     EXIT.
029700*
029800*****************************************************************
029900* 2000-MENU-LOOP.
030000*****************************************************************
030100 2000-MENU-LOOP.
030200     DISPLAY "----------------------------------------------".
030300     DISPLAY "REQUEST QUEUE HOUSEKEEPING".
030400     DISPLAY "  I = INQUIRE ON AN ENTRY BY KEY".
030500     DISPLAY "  L = LIST A REQUESTER'S ENTRIES".
030600     DISPLAY "  X = CANCEL A PENDING ENTRY".
030700     DISPLAY "  C = CORRECT AND REQUEUE A REJECTED ENTRY".
030800     DISPLAY "  A = PRINT THE AGING REPORT".
030900     DISPLAY "  P = PURGE OLD POSTED ENTRIES".
031000     DISPLAY "  Q = QUIT".
031100     MOVE SPACE TO SQ-QM-SEL.
031200     ACCEPT SQ-QM-SEL.
031300     INSPECT SQ-QM-SEL CONVERTING "ilxcapq" TO "ILXCAPQ".
031400     EVALUATE SQ-QM-SEL
031500         WHEN "I"
031600             PERFORM 3000-INQUIRE THRU 3000-EXIT
031700         WHEN "L"
031800             PERFORM 3500-LIST-REQUESTER THRU 3500-EXIT
031900         WHEN "X"
032000             PERFORM 4000-CANCEL-ENTRY THRU 4000-EXIT
032100         WHEN "C"
032200             PERFORM 5000-REQUEUE-ENTRY THRU 5000-EXIT
032300         WHEN "A"
032400             PERFORM 6000-AGING-REPORT THRU 6000-EXIT
032500         WHEN "P"
032600             PERFORM 6500-PURGE-POSTED THRU 6500-EXIT
032700         WHEN "Q"
032800             SET SQ-QM-QUIT-REQUESTED TO TRUE
032900         WHEN OTHER
033000             DISPLAY "ENTER I, L, X, C, A, P, OR Q"
033100     END-EVALUATE.
033200     GO TO 2000-EXIT.
033300 2000-EXIT.
033400     EXIT.
033500*
033600*****************************************************************
033700* 3000 SERIES - INQUIRY.  ONE ENTRY BY KEY, OR EVERY ENTRY FOR A
033800* REQUESTER (OPTIONALLY ONE STATUS) IN KEY ORDER.
033900*****************************************************************
034000 3000-INQUIRE.
034100     SET SQ-QM-FIELD-INVALID TO TRUE.
034200     PERFORM 7100-PROMPT-KEY THRU 7100-EXIT
034300         UNTIL SQ-QM-FIELD-VALID.
034400     PERFORM 7200-READ-BY-KEY THRU 7200-EXIT.
034500     IF NOT SQ-QM-ENTRY-FOUND
034600         GO TO 3000-EXIT
034700     END-IF.
034800     PERFORM 3100-SHOW-ENTRY THRU 3100-EXIT.
034900     GO TO 3000-EXIT.
035000 3000-EXIT.
035100     EXIT.
035200*
035300 3100-SHOW-ENTRY.
035400     PERFORM 7400-STATUS-TEXT THRU 7400-EXIT.
035500     DISPLAY "KEY        : " SQ-QUE-KEY.
035600     DISPLAY "REQUESTER  : " SQ-QUE-REQUESTER.
035700     DISPLAY "STATUS     : " SQ-QUE-STATUS " " SQ-QM-STATUS-TEXT.
035800     DISPLAY "VALUE      : " SQ-QUE-VALUE-TEXT.
035900     DISPLAY "DEGREE     : " SQ-QUE-DEGREE
036000         "  TOLERANCE " SQ-QUE-TOLERANCE.
036010     IF SQ-QUE-EXP-POWER NUMERIC AND SQ-QUE-EXP-POWER NOT = 0
036020         MOVE SQ-QUE-EXP-POWER TO SQ-QM-POWER-EDIT
036025         DISPLAY "EXPONENT   : " SQ-QM-POWER-EDIT "/"
036030             SQ-QUE-DEGREE
036035             "  (THE RESULT IS THE VALUE RAISED TO THIS POWER)"
036050     END-IF.
036100     DISPLAY "QUEUED     : " SQ-QUE-QUEUED-DATE.
036200     IF SQ-QUE-REQUEUED
036300         DISPLAY "REQUEUED   : Y - CORRECTED AFTER A REJECT"
036400     END-IF.
036500     IF SQ-QUE-COMPLETE
036600         DISPLAY "RESULT     : " SQ-QUE-RESULT
036700         DISPLAY "ITERATIONS : " SQ-QUE-ITER-COUNT
036800             "  CONVERGED " SQ-QUE-CONVERGED
036900     END-IF.
037000     IF SQ-QUE-REASON NOT = SPACES
037100         DISPLAY "REASON     : " SQ-QUE-REASON
037200     END-IF.
037300     IF SQ-QUE-POSTED-TS NOT = SPACES
037400         DISPLAY "POSTED     : " SQ-QUE-POSTED-TS
037500     END-IF.
037600     GO TO 3100-EXIT.
037700 3100-EXIT.
037800     EXIT.
037900*
038000 3500-LIST-REQUESTER.
038100     SET SQ-QM-FIELD-INVALID TO TRUE.
038200     PERFORM 3510-PROMPT-REQUESTER THRU 3510-EXIT
038300         UNTIL SQ-QM-FIELD-VALID.
038400     SET SQ-QM-FIELD-INVALID TO TRUE.
038500     PERFORM 3520-PROMPT-STATUS THRU 3520-EXIT
038600         UNTIL SQ-QM-FIELD-VALID.
038700     MOVE 0 TO SQ-QM-LISTED.
038800     PERFORM 7600-START-SCAN THRU 7600-EXIT.
038900     PERFORM 3600-LIST-ONE-ENTRY THRU 3600-EXIT
039000         UNTIL SQ-QM-EOF.
039100     DISPLAY "ENTRIES LISTED: " SQ-QM-LISTED.
039200     GO TO 3500-EXIT.
039300 3500-EXIT.
039400     EXIT.
039500*
039600 3510-PROMPT-REQUESTER.
039700     SET SQ-QM-FIELD-INVALID TO TRUE.
039800     DISPLAY "REQUESTER ID:".
039900     MOVE SPACES TO SQ-QM-ANSWER.
040000     ACCEPT SQ-QM-ANSWER.
040100     INSPECT SQ-QM-ANSWER CONVERTING
040200         "abcdefghijklmnopqrstuvwxyz"
040300         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
040400     IF SQ-QM-ANSWER = SPACES
040500         DISPLAY "A REQUESTER ID IS REQUIRED"
040600         GO TO 3510-EXIT
040700     END-IF.
040800     MOVE SQ-QM-ANSWER(1:8) TO SQ-QM-SEL-REQUESTER.
040900     SET SQ-QM-FIELD-VALID TO TRUE.
041000     GO TO 3510-EXIT.
041100 3510-EXIT.
041200     EXIT.
041300*
041400 3520-PROMPT-STATUS.
041500     SET SQ-QM-FIELD-INVALID TO TRUE.
041600     DISPLAY "STATUS - P, C, R, X (BLANK = ALL):".
041700     MOVE SPACES TO SQ-QM-ANSWER.
041800     ACCEPT SQ-QM-ANSWER.
041900     INSPECT SQ-QM-ANSWER CONVERTING "pcrx" TO "PCRX".
042000     IF SQ-QM-ANSWER(2:) NOT = SPACES
042100         DISPLAY "ONE STATUS LETTER ONLY"
042200         GO TO 3520-EXIT
042300     END-IF.
042400     IF SQ-QM-ANSWER(1:1) NOT = SPACE
042500         AND SQ-QM-ANSWER(1:1) NOT = "P"
042600         AND SQ-QM-ANSWER(1:1) NOT = "C"
042700         AND SQ-QM-ANSWER(1:1) NOT = "R"
042800         AND SQ-QM-ANSWER(1:1) NOT = "X"
042900         DISPLAY "STATUS MUST BE P, C, R, X, OR BLANK"
043000         GO TO 3520-EXIT
043100     END-IF.
043200     MOVE SQ-QM-ANSWER(1:1) TO SQ-QM-SEL-STATUS.
043300     SET SQ-QM-FIELD-VALID TO TRUE.
043400     GO TO 3520-EXIT.
043500 3520-EXIT.
043600     EXIT.
043700*
043800 3600-LIST-ONE-ENTRY.
043900     PERFORM 7700-READ-NEXT THRU 7700-EXIT.
044000     IF SQ-QM-EOF
044100         GO TO 3600-EXIT
044200     END-IF.
044300     IF SQ-QUE-REQUESTER NOT = SQ-QM-SEL-REQUESTER
044400         GO TO 3600-EXIT
044500     END-IF.
044600     IF SQ-QM-SEL-STATUS NOT = SPACE
044700         AND SQ-QUE-STATUS NOT = SQ-QM-SEL-STATUS
044800         GO TO 3600-EXIT
044900     END-IF.
045000     ADD 1 TO SQ-QM-LISTED.
045100     PERFORM 7400-STATUS-TEXT THRU 7400-EXIT.
045200     DISPLAY SQ-QUE-KEY " " SQ-QM-STATUS-TEXT
045300         " QUEUED " SQ-QUE-QUEUED-DATE
045400         " VALUE " SQ-QUE-VALUE-TEXT.
045500     IF SQ-QUE-REASON NOT = SPACES
045600         DISPLAY "      REASON : " SQ-QUE-REASON
045700     END-IF.
045800     GO TO 3600-EXIT.
045900 3600-EXIT.
046000     EXIT.
046100*
046200*****************************************************************
046300* 4000 SERIES - CANCEL A PENDING ENTRY.  THE ENTRY STAYS ON THE
046400* QUEUE AS STATUS "X", STAMPED, SO THE REQUESTER CAN SEE WHAT
046500* BECAME OF IT; THE PURGE TAKES IT OFF LATER LIKE ANY OTHER
046600* POSTED ENTRY.
046700*****************************************************************
046800 4000-CANCEL-ENTRY.
046900     SET SQ-QM-FIELD-INVALID TO TRUE.
047000     PERFORM 7100-PROMPT-KEY THRU 7100-EXIT
047100         UNTIL SQ-QM-FIELD-VALID.
047200     PERFORM 7200-READ-BY-KEY THRU 7200-EXIT.
047300     IF NOT SQ-QM-ENTRY-FOUND
047400         GO TO 4000-EXIT
047500     END-IF.
047600     IF NOT SQ-QUE-PENDING
047700         DISPLAY "KEY " SQ-QM-SEL-KEY " IS STATUS " SQ-QUE-STATUS
047800             " - ONLY A PENDING ENTRY CAN BE CANCELLED"
047900         GO TO 4000-EXIT
048000     END-IF.
048100     PERFORM 3100-SHOW-ENTRY THRU 3100-EXIT.
048200     DISPLAY "CANCEL KEY " SQ-QM-SEL-KEY " - COMMIT? (Y/N):".
048300     MOVE SPACES TO SQ-QM-ANSWER.
048400     ACCEPT SQ-QM-ANSWER.
048500     INSPECT SQ-QM-ANSWER CONVERTING "yn" TO "YN".
048600     IF SQ-QM-ANSWER NOT = "Y"
048700         DISPLAY "CANCEL NOT COMMITTED"
048800         GO TO 4000-EXIT
048900     END-IF.
049000     SET SQ-QUE-CANCELLED TO TRUE.
049100     MOVE "CANCELLED BY REQUEST" TO SQ-QUE-REASON.
049200     PERFORM 7300-STAMP-POSTED THRU 7300-EXIT.
049300     PERFORM 7500-REWRITE-ENTRY THRU 7500-EXIT.
049400     IF SQ-QUEUE-STATUS = "00"
049500         ADD 1 TO SQ-QM-CT-CANCELLED
049600         DISPLAY "ENTRY CANCELLED"
049700     END-IF.
049800     GO TO 4000-EXIT.
049900 4000-EXIT.
050000     EXIT.
050100*
050200*****************************************************************
050300* 5000 SERIES - CORRECT AND REQUEUE A REJECTED ENTRY.  THE NEW
050400* VALUE MUST PASS THE DRAIN'S OWN CHECKS - PLAIN DECIMAL (E-FORM
050500* IS NOT TAKEN AT THE QUEUE), NON-ZERO, NEGATIVE ONLY AT AN ODD
050600* DEGREE.  THE ENTRY GOES BACK TO PENDING UNDER THE SAME KEY,
050700* ITS POSTING CLEARED, RESTAMPED AS QUEUED TODAY AND FLAGGED
050800* REQUEUED.  THE ORIGINAL REJECT REASON IS LEFT ON THE ENTRY.
050900*****************************************************************
051000 5000-REQUEUE-ENTRY.
051100     SET SQ-QM-FIELD-INVALID TO TRUE.
051200     PERFORM 7100-PROMPT-KEY THRU 7100-EXIT
051300         UNTIL SQ-QM-FIELD-VALID.
051400     PERFORM 7200-READ-BY-KEY THRU 7200-EXIT.
051500     IF NOT SQ-QM-ENTRY-FOUND
051600         GO TO 5000-EXIT
051700     END-IF.
051800     IF NOT SQ-QUE-REJECTED
051900         DISPLAY "KEY " SQ-QM-SEL-KEY " IS STATUS " SQ-QUE-STATUS
052000             " - ONLY A REJECTED ENTRY CAN BE REQUEUED"
052100         GO TO 5000-EXIT
052200     END-IF.
052300     DISPLAY "REJECTED AS : " SQ-QUE-VALUE-TEXT
052400         " DEGREE " SQ-QUE-DEGREE.
052500     DISPLAY "REASON      : " SQ-QUE-REASON.
052600     SET SQ-QM-FIELD-INVALID TO TRUE.
052700     PERFORM 5200-PROMPT-DEGREE THRU 5200-EXIT
052800         UNTIL SQ-QM-FIELD-VALID.
052900     SET SQ-QM-FIELD-INVALID TO TRUE.
053000     PERFORM 5100-PROMPT-VALUE THRU 5100-EXIT
053100         UNTIL SQ-QM-FIELD-VALID.
053200     DISPLAY "REQUEUE KEY " SQ-QM-SEL-KEY " AS " SQ-QM-NEW-VALUE
053300         " DEGREE " SQ-QM-NEW-DEGREE.
053400     DISPLAY "COMMIT? (Y/N):".
053500     MOVE SPACES TO SQ-QM-ANSWER.
053600     ACCEPT SQ-QM-ANSWER.
053700     INSPECT SQ-QM-ANSWER CONVERTING "yn" TO "YN".
053800     IF SQ-QM-ANSWER NOT = "Y"
053900         DISPLAY "REQUEUE NOT COMMITTED"
054000         GO TO 5000-EXIT
054100     END-IF.
054200     MOVE SQ-QM-NEW-VALUE TO SQ-QUE-VALUE-TEXT.
054300     MOVE SQ-QM-NEW-DEGREE TO SQ-QUE-DEGREE.
054400     SET SQ-QUE-PENDING TO TRUE.
054500     MOVE ZERO TO SQ-QUE-RESULT SQ-QUE-ITER-COUNT.
054600     MOVE SPACE TO SQ-QUE-CONVERGED.
054700     MOVE SPACES TO SQ-QUE-POSTED-TS.
054800     MOVE SQ-QM-TODAY TO SQ-QUE-QUEUED-DATE.
054900     SET SQ-QUE-REQUEUED TO TRUE.
055000     PERFORM 7500-REWRITE-ENTRY THRU 7500-EXIT.
055100     IF SQ-QUEUE-STATUS = "00"
055200         ADD 1 TO SQ-QM-CT-REQUEUED
055300         DISPLAY "ENTRY REQUEUED FOR THE NEXT DRAIN"
055400     END-IF.
055500     GO TO 5000-EXIT.
055600 5000-EXIT.
055700     EXIT.
055800*
055900 5100-PROMPT-VALUE.
056000     SET SQ-QM-FIELD-INVALID TO TRUE.
056100     DISPLAY "CORRECTED VALUE - ONE PLAIN NUMBER, E.G. 144:".
056200     MOVE SPACES TO SQ-QM-ANSWER.
056300     ACCEPT SQ-QM-ANSWER.
056400     IF SQ-QM-ANSWER = SPACES
056500         DISPLAY "A CORRECTED VALUE IS REQUIRED - USE X TO CANCEL"
056600         GO TO 5100-EXIT
056700     END-IF.
056800     MOVE 0 TO SQ-QM-LEAD-COUNT.
056900     INSPECT SQ-QM-ANSWER TALLYING SQ-QM-LEAD-COUNT
057000         FOR LEADING SPACE.
057100     MOVE SPACES TO SQ-QM-EXTRA-TOKEN.
057200     MOVE SPACES TO SQ-QM-NEW-VALUE.
057300     UNSTRING SQ-QM-ANSWER(SQ-QM-LEAD-COUNT + 1:)
057400         DELIMITED BY ALL " "
057500         INTO SQ-QM-NEW-VALUE SQ-QM-EXTRA-TOKEN.
057600     IF SQ-QM-EXTRA-TOKEN NOT = SPACES
057700         DISPLAY "ONE VALUE ONLY PER ENTRY"
057800         GO TO 5100-EXIT
057900     END-IF.
058000     IF SQ-QM-ANSWER(SQ-QM-LEAD-COUNT + 23:) NOT = SPACES
058100         DISPLAY "VALUE IS LONGER THAN 22 CHARACTERS"
058200         GO TO 5100-EXIT
058300     END-IF.
058400     IF FUNCTION TEST-NUMVAL(SQ-QM-NEW-VALUE) NOT = 0
058500         DISPLAY "VALUE MUST BE A PLAIN NUMBER - E-FORM IS NOT "
058600             "TAKEN AT THE QUEUE"
058700         GO TO 5100-EXIT
058800     END-IF.
058900     COMPUTE SQ-QM-NUM-WORK = FUNCTION NUMVAL(SQ-QM-NEW-VALUE).
059000     IF SQ-QM-NUM-WORK = 0
059100         DISPLAY "VALUE MUST NOT BE ZERO"
059200         GO TO 5100-EXIT
059300     END-IF.
059400     IF SQ-QM-NUM-WORK < 0
059500         AND FUNCTION MOD(SQ-QM-NEW-DEGREE, 2) = 0
059600         DISPLAY "A NEGATIVE VALUE NEEDS AN ODD DEGREE"
059700         GO TO 5100-EXIT
059800     END-IF.
059900     SET SQ-QM-FIELD-VALID TO TRUE.
060000     GO TO 5100-EXIT.
060100 5100-EXIT.
060200     EXIT.
060300*
060400 5200-PROMPT-DEGREE.
060500     SET SQ-QM-FIELD-INVALID TO TRUE.
060600     DISPLAY "ROOT DEGREE 2-99 (BLANK = KEEP " SQ-QUE-DEGREE "):".
060700     MOVE SPACES TO SQ-QM-ANSWER.
060800     ACCEPT SQ-QM-ANSWER.
060900     IF SQ-QM-ANSWER = SPACES
061000         IF SQ-QUE-DEGREE NUMERIC AND SQ-QUE-DEGREE > 0
061100             MOVE SQ-QUE-DEGREE TO SQ-QM-NEW-DEGREE
061200         ELSE
061300             MOVE 02 TO SQ-QM-NEW-DEGREE
061400         END-IF
061500         SET SQ-QM-FIELD-VALID TO TRUE
061600         GO TO 5200-EXIT
061700     END-IF.
061800     IF FUNCTION TEST-NUMVAL(SQ-QM-ANSWER) NOT = 0
061900         DISPLAY "DEGREE IS NOT A NUMBER"
062000         GO TO 5200-EXIT
062100     END-IF.
062200     COMPUTE SQ-QM-NUM-WORK = FUNCTION NUMVAL(SQ-QM-ANSWER).
062300     IF SQ-QM-NUM-WORK < 2 OR SQ-QM-NUM-WORK > 99
062400         OR SQ-QM-NUM-WORK NOT = FUNCTION INTEGER(SQ-QM-NUM-WORK)
062500         DISPLAY "DEGREE MUST BE A WHOLE NUMBER 2 TO 99"
062600         GO TO 5200-EXIT
062700     END-IF.
062800     MOVE SQ-QM-NUM-WORK TO SQ-QM-NEW-DEGREE.
062900     SET SQ-QM-FIELD-VALID TO TRUE.
063000     GO TO 5200-EXIT.
063100 5200-EXIT.
063200     EXIT.
063300*
063400*****************************************************************
063500* 6000 SERIES - THE AGING REPORT.  EVERY PENDING ENTRY QUEUED THE
063600* DRAIN CYCLE OR MORE AGO HAS MISSED A DRAIN AND IS LISTED.  AN
063700* ENTRY WITH NO QUEUED DATE IS GIVEN TODAY'S, SO IT AGES FROM THE
063800* FIRST NIGHT IT WAS SEEN.
063900*****************************************************************
064000 6000-AGING-REPORT.
064100     MOVE "PENDING ENTRIES PAST THE DRAIN CYCLE"
064200         TO SQ-QM-H2-TITLE.
064300     MOVE 99 TO SQ-QM-LINE-NO.
064400     MOVE ZERO TO SQ-QM-CT-SCANNED SQ-QM-CT-AGED
064500         SQ-QM-CT-STAMPED.
064600     PERFORM 7600-START-SCAN THRU 7600-EXIT.
064700     PERFORM 6100-AGE-ONE-ENTRY THRU 6100-EXIT
064800         UNTIL SQ-QM-EOF.
064900     MOVE "ENTRIES ON THE QUEUE" TO SQ-QM-TL-LABEL.
065000     MOVE SQ-QM-CT-SCANNED TO SQ-QM-TL-COUNT.
065100     PERFORM 8200-WRITE-TOTAL THRU 8200-EXIT.
065200     MOVE "PENDING PAST THE DRAIN CYCLE" TO SQ-QM-TL-LABEL.
065300     MOVE SQ-QM-CT-AGED TO SQ-QM-TL-COUNT.
065400     PERFORM 8200-WRITE-TOTAL THRU 8200-EXIT.
065500     MOVE "PENDING, QUEUED DATE STAMPED TODAY" TO SQ-QM-TL-LABEL.
065600     MOVE SQ-QM-CT-STAMPED TO SQ-QM-TL-COUNT.
065700     PERFORM 8200-WRITE-TOTAL THRU 8200-EXIT.
065800     DISPLAY "AGING REPORT WRITTEN - " SQ-QM-CT-AGED
065900         " ENTRY(S) PAST THE CYCLE, " SQ-QM-CT-STAMPED " STAMPED".
066000     GO TO 6000-EXIT.
066100 6000-EXIT.
066200     EXIT.
066300*
066400 6100-AGE-ONE-ENTRY.
066500     PERFORM 7700-READ-NEXT THRU 7700-EXIT.
066600     IF SQ-QM-EOF
066700         GO TO 6100-EXIT
066800     END-IF.
066900     ADD 1 TO SQ-QM-CT-SCANNED.
067000     IF NOT SQ-QUE-PENDING
067100         GO TO 6100-EXIT
067200     END-IF.
067300     IF SQ-QUE-QUEUED-DATE = SPACES
067400         MOVE SQ-QM-TODAY TO SQ-QUE-QUEUED-DATE
067500         PERFORM 7500-REWRITE-ENTRY THRU 7500-EXIT
067600         IF SQ-QUEUE-STATUS = "00"
067700             ADD 1 TO SQ-QM-CT-STAMPED
067800         END-IF
067900         GO TO 6100-EXIT
068000     END-IF.
068100     MOVE SQ-QUE-QUEUED-DATE TO SQ-QM-AGE-DATE.
068200     PERFORM 7800-COMPUTE-AGE THRU 7800-EXIT.
068300     IF SQ-QM-AGE-KNOWN
068400         AND SQ-QM-AGE-DAYS < SQ-QM-CYCLE-DAYS
068500         GO TO 6100-EXIT
068600     END-IF.
068700     ADD 1 TO SQ-QM-CT-AGED.
068800     IF SQ-QM-AGE-KNOWN
068900         MOVE SPACES TO SQ-QM-DL-NOTE
069000     ELSE
069100         MOVE "QUEUED DATE UNREADABLE" TO SQ-QM-DL-NOTE
069200     END-IF.
069300     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
069400     GO TO 6100-EXIT.
069500 6100-EXIT.
069600     EXIT.
069700*
069800*****************************************************************
069900* 6500 SERIES - PURGE.  A COMPLETE, REJECTED OR CANCELLED ENTRY
070000* POSTED MORE THAN THE RETENTION PERIOD AGO IS DELETED AND
070100* LISTED.  AN ENTRY WITH NO POSTING DATE AGES FROM ITS QUEUED
070200* DATE; ONE WITH NEITHER IS KEPT AND COUNTED.  PENDING ENTRIES
070300* ARE NEVER PURGED - THE AGING REPORT IS WHERE THEY SURFACE.
070400*****************************************************************
070500 6500-PURGE-POSTED.
070600     DISPLAY "PURGE ENTRIES POSTED MORE THAN " SQ-QM-RETAIN-DAYS
070700         " DAYS AGO - COMMIT? (Y/N):".
070800     MOVE SPACES TO SQ-QM-ANSWER.
070900     ACCEPT SQ-QM-ANSWER.
071000     INSPECT SQ-QM-ANSWER CONVERTING "yn" TO "YN".
071100     IF SQ-QM-ANSWER NOT = "Y"
071200         DISPLAY "PURGE NOT COMMITTED"
071300         GO TO 6500-EXIT
071400     END-IF.
071500     MOVE "POSTED ENTRIES PURGED" TO SQ-QM-H2-TITLE.
071600     MOVE 99 TO SQ-QM-LINE-NO.
071700     MOVE ZERO TO SQ-QM-CT-SCANNED SQ-QM-CT-PURGED
071800         SQ-QM-CT-UNDATED.
071900     PERFORM 7600-START-SCAN THRU 7600-EXIT.
072000     PERFORM 6600-PURGE-ONE-ENTRY THRU 6600-EXIT
072100         UNTIL SQ-QM-EOF.
072200     MOVE "ENTRIES ON THE QUEUE BEFORE THE PURGE"
072300         TO SQ-QM-TL-LABEL.
072400     MOVE SQ-QM-CT-SCANNED TO SQ-QM-TL-COUNT.
072500     PERFORM 8200-WRITE-TOTAL THRU 8200-EXIT.
072600     MOVE "ENTRIES PURGED" TO SQ-QM-TL-LABEL.
072700     MOVE SQ-QM-CT-PURGED TO SQ-QM-TL-COUNT.
072800     PERFORM 8200-WRITE-TOTAL THRU 8200-EXIT.
072900     MOVE "POSTED, NO DATE - KEPT" TO SQ-QM-TL-LABEL.
073000     MOVE SQ-QM-CT-UNDATED TO SQ-QM-TL-COUNT.
073100     PERFORM 8200-WRITE-TOTAL THRU 8200-EXIT.
073200     DISPLAY "PURGE COMPLETE - " SQ-QM-CT-PURGED " ENTRY(S) "
073300         "REMOVED".
073400     GO TO 6500-EXIT.
073500 6500-EXIT.
073600     EXIT.
073700*
073800 6600-PURGE-ONE-ENTRY.
073900     PERFORM 7700-READ-NEXT THRU 7700-EXIT.
074000     IF SQ-QM-EOF
074100         GO TO 6600-EXIT
074200     END-IF.
074300     ADD 1 TO SQ-QM-CT-SCANNED.
074400     IF NOT SQ-QUE-COMPLETE AND NOT SQ-QUE-REJECTED
074500         AND NOT SQ-QUE-CANCELLED
074600         GO TO 6600-EXIT
074700     END-IF.
074800     IF SQ-QUE-POSTED-TS NOT = SPACES
074900         MOVE SQ-QUE-POSTED-TS(1:10) TO SQ-QM-AGE-DATE
075000     ELSE
075100         MOVE SQ-QUE-QUEUED-DATE TO SQ-QM-AGE-DATE
075200     END-IF.
075300     PERFORM 7800-COMPUTE-AGE THRU 7800-EXIT.
075400     IF NOT SQ-QM-AGE-KNOWN
075500         ADD 1 TO SQ-QM-CT-UNDATED
075600         GO TO 6600-EXIT
075700     END-IF.
075800     IF SQ-QM-AGE-DAYS NOT > SQ-QM-RETAIN-DAYS
075900         GO TO 6600-EXIT
076000     END-IF.
076100     DELETE SQ-QUEUE-FILE
076200         INVALID KEY
076300             DISPLAY "WARNING - QUEUE DELETE FAILED FOR KEY "
076400                 SQ-QUE-KEY ", STATUS " SQ-QUEUE-STATUS
076410             MOVE SPACES TO SQ-ML-TEXT
076420             STRING "WARNING - QUEUE DELETE FAILED FOR KEY "
076430                 SQ-QUE-KEY ", STATUS " SQ-QUEUE-STATUS
076440                 DELIMITED BY SIZE INTO SQ-ML-TEXT
076450             MOVE "SQ0004W" TO SQ-ML-MSG-ID
076460             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
076500     END-DELETE.
076600     IF SQ-QUEUE-STATUS NOT = "00"
076700         GO TO 6600-EXIT
076800     END-IF.
076900     ADD 1 TO SQ-QM-CT-PURGED.
077000     MOVE "PURGED" TO SQ-QM-DL-NOTE.
077100     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
077200     GO TO 6600-EXIT.
077300 6600-EXIT.
077400     EXIT.
077500*
077600*****************************************************************
077700* 7000 SERIES - SHARED PROMPTS AND QUEUE ACCESS.
077800*****************************************************************
077900 7100-PROMPT-KEY.
078000     SET SQ-QM-FIELD-INVALID TO TRUE.
078100     DISPLAY "QUEUE KEY:".
078200     MOVE SPACES TO SQ-QM-ANSWER.
078300     ACCEPT SQ-QM-ANSWER.
078400     IF SQ-QM-ANSWER = SPACES
078500         DISPLAY "A QUEUE KEY IS REQUIRED"
078600         GO TO 7100-EXIT
078700     END-IF.
078800     IF SQ-QM-ANSWER(17:) NOT = SPACES
078900         DISPLAY "QUEUE KEY IS AT MOST 16 CHARACTERS"
079000         GO TO 7100-EXIT
079100     END-IF.
079200     MOVE SQ-QM-ANSWER(1:16) TO SQ-QM-SEL-KEY.
079300     SET SQ-QM-FIELD-VALID TO TRUE.
079400     GO TO 7100-EXIT.
079500 7100-EXIT.
079600     EXIT.
079700*
079800 7200-READ-BY-KEY.
079900     MOVE "N" TO SQ-QM-FOUND-SW.
080000     MOVE SQ-QM-SEL-KEY TO SQ-QUE-KEY.
080100     READ SQ-QUEUE-FILE
080200         KEY IS SQ-QUE-KEY
080300         INVALID KEY
080400             DISPLAY "KEY " SQ-QM-SEL-KEY " IS NOT ON THE QUEUE"
080500             GO TO 7200-EXIT
080600     END-READ.
080700     IF SQ-QUEUE-STATUS NOT = "00"
080800         DISPLAY "WARNING - QUEUE READ FAILED, STATUS "
080900             SQ-QUEUE-STATUS
080910         MOVE SPACES TO SQ-ML-TEXT
080920         STRING "WARNING - QUEUE READ FAILED, STATUS "
080930             SQ-QUEUE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
080940         MOVE "SQ0004W" TO SQ-ML-MSG-ID
080950         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
081000         GO TO 7200-EXIT
081100     END-IF.
081200     SET SQ-QM-ENTRY-FOUND TO TRUE.
081300     GO TO 7200-EXIT.
081400 7200-EXIT.
081500     EXIT.
081600*
081700 7300-STAMP-POSTED.
081800     ACCEPT SQ-QM-CURRENT-TIME FROM TIME.
081900     MOVE SPACES TO SQ-QM-TIMESTAMP-TEXT.
082000     STRING SQ-QM-CUR-YEAR "-" SQ-QM-CUR-MONTH "-"
082100         SQ-QM-CUR-DAY "-" SQ-QM-CUR-HOUR "."
082200         SQ-QM-CUR-MINUTE "." SQ-QM-CUR-SECOND "."
082300         SQ-QM-CUR-HUNDREDTH DELIMITED BY SIZE
082400         INTO SQ-QM-TIMESTAMP-TEXT.
082500     MOVE SQ-QM-TIMESTAMP-TEXT TO SQ-QUE-POSTED-TS.
082600     GO TO 7300-EXIT.
082700 7300-EXIT.
082800     EXIT.
082900*
083000 7400-STATUS-TEXT.
083100     EVALUATE TRUE
083200         WHEN SQ-QUE-PENDING
083300             MOVE "PENDING" TO SQ-QM-STATUS-TEXT
083400         WHEN SQ-QUE-COMPLETE
083500             MOVE "COMPLETE" TO SQ-QM-STATUS-TEXT
083600         WHEN SQ-QUE-REJECTED
083700             MOVE "REJECTED" TO SQ-QM-STATUS-TEXT
083800         WHEN SQ-QUE-CANCELLED
083900             MOVE "CANCELLED" TO SQ-QM-STATUS-TEXT
084000         WHEN OTHER
084100             MOVE "UNKNOWN" TO SQ-QM-STATUS-TEXT
084200     END-EVALUATE.
084300     GO TO 7400-EXIT.
084400 7400-EXIT.
084500     EXIT.
084600*
084700 7500-REWRITE-ENTRY.
084800     REWRITE SQ-QUE-RECORD
084900         INVALID KEY
085000             DISPLAY "WARNING - QUEUE REWRITE FAILED FOR KEY "
085100                 SQ-QUE-KEY ", STATUS " SQ-QUEUE-STATUS
085110             MOVE SPACES TO SQ-ML-TEXT
085120             STRING "WARNING - QUEUE REWRITE FAILED FOR KEY "
085130                 SQ-QUE-KEY ", STATUS " SQ-QUEUE-STATUS
085140                 DELIMITED BY SIZE INTO SQ-ML-TEXT
085150             MOVE "SQ0004W" TO SQ-ML-MSG-ID
085160             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
085200     END-REWRITE.
085300     GO TO 7500-EXIT.
085400 7500-EXIT.
085500     EXIT.
085600*
085700 7600-START-SCAN.
085800     MOVE "N" TO SQ-QM-EOF-SW.
085900     MOVE LOW-VALUES TO SQ-QUE-KEY.
086000     START SQ-QUEUE-FILE
086100         KEY IS NOT LESS THAN SQ-QUE-KEY
086200         INVALID KEY
086300             SET SQ-QM-EOF TO TRUE
086400     END-START.
086500     GO TO 7600-EXIT.
086600 7600-EXIT.
086700     EXIT.
086800*
086900 7700-READ-NEXT.
087000     READ SQ-QUEUE-FILE NEXT
087100         AT END
087200             SET SQ-QM-EOF TO TRUE
087300     END-READ.
087400     IF SQ-QM-EOF
087500         GO TO 7700-EXIT
087600     END-IF.
087700     IF SQ-QUEUE-STATUS NOT = "00"
087800         DISPLAY "WARNING - QUEUE READ FAILED, STATUS "
087900             SQ-QUEUE-STATUS
087910         MOVE SPACES TO SQ-ML-TEXT
087920         STRING "WARNING - QUEUE READ FAILED, STATUS "
087930             SQ-QUEUE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
087940         MOVE "SQ0004W" TO SQ-ML-MSG-ID
087950         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
088000         SET SQ-QM-EOF TO TRUE
088100     END-IF.
088200     GO TO 7700-EXIT.
088300 7700-EXIT.
088400     EXIT.
088500*
088600 7800-COMPUTE-AGE.
088700     MOVE "N" TO SQ-QM-AGE-SW.
088800     MOVE ZERO TO SQ-QM-AGE-DAYS.
088900     IF SQ-QM-AGE-YEAR NOT NUMERIC
089000         OR SQ-QM-AGE-MONTH NOT NUMERIC
089100         OR SQ-QM-AGE-DAY NOT NUMERIC
089200         GO TO 7800-EXIT
089300     END-IF.
089400     STRING SQ-QM-AGE-YEAR SQ-QM-AGE-MONTH SQ-QM-AGE-DAY
089500         DELIMITED BY SIZE INTO SQ-QM-AGE-YYYYMMDD.
089600     IF FUNCTION TEST-DATE-YYYYMMDD(SQ-QM-AGE-YYYYMMDD) NOT = 0
089700         GO TO 7800-EXIT
089800     END-IF.
089900     COMPUTE SQ-QM-AGE-DAYS = SQ-QM-TODAY-DAYNO
090000         - FUNCTION INTEGER-OF-DATE(SQ-QM-AGE-YYYYMMDD).
090100     SET SQ-QM-AGE-KNOWN TO TRUE.
090200     GO TO 7800-EXIT.
090300 7800-EXIT.
090400     EXIT.
090500*
090600*****************************************************************
090700* 8000 SERIES - REPORT OUTPUT.
090800*****************************************************************
090900 8100-WRITE-DETAIL.
091000     PERFORM 8710-CHECK-PAGE-BREAK THRU 8710-EXIT.
091100     PERFORM 7400-STATUS-TEXT THRU 7400-EXIT.
091200     MOVE SQ-QUE-KEY TO SQ-QM-DL-KEY.
091300     MOVE SQ-QUE-REQUESTER TO SQ-QM-DL-REQUESTER.
091400     MOVE SQ-QM-STATUS-TEXT TO SQ-QM-DL-STATUS.
091500     MOVE SQ-QUE-QUEUED-DATE TO SQ-QM-DL-QUEUED.
091600     MOVE SQ-QUE-POSTED-TS(1:10) TO SQ-QM-DL-POSTED.
091700     IF SQ-QM-AGE-KNOWN AND SQ-QM-AGE-DAYS > 0
091800         MOVE SQ-QM-AGE-DAYS TO SQ-QM-DL-AGE
091900     ELSE
092000         MOVE ZERO TO SQ-QM-DL-AGE
092100     END-IF.
092200     MOVE SQ-QUE-VALUE-TEXT TO SQ-QM-DL-VALUE.
092300     MOVE SQ-QUE-REASON TO SQ-QM-DL-REASON.
092400     WRITE SQ-QM-REPORT-LINE FROM SQ-QM-DETAIL-LINE
092500         AFTER ADVANCING 1.
092600     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
092700     ADD 1 TO SQ-QM-LINE-NO.
092800     GO TO 8100-EXIT.
092900 8100-EXIT.
093000     EXIT.
093100*
093200 8200-WRITE-TOTAL.
093300     PERFORM 8710-CHECK-PAGE-BREAK THRU 8710-EXIT.
093400     WRITE SQ-QM-REPORT-LINE FROM SQ-QM-TOTAL-LINE
093500         AFTER ADVANCING 2.
093600     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
093700     ADD 2 TO SQ-QM-LINE-NO.
093800     GO TO 8200-EXIT.
093900 8200-EXIT.
094000     EXIT.
094100*
094200 8700-WRITE-REPORT-HEADERS.
094300     MOVE SQ-QM-REPORT-DATE TO SQ-QM-H1-DATE.
094400     MOVE SQ-QM-PAGE-NO TO SQ-QM-H1-PAGE.
094500     WRITE SQ-QM-REPORT-LINE FROM SQ-QM-HDR-LINE-1
094600         AFTER ADVANCING PAGE.
094700     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
094800     WRITE SQ-QM-REPORT-LINE FROM SQ-QM-HDR-LINE-2
094900         AFTER ADVANCING 1.
095000     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
095100     WRITE SQ-QM-REPORT-LINE FROM SQ-QM-COL-HDR-LINE
095200         AFTER ADVANCING 2.
095300     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
095400     MOVE 4 TO SQ-QM-LINE-NO.
095500     ADD 1 TO SQ-QM-PAGE-NO.
095600     GO TO 8700-EXIT.
095700 8700-EXIT.
095800     EXIT.
095900*
096000 8710-CHECK-PAGE-BREAK.
096100     IF SQ-QM-LINE-NO >= SQ-QM-LINES-PER-PAGE
096200         PERFORM 8700-WRITE-REPORT-HEADERS THRU 8700-EXIT
096300     END-IF.
096400     GO TO 8710-EXIT.
096500 8710-EXIT.
096600     EXIT.
096700*
096800 8712-CHECK-REPORT-STATUS.
096900     IF SQ-QM-REPORT-STATUS NOT = "00"
097000         DISPLAY "WARNING - SQ-QM-REPORT-FILE WRITE FAILED, "
097100             "STATUS " SQ-QM-REPORT-STATUS
097110         MOVE SPACES TO SQ-ML-TEXT
097120         STRING "WARNING - SQ-QM-REPORT-FILE WRITE FAILED, "
097130             "STATUS " SQ-QM-REPORT-STATUS
097140             DELIMITED BY SIZE INTO SQ-ML-TEXT
097150         MOVE "SQ0004W" TO SQ-ML-MSG-ID
097160         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
097200     END-IF.
097300     GO TO 8712-EXIT.
097400 8712-EXIT.
097500     EXIT.
097600*
097700*****************************************************************
097800* 9000-TERMINATE.
097900*****************************************************************
098000 9000-TERMINATE.
098100     CLOSE SQ-QUEUE-FILE.
098200     CLOSE SQ-QM-REPORT-FILE.
098300     DISPLAY "ENTRIES CANCELLED : " SQ-QM-CT-CANCELLED.
098400     DISPLAY "ENTRIES REQUEUED  : " SQ-QM-CT-REQUEUED.
098500     DISPLAY "ENTRIES PURGED    : " SQ-QM-CT-PURGED.
098600     GO TO 9000-EXIT.
098700 9000-EXIT.
098800     EXIT.
098900*
099000*****************************************************************
099100* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
099200* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
099300* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
099400* WAY.
099500*****************************************************************
099600 9800-LOG-MESSAGE.
099700     MOVE "SQQMAINT" TO SQ-ML-PROGRAM.
099800     MOVE ZERO TO SQ-ML-RUN-ID.
099900     MOVE SPACES TO SQ-ML-BUS-DATE.
100000     CALL "SQMSGLOG" USING SQ-ML-AREA.
100100     GO TO 9800-EXIT.
100200 9800-EXIT.
100300     EXIT.
100400*
100500*****************************************************************
100600* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
100700* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
100800*****************************************************************
100900 9900-LOG-STEP-END.
101000     MOVE RETURN-CODE TO SQ-SL-RC.
101100     MOVE "E" TO SQ-SL-FUNCTION.
101200     CALL "SQSTPLOG" USING SQ-SL-AREA.
101300     MOVE SQ-SL-RC TO RETURN-CODE.
101400     GO TO 9900-EXIT.
101500 9900-EXIT.
101600     EXIT.
