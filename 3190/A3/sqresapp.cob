002600*
002700* MODIFICATION HISTORY.
002800*     2026-09-03  DL  INITIAL VERSION.
002820*     2026-10-15  DL  A CORRECTION ALSO MATCHES ON THE EXP=P/Q
002840*                     POWER (SEE SQRESULT) - A VALUE RUN PLAIN AND
002860*                     RAISED ON THE SAME NIGHT ARE DIFFERENT ROWS.
002861*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
002862*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
002863*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
002865*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002870*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002875*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002880*                     COPYBOOK SQMSGCAT).
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  SQRESAPP.
010300         10  SQ-AP-CT-VALUE        PIC S9(11)V9(9).
010400         10  SQ-AP-CT-METHOD       PIC X(01).
010500         10  SQ-AP-CT-DEGREE       PIC 9(02).
010550         10  SQ-AP-CT-POWER        PIC S9(02).
010600         10  SQ-AP-CT-BABY         PIC S9(11)V9(9).
010700         10  SQ-AP-CT-NEWTON       PIC S9(11)V9(9).
010800         10  SQ-AP-CT-FUNC         PIC S9(11)V9(9).
019400     05  SQ-AP-SM-UNMATCHED        PIC ZZZZZZZZ9.
019500     05  FILLER                    PIC X(115) VALUE SPACES.
019600*
019601*****************************************************************
019602* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
019603*****************************************************************
019604     COPY SQSTLINK.
019605*
019610*****************************************************************
019620* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
019630*****************************************************************
019640     COPY SQMLLINK.
019650*
019700*****************************************************************
019800* 0000-MAINLINE.
019900*****************************************************************
020000 PROCEDURE DIVISION.
020100*
020200 0000-MAINLINE.
020201     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020400     PERFORM 3000-APPLY-LOOP THRU 3000-EXIT
020500         UNTIL SQ-AP-EOF.
020600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020601     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
020700     STOP RUN.
020701*
020702*****************************************************************
020703* 0100-CHECK-STEP-STATUS.  RECORDS THE STEP'S START ON THE
020704* STEP-STATUS DATASET.  ON A RESUBMITTED NIGHT A STEP THAT ALREADY
020705* COMPLETED ENDS HERE WITH THE RETURN CODE IT ENDED WITH THEN, AND
020706* ONE BEHIND A STEP THAT NEVER FINISHED ENDS RC=16 (SEE SQSTPLOG).
020707*****************************************************************
020708 0100-CHECK-STEP-STATUS.
020709     MOVE "B" TO SQ-SL-FUNCTION.
020710     MOVE "SQRESAPP" TO SQ-SL-PROGRAM.
020711     CALL "SQSTPLOG" USING SQ-SL-AREA.
020712     IF SQ-SL-SKIP
020713         DISPLAY "SQRESAPP ALREADY COMPLETE FOR THIS NIGHT"
020714             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
020715         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
020716         STOP RUN
020717     END-IF.
020718     IF SQ-SL-STOP
020719         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
020720             " NEVER FINISHED - RERUN IT FIRST"
020725         MOVE SPACES TO SQ-ML-TEXT
020730         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
020735             " NEVER FINISHED - RERUN IT FIRST"
020740             DELIMITED BY SIZE INTO SQ-ML-TEXT
020745         MOVE "SQ0005S" TO SQ-ML-MSG-ID
020750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
020755         MOVE 16 TO RETURN-CODE
020760         STOP RUN
020765     END-IF.
020770     MOVE ZERO TO RETURN-CODE.
020775     GO TO 0100-EXIT.
020780 0100-EXIT.
020785     EXIT.
020800*
020900*****************************************************************
021000* 1000 SERIES - STARTUP.  THE CORRECTIONS LOAD INTO THE TABLE
021600     IF SQ-RESULT-STATUS NOT = "00"
021700         DISPLAY "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
021800             SQ-RESULT-STATUS
021810         MOVE SPACES TO SQ-ML-TEXT
021820         STRING "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
021830             SQ-RESULT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
021840         MOVE "SQ0001S" TO SQ-ML-MSG-ID
021850         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
021900         MOVE 16 TO RETURN-CODE
021901         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
022000         STOP RUN
022100     END-IF.
022200     OPEN OUTPUT SQ-NEW-RESULT-FILE.
022300     IF SQ-NEW-STATUS NOT = "00"
022400         DISPLAY "FATAL - SQ-NEW-RESULT-FILE OPEN FAILED, "
022500             "STATUS " SQ-NEW-STATUS
022510         MOVE SPACES TO SQ-ML-TEXT
022520         STRING "FATAL - SQ-NEW-RESULT-FILE OPEN FAILED, "
022530             "STATUS " SQ-NEW-STATUS
022540             DELIMITED BY SIZE INTO SQ-ML-TEXT
022550         MOVE "SQ0001S" TO SQ-ML-MSG-ID
022560         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
022600         MOVE 16 TO RETURN-CODE
022601         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
022700         STOP RUN
022800     END-IF.
022900     OPEN OUTPUT SQ-AP-REPORT-FILE.
023000     IF SQ-AP-REPORT-STATUS NOT = "00"
023100         DISPLAY "FATAL - SQ-AP-REPORT-FILE OPEN FAILED, STATUS "
023200             SQ-AP-REPORT-STATUS
023210         MOVE SPACES TO SQ-ML-TEXT
023220         STRING "FATAL - SQ-AP-REPORT-FILE OPEN FAILED, STATUS "
023230             SQ-AP-REPORT-STATUS
023240             DELIMITED BY SIZE INTO SQ-ML-TEXT
023250         MOVE "SQ0001S" TO SQ-ML-MSG-ID
023260         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
023300         MOVE 16 TO RETURN-CODE
023301         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
023400         STOP RUN
023500     END-IF.
023600     ACCEPT SQ-AP-CURRENT-DATE FROM DATE YYYYMMDD.
024900     IF SQ-CORR-STATUS NOT = "00" AND SQ-CORR-STATUS NOT = "05"
025000         DISPLAY "FATAL - SQ-CORR-FILE OPEN FAILED, STATUS "
025100             SQ-CORR-STATUS
025110         MOVE SPACES TO SQ-ML-TEXT
025120         STRING "FATAL - SQ-CORR-FILE OPEN FAILED, STATUS "
025130             SQ-CORR-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
025140         MOVE "SQ0001S" TO SQ-ML-MSG-ID
025150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
025200         MOVE 16 TO RETURN-CODE
025201         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
025300         STOP RUN
025400     END-IF.
025500     PERFORM 1110-LOAD-ONE-CORRECTION THRU 1110-EXIT
027200                     TO SQ-AP-CT-METHOD(SQ-AP-CORR-COUNT)
027300                 MOVE SQ-CR-ROOT-DEGREE
027400                     TO SQ-AP-CT-DEGREE(SQ-AP-CORR-COUNT)
027420                 MOVE SQ-CR-EXP-POWER
027440                     TO SQ-AP-CT-POWER(SQ-AP-CORR-COUNT)
027500                 MOVE SQ-CR-BABY-RESULT
027600                     TO SQ-AP-CT-BABY(SQ-AP-CORR-COUNT)
027700                 MOVE SQ-CR-NEWTON-RESULT
028500             ELSE
028600                 DISPLAY "WARNING - CORRECTIONS TABLE FULL,"
028700                     " REMAINDER IGNORED"
028710                 MOVE SPACES TO SQ-ML-TEXT
028720                 STRING "WARNING - CORRECTIONS TABLE FULL,"
028730                     " REMAINDER IGNORED"
028740                     DELIMITED BY SIZE INTO SQ-ML-TEXT
028750                 MOVE "SQ3101W" TO SQ-ML-MSG-ID
028760                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
028800                 SET SQ-AP-CORR-EOF TO TRUE
028900             END-IF
029000     END-READ.
037400     IF SQ-AP-CT-VALUE(SQ-AP-SUB) = SQ-RES-INPUT-VALUE
037500         AND SQ-AP-CT-METHOD(SQ-AP-SUB) = SQ-RES-METHOD
037600         AND SQ-AP-CT-DEGREE(SQ-AP-SUB) = SQ-RES-ROOT-DEGREE
037650         AND SQ-AP-CT-POWER(SQ-AP-SUB) = SQ-RES-EXP-POWER
037700         MOVE SQ-AP-SUB TO SQ-AP-HIT
037800     END-IF.
037900     ADD 1 TO SQ-AP-SUB.
041700     IF SQ-AP-REPORT-STATUS NOT = "00"
041800         DISPLAY "WARNING - SQ-AP-REPORT-FILE WRITE FAILED, "
041900             "STATUS " SQ-AP-REPORT-STATUS
041910         MOVE SPACES TO SQ-ML-TEXT
041920         STRING "WARNING - SQ-AP-REPORT-FILE WRITE FAILED, "
041930             "STATUS " SQ-AP-REPORT-STATUS
041940             DELIMITED BY SIZE INTO SQ-ML-TEXT
041950         MOVE "SQ0004W" TO SQ-ML-MSG-ID
041960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042000     END-IF.
042100     GO TO 4712-EXIT.
042200 4712-EXIT.
042700     IF SQ-NEW-STATUS NOT = "00"
042800         DISPLAY "FATAL - NEW RESULTS WRITE FAILED, STATUS "
042900             SQ-NEW-STATUS
042910         MOVE SPACES TO SQ-ML-TEXT
042920         STRING "FATAL - NEW RESULTS WRITE FAILED, STATUS "
042930             SQ-NEW-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
042940         MOVE "SQ0003S" TO SQ-ML-MSG-ID
042950         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043000         SET SQ-AP-FILE-FAILURE TO TRUE
043100         SET SQ-AP-EOF TO TRUE
043200     END-IF.
050100     GO TO 9100-EXIT.
050200 9100-EXIT.
050300     EXIT.
050400*
050500*****************************************************************
050600* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
050700* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
050800* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
050900* WAY.
051000*****************************************************************
051100 9800-LOG-MESSAGE.
051200     MOVE "SQRESAPP" TO SQ-ML-PROGRAM.
051300     MOVE ZERO TO SQ-ML-RUN-ID.
051400     MOVE SPACES TO SQ-ML-BUS-DATE.
051500     CALL "SQMSGLOG" USING SQ-ML-AREA.
051600     GO TO 9800-EXIT.
051700 9800-EXIT.
051800     EXIT.
051900*
052000*****************************************************************
052100* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
052200* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
052300*****************************************************************
052400 9900-LOG-STEP-END.
052500     MOVE RETURN-CODE TO SQ-SL-RC.
052600     MOVE "E" TO SQ-SL-FUNCTION.
052700     CALL "SQSTPLOG" USING SQ-SL-AREA.
052800     MOVE SQ-SL-RC TO RETURN-CODE.
052900     GO TO 9900-EXIT.
053000 9900-EXIT.
053100     EXIT.
