002200*
002300* MODIFICATION HISTORY.
002400*     2026-09-03  DL  INITIAL VERSION.
002401*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
002402*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
002403*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
002420*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002440*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002460*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002480*                     COPYBOOK SQMSGCAT).
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  SQCERT.
016700     05  SQ-CT-VERDICT             PIC X(52) VALUE SPACES.
016800     05  FILLER                    PIC X(100) VALUE SPACES.
016900*
016901*****************************************************************
016902* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
016903*****************************************************************
016904     COPY SQSTLINK.
016905*
016910*****************************************************************
016920* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
016930*****************************************************************
016940     COPY SQMLLINK.
016950*
017000*****************************************************************
017100* 0000-MAINLINE.
017200*****************************************************************
017300 PROCEDURE DIVISION.
017400*
017500 0000-MAINLINE.
017501     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     MOVE 1 TO SQ-CT-SUB.
017800     PERFORM 3000-RUN-ONE-CASE THRU 3000-EXIT
017900         UNTIL SQ-CT-SUB > 9.
018000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018001     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
018100     STOP RUN.
018101*
018102*****************************************************************
018103* 0100-CHECK-STEP-STATUS.  RECORDS THE STEP'S START ON THE
018104* STEP-STATUS DATASET.  ON A RESUBMITTED NIGHT A STEP THAT ALREADY
018105* COMPLETED ENDS HERE WITH THE RETURN CODE IT ENDED WITH THEN, AND
018106* ONE BEHIND A STEP THAT NEVER FINISHED ENDS RC=16 (SEE SQSTPLOG).
018107*****************************************************************
018108 0100-CHECK-STEP-STATUS.
018109     MOVE "B" TO SQ-SL-FUNCTION.
018110     MOVE "SQCERT" TO SQ-SL-PROGRAM.
018111     CALL "SQSTPLOG" USING SQ-SL-AREA.
018112     IF SQ-SL-SKIP
018113         DISPLAY "SQCERT ALREADY COMPLETE FOR THIS NIGHT"
018114             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
018115         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
018116         STOP RUN
018117     END-IF.
018118     IF SQ-SL-STOP
018119         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
018120             " NEVER FINISHED - RERUN IT FIRST"
018125         MOVE SPACES TO SQ-ML-TEXT
018130         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
018135             " NEVER FINISHED - RERUN IT FIRST"
018140             DELIMITED BY SIZE INTO SQ-ML-TEXT
018145         MOVE "SQ0005S" TO SQ-ML-MSG-ID
018150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
018155         MOVE 16 TO RETURN-CODE
018160         STOP RUN
018165     END-IF.
018170     MOVE ZERO TO RETURN-CODE.
018175     GO TO 0100-EXIT.
018180 0100-EXIT.
018185     EXIT.
018200*
018300*****************************************************************
018400* 1000 SERIES - STARTUP.
018800     IF SQ-CT-REPORT-STATUS NOT = "00"
018900         DISPLAY "FATAL - SQ-CT-REPORT-FILE OPEN FAILED, STATUS "
019000             SQ-CT-REPORT-STATUS
019010         MOVE SPACES TO SQ-ML-TEXT
019020         STRING "FATAL - SQ-CT-REPORT-FILE OPEN FAILED, STATUS "
019030             SQ-CT-REPORT-STATUS
019040             DELIMITED BY SIZE INTO SQ-ML-TEXT
019050         MOVE "SQ0001S" TO SQ-ML-MSG-ID
019060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
019100         MOVE 16 TO RETURN-CODE
019101         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
019200         STOP RUN
019300     END-IF.
019400     ACCEPT SQ-CT-CURRENT-DATE FROM DATE YYYYMMDD.
041500     IF SQ-CT-REPORT-STATUS NOT = "00"
041600         DISPLAY "WARNING - SQ-CT-REPORT-FILE WRITE FAILED, "
041700             "STATUS " SQ-CT-REPORT-STATUS
041710         MOVE SPACES TO SQ-ML-TEXT
041720         STRING "WARNING - SQ-CT-REPORT-FILE WRITE FAILED, "
041730             "STATUS " SQ-CT-REPORT-STATUS
041740             DELIMITED BY SIZE INTO SQ-ML-TEXT
041750         MOVE "SQ0004W" TO SQ-ML-MSG-ID
041760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
041800     END-IF.
041900     GO TO 4000-EXIT.
042000 4000-EXIT.
044400     GO TO 9000-EXIT.
044500 9000-EXIT.
044600     EXIT.
044700*
044800*****************************************************************
044900* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
045000* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
045100* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
045200* WAY.
045300*****************************************************************
045400 9800-LOG-MESSAGE.
045500     MOVE "SQCERT" TO SQ-ML-PROGRAM.
045600     MOVE ZERO TO SQ-ML-RUN-ID.
045700     MOVE SPACES TO SQ-ML-BUS-DATE.
045800     CALL "SQMSGLOG" USING SQ-ML-AREA.
045900     GO TO 9800-EXIT.
046000 9800-EXIT.
046100     EXIT.
046200*
046300*****************************************************************
046400* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
046500* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
046600*****************************************************************
046700 9900-LOG-STEP-END.
046800     MOVE RETURN-CODE TO SQ-SL-RC.
046900     MOVE "E" TO SQ-SL-FUNCTION.
047000     CALL "SQSTPLOG" USING SQ-SL-AREA.
047100     MOVE SQ-SL-RC TO RETURN-CODE.
047200     GO TO 9900-EXIT.
047300 9900-EXIT.
047400     EXIT.
