002670*                     THE RESULTS FILE OR THE LEDGER'S
002680*                     PROCESSED COUNT, SO EVERY DRAINED ENTRY
002690*                     WAS A BUILT-IN RC=8 FALSE ALARM.
002692*     2026-10-15  DL  SEAL ROWS (SEE SQAUDIT) KEPT OUT OF THE
002694*                     AUDITED COUNT.
002695*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
002696*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
002697*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
002700*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002720*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002740*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002760*                     COPYBOOK SQMSGCAT).
002780*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.  SQBALNCE.
003000 AUTHOR.      D. LOCKWOOD.
016200     05  SQ-BL-VERDICT             PIC X(52) VALUE SPACES.
016300     05  FILLER                    PIC X(100) VALUE SPACES.
016400*
016401*****************************************************************
016402* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
016403*****************************************************************
016404     COPY SQSTLINK.
016405*
016410*****************************************************************
016420* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
016430*****************************************************************
016440     COPY SQMLLINK.
016450*
016500*****************************************************************
016600* 0000-MAINLINE.
016700*****************************************************************
016800 PROCEDURE DIVISION.
016900*
017000 0000-MAINLINE.
017001     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     PERFORM 2000-GET-RUN-ID THRU 2000-EXIT.
017300     PERFORM 3000-GET-LEDGER-COUNTS THRU 3000-EXIT.
017400     PERFORM 4000-COUNT-AUDIT-ROWS THRU 4000-EXIT.
017500     PERFORM 5000-COUNT-RESULT-ROWS THRU 5000-EXIT.
017600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017601     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
017700     STOP RUN.
017701*
017702*****************************************************************
017703* 0100-CHECK-STEP-STATUS.  RECORDS THE STEP'S START ON THE
017704* STEP-STATUS DATASET.  ON A RESUBMITTED NIGHT A STEP THAT ALREADY
017705* COMPLETED ENDS HERE WITH THE RETURN CODE IT ENDED WITH THEN, AND
017706* ONE BEHIND A STEP THAT NEVER FINISHED ENDS RC=16 (SEE SQSTPLOG).
017707*****************************************************************
017708 0100-CHECK-STEP-STATUS.
017709     MOVE "B" TO SQ-SL-FUNCTION.
017710     MOVE "SQBALNCE" TO SQ-SL-PROGRAM.
017711     CALL "SQSTPLOG" USING SQ-SL-AREA.
017712     IF SQ-SL-SKIP
017713         DISPLAY "SQBALNCE ALREADY COMPLETE FOR THIS NIGHT"
017714             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
017715         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
017716         STOP RUN
017717     END-IF.
017718     IF SQ-SL-STOP
017719         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
017720             " NEVER FINISHED - RERUN IT FIRST"
017725         MOVE SPACES TO SQ-ML-TEXT
017730         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
017735             " NEVER FINISHED - RERUN IT FIRST"
017740             DELIMITED BY SIZE INTO SQ-ML-TEXT
017745         MOVE "SQ0005S" TO SQ-ML-MSG-ID
017750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
017755         MOVE 16 TO RETURN-CODE
017760         STOP RUN
017765     END-IF.
017770     MOVE ZERO TO RETURN-CODE.
017775     GO TO 0100-EXIT.
017780 0100-EXIT.
017785     EXIT.
017800*
017900*****************************************************************
018000* 1000 SERIES - STARTUP.
018400     IF SQ-BL-REPORT-STATUS NOT = "00"
018500         DISPLAY "FATAL - SQ-BL-REPORT-FILE OPEN FAILED, STATUS "
018600             SQ-BL-REPORT-STATUS
018610         MOVE SPACES TO SQ-ML-TEXT
018620         STRING "FATAL - SQ-BL-REPORT-FILE OPEN FAILED, STATUS "
018630             SQ-BL-REPORT-STATUS
018640             DELIMITED BY SIZE INTO SQ-ML-TEXT
018650         MOVE "SQ0001S" TO SQ-ML-MSG-ID
018660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
018700         MOVE 16 TO RETURN-CODE
018701         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
018800         STOP RUN
018900     END-IF.
019000     ACCEPT SQ-BL-CURRENT-DATE FROM DATE YYYYMMDD.
021500     IF SQ-RUNREG-STATUS NOT = "00"
021600         DISPLAY "FATAL - RUN REGISTRY OPEN FAILED, STATUS "
021700             SQ-RUNREG-STATUS
021710         MOVE SPACES TO SQ-ML-TEXT
021720         STRING "FATAL - RUN REGISTRY OPEN FAILED, STATUS "
021730             SQ-RUNREG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
021740         MOVE "SQ0001S" TO SQ-ML-MSG-ID
021750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
021800         MOVE 16 TO RETURN-CODE
021801         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
021900         STOP RUN
022000     END-IF.
022100     READ SQ-RUNREG-FILE
022200         AT END
022300             DISPLAY "FATAL - RUN REGISTRY IS EMPTY"
022310             MOVE SPACES TO SQ-ML-TEXT
022320             STRING "FATAL - RUN REGISTRY IS EMPTY"
022330                 DELIMITED BY SIZE INTO SQ-ML-TEXT
022340             MOVE "SQ0008S" TO SQ-ML-MSG-ID
022350             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
022400             MOVE 16 TO RETURN-CODE
022401             PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
022500             STOP RUN
022600     END-READ.
022700     MOVE SQ-RUNREG-LAST-RUN-ID TO SQ-BL-RUN-ID.
024000     IF SQ-LEDGER-STATUS NOT = "00"
024100         DISPLAY "FATAL - RUN LEDGER OPEN FAILED, STATUS "
024200             SQ-LEDGER-STATUS
024210         MOVE SPACES TO SQ-ML-TEXT
024220         STRING "FATAL - RUN LEDGER OPEN FAILED, STATUS "
024230             SQ-LEDGER-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
024240         MOVE "SQ0001S" TO SQ-ML-MSG-ID
024250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
024300         MOVE 16 TO RETURN-CODE
024301         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
024400         STOP RUN
024500     END-IF.
024600     MOVE "N" TO SQ-BL-EOF-SW.
025000     IF NOT SQ-BL-LEDGER-FOUND
025100         DISPLAY "FATAL - NO LEDGER RECORD FOR RUN "
025200             SQ-BL-RUN-ID
025210         MOVE SPACES TO SQ-ML-TEXT
025220         STRING "FATAL - NO LEDGER RECORD FOR RUN "
025230             SQ-BL-RUN-ID DELIMITED BY SIZE INTO SQ-ML-TEXT
025240         MOVE "SQ0701S" TO SQ-ML-MSG-ID
025250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
025300         MOVE 16 TO RETURN-CODE
025301         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
025400         STOP RUN
025500     END-IF.
025600     GO TO 3000-EXIT.
028300     IF SQ-AUDIT-STATUS NOT = "00"
028400         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
028500             SQ-AUDIT-STATUS
028510         MOVE SPACES TO SQ-ML-TEXT
028520         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
028530             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
028540         MOVE "SQ0001S" TO SQ-ML-MSG-ID
028550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
028600         MOVE 16 TO RETURN-CODE
028601         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
028700         STOP RUN
028800     END-IF.
028900     MOVE "N" TO SQ-BL-EOF-SW.
029500     EXIT.
029600*
029700 4100-READ-ONE-AUDIT.
029720*    QUEUE-DRAIN ROWS (SOURCE "Q") CARRY THE SAME RUN ID BUT
029740*    NEVER REACH THE RESULTS FILE OR THE LEDGER'S PROCESSED
029760*    COUNT - THEY STAY OUT OF THE THREE-WAY BALANCE, AS DO THE
029780*    SEAL ROWS (SEE SQAUDIT) THAT CLOSE EACH RUN.
029800     READ SQ-AUDIT-FILE
029900         AT END
030000             SET SQ-BL-EOF TO TRUE
030200             IF SQ-AUDIT-RUN-ID NUMERIC
030300                 AND SQ-AUDIT-RUN-ID = SQ-BL-RUN-ID
030350                 AND SQ-AUDIT-SOURCE NOT = "Q"
030370                 AND NOT SQ-AUDIT-SEAL-ROW
030400                 ADD 1 TO SQ-BL-AUDIT-ROWS
030500             END-IF
030600     END-READ.
031800     IF SQ-RESULT-STATUS NOT = "00"
031900         DISPLAY "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
032000             SQ-RESULT-STATUS
032010         MOVE SPACES TO SQ-ML-TEXT
032020         STRING "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
032030             SQ-RESULT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
032040         MOVE "SQ0001S" TO SQ-ML-MSG-ID
032050         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
032100         MOVE 16 TO RETURN-CODE
032101         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
032200         STOP RUN
032300     END-IF.
032400     MOVE "N" TO SQ-BL-EOF-SW.
036800     IF SQ-BL-REPORT-STATUS NOT = "00"
036900         DISPLAY "WARNING - SQ-BL-REPORT-FILE WRITE FAILED, "
037000             "STATUS " SQ-BL-REPORT-STATUS
037010         MOVE SPACES TO SQ-ML-TEXT
037020         STRING "WARNING - SQ-BL-REPORT-FILE WRITE FAILED, "
037030             "STATUS " SQ-BL-REPORT-STATUS
037040             DELIMITED BY SIZE INTO SQ-ML-TEXT
037050         MOVE "SQ0004W" TO SQ-ML-MSG-ID
037060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
037100     END-IF.
037200     GO TO 4712-EXIT.
037300 4712-EXIT.
044090     IF SQ-BLSUM-STATUS NOT = "00" AND SQ-BLSUM-STATUS NOT = "05"
044100         DISPLAY "WARNING - BALANCING SUMMARY NOT WRITTEN, "
044110             "STATUS " SQ-BLSUM-STATUS
044111         MOVE SPACES TO SQ-ML-TEXT
044112         STRING "WARNING - BALANCING SUMMARY NOT WRITTEN, "
044113             "STATUS " SQ-BLSUM-STATUS
044114             DELIMITED BY SIZE INTO SQ-ML-TEXT
044115         MOVE "SQ0702W" TO SQ-ML-MSG-ID
044116         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
044120         GO TO 9200-EXIT
044130     END-IF.
044140     MOVE SPACES TO SQ-BS-RECORD.
044250     IF SQ-BLSUM-STATUS NOT = "00"
044260         DISPLAY "WARNING - BALANCING SUMMARY WRITE FAILED, "
044270             "STATUS " SQ-BLSUM-STATUS
044271         MOVE SPACES TO SQ-ML-TEXT
044272         STRING "WARNING - BALANCING SUMMARY WRITE FAILED, "
044273             "STATUS " SQ-BLSUM-STATUS
044274             DELIMITED BY SIZE INTO SQ-ML-TEXT
044275         MOVE "SQ0004W" TO SQ-ML-MSG-ID
044276         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
044280     END-IF.
044290     CLOSE SQ-BL-SUMMARY-FILE.
044300     GO TO 9200-EXIT.
044900     GO TO 9100-EXIT.
045000 9100-EXIT.
045100     EXIT.
045200*
045300*****************************************************************
045400* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
045500* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
045600* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
045700* WAY.
045800*****************************************************************
045900 9800-LOG-MESSAGE.
046000     MOVE "SQBALNCE" TO SQ-ML-PROGRAM.
046100     MOVE SQ-BL-RUN-ID TO SQ-ML-RUN-ID.
046200     MOVE SPACES TO SQ-ML-BUS-DATE.
046300     CALL "SQMSGLOG" USING SQ-ML-AREA.
046400     GO TO 9800-EXIT.
046500 9800-EXIT.
046600     EXIT.
046700*
046800*****************************************************************
046900* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
047000* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
047100*****************************************************************
047200 9900-LOG-STEP-END.
047300     MOVE RETURN-CODE TO SQ-SL-RC.
047400     MOVE "E" TO SQ-SL-FUNCTION.
047500     CALL "SQSTPLOG" USING SQ-SL-AREA.
047600     MOVE SQ-SL-RC TO RETURN-CODE.
047700     GO TO 9900-EXIT.
047800 9900-EXIT.
047900     EXIT.
