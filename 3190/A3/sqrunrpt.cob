002100*
002200* MODIFICATION HISTORY.
002300*     2026-09-03  DL  INITIAL VERSION.
002320*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002340*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002360*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002380*                     COPYBOOK SQMSGCAT).
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.  SQRUNRPT.
020100     05  SQ-RL-SM-SKIPPED          PIC ZZZZZZZZ9.
020200     05  FILLER                    PIC X(115) VALUE SPACES.
020300*
020310*****************************************************************
020320* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
020330*****************************************************************
020340     COPY SQMLLINK.
020350*
020400*****************************************************************
020500* 0000-MAINLINE.
020600*****************************************************************
025500     IF SQ-LEDGER-STATUS NOT = "00"
025600         DISPLAY "FATAL - SQ-LEDGER-FILE OPEN FAILED, STATUS "
025700             SQ-LEDGER-STATUS
025710         MOVE SPACES TO SQ-ML-TEXT
025720         STRING "FATAL - SQ-LEDGER-FILE OPEN FAILED, STATUS "
025730             SQ-LEDGER-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
025740         MOVE "SQ0001S" TO SQ-ML-MSG-ID
025750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
025800         MOVE 16 TO RETURN-CODE
025900         STOP RUN
026000     END-IF.
026200     IF SQ-RL-REPORT-STATUS NOT = "00"
026300         DISPLAY "FATAL - SQ-RL-REPORT-FILE OPEN FAILED, STATUS "
026400             SQ-RL-REPORT-STATUS
026410         MOVE SPACES TO SQ-ML-TEXT
026420         STRING "FATAL - SQ-RL-REPORT-FILE OPEN FAILED, STATUS "
026430             SQ-RL-REPORT-STATUS
026440             DELIMITED BY SIZE INTO SQ-ML-TEXT
026450         MOVE "SQ0001S" TO SQ-ML-MSG-ID
026460         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
026500         MOVE 16 TO RETURN-CODE
026600         STOP RUN
026700     END-IF.
033700     IF SQ-RL-REPORT-STATUS NOT = "00"
033800         DISPLAY "WARNING - SQ-RL-REPORT-FILE WRITE FAILED, "
033900             "STATUS " SQ-RL-REPORT-STATUS
033910         MOVE SPACES TO SQ-ML-TEXT
033920         STRING "WARNING - SQ-RL-REPORT-FILE WRITE FAILED, "
033930             "STATUS " SQ-RL-REPORT-STATUS
033940             DELIMITED BY SIZE INTO SQ-ML-TEXT
033950         MOVE "SQ0004W" TO SQ-ML-MSG-ID
033960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
034000     END-IF.
034100     GO TO 4712-EXIT.
034200 4712-EXIT.
047600     GO TO 9200-EXIT.
047700 9200-EXIT.
047800     EXIT.
047900*
048000*****************************************************************
048100* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
048200* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
048300* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
048400* WAY.
048500*****************************************************************
048600 9800-LOG-MESSAGE.
048700     MOVE "SQRUNRPT" TO SQ-ML-PROGRAM.
048800     MOVE ZERO TO SQ-ML-RUN-ID.
048900     MOVE SPACES TO SQ-ML-BUS-DATE.
049000     CALL "SQMSGLOG" USING SQ-ML-AREA.
049100     GO TO 9800-EXIT.
049200 9800-EXIT.
049300     EXIT.
