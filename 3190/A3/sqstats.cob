002500*
002600* MODIFICATION HISTORY.
002700*     2026-09-03  DL  INITIAL VERSION.
002750*     2026-10-15  DL  SEAL ROWS (SEE SQAUDIT) SKIPPED.
002770*     2026-10-15  DL  FALLBACK-RESCUED ROWS COUNT AS CONVERGED.
002775*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002780*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002785*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002790*                     COPYBOOK SQMSGCAT).
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  SQSTATS.
024700     05  SQ-ST-SM-PRIOR            PIC ZZZZZZZZ9.
024800     05  FILLER                    PIC X(115) VALUE SPACES.
024900*
024910*****************************************************************
024920* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
024930*****************************************************************
024940     COPY SQMLLINK.
024950*
025000*****************************************************************
025100* 0000-MAINLINE.
025200*****************************************************************
030600     IF SQ-AUDIT-STATUS NOT = "00"
030700         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
030800             SQ-AUDIT-STATUS
030810         MOVE SPACES TO SQ-ML-TEXT
030820         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
030830             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
030840         MOVE "SQ0001S" TO SQ-ML-MSG-ID
030850         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
030900         MOVE 16 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031300     IF SQ-ST-REPORT-STATUS NOT = "00"
031400         DISPLAY "FATAL - SQ-ST-REPORT-FILE OPEN FAILED, STATUS "
031500             SQ-ST-REPORT-STATUS
031510         MOVE SPACES TO SQ-ML-TEXT
031520         STRING "FATAL - SQ-ST-REPORT-FILE OPEN FAILED, STATUS "
031530             SQ-ST-REPORT-STATUS
031540             DELIMITED BY SIZE INTO SQ-ML-TEXT
031550         MOVE "SQ0001S" TO SQ-ML-MSG-ID
031560         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
031600         MOVE 16 TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
035900     EXIT.
036000*
036100 3100-CLASSIFY-ONE-ROW.
036120*    SEAL ROWS (SEE SQAUDIT) ARE RUN CONTROLS, NOT REQUESTS.
036140     IF SQ-AUDIT-SEAL-ROW
036160         GO TO 3100-EXIT
036180     END-IF.
036200     IF SQ-AUDIT-BUS-DATE NOT = SPACES
036300         MOVE SQ-AUDIT-BUS-DATE TO SQ-ST-ROW-DATE
036400     ELSE
039700         COMPUTE SQ-ST-ITER-WORK =
039800             FUNCTION NUMVAL(SQ-AUDIT-ITER-COUNT)
039900     END-IF.
039950*    A VALUE RESCUED BY THE BISECTION FALLBACK ("FBK") IS A
040000*    CONVERGED ANSWER.
040050     IF SQ-AUDIT-CONVERGED = "YES" OR SQ-AUDIT-CONVERGED = "FBK"
040100         MOVE 1 TO SQ-ST-CONV-WORK
040200     ELSE
040300         MOVE 0 TO SQ-ST-CONV-WORK
050900     IF SQ-ST-REPORT-STATUS NOT = "00"
051000         DISPLAY "WARNING - SQ-ST-REPORT-FILE WRITE FAILED, "
051100             "STATUS " SQ-ST-REPORT-STATUS
051110         MOVE SPACES TO SQ-ML-TEXT
051120         STRING "WARNING - SQ-ST-REPORT-FILE WRITE FAILED, "
051130             "STATUS " SQ-ST-REPORT-STATUS
051140             DELIMITED BY SIZE INTO SQ-ML-TEXT
051150         MOVE "SQ0004W" TO SQ-ML-MSG-ID
051160         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
051200     END-IF.
051300     GO TO 4712-EXIT.
051400 4712-EXIT.
072200     GO TO 9500-EXIT.
072300 9500-EXIT.
072400     EXIT.
072500*
072600*****************************************************************
072700* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
072800* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
072900* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
073000* WAY.
073100*****************************************************************
073200 9800-LOG-MESSAGE.
073300     MOVE "SQSTATS" TO SQ-ML-PROGRAM.
073400     MOVE ZERO TO SQ-ML-RUN-ID.
073500     MOVE SPACES TO SQ-ML-BUS-DATE.
073600     CALL "SQMSGLOG" USING SQ-ML-AREA.
073700     GO TO 9800-EXIT.
073800 9800-EXIT.
073900     EXIT.
