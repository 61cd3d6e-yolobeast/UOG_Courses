002600*
002700* MODIFICATION HISTORY.
002800*     2026-09-03  DL  INITIAL VERSION.
002820*     2026-10-15  DL  EXP=P/Q ROWS (SEE SQRESULT) ARE SKIPPED
002840*                     WITH THE EXTENDED ROWS - THEY CARRY A POWER
002860*                     OF THE ROOT, NOT THE ROOT.
002865*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002870*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002875*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002880*                     COPYBOOK SQMSGCAT).
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  SQTOLSIM.
018600     05  SQ-TS-SM-SKIPPED          PIC ZZZZZZZZ9.
018700     05  FILLER                    PIC X(115) VALUE SPACES.
018800*
018810*****************************************************************
018820* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
018830*****************************************************************
018840     COPY SQMLLINK.
018850*
018900*****************************************************************
019000* 0000-MAINLINE.
019100*****************************************************************
020700     IF SQ-RESULT-STATUS NOT = "00"
020800         DISPLAY "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
020900             SQ-RESULT-STATUS
020910         MOVE SPACES TO SQ-ML-TEXT
020920         STRING "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
020930             SQ-RESULT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
020940         MOVE "SQ0001S" TO SQ-ML-MSG-ID
020950         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
021000         MOVE 16 TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021400     IF SQ-TS-REPORT-STATUS NOT = "00"
021500         DISPLAY "FATAL - SQ-TS-REPORT-FILE OPEN FAILED, STATUS "
021600             SQ-TS-REPORT-STATUS
021610         MOVE SPACES TO SQ-ML-TEXT
021620         STRING "FATAL - SQ-TS-REPORT-FILE OPEN FAILED, STATUS "
021630             SQ-TS-REPORT-STATUS
021640             DELIMITED BY SIZE INTO SQ-ML-TEXT
021650         MOVE "SQ0001S" TO SQ-ML-MSG-ID
021660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
021700         MOVE 16 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
029800     IF SQ-RES-RECORD(1:4) = "HDR "
029900         OR SQ-RES-RECORD(1:4) = "TRL "
030000         OR SQ-RES-EXTENDED = "Y"
030020*        AN EXP=P/Q ROW HOLDS THE ROOT RAISED TO P, NOT A ROOT -
030040*        RAISING IT BACK TO ITS DEGREE TESTS NOTHING.
030060         OR (SQ-RES-EXP-POWER NUMERIC
030080         AND SQ-RES-EXP-POWER NOT = 0)
030100         ADD 1 TO SQ-TS-ROWS-SKIPPED
030200         GO TO 3100-EXIT
030300     END-IF.
045300     IF SQ-TS-REPORT-STATUS NOT = "00"
045400         DISPLAY "WARNING - SQ-TS-REPORT-FILE WRITE FAILED, "
045500             "STATUS " SQ-TS-REPORT-STATUS
045510         MOVE SPACES TO SQ-ML-TEXT
045520         STRING "WARNING - SQ-TS-REPORT-FILE WRITE FAILED, "
045530             "STATUS " SQ-TS-REPORT-STATUS
045540             DELIMITED BY SIZE INTO SQ-ML-TEXT
045550         MOVE "SQ0004W" TO SQ-ML-MSG-ID
045560         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
045600     END-IF.
045700     GO TO 4712-EXIT.
045800 4712-EXIT.
052800     GO TO 9200-EXIT.
052900 9200-EXIT.
053000     EXIT.
053100*
053200*****************************************************************
053300* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
053400* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
053500* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
053600* WAY.
053700*****************************************************************
053800 9800-LOG-MESSAGE.
053900     MOVE "SQTOLSIM" TO SQ-ML-PROGRAM.
054000     MOVE ZERO TO SQ-ML-RUN-ID.
054100     MOVE SPACES TO SQ-ML-BUS-DATE.
054200     CALL "SQMSGLOG" USING SQ-ML-AREA.
054300     GO TO 9800-EXIT.
054400 9800-EXIT.
054500     EXIT.
