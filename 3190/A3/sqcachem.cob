002400*
002500* MODIFICATION HISTORY.
002600*     2026-08-21  DL  INITIAL VERSION.
002620*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002640*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002660*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002680*                     COPYBOOK SQMSGCAT).
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.  SQCACHEM.
018900     05  SQ-CM-SM-NONCONV          PIC ZZZZZZZZ9.
019000     05  FILLER                    PIC X(115) VALUE SPACES.
019100*
019110*****************************************************************
019120* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
019130*****************************************************************
019140     COPY SQMLLINK.
019150*
019200*****************************************************************
019300* 0000-MAINLINE.
019400*****************************************************************
024200     IF SQ-CACHE-STATUS NOT = "00"
024300         DISPLAY "FATAL - SQ-CACHE-FILE OPEN FAILED, STATUS "
024400             SQ-CACHE-STATUS
024405         MOVE SPACES TO SQ-ML-TEXT
024410         STRING "FATAL - SQ-CACHE-FILE OPEN FAILED, STATUS "
024415             SQ-CACHE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
024420         MOVE "SQ0001S" TO SQ-ML-MSG-ID
024425         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
024450         MOVE 16 TO RETURN-CODE
024500         STOP RUN
024600     END-IF.
024800     IF SQ-CM-REPORT-STATUS NOT = "00"
024900         DISPLAY "FATAL - SQ-CM-REPORT-FILE OPEN FAILED, STATUS "
025000             SQ-CM-REPORT-STATUS
025005         MOVE SPACES TO SQ-ML-TEXT
025010         STRING "FATAL - SQ-CM-REPORT-FILE OPEN FAILED, STATUS "
025015             SQ-CM-REPORT-STATUS
025020             DELIMITED BY SIZE INTO SQ-ML-TEXT
025025         MOVE "SQ0001S" TO SQ-ML-MSG-ID
025030         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
025050         MOVE 16 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
031300     IF NOT SQ-CM-EOF AND SQ-CACHE-STATUS NOT = "00"
031400         DISPLAY "WARNING - SQ-CACHE-FILE READ FAILED, STATUS "
031500             SQ-CACHE-STATUS
031510         MOVE SPACES TO SQ-ML-TEXT
031520         STRING "WARNING - SQ-CACHE-FILE READ FAILED, STATUS "
031530             SQ-CACHE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
031540         MOVE "SQ0004W" TO SQ-ML-MSG-ID
031550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
031600         SET SQ-CM-EOF TO TRUE
031700     END-IF.
031800     GO TO 3100-EXIT.
037700         INVALID KEY
037800             DISPLAY "WARNING - CACHE DELETE FAILED, STATUS "
037900                 SQ-CACHE-STATUS
037910             MOVE SPACES TO SQ-ML-TEXT
037920             STRING "WARNING - CACHE DELETE FAILED, STATUS "
037930                 SQ-CACHE-STATUS
037940                 DELIMITED BY SIZE INTO SQ-ML-TEXT
037950             MOVE "SQ0004W" TO SQ-ML-MSG-ID
037960             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
038000     END-DELETE.
038100*
038200*    ONLY A DELETE THAT ACTUALLY TOOK IS COUNTED AS PURGED, SO
040500     IF SQ-CM-REPORT-STATUS NOT = "00"
040600         DISPLAY "WARNING - SQ-CM-REPORT-FILE WRITE FAILED, "
040700             "STATUS " SQ-CM-REPORT-STATUS
040710         MOVE SPACES TO SQ-ML-TEXT
040720         STRING "WARNING - SQ-CM-REPORT-FILE WRITE FAILED, "
040730             "STATUS " SQ-CM-REPORT-STATUS
040740             DELIMITED BY SIZE INTO SQ-ML-TEXT
040750         MOVE "SQ0004W" TO SQ-ML-MSG-ID
040760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
040800     END-IF.
040900     GO TO 4712-EXIT.
041000 4712-EXIT.
051200     GO TO 9500-EXIT.
051300 9500-EXIT.
051400     EXIT.
051500*
051600*****************************************************************
051700* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
051800* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
051900* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
052000* WAY.
052100*****************************************************************
052200 9800-LOG-MESSAGE.
052300     MOVE "SQCACHEM" TO SQ-ML-PROGRAM.
052400     MOVE ZERO TO SQ-ML-RUN-ID.
052500     MOVE SPACES TO SQ-ML-BUS-DATE.
052600     CALL "SQMSGLOG" USING SQ-ML-AREA.
052700     GO TO 9800-EXIT.
052800 9800-EXIT.
052900     EXIT.
