002400*     OPTIONAL ARCHIVE DD AHEAD OF THE LIVE FILE, SO AUDITOR
002500*     QUESTIONS ABOUT LAST QUARTER ARE A JCL POINTING EXERCISE
002600*     INSTEAD OF A RESTORE EXERCISE.
002610*
002620*     SEALED RUNS (SEE SQAUDIT) ARE NEVER SPLIT.  THE FIRST ROW
002630*     AFTER A SEAL DECIDES WHERE THE WHOLE RUN GOES - ITS ROWS AND
002640*     THE SEAL THAT CLOSES THEM FOLLOW IT TO THE SAME FILE - SO
002650*     SQAUDVFY CAN STILL RECOUNT AND REHASH EVERY RUN ON BOTH THE
002660*     ARCHIVE AND THE REBUILT LIVE FILE.  SEAL ROWS ARE COUNTED IN
002670*     WITH THE RECORDS AND SHOWN SEPARATELY ON THE SUMMARY.
002700*
002800* MODIFICATION HISTORY.
002900*     2026-09-03  DL  INITIAL VERSION.
002920*     2026-10-15  DL  SEAL-AWARE.  A SEALED RUN MOVES OR STAYS
002940*                     AS A WHOLE, DECIDED BY ITS FIRST ROW, SO THE
002960*                     SEAL CHAIN SURVIVES ARCHIVAL.  SEAL ROWS
002980*                     MOVED AND KEPT ADDED TO THE SUMMARY.
002984*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002988*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002992*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002996*                     COPYBOOK SQMSGCAT).
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.  SQAUDARC.
008500         88  SQ-AR-EOF                 VALUE "Y".
008600     05  SQ-AR-FAIL-SW             PIC X(01) VALUE "N".
008700         88  SQ-AR-FAILED              VALUE "Y".
008720     05  SQ-AR-SEG-SW              PIC X(01) VALUE SPACE.
008740         88  SQ-AR-SEG-OPEN            VALUE SPACE.
008760         88  SQ-AR-SEG-ARCHIVE         VALUE "A".
008780         88  SQ-AR-SEG-KEEP            VALUE "K".
008800*
008900 01  SQ-AR-FILE-STATUSES.
009000     05  SQ-AUDIT-STATUS           PIC X(02) VALUE "00".
011100     05  SQ-AR-RECORDS-READ        PIC 9(9) VALUE ZERO.
011200     05  SQ-AR-RECORDS-MOVED       PIC 9(9) VALUE ZERO.
011300     05  SQ-AR-RECORDS-KEPT        PIC 9(9) VALUE ZERO.
011320     05  SQ-AR-SEALS-MOVED         PIC 9(9) VALUE ZERO.
011340     05  SQ-AR-SEALS-KEPT          PIC 9(9) VALUE ZERO.
011400     05  SQ-AR-RECONCILE-WORK      PIC 9(9) VALUE ZERO.
011500*
011600*****************************************************************
016600         "RECORDS KEPT ON LIVE FILE :".
016700     05  SQ-AR-SM-KEPT             PIC ZZZZZZZZ9.
016800     05  FILLER                    PIC X(115) VALUE SPACES.
016805*
016810 01  SQ-AR-SUMMARY-LINE-4.
016815     05  FILLER                    PIC X(28) VALUE
016820         "  OF WHICH SEALS ARCHIVED :".
016825     05  SQ-AR-SM-SEALS-MOVED      PIC ZZZZZZZZ9.
016830     05  FILLER                    PIC X(115) VALUE SPACES.
016835*
016840 01  SQ-AR-SUMMARY-LINE-5.
016845     05  FILLER                    PIC X(28) VALUE
016850         "  OF WHICH SEALS KEPT     :".
016855     05  SQ-AR-SM-SEALS-KEPT       PIC ZZZZZZZZ9.
016860     05  FILLER                    PIC X(115) VALUE SPACES.
016900*
017000 01  SQ-AR-VERDICT-LINE.
017100     05  SQ-AR-VERDICT             PIC X(52) VALUE SPACES.
017200     05  FILLER                    PIC X(100) VALUE SPACES.
017300*
017310*****************************************************************
017320* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
017330*****************************************************************
017340     COPY SQMLLINK.
017350*
017400*****************************************************************
017500* 0000-MAINLINE.
017600*****************************************************************
024300     IF SQ-AUDIT-STATUS NOT = "00"
024400         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
024500             SQ-AUDIT-STATUS
024510         MOVE SPACES TO SQ-ML-TEXT
024520         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
024530             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
024540         MOVE "SQ0001S" TO SQ-ML-MSG-ID
024550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
024600         MOVE 16 TO RETURN-CODE
024700         STOP RUN
024800     END-IF.
025300     IF SQ-ARCH-STATUS NOT = "00"
025400         DISPLAY "FATAL - SQ-ARCH-FILE OPEN FAILED, STATUS "
025500             SQ-ARCH-STATUS
025510         MOVE SPACES TO SQ-ML-TEXT
025520         STRING "FATAL - SQ-ARCH-FILE OPEN FAILED, STATUS "
025530             SQ-ARCH-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
025540         MOVE "SQ0001S" TO SQ-ML-MSG-ID
025550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
025600         MOVE 16 TO RETURN-CODE
025700         STOP RUN
025800     END-IF.
026000     IF SQ-KEEP-STATUS NOT = "00"
026100         DISPLAY "FATAL - SQ-KEEP-FILE OPEN FAILED, STATUS "
026200             SQ-KEEP-STATUS
026210         MOVE SPACES TO SQ-ML-TEXT
026220         STRING "FATAL - SQ-KEEP-FILE OPEN FAILED, STATUS "
026230             SQ-KEEP-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
026240         MOVE "SQ0001S" TO SQ-ML-MSG-ID
026250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
026300         MOVE 16 TO RETURN-CODE
026400         STOP RUN
026500     END-IF.
026700     IF SQ-AR-REPORT-STATUS NOT = "00"
026800         DISPLAY "FATAL - SQ-AR-REPORT-FILE OPEN FAILED, STATUS "
026900             SQ-AR-REPORT-STATUS
026910         MOVE SPACES TO SQ-ML-TEXT
026920         STRING "FATAL - SQ-AR-REPORT-FILE OPEN FAILED, STATUS "
026930             SQ-AR-REPORT-STATUS
026940             DELIMITED BY SIZE INTO SQ-ML-TEXT
026950         MOVE "SQ0001S" TO SQ-ML-MSG-ID
026960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
027000         MOVE 16 TO RETURN-CODE
027100         STOP RUN
027200     END-IF.
030800     EXIT.
030900*
031000 3100-PLACE-ONE-RECORD.
031010*    THE FIRST ROW OF A RUN DECIDES FOR THE WHOLE RUN - THE
031020*    DECISION HOLDS UNTIL THE SEAL THAT CLOSES IT HAS BEEN PLACED.
031030*    A RUN THAT AUDITED NOTHING IS JUST ITS SEAL, WHICH DECIDES BY
031040*    ITS OWN TIMESTAMP.
031050     IF SQ-AR-SEG-OPEN
031060         IF SQ-AUDIT-TIMESTAMP(1:10) < SQ-AR-CUTOFF-DATE
031070             SET SQ-AR-SEG-ARCHIVE TO TRUE
031080         ELSE
031090             SET SQ-AR-SEG-KEEP TO TRUE
031100         END-IF
031110     END-IF.
031120     IF SQ-AR-SEG-ARCHIVE
031200         MOVE SQ-AUDIT-RECORD TO SQ-ARCH-RECORD
031300         WRITE SQ-ARCH-RECORD
031400         IF SQ-ARCH-STATUS NOT = "00"
031500             DISPLAY "FATAL - ARCHIVE WRITE FAILED, STATUS "
031600                 SQ-ARCH-STATUS
031610             MOVE SPACES TO SQ-ML-TEXT
031620             STRING "FATAL - ARCHIVE WRITE FAILED, STATUS "
031630                 SQ-ARCH-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
031640             MOVE "SQ0003S" TO SQ-ML-MSG-ID
031650             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
031700             SET SQ-AR-FAILED TO TRUE
031800             SET SQ-AR-EOF TO TRUE
031900         ELSE
032000             ADD 1 TO SQ-AR-RECORDS-MOVED
032020             IF SQ-AUDIT-SEAL-ROW
032040                 ADD 1 TO SQ-AR-SEALS-MOVED
032060             END-IF
032100         END-IF
032200     ELSE
032300         MOVE SQ-AUDIT-RECORD TO SQ-KEEP-RECORD
032500         IF SQ-KEEP-STATUS NOT = "00"
032600             DISPLAY "FATAL - KEEP-FILE WRITE FAILED, STATUS "
032700                 SQ-KEEP-STATUS
032710             MOVE SPACES TO SQ-ML-TEXT
032720             STRING "FATAL - KEEP-FILE WRITE FAILED, STATUS "
032730                 SQ-KEEP-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
032740             MOVE "SQ0003S" TO SQ-ML-MSG-ID
032750             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
032800             SET SQ-AR-FAILED TO TRUE
032900             SET SQ-AR-EOF TO TRUE
033000         ELSE
033100             ADD 1 TO SQ-AR-RECORDS-KEPT
033120             IF SQ-AUDIT-SEAL-ROW
033140                 ADD 1 TO SQ-AR-SEALS-KEPT
033160             END-IF
033200         END-IF
033300     END-IF.
033320     IF SQ-AUDIT-SEAL-ROW
033340         SET SQ-AR-SEG-OPEN TO TRUE
033360     END-IF.
033400     GO TO 3100-EXIT.
033500 3100-EXIT.
033600     EXIT.
035100     IF SQ-AR-REPORT-STATUS NOT = "00"
035200         DISPLAY "WARNING - SQ-AR-REPORT-FILE WRITE FAILED, "
035300             "STATUS " SQ-AR-REPORT-STATUS
035310         MOVE SPACES TO SQ-ML-TEXT
035320         STRING "WARNING - SQ-AR-REPORT-FILE WRITE FAILED, "
035330             "STATUS " SQ-AR-REPORT-STATUS
035340             DELIMITED BY SIZE INTO SQ-ML-TEXT
035350         MOVE "SQ0004W" TO SQ-ML-MSG-ID
035360         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
035400     END-IF.
035500     GO TO 4712-EXIT.
035600 4712-EXIT.
038600         AFTER ADVANCING 1.
038700     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
038800     ADD 1 TO SQ-AR-LINE-NO.
038805     MOVE SQ-AR-SEALS-MOVED TO SQ-AR-SM-SEALS-MOVED.
038810     MOVE SQ-AR-SEALS-KEPT TO SQ-AR-SM-SEALS-KEPT.
038815     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
038820     WRITE SQ-AR-REPORT-LINE FROM SQ-AR-SUMMARY-LINE-4
038825         AFTER ADVANCING 1.
038830     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
038835     ADD 1 TO SQ-AR-LINE-NO.
038840     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
038845     WRITE SQ-AR-REPORT-LINE FROM SQ-AR-SUMMARY-LINE-5
038850         AFTER ADVANCING 1.
038855     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
038860     ADD 1 TO SQ-AR-LINE-NO.
038900*
039000     IF SQ-AR-FAILED
039100         MOVE "*** ARCHIVAL DID NOT RECONCILE - DO NOT SWAP ***"
041000     GO TO 9000-EXIT.
041100 9000-EXIT.
041200     EXIT.
041300*
041400*****************************************************************
041500* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
041600* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
041700* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
041800* WAY.
041900*****************************************************************
042000 9800-LOG-MESSAGE.
042100     MOVE "SQAUDARC" TO SQ-ML-PROGRAM.
042200     MOVE ZERO TO SQ-ML-RUN-ID.
042300     MOVE SPACES TO SQ-ML-BUS-DATE.
042400     CALL "SQMSGLOG" USING SQ-ML-AREA.
042500     GO TO 9800-EXIT.
042600 9800-EXIT.
042700     EXIT.
