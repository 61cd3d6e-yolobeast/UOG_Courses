002567*     2026-09-03  DL  AND 163 TO 165 FOR THE SOURCE FLAG
002568*                     (FEED/QUEUE - SEE SQAUDIT) - WIDENED AND
002569*                     TITLED THE SAME WAY.
002570*     2026-10-15  DL  SEAL ROWS (SEE SQAUDIT) ARE NEVER
002571*                     SELECTED, LIVE OR ARCHIVE.
002591*     2026-10-15  DL  AND 165 TO 172 FOR THE RATIONAL-EXPONENT
002611*                     COLUMNS (SEE SQAUDIT) - WIDENED AND TITLED
002631*                     THE SAME WAY.
002635*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002640*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002645*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002650*                     COPYBOOK SQMSGCAT).
002655*     2026-10-15  DL  AND 172 TO 175 FOR THE ROOT-DEGREE COLUMN
002660*                     (SEE SQAUDIT) - WIDENED AND TITLED THE
002665*                     SAME WAY.
002670*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  SQAUDINQ.
002900 AUTHOR.      D. LOCKWOOD.
005500     COPY SQAQPARM.
005600*
005700 FD  SQ-INQ-REPORT-FILE.
005800 01  SQ-INQ-REPORT-LINE            PIC X(175).
005900*
006000 WORKING-STORAGE SECTION.
006100*
012600     05  SQ-AQ-H1-DATE             PIC X(10) VALUE SPACES.
012700     05  FILLER                    PIC X(10) VALUE " PAGE ".
012800     05  SQ-AQ-H1-PAGE             PIC ZZZ9.
012900     05  FILLER                    PIC X(120) VALUE SPACES.
013000*
013100 01  SQ-AQ-HDR-LINE-2.
013200     05  FILLER                    PIC X(12) VALUE
016400     05  FILLER                    PIC X(02) VALUE SPACES.
016410     05  FILLER                    PIC X(11) VALUE "BUS DATE".
016420     05  FILLER                    PIC X(02) VALUE " S".
016470     05  FILLER                    PIC X(07) VALUE "  EXP".
016480     05  FILLER                    PIC X(03) VALUE " DG".
016500*
016600 01  SQ-AQ-DETAIL-LINE.
016700     05  SQ-AQ-DTL-AUDIT-IMAGE     PIC X(175).
016900*
017000 01  SQ-AQ-SUMMARY-LINE-1.
017100     05  FILLER                    PIC X(28) VALUE
018050     05  SQ-AQ-SM-ARCH-READ        PIC ZZZZZZZZ9.
018060     05  FILLER                    PIC X(128) VALUE SPACES.
018100*
018110*****************************************************************
018120* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
018130*****************************************************************
018140     COPY SQMLLINK.
018150*
018200*****************************************************************
018300* 0000-MAINLINE.
018400*****************************************************************
023300     IF SQ-AUDIT-STATUS NOT = "00"
023400         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
023500             SQ-AUDIT-STATUS
023505         MOVE SPACES TO SQ-ML-TEXT
023510         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
023515             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
023520         MOVE "SQ0001S" TO SQ-ML-MSG-ID
023525         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
023550         MOVE 16 TO RETURN-CODE
023600         STOP RUN
023700     END-IF.
023900     IF SQ-INQ-REPORT-STATUS NOT = "00"
024000         DISPLAY "FATAL - SQ-INQ-REPORT-FILE OPEN FAILED, STATUS "
024100             SQ-INQ-REPORT-STATUS
024105         MOVE SPACES TO SQ-ML-TEXT
024110         STRING "FATAL - SQ-INQ-REPORT-FILE OPEN FAILED, STATUS "
024115             SQ-INQ-REPORT-STATUS
024120             DELIMITED BY SIZE INTO SQ-ML-TEXT
024125         MOVE "SQ0001S" TO SQ-ML-MSG-ID
024130         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
024150         MOVE 16 TO RETURN-CODE
024200         STOP RUN
024300     END-IF.
027867     IF SQ-ARCH-STATUS NOT = "00"
027868         DISPLAY "WARNING - SQ-ARCH-FILE OPEN FAILED, STATUS "
027869             SQ-ARCH-STATUS " - ARCHIVE NOT SCANNED"
027872         MOVE SPACES TO SQ-ML-TEXT
027876         STRING "WARNING - SQ-ARCH-FILE OPEN FAILED, STATUS "
027880             SQ-ARCH-STATUS " - ARCHIVE NOT SCANNED"
027884             DELIMITED BY SIZE INTO SQ-ML-TEXT
027888         MOVE "SQ0002W" TO SQ-ML-MSG-ID
027892         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
027896         GO TO 2900-EXIT
027900     END-IF.
027904     PERFORM 2910-SCAN-ONE-ARCHIVE-ROW THRU 2910-EXIT
027908         UNTIL SQ-AQ-ARCH-EOF.
027912     CLOSE SQ-ARCH-FILE.
027916     GO TO 2900-EXIT.
027920 2900-EXIT.
027924     EXIT.
027928*
027932 2910-SCAN-ONE-ARCHIVE-ROW.
027936     READ SQ-ARCH-FILE
027940         AT END
027944             SET SQ-AQ-ARCH-EOF TO TRUE
027948         NOT AT END
027952             ADD 1 TO SQ-AQ-ARCH-READ
027956             MOVE SQ-ARCH-RECORD TO SQ-AUDIT-RECORD
027960             PERFORM 3200-APPLY-SELECTIONS THRU 3200-EXIT
027964             IF SQ-AQ-SELECTED
027968                 PERFORM 3300-WRITE-SELECTED-LINE THRU 3300-EXIT
027972             END-IF
027976     END-READ.
027980     GO TO 2910-EXIT.
027984 2910-EXIT.
027988     EXIT.
027992*
027996*****************************************************************
028000* 3000 SERIES - AUDIT SCAN LOOP.
028100*****************************************************************
028200 3000-SCAN-LOOP.
031100*****************************************************************
031200 3200-APPLY-SELECTIONS.
031300     SET SQ-AQ-SELECTED TO TRUE.
031310*    SEAL ROWS (SEE SQAUDIT) CLOSE A RUN - THEY ARE NOT AUDITED
031320*    REQUESTS AND NEVER LIST.
031330     IF SQ-AUDIT-SEAL-ROW
031340         SET SQ-AQ-NOT-SELECTED TO TRUE
031350         GO TO 3200-EXIT
031360     END-IF.
031400*
031500     IF SQ-AQ-SEL-DATE-FROM NOT = SPACES
031600         AND SQ-AUDIT-TIMESTAMP(1:10) < SQ-AQ-SEL-DATE-FROM
037600     IF SQ-INQ-REPORT-STATUS NOT = "00"
037700         DISPLAY "WARNING - SQ-INQ-REPORT-FILE WRITE FAILED, "
037800             "STATUS " SQ-INQ-REPORT-STATUS
037810         MOVE SPACES TO SQ-ML-TEXT
037820         STRING "WARNING - SQ-INQ-REPORT-FILE WRITE FAILED, "
037830             "STATUS " SQ-INQ-REPORT-STATUS
037840             DELIMITED BY SIZE INTO SQ-ML-TEXT
037850         MOVE "SQ0004W" TO SQ-ML-MSG-ID
037860         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
037900     END-IF.
038000     GO TO 4712-EXIT.
038100 4712-EXIT.
040100     GO TO 9000-EXIT.
040200 9000-EXIT.
040300     EXIT.
040400*
040500*****************************************************************
040600* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
040700* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
040800* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
040900* WAY.
041000*****************************************************************
041100 9800-LOG-MESSAGE.
041200     MOVE "SQAUDINQ" TO SQ-ML-PROGRAM.
041300     MOVE ZERO TO SQ-ML-RUN-ID.
041400     MOVE SPACES TO SQ-ML-BUS-DATE.
041500     CALL "SQMSGLOG" USING SQ-ML-AREA.
041600     GO TO 9800-EXIT.
041700 9800-EXIT.
041800     EXIT.
