000100*****************************************************************
000200* PROGRAM-ID.  SQAUDVFY
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  AUDIT-TRAIL SEAL VERIFIER.  SQUARE AND SQQDRAIN NOW
001000*     CLOSE EVERY RUN WITH A SEAL ROW ON SQ-AUDIT-FILE (SEE
001100*     COPYBOOK SQAUDIT) CARRYING THE NUMBER OF ROWS WRITTEN SINCE
001200*     THE PREVIOUS SEAL, A CHAIN HASH OVER THOSE ROWS (SQSEAL,
001300*     SEEDED WITH THE PREVIOUS SEAL'S HASH), AND THE PREVIOUS
001400*     SEAL'S HASH ITSELF.  THIS PROGRAM WALKS THE TRAIL FRONT TO
001500*     BACK - AN OPTIONAL ARCHIVE GENERATION (SQARCHIV, CUT BY
001600*     SQAUDARC) FIRST, THEN THE LIVE FILE, AS ONE STREAM - AND
001700*     FOR EVERY SEAL RECOUNTS AND REHASHES THE ROWS IT COVERS
001800*     AND CHECKS ITS PREVIOUS-SEAL HASH AGAINST THE SEAL BEFORE
001900*     IT ON THE STREAM.  A ROW EDITED IN PLACE SHOWS AS A HASH
002000*     MISMATCH ON ITS RUN, A ROW ADDED OR DELETED AS A COUNT AND
002100*     HASH MISMATCH, AND A WHOLE RUN REMOVED (SEAL AND ALL) AS A
002200*     BROKEN CHAIN AT THE NEXT SEAL.
002300*
002400*     THE FIRST SEAL ON THE STREAM IS THE CHAIN ANCHOR - ITS
002500*     PREVIOUS-SEAL HASH CANNOT BE CHECKED WITHOUT THE OLDER
002600*     ARCHIVE, SO IT IS TAKEN AS STATED (AND PRINTED) AND SEEDS
002700*     THE REHASH OF THE FIRST SEGMENT.  AN ANCHOR OF ZERO IS THE
002800*     START OF THE TRAIL.  AFTER EACH SEAL THE CHAIN CARRIES ON
002900*     FROM THE HASH THE SEAL STATES, SO ONE DAMAGED RUN IS
003000*     REPORTED ONCE AND DOES NOT CONDEMN EVERY RUN AFTER IT.
003100*
003200*     ROWS AFTER THE LAST SEAL ARE REPORTED AS UNSEALED - A RUN
003300*     STILL IN FLIGHT, OR ONE THAT ABENDED BEFORE ITS SEAL (THE
003400*     NEXT WRITER'S SEAL TAKES THEM IN).
003500*
003600*     RC=0 EVERY SEAL VERIFIED, RC=4 UNSEALED ROWS OR NO SEALS
003700*     ON THE TRAIL, RC=8 ANY RUN FAILED VERIFICATION, RC=16
003800*     FILE FAILURE.  THE TRAIL IS NEVER WRITTEN, ONLY READ.
003900*
004000* MODIFICATION HISTORY.
004100*     2026-10-15  DL  INITIAL VERSION.
004120*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
004140*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
004160*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
004180*                     COPYBOOK SQMSGCAT).
004185*     2026-10-15  DL  A FAILED SEAL VERIFICATION IS ALSO LOGGED
004190*                     (SQ0501E).
004200*****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.  SQAUDVFY.
004500 AUTHOR.      D. LOCKWOOD.
004600 INSTALLATION. 3190 SYSTEMS.
004700 DATE-WRITTEN. 2026-10-15.
004800 DATE-COMPILED.
004900*
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT SQ-AUDIT-FILE ASSIGN TO SQAUDIT
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS SQ-AUDIT-STATUS.
005600*
005700     SELECT OPTIONAL SQ-ARCH-FILE ASSIGN TO SQARCHIV
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS SQ-ARCH-STATUS.
006000*
006100     SELECT SQ-AV-REPORT-FILE ASSIGN TO SQAVRPT
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS IS SQ-AV-REPORT-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  SQ-AUDIT-FILE.
006800     COPY SQAUDIT.
006900*
007000 FD  SQ-ARCH-FILE.
007100     COPY SQAUDIT REPLACING LEADING ==SQ-AUDIT== BY ==SQ-ARCH==.
007200*
007300 FD  SQ-AV-REPORT-FILE.
007400 01  SQ-AV-REPORT-LINE             PIC X(152).
007500*
007600 WORKING-STORAGE SECTION.
007700*
007800*****************************************************************
007900* SWITCHES.
008000*****************************************************************
008100 01  SQ-AV-SWITCHES.
008200     05  SQ-AV-EOF-SW              PIC X(01) VALUE "N".
008300         88  SQ-AV-EOF                 VALUE "Y".
008400     05  SQ-AV-ARCH-EOF-SW         PIC X(01) VALUE "N".
008500         88  SQ-AV-ARCH-EOF            VALUE "Y".
008600     05  SQ-AV-ARCH-OPEN-SW        PIC X(01) VALUE "N".
008700         88  SQ-AV-ARCH-OPEN           VALUE "Y".
008800     05  SQ-AV-ANCHOR-SW           PIC X(01) VALUE "N".
008900         88  SQ-AV-ANCHOR-FOUND        VALUE "Y".
009000     05  SQ-AV-FIRST-SEAL-SW       PIC X(01) VALUE "Y".
009100         88  SQ-AV-FIRST-SEAL          VALUE "Y".
009200     05  SQ-AV-RUN-FAIL-SW         PIC X(01) VALUE "N".
009300         88  SQ-AV-RUN-FAILED          VALUE "Y".
009400*
009500*****************************************************************
009600* FILE STATUS CODES.
009700*****************************************************************
009800 01  SQ-AV-FILE-STATUSES.
009900     05  SQ-AUDIT-STATUS           PIC X(02) VALUE "00".
010000     05  SQ-ARCH-STATUS            PIC X(02) VALUE "00".
010100     05  SQ-AV-REPORT-STATUS       PIC X(02) VALUE "00".
010200*
010300*****************************************************************
010400* CHAIN STATE.  SQ-AV-CHAIN-HASH IS THE RUNNING REHASH OF THE
010500* CURRENT SEGMENT (THE ROWS SINCE THE LAST SEAL), SQ-AV-LAST-
010600* SEAL-HASH THE HASH STATED BY THE LAST SEAL READ.
010700*****************************************************************
010800 01  SQ-AV-CHAIN-FIELDS.
010900     05  SQ-AV-ANCHOR-HASH         PIC 9(12) VALUE ZERO.
011000     05  SQ-AV-CHAIN-HASH          PIC 9(12) VALUE ZERO.
011100     05  SQ-AV-LAST-SEAL-HASH      PIC 9(12) VALUE ZERO.
011200     05  SQ-AV-SEG-ROWS            PIC 9(09) VALUE ZERO.
011300     05  SQ-AV-SOURCE-TAG          PIC X(04) VALUE SPACES.
011400*
011500 77  SQ-AV-ARCH-READ               PIC 9(09) COMP VALUE ZERO.
011600 77  SQ-AV-LIVE-READ               PIC 9(09) COMP VALUE ZERO.
011700 77  SQ-AV-SEALS-READ              PIC 9(07) COMP VALUE ZERO.
011800 77  SQ-AV-SEALS-OK                PIC 9(07) COMP VALUE ZERO.
011900 77  SQ-AV-SEALS-FAILED            PIC 9(07) COMP VALUE ZERO.
012000 77  SQ-AV-CHAIN-BREAKS            PIC 9(07) COMP VALUE ZERO.
012050 77  SQ-AV-SEALS-FAILED-SHOW       PIC 9(07) VALUE ZERO.
012100*
012200*****************************************************************
012300* RUN DATE AND REPORT PAGE CONTROL.
012400*****************************************************************
012500 01  SQ-AV-DATE-TIME-FIELDS.
012600     05  SQ-AV-CURRENT-DATE.
012700         10  SQ-AV-CUR-YEAR        PIC 9(04).
012800         10  SQ-AV-CUR-MONTH       PIC 9(02).
012900         10  SQ-AV-CUR-DAY         PIC 9(02).
013000     05  SQ-AV-REPORT-DATE         PIC X(10) VALUE SPACES.
013100*
013200 01  SQ-AV-PAGE-CONTROL.
013300     05  SQ-AV-PAGE-NO             PIC 9(04) VALUE 1.
013400     05  SQ-AV-LINE-NO             PIC 9(02) VALUE 99.
013500     05  SQ-AV-LINES-PER-PAGE      PIC 9(02) VALUE 55.
013600*
013700*****************************************************************
013800* REPORT LINE IMAGES.
013900*****************************************************************
014000 01  SQ-AV-HDR-LINE-1.
014100     05  FILLER                    PIC X(29) VALUE
014200         "AUDIT TRAIL SEAL VERIFICATION".
014300     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
014400     05  SQ-AV-H1-DATE             PIC X(10) VALUE SPACES.
014500     05  FILLER                    PIC X(06) VALUE " PAGE ".
014600     05  SQ-AV-H1-PAGE             PIC ZZZ9.
014700     05  FILLER                    PIC X(93) VALUE SPACES.
014800*
014900 01  SQ-AV-COL-HDR-LINE.
015000     05  FILLER                    PIC X(06) VALUE "FILE".
015100     05  FILLER                    PIC X(27) VALUE
015200         "SEAL TIMESTAMP".
015300     05  FILLER                    PIC X(09) VALUE "PROGRAM".
015400     05  FILLER                    PIC X(06) VALUE "  RUN".
015500     05  FILLER                    PIC X(11) VALUE " BUS DATE".
015600     05  FILLER                    PIC X(10) VALUE " SEAL ROWS".
015700     05  FILLER                    PIC X(10) VALUE "   COUNTED".
015800     05  FILLER                    PIC X(13) VALUE
015900         "    SEAL HASH".
016000     05  FILLER                    PIC X(13) VALUE
016100         "     REHASHED".
016200     05  FILLER                    PIC X(12) VALUE " CHN ROW HSH".
016300     05  FILLER                    PIC X(09) VALUE " VERDICT".
016400     05  FILLER                    PIC X(26) VALUE SPACES.
016500*
016600 01  SQ-AV-DETAIL-LINE.
016700     05  SQ-AV-DTL-SOURCE          PIC X(04).
016800     05  FILLER                    PIC X(02) VALUE SPACES.
016900     05  SQ-AV-DTL-TIMESTAMP       PIC X(26).
017000     05  FILLER                    PIC X(01) VALUE SPACE.
017100     05  SQ-AV-DTL-PROGRAM         PIC X(08).
017200     05  FILLER                    PIC X(01) VALUE SPACE.
017300     05  SQ-AV-DTL-RUN-ID          PIC ZZZZ9.
017400     05  FILLER                    PIC X(01) VALUE SPACE.
017500     05  SQ-AV-DTL-BUS-DATE        PIC X(10).
017600     05  FILLER                    PIC X(01) VALUE SPACE.
017700     05  SQ-AV-DTL-SEAL-ROWS       PIC ZZZZZZZZ9.
017800     05  FILLER                    PIC X(01) VALUE SPACE.
017900     05  SQ-AV-DTL-COUNTED         PIC ZZZZZZZZ9.
018000     05  FILLER                    PIC X(01) VALUE SPACE.
018100     05  SQ-AV-DTL-SEAL-HASH       PIC 9(12).
018200     05  FILLER                    PIC X(01) VALUE SPACE.
018300     05  SQ-AV-DTL-REHASH          PIC 9(12).
018400     05  FILLER                    PIC X(01) VALUE SPACE.
018500     05  SQ-AV-DTL-CHAIN-FLAG      PIC X(03).
018600     05  FILLER                    PIC X(01) VALUE SPACE.
018700     05  SQ-AV-DTL-ROWS-FLAG       PIC X(03).
018800     05  FILLER                    PIC X(01) VALUE SPACE.
018900     05  SQ-AV-DTL-HASH-FLAG       PIC X(03).
019000     05  FILLER                    PIC X(01) VALUE SPACE.
019100     05  SQ-AV-DTL-VERDICT         PIC X(09).
019200     05  FILLER                    PIC X(26) VALUE SPACES.
019300*
019400 01  SQ-AV-ANCHOR-LINE.
019500     05  FILLER                    PIC X(36) VALUE
019600         "CHAIN ANCHOR - FIRST SEAL PREV HASH ".
019700     05  SQ-AV-AN-HASH             PIC 9(12).
019800     05  FILLER                    PIC X(02) VALUE SPACES.
019900     05  SQ-AV-AN-TEXT             PIC X(50) VALUE SPACES.
020000     05  FILLER                    PIC X(52) VALUE SPACES.
020100*
020200 01  SQ-AV-UNSEALED-LINE.
020300     05  FILLER                    PIC X(06) VALUE SPACES.
020400     05  FILLER                    PIC X(36) VALUE
020500         "UNSEALED ROWS AFTER THE LAST SEAL - ".
020600     05  SQ-AV-UN-ROWS             PIC ZZZZZZZZ9.
020700     05  FILLER                    PIC X(101) VALUE SPACES.
020800*
020900 01  SQ-AV-SUMMARY-LINE.
021000     05  SQ-AV-SM-LABEL            PIC X(28).
021100     05  SQ-AV-SM-COUNT            PIC ZZZZZZZZ9.
021200     05  FILLER                    PIC X(115) VALUE SPACES.
021300*
021310*****************************************************************
021320* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
021330*****************************************************************
021340     COPY SQMLLINK.
021350*
021400*****************************************************************
021500* 0000-MAINLINE.
021600*****************************************************************
021700 PROCEDURE DIVISION.
021800*
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022100*    THE ARCHIVE (WHEN ONE IS POINTED AT) IS THE OLDER END OF
022200*    THE CHAIN AND IS WALKED FIRST.
022300     IF SQ-AV-ARCH-OPEN
022400         MOVE "ARCH" TO SQ-AV-SOURCE-TAG
022500         PERFORM 3000-WALK-ARCHIVE THRU 3000-EXIT
022600             UNTIL SQ-AV-ARCH-EOF
022700     END-IF.
022800     MOVE "LIVE" TO SQ-AV-SOURCE-TAG.
022900     PERFORM 3100-WALK-LIVE THRU 3100-EXIT
023000         UNTIL SQ-AV-EOF.
023100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023200     STOP RUN.
023300*
023400*****************************************************************
023500* 1000 SERIES - STARTUP.
023600*****************************************************************
023700 1000-INITIALIZE.
023800     PERFORM 1300-GET-RUN-DATE THRU 1300-EXIT.
023900     PERFORM 2000-FIND-ANCHOR THRU 2000-EXIT.
024000     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
024100     PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.
024200     PERFORM 1600-WRITE-ANCHOR-LINE THRU 1600-EXIT.
024300     MOVE SQ-AV-ANCHOR-HASH TO SQ-AV-CHAIN-HASH.
024400     GO TO 1000-EXIT.
024500 1000-EXIT.
024600     EXIT.
024700*
024800 1200-OPEN-FILES.
024900     PERFORM 1210-OPEN-TRAIL THRU 1210-EXIT.
025000     OPEN OUTPUT SQ-AV-REPORT-FILE.
025100     IF SQ-AV-REPORT-STATUS NOT = "00"
025200         DISPLAY "FATAL - SQ-AV-REPORT-FILE OPEN FAILED, STATUS "
025300             SQ-AV-REPORT-STATUS
025310         MOVE SPACES TO SQ-ML-TEXT
025320         STRING "FATAL - SQ-AV-REPORT-FILE OPEN FAILED, STATUS "
025330             SQ-AV-REPORT-STATUS
025340             DELIMITED BY SIZE INTO SQ-ML-TEXT
025350         MOVE "SQ0001S" TO SQ-ML-MSG-ID
025360         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
025400         MOVE 16 TO RETURN-CODE
025500         STOP RUN
025600     END-IF.
025700     GO TO 1200-EXIT.
025800 1200-EXIT.
025900     EXIT.
026000*
026100*****************************************************************
026200* 1210-OPEN-TRAIL.  OPENS THE ARCHIVE (OPTIONAL - STATUS 05 IS
026300* AN OPEN OF A FILE THAT WAS NOT THERE, WHICH MUST STILL BE
026400* CLOSED) AND THE LIVE FILE.  USED BY BOTH PASSES.
026500*****************************************************************
026600 1210-OPEN-TRAIL.
026700     MOVE "N" TO SQ-AV-ARCH-OPEN-SW.
026800     MOVE "N" TO SQ-AV-ARCH-EOF-SW.
026900     MOVE "N" TO SQ-AV-EOF-SW.
027000     OPEN INPUT SQ-ARCH-FILE.
027100     IF SQ-ARCH-STATUS = "05"
027200         CLOSE SQ-ARCH-FILE
027300     ELSE
027400         IF SQ-ARCH-STATUS = "00"
027500             SET SQ-AV-ARCH-OPEN TO TRUE
027600         ELSE
027700             DISPLAY "FATAL - SQ-ARCH-FILE OPEN FAILED, STATUS "
027800                 SQ-ARCH-STATUS
027810             MOVE SPACES TO SQ-ML-TEXT
027820             STRING "FATAL - SQ-ARCH-FILE OPEN FAILED, STATUS "
027830                 SQ-ARCH-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
027840             MOVE "SQ0001S" TO SQ-ML-MSG-ID
027850             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
027900             MOVE 16 TO RETURN-CODE
028000             STOP RUN
028100         END-IF
028200     END-IF.
028300     OPEN INPUT SQ-AUDIT-FILE.
028400     IF SQ-AUDIT-STATUS NOT = "00"
028500         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
028600             SQ-AUDIT-STATUS
028610         MOVE SPACES TO SQ-ML-TEXT
028620         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
028630             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
028640         MOVE "SQ0001S" TO SQ-ML-MSG-ID
028650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000     GO TO 1210-EXIT.
029100 1210-EXIT.
029200     EXIT.
029300*
029400 1220-CLOSE-TRAIL.
029500     IF SQ-AV-ARCH-OPEN
029600         CLOSE SQ-ARCH-FILE
029700     END-IF.
029800     CLOSE SQ-AUDIT-FILE.
029900     GO TO 1220-EXIT.
030000 1220-EXIT.
030100     EXIT.
030200*
030300 1300-GET-RUN-DATE.
030400     ACCEPT SQ-AV-CURRENT-DATE FROM DATE YYYYMMDD.
030500     STRING SQ-AV-CUR-MONTH "/" SQ-AV-CUR-DAY "/" SQ-AV-CUR-YEAR
030600         DELIMITED BY SIZE INTO SQ-AV-REPORT-DATE.
030700     GO TO 1300-EXIT.
030800 1300-EXIT.
030900     EXIT.
031000*
031100 1500-WRITE-REPORT-HEADERS.
031200     MOVE SQ-AV-REPORT-DATE TO SQ-AV-H1-DATE.
031300     MOVE SQ-AV-PAGE-NO TO SQ-AV-H1-PAGE.
031400     WRITE SQ-AV-REPORT-LINE FROM SQ-AV-HDR-LINE-1
031500         AFTER ADVANCING PAGE.
031600     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
031700     WRITE SQ-AV-REPORT-LINE FROM SQ-AV-COL-HDR-LINE
031800         AFTER ADVANCING 2.
031900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
032000     MOVE 3 TO SQ-AV-LINE-NO.
032100     GO TO 1500-EXIT.
032200 1500-EXIT.
032300     EXIT.
032400*
032500 1600-WRITE-ANCHOR-LINE.
032600     MOVE SQ-AV-ANCHOR-HASH TO SQ-AV-AN-HASH.
032700     EVALUATE TRUE
032800         WHEN NOT SQ-AV-ANCHOR-FOUND
032900             MOVE "NO SEAL ROWS ON THE TRAIL"
033000                 TO SQ-AV-AN-TEXT
033100         WHEN SQ-AV-ANCHOR-HASH = ZERO
033200             MOVE "START OF THE TRAIL"
033300                 TO SQ-AV-AN-TEXT
033400         WHEN OTHER
033500             MOVE "TAKEN AS STATED - OLDER ARCHIVE NOT SCANNED"
033600                 TO SQ-AV-AN-TEXT
033700     END-EVALUATE.
033800     WRITE SQ-AV-REPORT-LINE FROM SQ-AV-ANCHOR-LINE
033900         AFTER ADVANCING 1.
034000     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
034100     ADD 1 TO SQ-AV-LINE-NO.
034200     GO TO 1600-EXIT.
034300 1600-EXIT.
034400     EXIT.
034500*
034600*****************************************************************
034700* 2000 SERIES - ANCHOR PASS.  THE ROWS AHEAD OF THE FIRST SEAL
034800* WERE HASHED FROM THAT SEAL'S PREVIOUS-SEAL HASH, SO IT HAS TO
034900* BE KNOWN BEFORE THE FIRST ROW IS REHASHED.  ONE PASS FORWARD
035000* TO THE FIRST SEAL ROW ON THE STREAM, THEN THE FILES ARE
035100* CLOSED FOR THE REAL WALK.
035200*****************************************************************
035300 2000-FIND-ANCHOR.
035400     PERFORM 1210-OPEN-TRAIL THRU 1210-EXIT.
035500     IF SQ-AV-ARCH-OPEN
035600         PERFORM 2100-ANCHOR-ARCHIVE-ROW THRU 2100-EXIT
035700             UNTIL SQ-AV-ARCH-EOF
035800     END-IF.
035900     PERFORM 2200-ANCHOR-LIVE-ROW THRU 2200-EXIT
036000         UNTIL SQ-AV-EOF.
036100     PERFORM 1220-CLOSE-TRAIL THRU 1220-EXIT.
036200     GO TO 2000-EXIT.
036300 2000-EXIT.
036400     EXIT.
036500*
036600 2100-ANCHOR-ARCHIVE-ROW.
036700     READ SQ-ARCH-FILE
036800         AT END
036900             SET SQ-AV-ARCH-EOF TO TRUE
037000         NOT AT END
037100             IF SQ-ARCH-SEAL-ROW
037200                 MOVE SQ-ARCH-SEAL-PREV-HASH TO SQ-AV-ANCHOR-HASH
037300                 SET SQ-AV-ANCHOR-FOUND TO TRUE
037400                 SET SQ-AV-ARCH-EOF TO TRUE
037500                 SET SQ-AV-EOF TO TRUE
037600             END-IF
037700     END-READ.
037800     GO TO 2100-EXIT.
037900 2100-EXIT.
038000     EXIT.
038100*
038200 2200-ANCHOR-LIVE-ROW.
038300     READ SQ-AUDIT-FILE
038400         AT END
038500             SET SQ-AV-EOF TO TRUE
038600         NOT AT END
038700             IF SQ-AUDIT-SEAL-ROW
038800                 MOVE SQ-AUDIT-SEAL-PREV-HASH TO SQ-AV-ANCHOR-HASH
038900                 SET SQ-AV-ANCHOR-FOUND TO TRUE
039000                 SET SQ-AV-EOF TO TRUE
039100             END-IF
039200     END-READ.
039300     GO TO 2200-EXIT.
039400 2200-EXIT.
039500     EXIT.
039600*
039700*****************************************************************
039800* 3000 SERIES - THE WALK.  AN ARCHIVE ROW IS MOVED INTO THE
039900* AUDIT RECORD AREA SO 3200 NEVER KNOWS WHICH FILE IT CAME FROM.
040000*****************************************************************
040100 3000-WALK-ARCHIVE.
040200     READ SQ-ARCH-FILE
040300         AT END
040400             SET SQ-AV-ARCH-EOF TO TRUE
040500         NOT AT END
040600             ADD 1 TO SQ-AV-ARCH-READ
040700             MOVE SQ-ARCH-RECORD TO SQ-AUDIT-RECORD
040800             PERFORM 3200-TAKE-ONE-ROW THRU 3200-EXIT
040900     END-READ.
041000     GO TO 3000-EXIT.
041100 3000-EXIT.
041200     EXIT.
041300*
041400 3100-WALK-LIVE.
041500     READ SQ-AUDIT-FILE
041600         AT END
041700             SET SQ-AV-EOF TO TRUE
041800         NOT AT END
041900             ADD 1 TO SQ-AV-LIVE-READ
042000             PERFORM 3200-TAKE-ONE-ROW THRU 3200-EXIT
042100     END-READ.
042200     GO TO 3100-EXIT.
042300 3100-EXIT.
042400     EXIT.
042500*
042600 3200-TAKE-ONE-ROW.
042700     IF SQ-AUDIT-SEAL-ROW
042800         PERFORM 3300-CHECK-SEAL THRU 3300-EXIT
042900         GO TO 3200-EXIT
043000     END-IF.
043100     CALL "SQSEAL" USING SQ-AUDIT-RECORD, SQ-AV-CHAIN-HASH.
043200     ADD 1 TO SQ-AV-SEG-ROWS.
043300     GO TO 3200-EXIT.
043400 3200-EXIT.
043500     EXIT.
043600*
043700*****************************************************************
043800* 3300-CHECK-SEAL.  THREE TESTS - THE SEAL'S PREVIOUS-SEAL HASH
043900* AGAINST THE LAST SEAL ON THE STREAM (SKIPPED FOR THE ANCHOR),
044000* ITS ROW COUNT AGAINST THE ROWS COUNTED, ITS HASH AGAINST THE
044100* REHASH.  THEN THE CHAIN RESTARTS FROM THE STATED HASH.
044200*****************************************************************
044300 3300-CHECK-SEAL.
044400     ADD 1 TO SQ-AV-SEALS-READ.
044500     MOVE "N" TO SQ-AV-RUN-FAIL-SW.
044600     MOVE "OK " TO SQ-AV-DTL-CHAIN-FLAG.
044700     MOVE "OK " TO SQ-AV-DTL-ROWS-FLAG.
044800     MOVE "OK " TO SQ-AV-DTL-HASH-FLAG.
044900     IF SQ-AV-FIRST-SEAL
045000         MOVE "ANC" TO SQ-AV-DTL-CHAIN-FLAG
045100         MOVE "N" TO SQ-AV-FIRST-SEAL-SW
045200     ELSE
045300         IF SQ-AUDIT-SEAL-PREV-HASH NOT = SQ-AV-LAST-SEAL-HASH
045400             MOVE "BRK" TO SQ-AV-DTL-CHAIN-FLAG
045500             ADD 1 TO SQ-AV-CHAIN-BREAKS
045600             SET SQ-AV-RUN-FAILED TO TRUE
045700         END-IF
045800     END-IF.
045900     IF SQ-AUDIT-SEAL-ROWS NOT = SQ-AV-SEG-ROWS
046000         MOVE "BAD" TO SQ-AV-DTL-ROWS-FLAG
046100         SET SQ-AV-RUN-FAILED TO TRUE
046200     END-IF.
046300     IF SQ-AUDIT-SEAL-HASH NOT = SQ-AV-CHAIN-HASH
046400         MOVE "BAD" TO SQ-AV-DTL-HASH-FLAG
046500         SET SQ-AV-RUN-FAILED TO TRUE
046600     END-IF.
046700     IF SQ-AV-RUN-FAILED
046800         MOVE "FAILED" TO SQ-AV-DTL-VERDICT
046900         ADD 1 TO SQ-AV-SEALS-FAILED
047000     ELSE
047100         MOVE "SEALED OK" TO SQ-AV-DTL-VERDICT
047200         ADD 1 TO SQ-AV-SEALS-OK
047300     END-IF.
047400     MOVE SQ-AV-SOURCE-TAG TO SQ-AV-DTL-SOURCE.
047500     MOVE SQ-AUDIT-TIMESTAMP TO SQ-AV-DTL-TIMESTAMP.
047600     MOVE SQ-AUDIT-REQUEST-ID TO SQ-AV-DTL-PROGRAM.
047700     MOVE SQ-AUDIT-RUN-ID TO SQ-AV-DTL-RUN-ID.
047800     MOVE SQ-AUDIT-BUS-DATE TO SQ-AV-DTL-BUS-DATE.
047900     MOVE SQ-AUDIT-SEAL-ROWS TO SQ-AV-DTL-SEAL-ROWS.
048000     MOVE SQ-AV-SEG-ROWS TO SQ-AV-DTL-COUNTED.
048100     MOVE SQ-AUDIT-SEAL-HASH TO SQ-AV-DTL-SEAL-HASH.
048200     MOVE SQ-AV-CHAIN-HASH TO SQ-AV-DTL-REHASH.
048300     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
048400     WRITE SQ-AV-REPORT-LINE FROM SQ-AV-DETAIL-LINE
048500         AFTER ADVANCING 1.
048600     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
048700     ADD 1 TO SQ-AV-LINE-NO.
048800     MOVE SQ-AUDIT-SEAL-HASH TO SQ-AV-LAST-SEAL-HASH.
048900     MOVE SQ-AUDIT-SEAL-HASH TO SQ-AV-CHAIN-HASH.
049000     MOVE ZERO TO SQ-AV-SEG-ROWS.
049100     GO TO 3300-EXIT.
049200 3300-EXIT.
049300     EXIT.
049400*
049500*****************************************************************
049600* 4700 SERIES - REPORT PAGE AND STATUS CONTROL.
049700*****************************************************************
049800 4710-CHECK-PAGE-BREAK.
049900     IF SQ-AV-LINE-NO >= SQ-AV-LINES-PER-PAGE
050000         ADD 1 TO SQ-AV-PAGE-NO
050100         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
050200     END-IF.
050300     GO TO 4710-EXIT.
050400 4710-EXIT.
050500     EXIT.
050600*
050700 4712-CHECK-REPORT-STATUS.
050800     IF SQ-AV-REPORT-STATUS NOT = "00"
050900         DISPLAY "WARNING - SQ-AV-REPORT-FILE WRITE FAILED, "
051000             "STATUS " SQ-AV-REPORT-STATUS
051010         MOVE SPACES TO SQ-ML-TEXT
051020         STRING "WARNING - SQ-AV-REPORT-FILE WRITE FAILED, "
051030             "STATUS " SQ-AV-REPORT-STATUS
051040             DELIMITED BY SIZE INTO SQ-ML-TEXT
051050         MOVE "SQ0004W" TO SQ-ML-MSG-ID
051060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
051100     END-IF.
051200     GO TO 4712-EXIT.
051300 4712-EXIT.
051400     EXIT.
051500*
051600 4720-WRITE-SUMMARY-LINE.
051700     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
051800     WRITE SQ-AV-REPORT-LINE FROM SQ-AV-SUMMARY-LINE
051900         AFTER ADVANCING 1.
052000     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
052100     ADD 1 TO SQ-AV-LINE-NO.
052200     GO TO 4720-EXIT.
052300 4720-EXIT.
052400     EXIT.
052500*
052600*****************************************************************
052700* 9000 SERIES - END OF RUN.
052800*****************************************************************
052900 9000-TERMINATE.
053000     IF SQ-AV-SEG-ROWS > ZERO
053100         MOVE SQ-AV-SEG-ROWS TO SQ-AV-UN-ROWS
053200         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
053300         WRITE SQ-AV-REPORT-LINE FROM SQ-AV-UNSEALED-LINE
053400             AFTER ADVANCING 1
053500         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
053600         ADD 1 TO SQ-AV-LINE-NO
053700     END-IF.
053800     MOVE SPACES TO SQ-AV-REPORT-LINE.
053900     WRITE SQ-AV-REPORT-LINE AFTER ADVANCING 1.
054000     ADD 1 TO SQ-AV-LINE-NO.
054100     MOVE "ARCHIVE ROWS READ          :" TO SQ-AV-SM-LABEL.
054200     MOVE SQ-AV-ARCH-READ TO SQ-AV-SM-COUNT.
054300     PERFORM 4720-WRITE-SUMMARY-LINE THRU 4720-EXIT.
054400     MOVE "LIVE ROWS READ             :" TO SQ-AV-SM-LABEL.
054500     MOVE SQ-AV-LIVE-READ TO SQ-AV-SM-COUNT.
054600     PERFORM 4720-WRITE-SUMMARY-LINE THRU 4720-EXIT.
054700     MOVE "SEALS READ                 :" TO SQ-AV-SM-LABEL.
054800     MOVE SQ-AV-SEALS-READ TO SQ-AV-SM-COUNT.
054900     PERFORM 4720-WRITE-SUMMARY-LINE THRU 4720-EXIT.
055000     MOVE "SEALS VERIFIED             :" TO SQ-AV-SM-LABEL.
055100     MOVE SQ-AV-SEALS-OK TO SQ-AV-SM-COUNT.
055200     PERFORM 4720-WRITE-SUMMARY-LINE THRU 4720-EXIT.
055300     MOVE "RUNS FAILED VERIFICATION   :" TO SQ-AV-SM-LABEL.
055400     MOVE SQ-AV-SEALS-FAILED TO SQ-AV-SM-COUNT.
055500     PERFORM 4720-WRITE-SUMMARY-LINE THRU 4720-EXIT.
055600     MOVE "  OF WHICH CHAIN BREAKS    :" TO SQ-AV-SM-LABEL.
055700     MOVE SQ-AV-CHAIN-BREAKS TO SQ-AV-SM-COUNT.
055800     PERFORM 4720-WRITE-SUMMARY-LINE THRU 4720-EXIT.
055900     MOVE "UNSEALED ROWS AT END       :" TO SQ-AV-SM-LABEL.
056000     MOVE SQ-AV-SEG-ROWS TO SQ-AV-SM-COUNT.
056100     PERFORM 4720-WRITE-SUMMARY-LINE THRU 4720-EXIT.
056200     PERFORM 1220-CLOSE-TRAIL THRU 1220-EXIT.
056300     CLOSE SQ-AV-REPORT-FILE.
056400     EVALUATE TRUE
056500         WHEN SQ-AV-SEALS-FAILED > ZERO
056600             DISPLAY "SQAUDVFY - " SQ-AV-SEALS-FAILED
056700                 " RUN(S) FAILED SEAL VERIFICATION"
056705             MOVE SQ-AV-SEALS-FAILED TO SQ-AV-SEALS-FAILED-SHOW
056710             MOVE SPACES TO SQ-ML-TEXT
056720             STRING "SQAUDVFY - " SQ-AV-SEALS-FAILED-SHOW
056730                 " RUN(S) FAILED SEAL VERIFICATION"
056740                 DELIMITED BY SIZE INTO SQ-ML-TEXT
056750             MOVE "SQ0501E" TO SQ-ML-MSG-ID
056760             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
056800             MOVE 8 TO RETURN-CODE
056900         WHEN SQ-AV-SEG-ROWS > ZERO
057000             OR NOT SQ-AV-ANCHOR-FOUND
057100             DISPLAY "SQAUDVFY - SEALS VERIFIED, UNSEALED ROWS "
057200                 SQ-AV-SEG-ROWS
057300             MOVE 4 TO RETURN-CODE
057400         WHEN OTHER
057500             DISPLAY "SQAUDVFY - " SQ-AV-SEALS-OK
057600                 " SEAL(S) VERIFIED"
057700             MOVE 0 TO RETURN-CODE
057800     END-EVALUATE.
057900     GO TO 9000-EXIT.
058000 9000-EXIT.
058100     EXIT.
058200*
058300*****************************************************************
058400* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
058500* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
058600* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
058700* WAY.
058800*****************************************************************
058900 9800-LOG-MESSAGE.
059000     MOVE "SQAUDVFY" TO SQ-ML-PROGRAM.
059100     MOVE ZERO TO SQ-ML-RUN-ID.
059200     MOVE SPACES TO SQ-ML-BUS-DATE.
059300     CALL "SQMSGLOG" USING SQ-ML-AREA.
059400     GO TO 9800-EXIT.
059500 9800-EXIT.
059600     EXIT.
