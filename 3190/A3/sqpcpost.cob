000100*****************************************************************
000200* PROGRAM-ID.  SQPCPOST
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  STAGES ONE PROPOSED CHANGE ON THE PENDING-CHANGE
001000*     DATASET (SEE COPYBOOK SQPENDCH) FOR SQPARMNT, SQRULMNT AND
001100*     SQAUTMNT, SO ALL THREE FRONT ENDS NUMBER, STAMP AND CHECK
001200*     THEIR PROPOSALS THE SAME WAY.  THE CALLER FILLS IN THE
001300*     TARGET, ACTION, KEY, MAKER AND THE BEFORE/AFTER IMAGES; THIS
001400*     PROGRAM READS THE DATASET THROUGH, REFUSES THE CHANGE WHEN
001500*     ONE FOR THE SAME TARGET AND KEY IS ALREADY PENDING (TWO
001600*     PROPOSALS AGAINST THE SAME RECORD COULD NOT BOTH BE APPLIED
001700*     AS APPROVED), ASSIGNS THE NEXT CHANGE ID, STAMPS THE STATUS
001800*     AND TIME, AND APPENDS THE RECORD.  SAME ONE-STEP CALLING
001900*     PATTERN AS SQSEAL.
002000*
002100*     SQ-PP-RESULT COMES BACK -
002200*         "Y" = STAGED (SQ-PP-CHANGE-ID CARRIES THE NEW ID),
002300*         "D" = REFUSED, ANOTHER CHANGE TO THE SAME RECORD IS
002400*               PENDING (SQ-PP-CHANGE-ID CARRIES ITS ID),
002500*         "F" = THE DATASET COULD NOT BE READ OR WRITTEN.
002600*
002700* MODIFICATION HISTORY.
002800*     2026-10-15  DL  INITIAL VERSION.
002820*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002840*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002860*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002880*                     COPYBOOK SQMSGCAT).
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  SQPCPOST.
003200 AUTHOR.      D. LOCKWOOD.
003300 INSTALLATION. 3190 SYSTEMS.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL SQ-PEND-FILE ASSIGN TO SQPENDCH
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS SQ-PEND-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SQ-PEND-FILE.
004700     COPY SQPENDCH.
004800*
004900 WORKING-STORAGE SECTION.
005000 01  SQ-PP-SWITCHES.
005100     05  SQ-PP-EOF-SW              PIC X(01) VALUE "N".
005200         88  SQ-PP-EOF                 VALUE "Y".
005300*
005400 01  SQ-PP-FILE-STATUSES.
005500     05  SQ-PEND-STATUS            PIC X(02) VALUE "00".
005600*
005700 01  SQ-PP-WORK.
005800     05  SQ-PP-HIGH-ID             PIC 9(06) VALUE ZERO.
005900     05  SQ-PP-DUP-ID              PIC 9(06) VALUE ZERO.
006000*
006100 01  SQ-PP-DATE-TIME-FIELDS.
006200     05  SQ-PP-CURRENT-DATE.
006300         10  SQ-PP-CUR-YEAR        PIC 9(04).
006400         10  SQ-PP-CUR-MONTH       PIC 9(02).
006500         10  SQ-PP-CUR-DAY         PIC 9(02).
006600     05  SQ-PP-CURRENT-TIME.
006700         10  SQ-PP-CUR-HOUR        PIC 9(02).
006800         10  SQ-PP-CUR-MINUTE      PIC 9(02).
006900         10  SQ-PP-CUR-SECOND      PIC 9(02).
007000         10  SQ-PP-CUR-HUNDREDTH   PIC 9(02).
007100*
007110*****************************************************************
007120* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
007130*****************************************************************
007140     COPY SQMLLINK.
007150*
007200 LINKAGE SECTION.
007300     COPY SQPENDCH REPLACING LEADING ==SQ-PC== BY ==SQ-PL==.
007400 01  SQ-PP-RESULT                  PIC X(01).
007500 01  SQ-PP-CHANGE-ID               PIC 9(06).
007600*
007700*****************************************************************
007800* 0000-MAINLINE.
007900*****************************************************************
008000 PROCEDURE DIVISION USING SQ-PL-RECORD, SQ-PP-RESULT,
008100     SQ-PP-CHANGE-ID.
008200*
008300 0000-MAINLINE.
008400     MOVE "F" TO SQ-PP-RESULT.
008500     MOVE ZERO TO SQ-PP-CHANGE-ID.
008600     PERFORM 1000-SCAN-PENDING THRU 1000-EXIT.
008700     IF SQ-PP-RESULT = "F" OR SQ-PP-RESULT = "D"
008800         GOBACK
008900     END-IF.
009000     PERFORM 2000-APPEND-CHANGE THRU 2000-EXIT.
009100     GOBACK.
009200*
009300*****************************************************************
009400* 1000-SCAN-PENDING.  HIGHEST ID ON FILE, AND ANY CHANGE STILL
009500* PENDING AGAINST THE SAME TARGET AND KEY.  A DATASET THAT IS
009600* NOT THERE YET (STATUS 05) IS AN EMPTY ONE.
009700*****************************************************************
009800 1000-SCAN-PENDING.
009900     MOVE ZERO TO SQ-PP-HIGH-ID.
010000     MOVE ZERO TO SQ-PP-DUP-ID.
010100     MOVE "N" TO SQ-PP-EOF-SW.
010200     OPEN INPUT SQ-PEND-FILE.
010300     IF SQ-PEND-STATUS NOT = "00" AND SQ-PEND-STATUS NOT = "05"
010400         DISPLAY "SQ-PEND-FILE OPEN FAILED, STATUS "
010500             SQ-PEND-STATUS
010510         MOVE SPACES TO SQ-ML-TEXT
010520         STRING "SQ-PEND-FILE OPEN FAILED, STATUS "
010530             SQ-PEND-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
010540         MOVE "SQ0006E" TO SQ-ML-MSG-ID
010550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
010600         GO TO 1000-EXIT
010700     END-IF.
010800     PERFORM 1100-SCAN-ONE-CHANGE THRU 1100-EXIT
010900         UNTIL SQ-PP-EOF.
011000     CLOSE SQ-PEND-FILE.
011100     IF SQ-PP-DUP-ID > 0
011200         MOVE "D" TO SQ-PP-RESULT
011300         MOVE SQ-PP-DUP-ID TO SQ-PP-CHANGE-ID
011400     ELSE
011500         MOVE "Y" TO SQ-PP-RESULT
011600     END-IF.
011700     GO TO 1000-EXIT.
011800 1000-EXIT.
011900     EXIT.
012000*
012100 1100-SCAN-ONE-CHANGE.
012200     READ SQ-PEND-FILE
012300         AT END
012400             SET SQ-PP-EOF TO TRUE
012500             GO TO 1100-EXIT
012600     END-READ.
012700     IF SQ-PC-CHANGE-ID NUMERIC
012800         AND SQ-PC-CHANGE-ID > SQ-PP-HIGH-ID
012900         MOVE SQ-PC-CHANGE-ID TO SQ-PP-HIGH-ID
013000     END-IF.
013100     IF SQ-PC-PENDING
013200         AND SQ-PC-TARGET = SQ-PL-TARGET
013300         AND SQ-PC-KEY = SQ-PL-KEY
013400         MOVE SQ-PC-CHANGE-ID TO SQ-PP-DUP-ID
013500     END-IF.
013600     GO TO 1100-EXIT.
013700 1100-EXIT.
013800     EXIT.
013900*
014000*****************************************************************
014100* 2000-APPEND-CHANGE.  NUMBER, STAMP, APPEND.
014200*****************************************************************
014300 2000-APPEND-CHANGE.
014400     MOVE "F" TO SQ-PP-RESULT.
014500     OPEN EXTEND SQ-PEND-FILE.
014600     IF SQ-PEND-STATUS NOT = "00" AND SQ-PEND-STATUS NOT = "05"
014700         DISPLAY "SQ-PEND-FILE OPEN FAILED, STATUS "
014800             SQ-PEND-STATUS
014810         MOVE SPACES TO SQ-ML-TEXT
014820         STRING "SQ-PEND-FILE OPEN FAILED, STATUS "
014830             SQ-PEND-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
014840         MOVE "SQ0006E" TO SQ-ML-MSG-ID
014850         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
014900         GO TO 2000-EXIT
015000     END-IF.
015100     MOVE SQ-PL-RECORD TO SQ-PC-RECORD.
015200     ADD 1 TO SQ-PP-HIGH-ID GIVING SQ-PC-CHANGE-ID.
015300     SET SQ-PC-PENDING TO TRUE.
015400     ACCEPT SQ-PP-CURRENT-DATE FROM DATE YYYYMMDD.
015500     ACCEPT SQ-PP-CURRENT-TIME FROM TIME.
015600     MOVE SPACES TO SQ-PC-MADE-TS.
015700     STRING SQ-PP-CUR-YEAR "-" SQ-PP-CUR-MONTH "-"
015800         SQ-PP-CUR-DAY "-" SQ-PP-CUR-HOUR "."
015900         SQ-PP-CUR-MINUTE "." SQ-PP-CUR-SECOND "."
016000         SQ-PP-CUR-HUNDREDTH DELIMITED BY SIZE
016100         INTO SQ-PC-MADE-TS.
016200     MOVE SPACES TO SQ-PC-CHECKER.
016300     MOVE SPACES TO SQ-PC-CHECKED-TS.
016400     WRITE SQ-PC-RECORD.
016500     IF SQ-PEND-STATUS NOT = "00"
016600         DISPLAY "SQ-PEND-FILE WRITE FAILED, STATUS "
016700             SQ-PEND-STATUS
016710         MOVE SPACES TO SQ-ML-TEXT
016720         STRING "SQ-PEND-FILE WRITE FAILED, STATUS "
016730             SQ-PEND-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
016740         MOVE "SQ0007E" TO SQ-ML-MSG-ID
016750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
016800     ELSE
016900         MOVE "Y" TO SQ-PP-RESULT
017000         MOVE SQ-PC-CHANGE-ID TO SQ-PP-CHANGE-ID
017100     END-IF.
017200     CLOSE SQ-PEND-FILE.
017300     GO TO 2000-EXIT.
017400 2000-EXIT.
017500     EXIT.
017600*
017700*****************************************************************
017800* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
017900* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
018000* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
018100* WAY.
018200*****************************************************************
018300 9800-LOG-MESSAGE.
018400     MOVE "SQPCPOST" TO SQ-ML-PROGRAM.
018500     MOVE ZERO TO SQ-ML-RUN-ID.
018600     MOVE SPACES TO SQ-ML-BUS-DATE.
018700     CALL "SQMSGLOG" USING SQ-ML-AREA.
018800     GO TO 9800-EXIT.
018900 9800-EXIT.
019000     EXIT.
