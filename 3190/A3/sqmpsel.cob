000100*****************************************************************
000200* PROGRAM-ID.  SQMPSEL
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  METHOD-POLICY LOOKUP FOR SQUARE AND SQQDRAIN, SO AN
001000*     ADAPTIVE RUN (CARD METHOD "A") PICKS EACH VALUE'S METHOD THE
001100*     SAME WAY IN BOTH.  THE CALLER LOADS THE POLICY DATASET
001200*     SQMPOLGN BUILT FROM THE AUDIT HISTORY (SEE COPYBOOK
001300*     SQMPOLCY) ONCE AT STARTUP, THEN ASKS FOR THE METHOD OF EACH
001400*     VALUE BY ITS ROOT DEGREE AND MAGNITUDE BAND.  THE TABLE IS
001500*     HELD HERE BETWEEN CALLS.  THE FUNCTIONS AND RESULTS ARE
001600*     DOCUMENTED ON THE CALLING AREA, SQMPLINK.
001700*
001800*     A DEGREE AND BAND THE POLICY HAS NO CELL FOR RUNS
001900*     BABYLONIAN, AS A NON-ADAPTIVE RUN WOULD BY DEFAULT.  NO
002000*     POLICY DATASET, OR ONE THAT HOLDS NO USABLE CELL, MEANS
002100*     EVERY VALUE RUNS BABYLONIAN - THE RUN GOES ON AND THE
002200*     CONSOLE AND MESSAGE LOG SAY SO.
002300*
002400* MODIFICATION HISTORY.
002500*     2026-10-15  DL  INITIAL VERSION.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  SQMPSEL.
002900 AUTHOR.      D. LOCKWOOD.
003000 INSTALLATION. 3190 SYSTEMS.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL SQ-MS-POLICY-FILE ASSIGN TO SQMPOLCY
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS IS SQ-MS-POLICY-STATUS.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  SQ-MS-POLICY-FILE.
004400     COPY SQMPOLCY.
004500*
004600 WORKING-STORAGE SECTION.
004700 01  SQ-MS-SWITCHES.
004800     05  SQ-MS-EOF-SW              PIC X(01) VALUE "N".
004900         88  SQ-MS-EOF                 VALUE "Y".
005000     05  SQ-MS-ACTIVE-SW           PIC X(01) VALUE "N".
005100         88  SQ-MS-ACTIVE              VALUE "Y".
005200*
005300 01  SQ-MS-FILE-STATUSES.
005400     05  SQ-MS-POLICY-STATUS       PIC X(02) VALUE "00".
005500*
005600 01  SQ-MS-HEADER-FIELDS.
005700     05  SQ-MS-WINDOW-FROM         PIC X(10) VALUE SPACES.
005800     05  SQ-MS-WINDOW-TO           PIC X(10) VALUE SPACES.
005900     05  SQ-MS-BUILT-DATE          PIC X(10) VALUE SPACES.
006000*
006100*    ONE METHOD BYTE PER DEGREE AND MAGNITUDE BAND - SPACE WHERE
006200*    THE POLICY HAS NO CELL.
006300 01  SQ-MS-TABLE-AREA.
006400     05  SQ-MS-CELLS               PIC 9(04) COMP VALUE ZERO.
006500     05  SQ-MS-DEGREE-ROW OCCURS 99 TIMES.
006600         10  SQ-MS-CELL-METHOD     PIC X(01) OCCURS 6 TIMES.
006700*
006800 01  SQ-MS-WORK.
006900     05  SQ-MS-DEG-SUB             PIC 9(04) COMP VALUE ZERO.
007000     05  SQ-MS-BAND-SUB            PIC 9(04) COMP VALUE ZERO.
007100     05  SQ-MS-ABS-VALUE           PIC 9(11)V9(9) VALUE ZERO.
007200     05  SQ-MS-REASON              PIC X(24) VALUE SPACES.
007300*
007400*****************************************************************
007500* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
007600*****************************************************************
007700     COPY SQMLLINK.
007800*
007900 LINKAGE SECTION.
008000     COPY SQMPLINK.
008100*
008200*****************************************************************
008300* 0000-MAINLINE.
008400*****************************************************************
008500 PROCEDURE DIVISION USING SQ-MP-AREA.
008600*
008700 0000-MAINLINE.
008800     MOVE "Y" TO SQ-MP-RESULT.
008900     EVALUATE TRUE
009000         WHEN SQ-MP-LOAD
009100             PERFORM 1000-LOAD THRU 1000-EXIT
009200         WHEN SQ-MP-SELECT
009300             PERFORM 2000-SELECT THRU 2000-EXIT
009400         WHEN OTHER
009500             MOVE "F" TO SQ-MP-RESULT
009600     END-EVALUATE.
009700     MOVE SQ-MS-ACTIVE-SW TO SQ-MP-ACTIVE-SW.
009800     MOVE SQ-MS-CELLS TO SQ-MP-CELLS.
009900     MOVE SQ-MS-WINDOW-FROM TO SQ-MP-WINDOW-FROM.
010000     MOVE SQ-MS-WINDOW-TO TO SQ-MP-WINDOW-TO.
010100     MOVE SQ-MS-BUILT-DATE TO SQ-MP-BUILT-DATE.
010200     GOBACK.
010300*
010400*****************************************************************
010500* 1000-LOAD.  THE WHOLE POLICY DATASET INTO THE TABLE.  A CELL
010600* RECORD THAT NAMES A DEGREE, BAND OR METHOD THE SUITE CANNOT RUN
010700* IS SET ASIDE WITH A WARNING; A LATER CELL FOR THE SAME DEGREE
010800* AND BAND REPLACES AN EARLIER ONE.
010900*****************************************************************
011000 1000-LOAD.
011100     MOVE "N" TO SQ-MS-ACTIVE-SW.
011200     MOVE ZERO TO SQ-MS-CELLS.
011300     MOVE SPACES TO SQ-MS-HEADER-FIELDS.
011400     PERFORM 1050-CLEAR-ONE-DEGREE THRU 1050-EXIT
011500         VARYING SQ-MS-DEG-SUB FROM 1 BY 1
011600         UNTIL SQ-MS-DEG-SUB > 99.
011700     OPEN INPUT SQ-MS-POLICY-FILE.
011800     IF SQ-MS-POLICY-STATUS NOT = "00"
011900         IF SQ-MS-POLICY-STATUS = "05"
012000             CLOSE SQ-MS-POLICY-FILE
012100         ELSE
012200             DISPLAY "WARNING - SQ-MS-POLICY-FILE OPEN FAILED, "
012300                 "STATUS " SQ-MS-POLICY-STATUS
012400                 " - NO METHOD POLICY IN FORCE"
012500             MOVE SPACES TO SQ-ML-TEXT
012600             STRING "WARNING - SQ-MS-POLICY-FILE OPEN FAILED, "
012700                 "STATUS " SQ-MS-POLICY-STATUS
012800                 " - NO METHOD POLICY IN FORCE"
012900                 DELIMITED BY SIZE INTO SQ-ML-TEXT
013000             MOVE "SQ0002W" TO SQ-ML-MSG-ID
013100             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
013200         END-IF
013300         PERFORM 1200-WARN-NO-POLICY THRU 1200-EXIT
013400         GO TO 1000-EXIT
013500     END-IF.
013600     MOVE "N" TO SQ-MS-EOF-SW.
013700     PERFORM 1100-LOAD-ONE-RECORD THRU 1100-EXIT
013800         UNTIL SQ-MS-EOF.
013900     CLOSE SQ-MS-POLICY-FILE.
014000     IF SQ-MS-CELLS = ZERO
014100         PERFORM 1200-WARN-NO-POLICY THRU 1200-EXIT
014200         GO TO 1000-EXIT
014300     END-IF.
014400     SET SQ-MS-ACTIVE TO TRUE.
014500     GO TO 1000-EXIT.
014600 1000-EXIT.
014700     EXIT.
014800*
014900 1050-CLEAR-ONE-DEGREE.
015000     MOVE SPACES TO SQ-MS-DEGREE-ROW(SQ-MS-DEG-SUB).
015100     GO TO 1050-EXIT.
015200 1050-EXIT.
015300     EXIT.
015400*
015500 1100-LOAD-ONE-RECORD.
015600     READ SQ-MS-POLICY-FILE
015700         AT END
015800             SET SQ-MS-EOF TO TRUE
015900             GO TO 1100-EXIT
016000     END-READ.
016100     IF SQ-MPC-HEADER
016200         MOVE SQ-MPC-WINDOW-FROM TO SQ-MS-WINDOW-FROM
016300         MOVE SQ-MPC-WINDOW-TO TO SQ-MS-WINDOW-TO
016400         MOVE SQ-MPC-BUILT-DATE TO SQ-MS-BUILT-DATE
016500         GO TO 1100-EXIT
016600     END-IF.
016700     MOVE SPACES TO SQ-MS-REASON.
016800     EVALUATE TRUE
016900         WHEN NOT SQ-MPC-CELL
017000             MOVE "UNKNOWN RECORD TYPE" TO SQ-MS-REASON
017100         WHEN SQ-MPC-DEGREE NOT NUMERIC
017200             OR SQ-MPC-DEGREE = ZERO
017300             MOVE "DEGREE NOT 01-99" TO SQ-MS-REASON
017400         WHEN SQ-MPC-BAND NOT NUMERIC
017500             OR SQ-MPC-BAND < 1 OR SQ-MPC-BAND > 6
017600             MOVE "BAND NOT 1-6" TO SQ-MS-REASON
017700         WHEN SQ-MPC-METHOD NOT = "B"
017800             AND SQ-MPC-METHOD NOT = "N"
017900             AND SQ-MPC-METHOD NOT = "S"
018000             MOVE "METHOD NOT B, N OR S" TO SQ-MS-REASON
018100         WHEN SQ-MPC-METHOD = "N" AND SQ-MPC-DEGREE NOT = 2
018200             MOVE "NEWTON AT DEGREE NOT 02" TO SQ-MS-REASON
018300     END-EVALUATE.
018400     IF SQ-MS-REASON NOT = SPACES
018500         DISPLAY "WARNING - METHOD POLICY RECORD IGNORED, "
018600             SQ-MS-REASON ": " SQ-MPC-RECORD(1:30)
018700         MOVE SPACES TO SQ-ML-TEXT
018800         STRING "WARNING - METHOD POLICY RECORD IGNORED, "
018900             SQ-MS-REASON ": " SQ-MPC-RECORD(1:30)
019000             DELIMITED BY SIZE INTO SQ-ML-TEXT
019100         MOVE "SQ4701W" TO SQ-ML-MSG-ID
019200         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
019300         GO TO 1100-EXIT
019400     END-IF.
019500     MOVE SQ-MPC-DEGREE TO SQ-MS-DEG-SUB.
019600     MOVE SQ-MPC-BAND TO SQ-MS-BAND-SUB.
019700     IF SQ-MS-CELL-METHOD(SQ-MS-DEG-SUB, SQ-MS-BAND-SUB) = SPACE
019800         ADD 1 TO SQ-MS-CELLS
019900     END-IF.
020000     MOVE SQ-MPC-METHOD
020100         TO SQ-MS-CELL-METHOD(SQ-MS-DEG-SUB, SQ-MS-BAND-SUB).
020200     GO TO 1100-EXIT.
020300 1100-EXIT.
020400     EXIT.
020500*
020600 1200-WARN-NO-POLICY.
020700     DISPLAY "WARNING - NO METHOD POLICY CELLS ON FILE"
020800         " - EVERY VALUE RUNS BABYLONIAN".
020900     MOVE SPACES TO SQ-ML-TEXT.
021000     STRING "WARNING - NO METHOD POLICY CELLS ON FILE"
021100         " - EVERY VALUE RUNS BABYLONIAN"
021200         DELIMITED BY SIZE INTO SQ-ML-TEXT.
021300     MOVE "SQ4702W" TO SQ-ML-MSG-ID.
021400     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
021500     GO TO 1200-EXIT.
021600 1200-EXIT.
021700     EXIT.
021800*
021900*****************************************************************
022000* 2000-SELECT.  THE VALUE'S BAND IS ITS ABSOLUTE MAGNITUDE, AS ON
022100* SQSTATS; AN EXTENDED VALUE IS BAND 6 WHATEVER ITS SIZE.
022200*****************************************************************
022300 2000-SELECT.
022400     MOVE "B" TO SQ-MP-METHOD.
022500     IF SQ-MP-EXTENDED
022600         MOVE 6 TO SQ-MP-BAND
022700     ELSE
022800         IF SQ-MP-VALUE < ZERO
022900             COMPUTE SQ-MS-ABS-VALUE = ZERO - SQ-MP-VALUE
023000         ELSE
023100             MOVE SQ-MP-VALUE TO SQ-MS-ABS-VALUE
023200         END-IF
023300         EVALUATE TRUE
023400             WHEN SQ-MS-ABS-VALUE < 1
023500                 MOVE 1 TO SQ-MP-BAND
023600             WHEN SQ-MS-ABS-VALUE < 1000
023700                 MOVE 2 TO SQ-MP-BAND
023800             WHEN SQ-MS-ABS-VALUE < 1000000
023900                 MOVE 3 TO SQ-MP-BAND
024000             WHEN SQ-MS-ABS-VALUE < 1000000000
024100                 MOVE 4 TO SQ-MP-BAND
024200             WHEN OTHER
024300                 MOVE 5 TO SQ-MP-BAND
024400         END-EVALUATE
024500     END-IF.
024600     IF NOT SQ-MS-ACTIVE
024700         OR SQ-MP-DEGREE NOT NUMERIC
024800         OR SQ-MP-DEGREE = ZERO
024900         MOVE "D" TO SQ-MP-RESULT
025000         GO TO 2000-EXIT
025100     END-IF.
025200     MOVE SQ-MP-DEGREE TO SQ-MS-DEG-SUB.
025300     MOVE SQ-MP-BAND TO SQ-MS-BAND-SUB.
025400     IF SQ-MS-CELL-METHOD(SQ-MS-DEG-SUB, SQ-MS-BAND-SUB) = SPACE
025500         MOVE "D" TO SQ-MP-RESULT
025600         GO TO 2000-EXIT
025700     END-IF.
025800     MOVE SQ-MS-CELL-METHOD(SQ-MS-DEG-SUB, SQ-MS-BAND-SUB)
025900         TO SQ-MP-METHOD.
026000     IF SQ-MP-METHOD = "N" AND SQ-MP-NEGATIVE
026100         MOVE "B" TO SQ-MP-METHOD
026200     END-IF.
026300     GO TO 2000-EXIT.
026400 2000-EXIT.
026500     EXIT.
026600*
026700*****************************************************************
026800* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
026900* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
027000* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
027100* WAY.
027200*****************************************************************
027300 9800-LOG-MESSAGE.
027400     MOVE "SQMPSEL" TO SQ-ML-PROGRAM.
027500     MOVE ZERO TO SQ-ML-RUN-ID.
027600     MOVE SPACES TO SQ-ML-BUS-DATE.
027700     CALL "SQMSGLOG" USING SQ-ML-AREA.
027800     GO TO 9800-EXIT.
027900 9800-EXIT.
028000     EXIT.
