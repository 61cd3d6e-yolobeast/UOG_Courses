000100*****************************************************************
000200* PROGRAM-ID.  SQMSGLOG
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  OPERATOR MESSAGE LOG.  EVERY PROGRAM IN THE SUITE
001000*     CALLS THIS ONCE FOR EACH FATAL, WARNING OR ERROR MESSAGE IT
001100*     DISPLAYS, AND IT APPENDS ONE RECORD (SEE COPYBOOK SQMSGREC)
001200*     TO THE MESSAGE-LOG DATASET - MESSAGE ID, SEVERITY, PROGRAM,
001300*     RUN ID, BUSINESS DATE AND THE TEXT - SO THE MESSAGE CAN BE
001400*     FOUND AGAIN WITH SQMSGRPT AFTER THE JOB LOG HAS GONE.  THE
001500*     DATASET IS OPENED, WRITTEN AND CLOSED FOR EACH MESSAGE, THE
001600*     SAME AS THE STEP-STATUS DATASET, SO A STEP THAT ABENDS LATER
001700*     HAS STILL LOGGED EVERYTHING IT SAID.
001800*
001900*     A CALLER THAT DOES NOT KNOW ITS RUN ID OR BUSINESS DATE
002000*     PASSES ZERO OR SPACES AND THIS PROGRAM FILLS THEM IN - THE
002100*     RUN ID OF THE NIGHT IN PROGRESS ON THE STEP-STATUS DATASET,
002200*     ELSE THE LAST RUN ON THE RUN REGISTRY; THE BUSINESS DATE THE
002300*     REGISTRY RECORDS FOR THAT RUN, ELSE TODAY'S ON THE
002400*     PROCESSING CALENDAR, ELSE TODAY'S DATE.  THEY ARE LOOKED UP
002500*     ON THE FIRST CALL ONLY AND HELD FOR THE REST OF THE STEP.
002600*     ALL THREE ARE READ ONLY, AND ANY OF THEM MAY BE MISSING.
002700*
002800*     THE LOG IS NEVER ALLOWED TO FAIL A STEP.  WITH NO
002900*     MESSAGE-LOG DD THE MESSAGE IS SIMPLY NOT LOGGED; A LOG THAT
003000*     WILL NOT OPEN IS REPORTED ON THE CONSOLE ONCE PER STEP AND
003100*     THE CALLER IS TOLD THROUGH SQ-ML-RESULT.  THE CALLING AREA
003200*     IS SQMLLINK.
003300*
003400* MODIFICATION HISTORY.
003500*     2026-10-15  DL  INITIAL VERSION.
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.  SQMSGLOG.
003900 AUTHOR.      D. LOCKWOOD.
004000 INSTALLATION. 3190 SYSTEMS.
004100 DATE-WRITTEN. 2026-10-15.
004200 DATE-COMPILED.
004300*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPTIONAL SQ-MG-FILE ASSIGN TO SQMSGLOG
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS SQ-MG-STATUS.
005000*
005100     SELECT OPTIONAL SQ-SS-FILE ASSIGN TO SQSTEPST
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS IS SQ-SS-STATUS.
005400*
005500     SELECT OPTIONAL SQ-RUNREG-FILE ASSIGN TO SQRUNREG
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS IS SQ-RUNREG-STATUS.
005800*
005900     SELECT OPTIONAL SQ-CAL-FILE ASSIGN TO SQCALEND
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS IS SQ-CAL-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  SQ-MG-FILE.
006600     COPY SQMSGREC.
006700*
006800 FD  SQ-SS-FILE.
006900     COPY SQSTEPST.
007000*
007100 FD  SQ-RUNREG-FILE.
007200     COPY SQRUNREG.
007300*
007400 FD  SQ-CAL-FILE.
007500     COPY SQCALEND.
007600*
007700 WORKING-STORAGE SECTION.
007800 01  SQ-MS-SWITCHES.
007900     05  SQ-MS-EOF-SW              PIC X(01) VALUE "N".
008000         88  SQ-MS-EOF                 VALUE "Y".
008100     05  SQ-MS-RESOLVED-SW         PIC X(01) VALUE "N".
008200         88  SQ-MS-RESOLVED            VALUE "Y".
008300     05  SQ-MS-WARNED-SW           PIC X(01) VALUE "N".
008400         88  SQ-MS-WARNED              VALUE "Y".
008500*
008600 01  SQ-MS-FILE-STATUSES.
008700     05  SQ-MG-STATUS              PIC X(02) VALUE "00".
008800     05  SQ-SS-STATUS              PIC X(02) VALUE "00".
008900     05  SQ-RUNREG-STATUS          PIC X(02) VALUE "00".
009000     05  SQ-CAL-STATUS             PIC X(02) VALUE "00".
009100*
009200*    THE NIGHT, AS LOOKED UP ON THE FIRST CALL.
009300 01  SQ-MS-NIGHT.
009400     05  SQ-MS-NIGHT-RUN-ID        PIC 9(05) VALUE ZERO.
009500     05  SQ-MS-REG-RUN-ID          PIC 9(05) VALUE ZERO.
009600     05  SQ-MS-REG-BUS-DATE        PIC X(10) VALUE SPACES.
009700     05  SQ-MS-CAL-BUS-DATE        PIC X(10) VALUE SPACES.
009800     05  SQ-MS-TODAY               PIC X(10) VALUE SPACES.
009900*
010000 01  SQ-MS-DATE-TIME-FIELDS.
010100     05  SQ-MS-CURRENT-DATE.
010200         10  SQ-MS-CUR-YEAR        PIC 9(04).
010300         10  SQ-MS-CUR-MONTH       PIC 9(02).
010400         10  SQ-MS-CUR-DAY         PIC 9(02).
010500     05  SQ-MS-CURRENT-TIME.
010600         10  SQ-MS-CUR-HOUR        PIC 9(02).
010700         10  SQ-MS-CUR-MINUTE      PIC 9(02).
010800         10  SQ-MS-CUR-SECOND      PIC 9(02).
010900         10  SQ-MS-CUR-HUNDREDTH   PIC 9(02).
011000     05  SQ-MS-TIMESTAMP-TEXT      PIC X(26) VALUE SPACES.
011100*
011200 LINKAGE SECTION.
011300     COPY SQMLLINK.
011400*
011500*****************************************************************
011600* 0000-MAINLINE.
011700*****************************************************************
011800 PROCEDURE DIVISION USING SQ-ML-AREA.
011900*
012000 0000-MAINLINE.
012100     MOVE "L" TO SQ-ML-RESULT.
012200     PERFORM 8100-STAMP-TIME THRU 8100-EXIT.
012300     IF NOT SQ-MS-RESOLVED
012400         PERFORM 1000-RESOLVE-NIGHT THRU 1000-EXIT
012500     END-IF.
012600     PERFORM 2000-WRITE-MESSAGE THRU 2000-EXIT.
012700     GOBACK.
012800*
012900*****************************************************************
013000* 1000-RESOLVE-NIGHT.  THE RUN ID AND BUSINESS DATE A CALLER THAT
013100* PASSES NONE IS GIVEN.  THE STEP-STATUS NIGHT COMES FIRST - A
013200* RERUN OF SQUARE TAKES A NEW RUN ID OFF THE REGISTRY, BUT THE
013300* NIGHT KEEPS THE ONE IT OPENED WITH.  THE REGISTRY'S BUSINESS
013400* DATE IS USED ONLY WHEN IT BELONGS TO THAT SAME RUN.
013500*****************************************************************
013600 1000-RESOLVE-NIGHT.
013700     SET SQ-MS-RESOLVED TO TRUE.
013800     PERFORM 1100-LOAD-STEP-NIGHT THRU 1100-EXIT.
013900     PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT.
014000     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
014100     IF SQ-MS-NIGHT-RUN-ID = ZERO
014200         MOVE SQ-MS-REG-RUN-ID TO SQ-MS-NIGHT-RUN-ID
014300     END-IF.
014400     IF SQ-MS-REG-RUN-ID NOT = SQ-MS-NIGHT-RUN-ID
014500         MOVE SPACES TO SQ-MS-REG-BUS-DATE
014600     END-IF.
014700     IF SQ-MS-REG-BUS-DATE = SPACES
014800         MOVE SQ-MS-CAL-BUS-DATE TO SQ-MS-REG-BUS-DATE
014900     END-IF.
015000     IF SQ-MS-REG-BUS-DATE = SPACES
015100         MOVE SQ-MS-TODAY TO SQ-MS-REG-BUS-DATE
015200     END-IF.
015300     GO TO 1000-EXIT.
015400 1000-EXIT.
015500     EXIT.
015600*
015700*    THE LAST "J" RECORD ON THE DATASET OPENED THE NIGHT IN
015800*    PROGRESS.
015900 1100-LOAD-STEP-NIGHT.
016000     OPEN INPUT SQ-SS-FILE.
016100     IF SQ-SS-STATUS NOT = "00"
016200         IF SQ-SS-STATUS = "05"
016300             CLOSE SQ-SS-FILE
016400         END-IF
016500         GO TO 1100-EXIT
016600     END-IF.
016700     MOVE "N" TO SQ-MS-EOF-SW.
016800     PERFORM 1110-READ-ONE-STEP THRU 1110-EXIT
016900         UNTIL SQ-MS-EOF.
017000     CLOSE SQ-SS-FILE.
017100     GO TO 1100-EXIT.
017200 1100-EXIT.
017300     EXIT.
017400*
017500 1110-READ-ONE-STEP.
017600     READ SQ-SS-FILE
017700         AT END
017800             SET SQ-MS-EOF TO TRUE
017900             GO TO 1110-EXIT
018000     END-READ.
018100     IF SQ-SS-NIGHT-OPENED AND SQ-SS-RUN-ID NUMERIC
018200         MOVE SQ-SS-RUN-ID TO SQ-MS-NIGHT-RUN-ID
018300     END-IF.
018400     GO TO 1110-EXIT.
018500 1110-EXIT.
018600     EXIT.
018700*
018800 1200-LOAD-REGISTRY.
018900     OPEN INPUT SQ-RUNREG-FILE.
019000     IF SQ-RUNREG-STATUS NOT = "00"
019100         IF SQ-RUNREG-STATUS = "05"
019200             CLOSE SQ-RUNREG-FILE
019300         END-IF
019400         GO TO 1200-EXIT
019500     END-IF.
019600     READ SQ-RUNREG-FILE
019700         AT END
019800             CLOSE SQ-RUNREG-FILE
019900             GO TO 1200-EXIT
020000     END-READ.
020100     IF SQ-RUNREG-LAST-RUN-ID NUMERIC
020200         MOVE SQ-RUNREG-LAST-RUN-ID TO SQ-MS-REG-RUN-ID
020300         MOVE SQ-RUNREG-BUS-DATE TO SQ-MS-REG-BUS-DATE
020400     END-IF.
020500     CLOSE SQ-RUNREG-FILE.
020600     GO TO 1200-EXIT.
020700 1200-EXIT.
020800     EXIT.
020900*
021000*    TODAY'S CALENDAR ENTRY; NO ENTRY, OR ONE WITH NO BUSINESS
021100*    DATE, MEANS THE WALL DATE (SEE SQCALEND).
021200 1300-LOAD-CALENDAR.
021300     MOVE SPACES TO SQ-MS-TODAY.
021400     STRING SQ-MS-CUR-YEAR "-" SQ-MS-CUR-MONTH "-" SQ-MS-CUR-DAY
021500         DELIMITED BY SIZE INTO SQ-MS-TODAY.
021600     OPEN INPUT SQ-CAL-FILE.
021700     IF SQ-CAL-STATUS NOT = "00"
021800         IF SQ-CAL-STATUS = "05"
021900             CLOSE SQ-CAL-FILE
022000         END-IF
022100         GO TO 1300-EXIT
022200     END-IF.
022300     MOVE "N" TO SQ-MS-EOF-SW.
022400     PERFORM 1310-READ-ONE-DATE THRU 1310-EXIT
022500         UNTIL SQ-MS-EOF.
022600     CLOSE SQ-CAL-FILE.
022700     GO TO 1300-EXIT.
022800 1300-EXIT.
022900     EXIT.
023000*
023100 1310-READ-ONE-DATE.
023200     READ SQ-CAL-FILE
023300         AT END
023400             SET SQ-MS-EOF TO TRUE
023500             GO TO 1310-EXIT
023600     END-READ.
023700     IF SQ-CAL-DATE = SQ-MS-TODAY
023800         MOVE SQ-CAL-BUS-DATE TO SQ-MS-CAL-BUS-DATE
023900         SET SQ-MS-EOF TO TRUE
024000     END-IF.
024100     GO TO 1310-EXIT.
024200 1310-EXIT.
024300     EXIT.
024400*
024500*****************************************************************
024600* 2000-WRITE-MESSAGE.  ONE RECORD, APPENDED.  STATUS 05 IS AN
024700* OPTIONAL DATASET THAT IS NOT THERE - NO MESSAGE LOG ON THIS
024800* JOB - AND IS NOT A FAILURE.
024900*****************************************************************
025000 2000-WRITE-MESSAGE.
025100     OPEN EXTEND SQ-MG-FILE.
025200     IF SQ-MG-STATUS NOT = "00" AND SQ-MG-STATUS NOT = "05"
025300         MOVE "F" TO SQ-ML-RESULT
025400         IF NOT SQ-MS-WARNED
025500             DISPLAY "WARNING - MESSAGE LOG OPEN FAILED, STATUS "
025600                 SQ-MG-STATUS " - " SQ-ML-PROGRAM
025700                 " MESSAGES ARE ON THE CONSOLE ONLY"
025800             SET SQ-MS-WARNED TO TRUE
025900         END-IF
026000         GO TO 2000-EXIT
026100     END-IF.
026200     MOVE SPACES TO SQ-MG-RECORD.
026300     MOVE SQ-MS-TIMESTAMP-TEXT TO SQ-MG-TIMESTAMP.
026400     MOVE SQ-ML-MSG-ID TO SQ-MG-MSG-ID.
026500     MOVE SQ-ML-MSG-ID(7:1) TO SQ-MG-SEVERITY.
026600     MOVE SQ-ML-PROGRAM TO SQ-MG-PROGRAM.
026700     IF SQ-ML-RUN-ID NUMERIC AND SQ-ML-RUN-ID > ZERO
026800         MOVE SQ-ML-RUN-ID TO SQ-MG-RUN-ID
026900     ELSE
027000         MOVE SQ-MS-NIGHT-RUN-ID TO SQ-MG-RUN-ID
027100     END-IF.
027200     IF SQ-ML-BUS-DATE = SPACES
027300         MOVE SQ-MS-REG-BUS-DATE TO SQ-MG-BUS-DATE
027400     ELSE
027500         MOVE SQ-ML-BUS-DATE TO SQ-MG-BUS-DATE
027600     END-IF.
027700     MOVE SQ-ML-TEXT TO SQ-MG-TEXT.
027800     WRITE SQ-MG-RECORD.
027900     IF SQ-MG-STATUS NOT = "00"
028000         MOVE "F" TO SQ-ML-RESULT
028100         IF NOT SQ-MS-WARNED
028200             DISPLAY "WARNING - MESSAGE LOG WRITE FAILED, STATUS "
028300                 SQ-MG-STATUS " - " SQ-ML-PROGRAM
028400                 " MESSAGES ARE ON THE CONSOLE ONLY"
028500             SET SQ-MS-WARNED TO TRUE
028600         END-IF
028700     END-IF.
028800     CLOSE SQ-MG-FILE.
028900     GO TO 2000-EXIT.
029000 2000-EXIT.
029100     EXIT.
029200*
029300 8100-STAMP-TIME.
029400     ACCEPT SQ-MS-CURRENT-DATE FROM DATE YYYYMMDD.
029500     ACCEPT SQ-MS-CURRENT-TIME FROM TIME.
029600     MOVE SPACES TO SQ-MS-TIMESTAMP-TEXT.
029700     STRING SQ-MS-CUR-YEAR "-" SQ-MS-CUR-MONTH "-"
029800         SQ-MS-CUR-DAY "-" SQ-MS-CUR-HOUR "."
029900         SQ-MS-CUR-MINUTE "." SQ-MS-CUR-SECOND "."
030000         SQ-MS-CUR-HUNDREDTH DELIMITED BY SIZE
030100         INTO SQ-MS-TIMESTAMP-TEXT.
030200     GO TO 8100-EXIT.
030300 8100-EXIT.
030400     EXIT.
