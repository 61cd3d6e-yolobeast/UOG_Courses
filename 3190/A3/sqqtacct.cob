000100*****************************************************************
000200* PROGRAM-ID.  SQQTACCT
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  DEPARTMENT COMPUTE-QUOTA ACCOUNTING FOR SQUARE AND
001000*     SQQDRAIN, SO BOTH ENFORCE THE SAME ALLOWANCES AGAINST THE
001100*     SAME MONTH-TO-DATE FIGURES.  THE CALLER LOADS THE QUOTA
001200*     MASTER (SEE COPYBOOK SQQUOTA) AND THE MONTH'S USAGE (SEE
001300*     SQQUSAGE) ONCE AT STARTUP, CHECKS EACH VALUE'S DEPARTMENT
001400*     BEFORE COMPUTING IT, CHARGES THE DEPARTMENT WITH WHAT
001500*     HAPPENED, AND HAS THE USAGE FILE REWRITTEN AT END OF RUN.
001600*     THE FIGURES ARE HELD HERE BETWEEN CALLS.  THE FUNCTIONS
001700*     AND RESULTS ARE DOCUMENTED ON THE CALLING AREA, SQQTLINK.
001800*
001900*     A DEPARTMENT IS OVER QUOTA ONCE EITHER OF ITS MONTHLY
002000*     ALLOWANCES (REQUESTS, ITERATIONS) IS USED UP, AND AT ITS
002100*     WARNING LEVEL ONCE EITHER IS USED TO ITS WARNING PER CENT.
002200*     A DEPARTMENT CROSSING EITHER LINE DURING THE RUN IS ALSO
002300*     REPORTED ON THE CONSOLE.  NO QUOTA MASTER MEANS NO QUOTAS
002400*     IN FORCE AND EVERY FUNCTION IS A NO-OP; SO DOES A USAGE
002500*     FILE THAT CANNOT BE READ, RATHER THAN START THE MONTH AGAIN
002600*     FROM ZERO AND OVERWRITE IT.
002700*
002800* MODIFICATION HISTORY.
002900*     2026-10-15  DL  INITIAL VERSION.
002920*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002940*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002960*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002980*                     COPYBOOK SQMSGCAT).
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.  SQQTACCT.
003300 AUTHOR.      D. LOCKWOOD.
003400 INSTALLATION. 3190 SYSTEMS.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.
003700*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL SQ-QT-MASTER-FILE ASSIGN TO SQQUOTA
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS SQ-QT-MASTER-STATUS.
004400*
004500     SELECT OPTIONAL SQ-QT-USAGE-FILE ASSIGN TO SQQUSAGE
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS IS SQ-QT-USAGE-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SQ-QT-MASTER-FILE.
005200     COPY SQQUOTA.
005300*
005400 FD  SQ-QT-USAGE-FILE.
005500     COPY SQQUSAGE.
005600*
005700 WORKING-STORAGE SECTION.
005800 01  SQ-QT-SWITCHES.
005900     05  SQ-QT-EOF-SW              PIC X(01) VALUE "N".
006000         88  SQ-QT-EOF                 VALUE "Y".
006100     05  SQ-QT-ACTIVE-SW           PIC X(01) VALUE "N".
006200         88  SQ-QT-ACTIVE              VALUE "Y".
006300*
006400 01  SQ-QT-FILE-STATUSES.
006500     05  SQ-QT-MASTER-STATUS       PIC X(02) VALUE "00".
006600     05  SQ-QT-USAGE-STATUS        PIC X(02) VALUE "00".
006700*
006800 01  SQ-QT-RUN-CONTEXT.
006900     05  SQ-QT-MONTH               PIC X(07) VALUE SPACES.
007000     05  SQ-QT-RUN-ID              PIC 9(05) VALUE ZERO.
007100     05  SQ-QT-PROGRAM             PIC X(08) VALUE SPACES.
007200*
007300*    ONE ENTRY PER DEPARTMENT ON THE MASTER, PLUS ANY DEPARTMENT
007400*    WITH USAGE BUT NO QUOTA (LIMITS ZERO) SO ITS CONSUMPTION IS
007500*    STILL CARRIED FORWARD ON THE USAGE FILE.
007600 01  SQ-QT-TABLE-AREA.
007700     05  SQ-QT-COUNT               PIC 9(04) COMP VALUE ZERO.
007800     05  SQ-QT-ENTRY OCCURS 100 TIMES
007900             INDEXED BY SQ-QT-IX.
008000         10  SQ-QT-DEPT            PIC X(03).
008100         10  SQ-QT-REQ-LIMIT       PIC 9(09).
008200         10  SQ-QT-ITER-LIMIT      PIC 9(09).
008300         10  SQ-QT-WARN-PCT        PIC 9(03).
008400         10  SQ-QT-ACTION          PIC X(01).
008500         10  SQ-QT-REQUESTS        PIC 9(09).
008600         10  SQ-QT-ITERS           PIC 9(09).
008700         10  SQ-QT-DEFERRED        PIC 9(07).
008800         10  SQ-QT-REJECTED        PIC 9(07).
008900         10  SQ-QT-PCT             PIC 9(03).
009000         10  SQ-QT-STATE           PIC X(01).
009100         10  SQ-QT-START-STATE     PIC X(01).
009200*
009300 01  SQ-QT-WORK.
009400     05  SQ-QT-SUB                 PIC 9(04) COMP VALUE ZERO.
009500     05  SQ-QT-FOUND-SUB           PIC 9(04) COMP VALUE ZERO.
009600     05  SQ-QT-PCT-WORK            PIC 9(12) VALUE ZERO.
009700     05  SQ-QT-PCT-HIGH            PIC 9(12) VALUE ZERO.
009800     05  SQ-QT-OLD-RANK            PIC 9(01) VALUE ZERO.
009900     05  SQ-QT-NEW-RANK            PIC 9(01) VALUE ZERO.
010000     05  SQ-QT-PCT-SHOW            PIC ZZ9.
010100*
010110*****************************************************************
010120* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
010130*****************************************************************
010140     COPY SQMLLINK.
010150*
010200 LINKAGE SECTION.
010300     COPY SQQTLINK.
010400*
010500*****************************************************************
010600* 0000-MAINLINE.
010700*****************************************************************
010800 PROCEDURE DIVISION USING SQ-QL-AREA.
010900*
011000 0000-MAINLINE.
011100     MOVE "Y" TO SQ-QL-RESULT.
011200     EVALUATE TRUE
011300         WHEN SQ-QL-LOAD
011400             PERFORM 1000-LOAD THRU 1000-EXIT
011500         WHEN SQ-QL-CHECK
011600             PERFORM 2000-CHECK THRU 2000-EXIT
011700         WHEN SQ-QL-CHARGE
011800             PERFORM 3000-CHARGE THRU 3000-EXIT
011900         WHEN SQ-QL-SAVE
012000             PERFORM 4000-SAVE THRU 4000-EXIT
012100         WHEN SQ-QL-NEXT-WARNING
012200             PERFORM 5000-NEXT-WARNING THRU 5000-EXIT
012300         WHEN OTHER
012400             MOVE "F" TO SQ-QL-RESULT
012500     END-EVALUATE.
012600     MOVE SQ-QT-ACTIVE-SW TO SQ-QL-ACTIVE-SW.
012700     GOBACK.
012800*
012900*****************************************************************
013000* 1000-LOAD.  THE MASTER, THEN THIS MONTH'S ROWS OF THE USAGE
013100* FILE.  ROWS OF AN EARLIER MONTH ARE LEFT BEHIND - THE NEXT
013200* REWRITE DROPS THEM AND THE NEW MONTH STARTS AT ZERO.
013300*****************************************************************
013400 1000-LOAD.
013500     MOVE "N" TO SQ-QT-ACTIVE-SW.
013600     MOVE ZERO TO SQ-QT-COUNT.
013700     MOVE SQ-QL-MONTH TO SQ-QT-MONTH.
013800     MOVE SQ-QL-RUN-ID TO SQ-QT-RUN-ID.
013900     MOVE SQ-QL-PROGRAM TO SQ-QT-PROGRAM.
014000     OPEN INPUT SQ-QT-MASTER-FILE.
014100     IF SQ-QT-MASTER-STATUS NOT = "00"
014200         IF SQ-QT-MASTER-STATUS = "05"
014300             CLOSE SQ-QT-MASTER-FILE
014400         ELSE
014500             DISPLAY "WARNING - SQ-QT-MASTER-FILE OPEN FAILED, "
014600                 "STATUS " SQ-QT-MASTER-STATUS
014700                 " - NO QUOTAS IN FORCE"
014710             MOVE SPACES TO SQ-ML-TEXT
014720             STRING "WARNING - SQ-QT-MASTER-FILE OPEN FAILED, "
014730                 "STATUS " SQ-QT-MASTER-STATUS
014740                 " - NO QUOTAS IN FORCE"
014750                 DELIMITED BY SIZE INTO SQ-ML-TEXT
014760             MOVE "SQ0002W" TO SQ-ML-MSG-ID
014770             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
014800         END-IF
014900         GO TO 1000-EXIT
015000     END-IF.
015100     MOVE "N" TO SQ-QT-EOF-SW.
015200     PERFORM 1100-LOAD-ONE-QUOTA THRU 1100-EXIT
015300         UNTIL SQ-QT-EOF.
015400     CLOSE SQ-QT-MASTER-FILE.
015500     IF SQ-QT-COUNT = ZERO
015600         GO TO 1000-EXIT
015700     END-IF.
015800     OPEN INPUT SQ-QT-USAGE-FILE.
015900     IF SQ-QT-USAGE-STATUS NOT = "00"
016000         IF SQ-QT-USAGE-STATUS = "05"
016100             CLOSE SQ-QT-USAGE-FILE
016200         ELSE
016300             DISPLAY "WARNING - SQ-QT-USAGE-FILE OPEN FAILED, "
016400                 "STATUS " SQ-QT-USAGE-STATUS
016500                 " - NO QUOTAS IN FORCE"
016510             MOVE SPACES TO SQ-ML-TEXT
016520             STRING "WARNING - SQ-QT-USAGE-FILE OPEN FAILED, "
016530                 "STATUS " SQ-QT-USAGE-STATUS
016540                 " - NO QUOTAS IN FORCE"
016550                 DELIMITED BY SIZE INTO SQ-ML-TEXT
016560             MOVE "SQ0002W" TO SQ-ML-MSG-ID
016570             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
016600             GO TO 1000-EXIT
016700         END-IF
016800     ELSE
016900         MOVE "N" TO SQ-QT-EOF-SW
017000         PERFORM 1200-LOAD-ONE-USAGE THRU 1200-EXIT
017100             UNTIL SQ-QT-EOF
017200         CLOSE SQ-QT-USAGE-FILE
017300     END-IF.
017400     PERFORM 1300-SET-START-STATE THRU 1300-EXIT
017500         VARYING SQ-QT-SUB FROM 1 BY 1
017600         UNTIL SQ-QT-SUB > SQ-QT-COUNT.
017700     SET SQ-QT-ACTIVE TO TRUE.
017800     GO TO 1000-EXIT.
017900 1000-EXIT.
018000     EXIT.
018100*
018200 1100-LOAD-ONE-QUOTA.
018300     READ SQ-QT-MASTER-FILE
018400         AT END
018500             SET SQ-QT-EOF TO TRUE
018600             GO TO 1100-EXIT
018700     END-READ.
018800     IF SQ-QTA-DEPT = SPACES
018900         OR SQ-QTA-REQ-LIMIT NOT NUMERIC
019000         OR SQ-QTA-ITER-LIMIT NOT NUMERIC
019100         OR SQ-QTA-WARN-PCT NOT NUMERIC
019200         DISPLAY "WARNING - BAD QUOTA MASTER RECORD FOR DEPT "
019300             SQ-QTA-DEPT " IGNORED"
019310         MOVE SPACES TO SQ-ML-TEXT
019320         STRING "WARNING - BAD QUOTA MASTER RECORD FOR DEPT "
019330             SQ-QTA-DEPT " IGNORED"
019340             DELIMITED BY SIZE INTO SQ-ML-TEXT
019350         MOVE "SQ2701W" TO SQ-ML-MSG-ID
019360         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
019400         GO TO 1100-EXIT
019500     END-IF.
019600     IF SQ-QT-COUNT NOT < 100
019700         DISPLAY "WARNING - QUOTA TABLE FULL, DEPT "
019800             SQ-QTA-DEPT " IGNORED"
019810         MOVE SPACES TO SQ-ML-TEXT
019820         STRING "WARNING - QUOTA TABLE FULL, DEPT "
019830             SQ-QTA-DEPT " IGNORED"
019840             DELIMITED BY SIZE INTO SQ-ML-TEXT
019850         MOVE "SQ2702W" TO SQ-ML-MSG-ID
019860         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
019900         GO TO 1100-EXIT
020000     END-IF.
020100     ADD 1 TO SQ-QT-COUNT.
020200     MOVE SQ-QT-COUNT TO SQ-QT-SUB.
020300     MOVE SQ-QTA-DEPT TO SQ-QT-DEPT(SQ-QT-SUB).
020400     MOVE SQ-QTA-REQ-LIMIT TO SQ-QT-REQ-LIMIT(SQ-QT-SUB).
020500     MOVE SQ-QTA-ITER-LIMIT TO SQ-QT-ITER-LIMIT(SQ-QT-SUB).
020600     IF SQ-QTA-WARN-PCT = ZERO
020700         MOVE 080 TO SQ-QT-WARN-PCT(SQ-QT-SUB)
020800     ELSE
020900         MOVE SQ-QTA-WARN-PCT TO SQ-QT-WARN-PCT(SQ-QT-SUB)
021000     END-IF.
021100     IF SQ-QTA-DEFER-OVER
021200         MOVE "D" TO SQ-QT-ACTION(SQ-QT-SUB)
021300     ELSE
021400         MOVE "R" TO SQ-QT-ACTION(SQ-QT-SUB)
021500     END-IF.
021600     MOVE ZERO TO SQ-QT-REQUESTS(SQ-QT-SUB).
021700     MOVE ZERO TO SQ-QT-ITERS(SQ-QT-SUB).
021800     MOVE ZERO TO SQ-QT-DEFERRED(SQ-QT-SUB).
021900     MOVE ZERO TO SQ-QT-REJECTED(SQ-QT-SUB).
022000     MOVE ZERO TO SQ-QT-PCT(SQ-QT-SUB).
022100     MOVE SPACE TO SQ-QT-STATE(SQ-QT-SUB).
022200     MOVE SPACE TO SQ-QT-START-STATE(SQ-QT-SUB).
022300     GO TO 1100-EXIT.
022400 1100-EXIT.
022500     EXIT.
022600*
022700 1200-LOAD-ONE-USAGE.
022800     READ SQ-QT-USAGE-FILE
022900         AT END
023000             SET SQ-QT-EOF TO TRUE
023100             GO TO 1200-EXIT
023200     END-READ.
023300     IF SQ-QU-MONTH NOT = SQ-QT-MONTH
023400         OR SQ-QU-DEPT = SPACES
023500         GO TO 1200-EXIT
023600     END-IF.
023700     IF SQ-QU-REQUESTS NOT NUMERIC
023800         OR SQ-QU-ITERATIONS NOT NUMERIC
023900         OR SQ-QU-DEFERRED NOT NUMERIC
024000         OR SQ-QU-REJECTED NOT NUMERIC
024100         DISPLAY "WARNING - BAD QUOTA USAGE RECORD FOR DEPT "
024200             SQ-QU-DEPT " IGNORED"
024210         MOVE SPACES TO SQ-ML-TEXT
024220         STRING "WARNING - BAD QUOTA USAGE RECORD FOR DEPT "
024230             SQ-QU-DEPT " IGNORED"
024240             DELIMITED BY SIZE INTO SQ-ML-TEXT
024250         MOVE "SQ2703W" TO SQ-ML-MSG-ID
024260         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
024300         GO TO 1200-EXIT
024400     END-IF.
024500     MOVE SQ-QU-DEPT TO SQ-QL-DEPT.
024600     PERFORM 8000-FIND-OR-ADD-DEPT THRU 8000-EXIT.
024700     IF SQ-QT-FOUND-SUB = ZERO
024800         GO TO 1200-EXIT
024900     END-IF.
025000     MOVE SQ-QT-FOUND-SUB TO SQ-QT-SUB.
025100     MOVE SQ-QU-REQUESTS TO SQ-QT-REQUESTS(SQ-QT-SUB).
025200     MOVE SQ-QU-ITERATIONS TO SQ-QT-ITERS(SQ-QT-SUB).
025300     MOVE SQ-QU-DEFERRED TO SQ-QT-DEFERRED(SQ-QT-SUB).
025400     MOVE SQ-QU-REJECTED TO SQ-QT-REJECTED(SQ-QT-SUB).
025500     GO TO 1200-EXIT.
025600 1200-EXIT.
025700     EXIT.
025800*
025900 1300-SET-START-STATE.
026000     PERFORM 8100-SET-STATE THRU 8100-EXIT.
026100     MOVE SQ-QT-STATE(SQ-QT-SUB)
026200         TO SQ-QT-START-STATE(SQ-QT-SUB).
026300     GO TO 1300-EXIT.
026400 1300-EXIT.
026500     EXIT.
026600*
026700*****************************************************************
026800* 2000-CHECK.  ONLY A DEPARTMENT WITH AN ALLOWANCE USED UP IS
026900* STOPPED; IT GETS ITS OWN OVER-QUOTA ACTION BACK.
027000*****************************************************************
027100 2000-CHECK.
027200     IF NOT SQ-QT-ACTIVE OR SQ-QL-DEPT = SPACES
027300         GO TO 2000-EXIT
027400     END-IF.
027500     PERFORM 8050-FIND-DEPT THRU 8050-EXIT.
027600     IF SQ-QT-FOUND-SUB = ZERO
027700         GO TO 2000-EXIT
027800     END-IF.
027900     IF SQ-QT-STATE(SQ-QT-FOUND-SUB) = "X"
028000         MOVE SQ-QT-ACTION(SQ-QT-FOUND-SUB) TO SQ-QL-RESULT
028100     END-IF.
028200     GO TO 2000-EXIT.
028300 2000-EXIT.
028400     EXIT.
028500*
028600*****************************************************************
028700* 3000-CHARGE.  ADD THE OUTCOME TO THE DEPARTMENT'S FIGURES AND
028800* TELL THE CONSOLE WHEN THAT TAKES IT PAST ITS WARNING LEVEL OR
028900* OVER ITS QUOTA.
029000*****************************************************************
029100 3000-CHARGE.
029200     IF NOT SQ-QT-ACTIVE OR SQ-QL-DEPT = SPACES
029300         GO TO 3000-EXIT
029400     END-IF.
029500     PERFORM 8000-FIND-OR-ADD-DEPT THRU 8000-EXIT.
029600     IF SQ-QT-FOUND-SUB = ZERO
029700         GO TO 3000-EXIT
029800     END-IF.
029900     MOVE SQ-QT-FOUND-SUB TO SQ-QT-SUB.
030000     EVALUATE TRUE
030100         WHEN SQ-QL-COMPUTED
030200             ADD 1 TO SQ-QT-REQUESTS(SQ-QT-SUB)
030300             ADD SQ-QL-ITERATIONS TO SQ-QT-ITERS(SQ-QT-SUB)
030400         WHEN SQ-QL-DEFERRED
030500             ADD 1 TO SQ-QT-DEFERRED(SQ-QT-SUB)
030600         WHEN SQ-QL-REJECTED
030700             ADD 1 TO SQ-QT-REJECTED(SQ-QT-SUB)
030800     END-EVALUATE.
030900     PERFORM 8200-STATE-RANK THRU 8200-EXIT.
031000     MOVE SQ-QT-NEW-RANK TO SQ-QT-OLD-RANK.
031100     PERFORM 8100-SET-STATE THRU 8100-EXIT.
031200     PERFORM 8200-STATE-RANK THRU 8200-EXIT.
031300     IF SQ-QT-NEW-RANK NOT > SQ-QT-OLD-RANK
031400         GO TO 3000-EXIT
031500     END-IF.
031600     MOVE SQ-QT-PCT(SQ-QT-SUB) TO SQ-QT-PCT-SHOW.
031700     IF SQ-QT-STATE(SQ-QT-SUB) = "X"
031800         IF SQ-QT-ACTION(SQ-QT-SUB) = "D"
031900             DISPLAY "QUOTA - DEPT " SQ-QT-DEPT(SQ-QT-SUB)
032000                 " OVER MONTHLY QUOTA, FURTHER VALUES DEFERRED"
032100         ELSE
032200             DISPLAY "QUOTA - DEPT " SQ-QT-DEPT(SQ-QT-SUB)
032300                 " OVER MONTHLY QUOTA, FURTHER VALUES REJECTED"
032400         END-IF
032500     ELSE
032600         DISPLAY "QUOTA - DEPT " SQ-QT-DEPT(SQ-QT-SUB)
032700             " PAST WARNING LEVEL, " SQ-QT-PCT-SHOW
032800             " PCT OF MONTHLY QUOTA USED"
032900     END-IF.
033000     GO TO 3000-EXIT.
033100 3000-EXIT.
033200     EXIT.
033300*
033400*****************************************************************
033500* 4000-SAVE.  REWRITE THE USAGE FILE FROM THE TABLE - THIS
033600* MONTH'S ROWS ONLY, WITH THE LIMITS AND STATE STAMPED ON.
033700*****************************************************************
033800 4000-SAVE.
033900     IF NOT SQ-QT-ACTIVE
034000         GO TO 4000-EXIT
034100     END-IF.
034200     OPEN OUTPUT SQ-QT-USAGE-FILE.
034300*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT WAS
034400*    NOT THERE BEFORE.
034500     IF SQ-QT-USAGE-STATUS NOT = "00"
034600         AND SQ-QT-USAGE-STATUS NOT = "05"
034700         DISPLAY "SQ-QT-USAGE-FILE OPEN FAILED, STATUS "
034800             SQ-QT-USAGE-STATUS
034810         MOVE SPACES TO SQ-ML-TEXT
034820         STRING "SQ-QT-USAGE-FILE OPEN FAILED, STATUS "
034830             SQ-QT-USAGE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
034840         MOVE "SQ0006E" TO SQ-ML-MSG-ID
034850         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
034900         MOVE "F" TO SQ-QL-RESULT
035000         GO TO 4000-EXIT
035100     END-IF.
035200     PERFORM 4100-WRITE-ONE-USAGE THRU 4100-EXIT
035300         VARYING SQ-QT-SUB FROM 1 BY 1
035400         UNTIL SQ-QT-SUB > SQ-QT-COUNT.
035500     CLOSE SQ-QT-USAGE-FILE.
035600     GO TO 4000-EXIT.
035700 4000-EXIT.
035800     EXIT.
035900*
036000 4100-WRITE-ONE-USAGE.
036100     MOVE SPACES TO SQ-QU-RECORD.
036200     MOVE SQ-QT-MONTH TO SQ-QU-MONTH.
036300     MOVE SQ-QT-DEPT(SQ-QT-SUB) TO SQ-QU-DEPT.
036400     MOVE SQ-QT-REQUESTS(SQ-QT-SUB) TO SQ-QU-REQUESTS.
036500     MOVE SQ-QT-ITERS(SQ-QT-SUB) TO SQ-QU-ITERATIONS.
036600     MOVE SQ-QT-DEFERRED(SQ-QT-SUB) TO SQ-QU-DEFERRED.
036700     MOVE SQ-QT-REJECTED(SQ-QT-SUB) TO SQ-QU-REJECTED.
036800     MOVE SQ-QT-REQ-LIMIT(SQ-QT-SUB) TO SQ-QU-REQ-LIMIT.
036900     MOVE SQ-QT-ITER-LIMIT(SQ-QT-SUB) TO SQ-QU-ITER-LIMIT.
037000     MOVE SQ-QT-PCT(SQ-QT-SUB) TO SQ-QU-PCT-USED.
037100     MOVE SQ-QT-STATE(SQ-QT-SUB) TO SQ-QU-STATE.
037200     MOVE SQ-QT-RUN-ID TO SQ-QU-LAST-RUN-ID.
037300     MOVE SQ-QT-PROGRAM TO SQ-QU-LAST-PROGRAM.
037400     WRITE SQ-QU-RECORD.
037500     IF SQ-QT-USAGE-STATUS NOT = "00"
037600         DISPLAY "SQ-QT-USAGE-FILE WRITE FAILED, STATUS "
037700             SQ-QT-USAGE-STATUS
037710         MOVE SPACES TO SQ-ML-TEXT
037720         STRING "SQ-QT-USAGE-FILE WRITE FAILED, STATUS "
037730             SQ-QT-USAGE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
037740         MOVE "SQ0007E" TO SQ-ML-MSG-ID
037750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
037800         MOVE "F" TO SQ-QL-RESULT
037900     END-IF.
038000     GO TO 4100-EXIT.
038100 4100-EXIT.
038200     EXIT.
038300*
038400*****************************************************************
038500* 5000-NEXT-WARNING.  THE NEXT DEPARTMENT AT OR PAST ITS WARNING
038600* LEVEL AFTER SQ-QL-LIST-INDEX, FOR THE CALLER'S SUMMARY BLOCK.
038700*****************************************************************
038800 5000-NEXT-WARNING.
038900     MOVE "E" TO SQ-QL-RESULT.
039000     IF NOT SQ-QT-ACTIVE
039100         GO TO 5000-EXIT
039200     END-IF.
039300     MOVE ZERO TO SQ-QT-FOUND-SUB.
039400     PERFORM 5100-TRY-ONE-DEPT THRU 5100-EXIT
039500         VARYING SQ-QT-SUB FROM SQ-QL-LIST-INDEX BY 1
039600         UNTIL SQ-QT-SUB > SQ-QT-COUNT
039700             OR SQ-QT-FOUND-SUB > ZERO.
039800     IF SQ-QT-FOUND-SUB = ZERO
039900         GO TO 5000-EXIT
040000     END-IF.
040100     MOVE SQ-QT-FOUND-SUB TO SQ-QT-SUB.
040200     MOVE SQ-QT-SUB TO SQ-QL-LIST-INDEX.
040300     MOVE SQ-QT-DEPT(SQ-QT-SUB) TO SQ-QL-DEPT.
040400     MOVE SQ-QT-REQUESTS(SQ-QT-SUB) TO SQ-QL-REQUESTS.
040500     MOVE SQ-QT-REQ-LIMIT(SQ-QT-SUB) TO SQ-QL-REQ-LIMIT.
040600     MOVE SQ-QT-ITERS(SQ-QT-SUB) TO SQ-QL-ITERS-USED.
040700     MOVE SQ-QT-ITER-LIMIT(SQ-QT-SUB) TO SQ-QL-ITER-LIMIT.
040800     MOVE SQ-QT-PCT(SQ-QT-SUB) TO SQ-QL-PCT-USED.
040900     MOVE SQ-QT-STATE(SQ-QT-SUB) TO SQ-QL-STATE.
041000     MOVE SQ-QT-DEFERRED(SQ-QT-SUB) TO SQ-QL-DEFERRED-MTD.
041100     MOVE SQ-QT-REJECTED(SQ-QT-SUB) TO SQ-QL-REJECTED-MTD.
041200     IF SQ-QT-STATE(SQ-QT-SUB)
041300         NOT = SQ-QT-START-STATE(SQ-QT-SUB)
041400         MOVE "Y" TO SQ-QL-CROSSED-SW
041500     ELSE
041600         MOVE "N" TO SQ-QL-CROSSED-SW
041700     END-IF.
041800     MOVE "Y" TO SQ-QL-RESULT.
041900     GO TO 5000-EXIT.
042000 5000-EXIT.
042100     EXIT.
042200*
042300*    SQ-QT-SUB STARTS AT THE LAST ENTRY LISTED (ZERO THE FIRST
042400*    TIME), SO THAT ENTRY ITSELF IS PASSED OVER.
042500 5100-TRY-ONE-DEPT.
042600     IF SQ-QT-SUB = ZERO OR SQ-QT-SUB = SQ-QL-LIST-INDEX
042700         GO TO 5100-EXIT
042800     END-IF.
042900     IF SQ-QT-STATE(SQ-QT-SUB) = "W"
043000         OR SQ-QT-STATE(SQ-QT-SUB) = "X"
043100         MOVE SQ-QT-SUB TO SQ-QT-FOUND-SUB
043200     END-IF.
043300     GO TO 5100-EXIT.
043400 5100-EXIT.
043500     EXIT.
043600*
043700*****************************************************************
043800* 8000-FIND-OR-ADD-DEPT / 8050-FIND-DEPT.  SQ-QT-FOUND-SUB IS THE
043900* ENTRY FOR SQ-QL-DEPT, ZERO WHEN THERE IS NONE (8050) OR THE
044000* TABLE IS FULL (8000).  A DEPARTMENT ADDED HERE HAS NO QUOTA.
044100*****************************************************************
044200 8000-FIND-OR-ADD-DEPT.
044300     PERFORM 8050-FIND-DEPT THRU 8050-EXIT.
044400     IF SQ-QT-FOUND-SUB > ZERO
044500         GO TO 8000-EXIT
044600     END-IF.
044700     IF SQ-QT-COUNT NOT < 100
044800         GO TO 8000-EXIT
044900     END-IF.
045000     ADD 1 TO SQ-QT-COUNT.
045100     MOVE SQ-QT-COUNT TO SQ-QT-FOUND-SUB.
045200     MOVE SQ-QL-DEPT TO SQ-QT-DEPT(SQ-QT-FOUND-SUB).
045300     MOVE ZERO TO SQ-QT-REQ-LIMIT(SQ-QT-FOUND-SUB).
045400     MOVE ZERO TO SQ-QT-ITER-LIMIT(SQ-QT-FOUND-SUB).
045500     MOVE 080 TO SQ-QT-WARN-PCT(SQ-QT-FOUND-SUB).
045600     MOVE "R" TO SQ-QT-ACTION(SQ-QT-FOUND-SUB).
045700     MOVE ZERO TO SQ-QT-REQUESTS(SQ-QT-FOUND-SUB).
045800     MOVE ZERO TO SQ-QT-ITERS(SQ-QT-FOUND-SUB).
045900     MOVE ZERO TO SQ-QT-DEFERRED(SQ-QT-FOUND-SUB).
046000     MOVE ZERO TO SQ-QT-REJECTED(SQ-QT-FOUND-SUB).
046100     MOVE ZERO TO SQ-QT-PCT(SQ-QT-FOUND-SUB).
046200     MOVE SPACE TO SQ-QT-STATE(SQ-QT-FOUND-SUB).
046300     MOVE SPACE TO SQ-QT-START-STATE(SQ-QT-FOUND-SUB).
046400     GO TO 8000-EXIT.
046500 8000-EXIT.
046600     EXIT.
046700*
046800 8050-FIND-DEPT.
046900     MOVE ZERO TO SQ-QT-FOUND-SUB.
047000     IF SQ-QT-COUNT = ZERO
047100         GO TO 8050-EXIT
047200     END-IF.
047300     SET SQ-QT-IX TO 1.
047400     SEARCH SQ-QT-ENTRY
047500         AT END
047600             CONTINUE
047700         WHEN SQ-QT-IX > SQ-QT-COUNT
047800             CONTINUE
047900         WHEN SQ-QT-DEPT(SQ-QT-IX) = SQ-QL-DEPT
048000             SET SQ-QT-FOUND-SUB TO SQ-QT-IX
048100     END-SEARCH.
048200     GO TO 8050-EXIT.
048300 8050-EXIT.
048400     EXIT.
048500*
048600*****************************************************************
048700* 8100-SET-STATE.  PER CENT USED IS THE GREATER OF THE TWO
048800* ALLOWANCES', CAPPED AT 999.  OVER ONCE EITHER IS USED UP.
048900*****************************************************************
049000 8100-SET-STATE.
049100     MOVE ZERO TO SQ-QT-PCT-HIGH.
049200     MOVE SPACE TO SQ-QT-STATE(SQ-QT-SUB).
049300     IF SQ-QT-REQ-LIMIT(SQ-QT-SUB) > ZERO
049400         COMPUTE SQ-QT-PCT-WORK =
049500             SQ-QT-REQUESTS(SQ-QT-SUB) * 100
049600                 / SQ-QT-REQ-LIMIT(SQ-QT-SUB)
049700         IF SQ-QT-PCT-WORK > SQ-QT-PCT-HIGH
049800             MOVE SQ-QT-PCT-WORK TO SQ-QT-PCT-HIGH
049900         END-IF
050000         IF SQ-QT-REQUESTS(SQ-QT-SUB)
050100             NOT < SQ-QT-REQ-LIMIT(SQ-QT-SUB)
050200             MOVE "X" TO SQ-QT-STATE(SQ-QT-SUB)
050300         END-IF
050400     END-IF.
050500     IF SQ-QT-ITER-LIMIT(SQ-QT-SUB) > ZERO
050600         COMPUTE SQ-QT-PCT-WORK =
050700             SQ-QT-ITERS(SQ-QT-SUB) * 100
050800                 / SQ-QT-ITER-LIMIT(SQ-QT-SUB)
050900         IF SQ-QT-PCT-WORK > SQ-QT-PCT-HIGH
051000             MOVE SQ-QT-PCT-WORK TO SQ-QT-PCT-HIGH
051100         END-IF
051200         IF SQ-QT-ITERS(SQ-QT-SUB)
051300             NOT < SQ-QT-ITER-LIMIT(SQ-QT-SUB)
051400             MOVE "X" TO SQ-QT-STATE(SQ-QT-SUB)
051500         END-IF
051600     END-IF.
051700     IF SQ-QT-PCT-HIGH > 999
051800         MOVE 999 TO SQ-QT-PCT-HIGH
051900     END-IF.
052000     MOVE SQ-QT-PCT-HIGH TO SQ-QT-PCT(SQ-QT-SUB).
052100     IF SQ-QT-STATE(SQ-QT-SUB) = SPACE
052200         AND SQ-QT-PCT-HIGH > ZERO
052300         AND SQ-QT-PCT-HIGH NOT < SQ-QT-WARN-PCT(SQ-QT-SUB)
052400         MOVE "W" TO SQ-QT-STATE(SQ-QT-SUB)
052500     END-IF.
052600     GO TO 8100-EXIT.
052700 8100-EXIT.
052800     EXIT.
052900*
053000 8200-STATE-RANK.
053100     EVALUATE SQ-QT-STATE(SQ-QT-SUB)
053200         WHEN "X"
053300             MOVE 2 TO SQ-QT-NEW-RANK
053400         WHEN "W"
053500             MOVE 1 TO SQ-QT-NEW-RANK
053600         WHEN OTHER
053700             MOVE 0 TO SQ-QT-NEW-RANK
053800     END-EVALUATE.
053900     GO TO 8200-EXIT.
054000 8200-EXIT.
054100     EXIT.
054200*
054300*****************************************************************
054400* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
054500* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
054600* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
054700* WAY.
054800*****************************************************************
054900 9800-LOG-MESSAGE.
055000     MOVE "SQQTACCT" TO SQ-ML-PROGRAM.
055100     MOVE ZERO TO SQ-ML-RUN-ID.
055200     MOVE SPACES TO SQ-ML-BUS-DATE.
055300     CALL "SQMSGLOG" USING SQ-ML-AREA.
055400     GO TO 9800-EXIT.
055500 9800-EXIT.
055600     EXIT.
