000100*****************************************************************
000200* PROGRAM-ID.  SQSTPLOG
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  STEP-STATUS RECORDING AND RESTART DECISION FOR THE
001000*     NIGHTLY JOB STREAM.  EVERY PROGRAM IN SQBATCH CALLS THIS
001100*     AS ITS FIRST ACT AND AGAIN AT EVERY END, SO THE SHARED
001200*     STEP-STATUS DATASET (SEE COPYBOOK SQSTEPST) SHOWS, FOR THE
001300*     NIGHT'S RUN ID, WHICH STEPS STARTED, WHICH ENDED AND WITH
001400*     WHAT RETURN CODE.
001500*
001600*     WHEN THE JOB IS RESUBMITTED AFTER A FAILURE (THE RESTART
001700*     CONTROLLER SQRSTCTL RECORDS THE RESUBMISSION), THE START
001800*     CALL ALSO DECIDES WHETHER THE STEP RUNS -
001900*       - A STEP THAT ALREADY ENDED BELOW RC=16 FOR THE NIGHT IS
002000*         COMPLETE AND IS NOT RUN AGAIN.  THE CALLER ENDS AT ONCE
002100*         WITH THE RETURN CODE IT ENDED WITH THE FIRST TIME, SO
002200*         EVERY COND TEST DOWNSTREAM SEES WHAT IT SAW THEN AND
002300*         THE SAME STEPS RUN OR BYPASS.  NOTHING IS APPENDED TO
002400*         SQAUDIT OR SQLEDGER TWICE.
002500*       - A STEP WITH AN EARLIER STEP THAT STARTED ON AN EARLIER
002600*         SUBMISSION AND NEVER RECORDED AN END (IT ABENDED OR
002700*         WAS CANCELLED) AND HAS NOT RUN AGAIN SINCE IS STOPPED -
002800*         IT WOULD BE WORKING ON TOP OF A HALF-DONE STEP.
002900*       - ANY OTHER STEP RUNS.  A STEP THAT ENDED RC=16 OR ABOVE
003000*         COULD NOT DO ITS WORK AND RUNS AGAIN.  A STEP WHOSE OWN
003010*         START ON AN EARLIER SUBMISSION NEVER RECORDED AN END IS
003020*         TOLD TO RESUME - WHAT IT ALREADY APPENDED (SQAUDIT, THE
003030*         SPOT-CHECK HISTORY, THE GENERATION CATALOG) IS STILL
003040*         THERE, SO IT PICKS UP AFTER IT OR, WHERE IT CANNOT, ENDS
003050*         RC=16.
003100*     WITHOUT A STEP-STATUS DATASET, OR WITH NO NIGHT OPENED ON
003200*     IT (A PROGRAM RUN OUTSIDE SQBATCH), EVERY STEP RUNS AND
003300*     NOTHING IS RECORDED.  THE FUNCTIONS AND RESULTS ARE
003400*     DOCUMENTED ON THE CALLING AREA, SQSTLINK.
003500*
003600* MODIFICATION HISTORY.
003700*     2026-10-15  DL  INITIAL VERSION.
003720*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003740*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003760*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003780*                     COPYBOOK SQMSGCAT).
003790*     2026-10-15  DL  A STEP RESTARTED AFTER ITS OWN ABEND IS TOLD
003792*                     TO RESUME ("P", WITH THE TIME OF THE START
003794*                     THAT NEVER ENDED) INSTEAD OF SIMPLY RUNNING,
003796*                     SO IT DOES NOT APPEND ITS WORK TWICE.
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.  SQSTPLOG.
004100 AUTHOR.      D. LOCKWOOD.
004200 INSTALLATION. 3190 SYSTEMS.
004300 DATE-WRITTEN. 2026-10-15.
004400 DATE-COMPILED.
004500*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL SQ-SS-FILE ASSIGN TO SQSTEPST
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS IS SQ-SS-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  SQ-SS-FILE.
005600     COPY SQSTEPST.
005700*
005800 WORKING-STORAGE SECTION.
005900     COPY SQSTPTAB.
006000*
006100 01  SQ-SP-SWITCHES.
006200     05  SQ-SP-EOF-SW              PIC X(01) VALUE "N".
006300         88  SQ-SP-EOF                 VALUE "Y".
006400     05  SQ-SP-LOGGING-SW          PIC X(01) VALUE "N".
006500         88  SQ-SP-LOGGING             VALUE "Y".
006600     05  SQ-SP-NO-FILE-SW          PIC X(01) VALUE "N".
006700         88  SQ-SP-NO-FILE             VALUE "Y".
006800*
006900 01  SQ-SP-FILE-STATUSES.
007000     05  SQ-SS-STATUS              PIC X(02) VALUE "00".
007100*
007200*    THE CALLING STEP, HELD FROM ITS START CALL TO ITS END CALL.
007300 01  SQ-SP-CALLER.
007400     05  SQ-SP-STEP                PIC X(08) VALUE SPACES.
007500     05  SQ-SP-PROGRAM             PIC X(08) VALUE SPACES.
007600     05  SQ-SP-RUN-ID              PIC 9(05) VALUE ZERO.
007700     05  SQ-SP-SUBMISSION          PIC 9(03) VALUE ZERO.
007800*
007900*    THE RECORD BEING APPENDED.
008000 01  SQ-SP-OUT.
008100     05  SQ-SP-OUT-TYPE            PIC X(01) VALUE SPACE.
008200     05  SQ-SP-OUT-STEP            PIC X(08) VALUE SPACES.
008300     05  SQ-SP-OUT-PROGRAM         PIC X(08) VALUE SPACES.
008400     05  SQ-SP-OUT-RUN-ID          PIC 9(05) VALUE ZERO.
008500     05  SQ-SP-OUT-SUBMISSION      PIC 9(03) VALUE ZERO.
008600     05  SQ-SP-OUT-RC              PIC 9(04) VALUE ZERO.
008700     05  SQ-SP-OUT-NOTE            PIC X(30) VALUE SPACES.
008800     05  SQ-SP-OUT-FAIL-SW         PIC X(01) VALUE "N".
008900         88  SQ-SP-OUT-FAILED          VALUE "Y".
009000*
009100 01  SQ-SP-WORK.
009200     05  SQ-SP-SUB                 PIC 9(04) COMP VALUE ZERO.
009300     05  SQ-SP-MY-SUB              PIC 9(04) COMP VALUE ZERO.
009400     05  SQ-SP-FOUND-SUB           PIC 9(04) COMP VALUE ZERO.
009500     05  SQ-SP-FIND-PROGRAM        PIC X(08) VALUE SPACES.
009600*
009700 01  SQ-SP-DATE-TIME-FIELDS.
009800     05  SQ-SP-CURRENT-DATE.
009900         10  SQ-SP-CUR-YEAR        PIC 9(04).
010000         10  SQ-SP-CUR-MONTH       PIC 9(02).
010100         10  SQ-SP-CUR-DAY         PIC 9(02).
010200     05  SQ-SP-CURRENT-TIME.
010300         10  SQ-SP-CUR-HOUR        PIC 9(02).
010400         10  SQ-SP-CUR-MINUTE      PIC 9(02).
010500         10  SQ-SP-CUR-SECOND      PIC 9(02).
010600         10  SQ-SP-CUR-HUNDREDTH   PIC 9(02).
010700     05  SQ-SP-TIMESTAMP-TEXT      PIC X(26) VALUE SPACES.
010800*
010810*****************************************************************
010820* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
010830*****************************************************************
010840     COPY SQMLLINK.
010850*
010900 LINKAGE SECTION.
011000     COPY SQSTLINK.
011100*
011200*****************************************************************
011300* 0000-MAINLINE.
011400*****************************************************************
011500 PROCEDURE DIVISION USING SQ-SL-AREA.
011600*
011700 0000-MAINLINE.
011800     MOVE "R" TO SQ-SL-RESULT.
011900     EVALUATE TRUE
012000         WHEN SQ-SL-BEGIN
012100             PERFORM 2000-BEGIN-STEP THRU 2000-EXIT
012200         WHEN SQ-SL-END
012300             PERFORM 3000-END-STEP THRU 3000-EXIT
012400         WHEN SQ-SL-LOAD
012500             PERFORM 1000-LOAD-NIGHT THRU 1000-EXIT
012600         WHEN SQ-SL-OPEN-NIGHT
012700             PERFORM 4000-OPEN-NIGHT THRU 4000-EXIT
012800         WHEN SQ-SL-RESUBMIT
012900             PERFORM 5000-RESUBMIT THRU 5000-EXIT
013000         WHEN OTHER
013100             MOVE "F" TO SQ-SL-RESULT
013200     END-EVALUATE.
013300     GOBACK.
013400*
013500*****************************************************************
013600* 1000-LOAD-NIGHT.  READS THE DATASET FRONT TO BACK.  EACH "J"
013700* RECORD STARTS THE NIGHT AFRESH, SO WHAT IS LEFT AT THE END IS
013800* THE NIGHT IN PROGRESS - EACH STEP'S LATEST START OR END, ON
013900* WHICHEVER SUBMISSION IT HAPPENED.
014000*****************************************************************
014100 1000-LOAD-NIGHT.
014200     MOVE "N" TO SQ-SL-NIGHT-SW.
014300     MOVE "N" TO SQ-SP-NO-FILE-SW.
014400     MOVE ZERO TO SQ-SL-RUN-ID SQ-SL-SUBMISSION.
014500     MOVE SPACES TO SQ-SL-NIGHT-OPENED.
014600     PERFORM 1050-CLEAR-ONE-STEP THRU 1050-EXIT
014700         VARYING SQ-SP-SUB FROM 1 BY 1
014800         UNTIL SQ-SP-SUB > SQ-ST-STEP-COUNT.
014900     OPEN INPUT SQ-SS-FILE.
015000*    STATUS 05 IS AN OPTIONAL FILE THAT IS NOT THERE - NO
015100*    STEP-STATUS DATASET ON THIS JOB.
015200     IF SQ-SS-STATUS = "05"
015300         CLOSE SQ-SS-FILE
015400         SET SQ-SP-NO-FILE TO TRUE
015500         GO TO 1000-EXIT
015600     END-IF.
015700     IF SQ-SS-STATUS NOT = "00"
015800         DISPLAY "WARNING - STEP STATUS FILE OPEN FAILED, STATUS "
015900             SQ-SS-STATUS
015910         MOVE SPACES TO SQ-ML-TEXT
015920         STRING "WARNING - STEP STATUS FILE OPEN FAILED, STATUS "
015930             SQ-SS-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
015940         MOVE "SQ0002W" TO SQ-ML-MSG-ID
015950         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
016000         MOVE "F" TO SQ-SL-RESULT
016100         GO TO 1000-EXIT
016200     END-IF.
016300     MOVE "N" TO SQ-SP-EOF-SW.
016400     PERFORM 1100-READ-ONE-RECORD THRU 1100-EXIT
016500         UNTIL SQ-SP-EOF.
016600     CLOSE SQ-SS-FILE.
016700     GO TO 1000-EXIT.
016800 1000-EXIT.
016900     EXIT.
017000*
017100 1050-CLEAR-ONE-STEP.
017200     MOVE SPACE TO SQ-SL-ST-STATE(SQ-SP-SUB).
017300     MOVE ZERO TO SQ-SL-ST-RC(SQ-SP-SUB).
017400     MOVE ZERO TO SQ-SL-ST-SUBMISSION(SQ-SP-SUB).
017500     MOVE SPACES TO SQ-SL-ST-STARTED(SQ-SP-SUB).
017600     MOVE SPACES TO SQ-SL-ST-ENDED-AT(SQ-SP-SUB).
017700     MOVE ZERO TO SQ-SL-ST-SKIPS(SQ-SP-SUB).
017800     GO TO 1050-EXIT.
017900 1050-EXIT.
018000     EXIT.
018100*
018200 1100-READ-ONE-RECORD.
018300     READ SQ-SS-FILE
018400         AT END
018500             SET SQ-SP-EOF TO TRUE
018600             GO TO 1100-EXIT
018700     END-READ.
018800     IF SQ-SS-NIGHT-OPENED
018900         SET SQ-SL-NIGHT-FOUND TO TRUE
019000         MOVE SQ-SS-RUN-ID TO SQ-SL-RUN-ID
019100         MOVE SQ-SS-SUBMISSION TO SQ-SL-SUBMISSION
019200         MOVE SQ-SS-TIMESTAMP TO SQ-SL-NIGHT-OPENED
019300         PERFORM 1050-CLEAR-ONE-STEP THRU 1050-EXIT
019400             VARYING SQ-SP-SUB FROM 1 BY 1
019500             UNTIL SQ-SP-SUB > SQ-ST-STEP-COUNT
019600         GO TO 1100-EXIT
019700     END-IF.
019800     IF NOT SQ-SL-NIGHT-FOUND
019900         GO TO 1100-EXIT
020000     END-IF.
020100     IF SQ-SS-RESUBMITTED
020200         MOVE SQ-SS-SUBMISSION TO SQ-SL-SUBMISSION
020300         GO TO 1100-EXIT
020400     END-IF.
020500     MOVE SQ-SS-PROGRAM TO SQ-SP-FIND-PROGRAM.
020600     PERFORM 8000-FIND-STEP THRU 8000-EXIT.
020700     IF SQ-SP-FOUND-SUB = ZERO
020800         GO TO 1100-EXIT
020900     END-IF.
021000     MOVE SQ-SP-FOUND-SUB TO SQ-SP-SUB.
021100*    A DAMAGED RETURN CODE COUNTS AS A FAILURE - THE STEP RUNS
021200*    AGAIN RATHER THAN BE SKIPPED ON A GUESS.
021300     IF SQ-SS-RC NOT NUMERIC
021400         MOVE 16 TO SQ-SS-RC
021500     END-IF.
021600     EVALUATE TRUE
021700         WHEN SQ-SS-STEP-BEGUN
021800             MOVE "B" TO SQ-SL-ST-STATE(SQ-SP-SUB)
021900             MOVE ZERO TO SQ-SL-ST-RC(SQ-SP-SUB)
022000             MOVE SQ-SS-SUBMISSION
022100                 TO SQ-SL-ST-SUBMISSION(SQ-SP-SUB)
022200             MOVE SQ-SS-TIMESTAMP TO SQ-SL-ST-STARTED(SQ-SP-SUB)
022300             MOVE SPACES TO SQ-SL-ST-ENDED-AT(SQ-SP-SUB)
022400         WHEN SQ-SS-STEP-ENDED
022500             MOVE "E" TO SQ-SL-ST-STATE(SQ-SP-SUB)
022600             MOVE SQ-SS-RC TO SQ-SL-ST-RC(SQ-SP-SUB)
022700             MOVE SQ-SS-SUBMISSION
022800                 TO SQ-SL-ST-SUBMISSION(SQ-SP-SUB)
022900             MOVE SQ-SS-TIMESTAMP TO SQ-SL-ST-ENDED-AT(SQ-SP-SUB)
023000         WHEN SQ-SS-STEP-SKIPPED
023100             IF SQ-SL-ST-SKIPS(SQ-SP-SUB) < 999
023200                 ADD 1 TO SQ-SL-ST-SKIPS(SQ-SP-SUB)
023300             END-IF
023400         WHEN OTHER
023500             CONTINUE
023600     END-EVALUATE.
023700     GO TO 1100-EXIT.
023800 1100-EXIT.
023900     EXIT.
024000*
024100*****************************************************************
024200* 2000-BEGIN-STEP.  LOAD THE NIGHT, DECIDE, AND RECORD THE
024300* DECISION - "B" WHEN THE STEP RUNS, "K" OR "S" WHEN IT DOES NOT.
024310* A RUNNING STEP WHOSE OWN LAST START NEVER ENDED IS TOLD "P".
024400* ONLY A RUNNING STEP GOES ON TO RECORD AN END.
024500*****************************************************************
024600 2000-BEGIN-STEP.
024700     MOVE "N" TO SQ-SP-LOGGING-SW.
024800     MOVE SQ-SL-PROGRAM TO SQ-SP-PROGRAM.
024900     MOVE SQ-SL-PROGRAM TO SQ-SP-FIND-PROGRAM.
025000     PERFORM 8000-FIND-STEP THRU 8000-EXIT.
025100     MOVE SQ-SP-FOUND-SUB TO SQ-SP-MY-SUB.
025200     IF SQ-SP-MY-SUB = ZERO
025300         MOVE SPACES TO SQ-SP-STEP
025400     ELSE
025500         MOVE SQ-ST-STEP(SQ-SP-MY-SUB) TO SQ-SP-STEP
025600     END-IF.
025700     PERFORM 1000-LOAD-NIGHT THRU 1000-EXIT.
025800     IF SQ-SL-FAILED
025900         DISPLAY "WARNING - STEP STATUS NOT AVAILABLE - "
026000             SQ-SP-PROGRAM " RUNS UNRECORDED"
026010         MOVE SPACES TO SQ-ML-TEXT
026020         STRING "WARNING - STEP STATUS NOT AVAILABLE - "
026030             SQ-SP-PROGRAM " RUNS UNRECORDED"
026040             DELIMITED BY SIZE INTO SQ-ML-TEXT
026050         MOVE "SQ4101W" TO SQ-ML-MSG-ID
026060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
026100         MOVE "R" TO SQ-SL-RESULT
026200         GO TO 2000-EXIT
026300     END-IF.
026400     IF SQ-SP-NO-FILE OR NOT SQ-SL-NIGHT-FOUND
026500         GO TO 2000-EXIT
026600     END-IF.
026700     MOVE SQ-SL-RUN-ID TO SQ-SP-RUN-ID.
026800     MOVE SQ-SL-SUBMISSION TO SQ-SP-SUBMISSION.
026900     MOVE SPACES TO SQ-SL-BLOCKING-STEP.
027000*
027100     IF SQ-SP-MY-SUB > ZERO
027200         IF SQ-SL-ST-ENDED(SQ-SP-MY-SUB)
027300             AND SQ-SL-ST-RC(SQ-SP-MY-SUB) < 16
027400             MOVE "K" TO SQ-SL-RESULT
027500             MOVE SQ-SL-ST-RC(SQ-SP-MY-SUB) TO SQ-SL-PRIOR-RC
027600             MOVE "K" TO SQ-SP-OUT-TYPE
027700             MOVE SQ-SL-PRIOR-RC TO SQ-SP-OUT-RC
027800             MOVE "ALREADY COMPLETE - NOT RERUN"
027900                 TO SQ-SP-OUT-NOTE
028000             PERFORM 7000-APPEND-STEP-RECORD THRU 7000-EXIT
028100             GO TO 2000-EXIT
028200         END-IF
028300         PERFORM 2100-CHECK-EARLIER-STEP THRU 2100-EXIT
028400             VARYING SQ-SP-SUB FROM 1 BY 1
028500             UNTIL SQ-SP-SUB NOT < SQ-SP-MY-SUB
028600                 OR SQ-SL-STOP
028700     END-IF.
028800     IF SQ-SL-STOP
028900         MOVE "S" TO SQ-SP-OUT-TYPE
029000         MOVE 16 TO SQ-SP-OUT-RC
029100         MOVE SPACES TO SQ-SP-OUT-NOTE
029200         STRING SQ-SL-BLOCKING-STEP DELIMITED BY " "
029300             " NEVER FINISHED" DELIMITED BY SIZE
029400             INTO SQ-SP-OUT-NOTE
029500         PERFORM 7000-APPEND-STEP-RECORD THRU 7000-EXIT
029600         GO TO 2000-EXIT
029700     END-IF.
029710*    OUR OWN START LEFT WITHOUT AN END - THE CALLER PICKS UP
029720*    AFTER WHAT IT LEFT (OR STOPS) RATHER THAN POST IT TWICE.
029730     MOVE SPACES TO SQ-SL-PRIOR-START.
029740     MOVE SPACES TO SQ-SP-OUT-NOTE.
029750     IF SQ-SP-MY-SUB > ZERO
029760         IF SQ-SL-ST-UNFINISHED(SQ-SP-MY-SUB)
029770             MOVE "P" TO SQ-SL-RESULT
029780             MOVE SQ-SL-ST-STARTED(SQ-SP-MY-SUB)
029790                 TO SQ-SL-PRIOR-START
029792             MOVE "RESUMES AN UNFINISHED START"
029794                 TO SQ-SP-OUT-NOTE
029796         END-IF
029798     END-IF.
029800     MOVE "B" TO SQ-SP-OUT-TYPE.
029900     MOVE ZERO TO SQ-SP-OUT-RC.
030100     PERFORM 7000-APPEND-STEP-RECORD THRU 7000-EXIT.
030200     IF NOT SQ-SP-OUT-FAILED
030300         SET SQ-SP-LOGGING TO TRUE
030400     END-IF.
030500     GO TO 2000-EXIT.
030600 2000-EXIT.
030700     EXIT.
030800*
030900*    AN EARLIER STEP STARTED ON THIS SUBMISSION AND STILL OPEN
031000*    CANNOT HAPPEN - THE JOB BYPASSES EVERY STEP AFTER AN ABEND -
031100*    SO ONLY ONE LEFT OVER FROM AN EARLIER SUBMISSION STOPS US.
031200 2100-CHECK-EARLIER-STEP.
031300     IF SQ-SL-ST-UNFINISHED(SQ-SP-SUB)
031400         AND SQ-SL-ST-SUBMISSION(SQ-SP-SUB) < SQ-SL-SUBMISSION
031500         MOVE "S" TO SQ-SL-RESULT
031600         MOVE SQ-ST-STEP(SQ-SP-SUB) TO SQ-SL-BLOCKING-STEP
031700     END-IF.
031800     GO TO 2100-EXIT.
031900 2100-EXIT.
032000     EXIT.
032100*
032200*****************************************************************
032300* 3000-END-STEP.  ONLY A STEP WHOSE START WAS RECORDED RECORDS
032400* AN END.
032500*****************************************************************
032600 3000-END-STEP.
032700     IF NOT SQ-SP-LOGGING
032800         GO TO 3000-EXIT
032900     END-IF.
033000     MOVE "E" TO SQ-SP-OUT-TYPE.
033100     MOVE SQ-SL-RC TO SQ-SP-OUT-RC.
033200     MOVE SPACES TO SQ-SP-OUT-NOTE.
033300     PERFORM 7000-APPEND-STEP-RECORD THRU 7000-EXIT.
033400     MOVE "N" TO SQ-SP-LOGGING-SW.
033500     GO TO 3000-EXIT.
033600 3000-EXIT.
033700     EXIT.
033800*
033900*****************************************************************
034000* 4000-OPEN-NIGHT.  THE CONTROLLER'S "J" RECORD - SUBMISSION 1
034100* OF A NEW NIGHT UNDER THE RUN ID IT WAS GIVEN.
034200*****************************************************************
034300 4000-OPEN-NIGHT.
034400     MOVE SPACES TO SQ-SP-STEP.
034500     MOVE SQ-SL-PROGRAM TO SQ-SP-PROGRAM.
034600     MOVE SQ-SL-RUN-ID TO SQ-SP-RUN-ID.
034700     MOVE 1 TO SQ-SP-SUBMISSION.
034800     MOVE "J" TO SQ-SP-OUT-TYPE.
034900     MOVE ZERO TO SQ-SP-OUT-RC.
035000     MOVE SQ-SL-NOTE TO SQ-SP-OUT-NOTE.
035100     PERFORM 7000-APPEND-STEP-RECORD THRU 7000-EXIT.
035200     IF SQ-SP-OUT-FAILED
035300         MOVE "F" TO SQ-SL-RESULT
035400     ELSE
035500         SET SQ-SL-NIGHT-FOUND TO TRUE
035600         MOVE 1 TO SQ-SL-SUBMISSION
035700     END-IF.
035800     GO TO 4000-EXIT.
035900 4000-EXIT.
036000     EXIT.
036100*
036200*****************************************************************
036300* 5000-RESUBMIT.  THE CONTROLLER'S "R" RECORD - THE NEXT
036400* SUBMISSION OF THE NIGHT LOADED BY "L".
036500*****************************************************************
036600 5000-RESUBMIT.
036700     IF NOT SQ-SL-NIGHT-FOUND
036800         MOVE "F" TO SQ-SL-RESULT
036900         GO TO 5000-EXIT
037000     END-IF.
037100     MOVE SPACES TO SQ-SP-STEP.
037200     MOVE SQ-SL-PROGRAM TO SQ-SP-PROGRAM.
037300     MOVE SQ-SL-RUN-ID TO SQ-SP-RUN-ID.
037400     IF SQ-SL-SUBMISSION < 999
037500         COMPUTE SQ-SP-SUBMISSION = SQ-SL-SUBMISSION + 1
037600     ELSE
037700         MOVE 999 TO SQ-SP-SUBMISSION
037800     END-IF.
037900     MOVE "R" TO SQ-SP-OUT-TYPE.
038000     MOVE ZERO TO SQ-SP-OUT-RC.
038100     MOVE SQ-SL-NOTE TO SQ-SP-OUT-NOTE.
038200     PERFORM 7000-APPEND-STEP-RECORD THRU 7000-EXIT.
038300     IF SQ-SP-OUT-FAILED
038400         MOVE "F" TO SQ-SL-RESULT
038500     ELSE
038600         MOVE SQ-SP-SUBMISSION TO SQ-SL-SUBMISSION
038700     END-IF.
038800     GO TO 5000-EXIT.
038900 5000-EXIT.
039000     EXIT.
039100*
039200*****************************************************************
039300* 7000-APPEND-STEP-RECORD.  ONE RECORD ON THE END OF THE
039400* DATASET, OPENED AND CLOSED AROUND IT SO AN ABEND LATER IN THE
039500* STEP CANNOT LOSE IT.
039600*****************************************************************
039700 7000-APPEND-STEP-RECORD.
039800     MOVE "N" TO SQ-SP-OUT-FAIL-SW.
039900     PERFORM 8100-STAMP-TIME THRU 8100-EXIT.
040000     OPEN EXTEND SQ-SS-FILE.
040100     IF SQ-SS-STATUS NOT = "00" AND SQ-SS-STATUS NOT = "05"
040200         DISPLAY "WARNING - STEP STATUS FILE OPEN FAILED, STATUS "
040300             SQ-SS-STATUS " - " SQ-SP-OUT-TYPE " RECORD FOR "
040400             SQ-SP-PROGRAM " NOT WRITTEN"
040410         MOVE SPACES TO SQ-ML-TEXT
040420         STRING "WARNING - STEP STATUS FILE OPEN FAILED, STATUS "
040430             SQ-SS-STATUS " - " SQ-SP-OUT-TYPE " RECORD FOR "
040440             SQ-SP-PROGRAM " NOT WRITTEN"
040450             DELIMITED BY SIZE INTO SQ-ML-TEXT
040460         MOVE "SQ0002W" TO SQ-ML-MSG-ID
040470         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
040500         SET SQ-SP-OUT-FAILED TO TRUE
040600         GO TO 7000-EXIT
040700     END-IF.
040800     MOVE SPACES TO SQ-SS-RECORD.
040900     MOVE SQ-SP-OUT-TYPE TO SQ-SS-TYPE.
041000     MOVE SQ-SP-RUN-ID TO SQ-SS-RUN-ID.
041100     MOVE SQ-SP-SUBMISSION TO SQ-SS-SUBMISSION.
041200     MOVE SQ-SP-STEP TO SQ-SS-STEP.
041300     MOVE SQ-SP-PROGRAM TO SQ-SS-PROGRAM.
041400     MOVE SQ-SP-TIMESTAMP-TEXT TO SQ-SS-TIMESTAMP.
041500     MOVE SQ-SP-OUT-RC TO SQ-SS-RC.
041600     MOVE SQ-SP-OUT-NOTE TO SQ-SS-NOTE.
041700     WRITE SQ-SS-RECORD.
041800     IF SQ-SS-STATUS NOT = "00"
041900         DISPLAY "WARNING - STEP STATUS FILE WRITE FAILED, "
042000             "STATUS " SQ-SS-STATUS " - " SQ-SP-OUT-TYPE
042100             " RECORD FOR " SQ-SP-PROGRAM " NOT WRITTEN"
042110         MOVE SPACES TO SQ-ML-TEXT
042120         STRING "WARNING - STEP STATUS FILE WRITE FAILED, "
042130             "STATUS " SQ-SS-STATUS " - " SQ-SP-OUT-TYPE
042140             " RECORD FOR " SQ-SP-PROGRAM " NOT WRITTEN"
042150             DELIMITED BY SIZE INTO SQ-ML-TEXT
042160         MOVE "SQ0004W" TO SQ-ML-MSG-ID
042170         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042200         SET SQ-SP-OUT-FAILED TO TRUE
042300     END-IF.
042400     CLOSE SQ-SS-FILE.
042500     GO TO 7000-EXIT.
042600 7000-EXIT.
042700     EXIT.
042800*
042900*****************************************************************
043000* 8000 SERIES - STEP TABLE LOOKUP AND TIMESTAMP.
043100*****************************************************************
043200 8000-FIND-STEP.
043300     MOVE ZERO TO SQ-SP-FOUND-SUB.
043400     PERFORM 8010-TRY-ONE-STEP THRU 8010-EXIT
043500         VARYING SQ-SP-SUB FROM 1 BY 1
043600         UNTIL SQ-SP-SUB > SQ-ST-STEP-COUNT
043700             OR SQ-SP-FOUND-SUB > ZERO.
043800     GO TO 8000-EXIT.
043900 8000-EXIT.
044000     EXIT.
044100*
044200 8010-TRY-ONE-STEP.
044300     IF SQ-ST-PROGRAM(SQ-SP-SUB) = SQ-SP-FIND-PROGRAM
044400         MOVE SQ-SP-SUB TO SQ-SP-FOUND-SUB
044500     END-IF.
044600     GO TO 8010-EXIT.
044700 8010-EXIT.
044800     EXIT.
044900*
045000 8100-STAMP-TIME.
045100     ACCEPT SQ-SP-CURRENT-DATE FROM DATE YYYYMMDD.
045200     ACCEPT SQ-SP-CURRENT-TIME FROM TIME.
045300     MOVE SPACES TO SQ-SP-TIMESTAMP-TEXT.
045400     STRING SQ-SP-CUR-YEAR "-" SQ-SP-CUR-MONTH "-"
045500         SQ-SP-CUR-DAY "-" SQ-SP-CUR-HOUR "."
045600         SQ-SP-CUR-MINUTE "." SQ-SP-CUR-SECOND "."
045700         SQ-SP-CUR-HUNDREDTH DELIMITED BY SIZE
045800         INTO SQ-SP-TIMESTAMP-TEXT.
045900     GO TO 8100-EXIT.
046000 8100-EXIT.
046100     EXIT.
046200*
046300*****************************************************************
046400* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
046500* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
046600* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
046700* WAY.
046800*****************************************************************
046900 9800-LOG-MESSAGE.
047000     MOVE "SQSTPLOG" TO SQ-ML-PROGRAM.
047100     MOVE ZERO TO SQ-ML-RUN-ID.
047200     MOVE SPACES TO SQ-ML-BUS-DATE.
047300     CALL "SQMSGLOG" USING SQ-ML-AREA.
047400     GO TO 9800-EXIT.
047500 9800-EXIT.
047600     EXIT.
