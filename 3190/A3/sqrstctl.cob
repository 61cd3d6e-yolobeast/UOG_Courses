000100*****************************************************************
000200* PROGRAM-ID.  SQRSTCTL
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  RESTART CONTROLLER FOR THE NIGHTLY JOB STREAM -
001000*     STEP001 OF SQBATCH.  EVERY PROGRAM IN THE STREAM RECORDS
001100*     ITS START AND END ON THE STEP-STATUS DATASET (SEE COPYBOOK
001200*     SQSTEPST AND SUBPROGRAM SQSTPLOG).  THIS STEP READS WHAT
001300*     THE LAST NIGHT LEFT THERE AND DECIDES WHAT TONIGHT'S
001400*     SUBMISSION OF THE JOB IS -
001500*       - THE LAST NIGHT FINISHED (NO STEP LEFT STARTED WITHOUT
001600*         AN END, NONE ENDED RC=16 OR ABOVE) - A NEW NIGHT IS
001700*         OPENED UNDER THE NEXT RUN ID FROM THE RUN REGISTRY.
001800*         RC=0.
001900*       - THE LAST NIGHT DID NOT FINISH - THIS IS A RESUBMISSION
002000*         OF IT.  THE NEXT SUBMISSION NUMBER IS RECORDED AND
002100*         EACH STEP THEN DECIDES FOR ITSELF, THROUGH SQSTPLOG,
002200*         TO SKIP (ALREADY COMPLETE), RUN, RESUME (ITS OWN
002300*         START NEVER FINISHED) OR STOP (AN EARLIER STEP NEVER
002400*         FINISHED).  RC=4 SO THE RESUBMISSION STANDS OUT ON THE
002450*         JOB LOG.
002500*     THE REPORT (SQRXRPT) SHOWS EVERY STEP'S STATE AND WHAT A
002600*     RESUBMISSION DOES WITH IT, SO THE OPERATOR AT 4 AM CAN SEE
002700*     WHAT WILL RUN BEFORE RESUBMITTING.  THE CONTROL CARD (SEE
002800*     COPYBOOK SQRXPARM) CAN FORCE A NEW NIGHT, ABANDONING ONE
002900*     THAT DID NOT FINISH (RC=4), OR ASK FOR THE REPORT ONLY
003000*     (SQRSTCTL.JCL).  A STEP-STATUS DATASET THAT CANNOT BE READ
003100*     OR WRITTEN ENDS RC=16 - EVERY STEP OF SQBATCH IS GATED ON
003200*     IT, SINCE STEPS MUST NOT RUN AGAINST THE WRONG NIGHT.
003300*
003400* MODIFICATION HISTORY.
003500*     2026-10-15  DL  INITIAL VERSION.
003520*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003540*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003560*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003580*                     COPYBOOK SQMSGCAT).
003585*     2026-10-15  DL  THE PLAN SHOWS WHAT A STEP THAT NEVER
003590*                     FINISHED DOES WHEN TOLD TO RESUME (SQSTPLOG
003595*                     "P") - SQUARE, SQQDRAIN AND SQSPCHK DIFFER.
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.  SQRSTCTL.
003900 AUTHOR.      D. LOCKWOOD.
004000 INSTALLATION. 3190 SYSTEMS.
004100 DATE-WRITTEN. 2026-10-15.
004200 DATE-COMPILED.
004300*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPTIONAL SQ-RX-PARM-FILE ASSIGN TO SQRXPARM
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS SQ-RXPARM-STATUS.
005000*
005100     SELECT OPTIONAL SQ-RUNREG-FILE ASSIGN TO SQRUNREG
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS IS SQ-RUNREG-STATUS.
005400*
005500     SELECT SQ-RX-REPORT-FILE ASSIGN TO SQRXRPT
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS IS SQ-RX-REPORT-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  SQ-RX-PARM-FILE.
006200     COPY SQRXPARM.
006300*
006400 FD  SQ-RUNREG-FILE.
006500     COPY SQRUNREG.
006600*
006700 FD  SQ-RX-REPORT-FILE.
006800 01  SQ-RX-REPORT-LINE             PIC X(152).
006900*
007000 WORKING-STORAGE SECTION.
007100     COPY SQSTPTAB.
007200     COPY SQSTLINK.
007300*
007400*****************************************************************
007500* SWITCHES AND FILE STATUS.
007600*****************************************************************
007700 01  SQ-RX-SWITCHES.
007800     05  SQ-RX-MODE                PIC X(01) VALUE "A".
007900         88  SQ-RX-AUTO                VALUE "A".
008000         88  SQ-RX-NEW-NIGHT           VALUE "N".
008100         88  SQ-RX-LIST-ONLY           VALUE "L".
008200     05  SQ-RX-OPEN-SW             PIC X(01) VALUE "N".
008300         88  SQ-RX-NIGHT-OPEN          VALUE "Y".
008400     05  SQ-RX-PLAN-SW             PIC X(01) VALUE "N".
008500         88  SQ-RX-SHOW-PLAN           VALUE "Y".
008600*
008700 01  SQ-RX-FILE-STATUSES.
008800     05  SQ-RXPARM-STATUS          PIC X(02) VALUE "00".
008900     05  SQ-RUNREG-STATUS          PIC X(02) VALUE "00".
009000     05  SQ-RX-REPORT-STATUS       PIC X(02) VALUE "00".
009100*
009200*****************************************************************
009300* COUNTERS AND WORK FIELDS.
009400*****************************************************************
009500 01  SQ-RX-COUNTERS.
009600     05  SQ-RX-COMPLETE            PIC 9(03) VALUE ZERO.
009700     05  SQ-RX-FAILED              PIC 9(03) VALUE ZERO.
009800     05  SQ-RX-UNFINISHED          PIC 9(03) VALUE ZERO.
009900     05  SQ-RX-NOT-STARTED         PIC 9(03) VALUE ZERO.
010000*
010100 01  SQ-RX-WORK.
010200     05  SQ-RX-SUB                 PIC 9(04) COMP VALUE ZERO.
010300     05  SQ-RX-LAST-RUN-ID         PIC 9(05) VALUE ZERO.
010400     05  SQ-RX-OLD-RUN-ID          PIC 9(05) VALUE ZERO.
010450     05  SQ-RX-OLD-SUBMISSION      PIC 9(03) VALUE ZERO.
010500     05  SQ-RX-OUTCOME             PIC X(60) VALUE SPACES.
010600     05  SQ-RX-EDIT-ID             PIC 9(05) VALUE ZERO.
010700     05  SQ-RX-EDIT-SUB            PIC 9(03) VALUE ZERO.
010800*
010900*****************************************************************
011000* RUN DATE AND REPORT PAGE CONTROL.
011100*****************************************************************
011200 01  SQ-RX-DATE-TIME-FIELDS.
011300     05  SQ-RX-CURRENT-DATE.
011400         10  SQ-RX-CUR-YEAR        PIC 9(04).
011500         10  SQ-RX-CUR-MONTH       PIC 9(02).
011600         10  SQ-RX-CUR-DAY         PIC 9(02).
011700     05  SQ-RX-REPORT-DATE         PIC X(10) VALUE SPACES.
011800*
011900 01  SQ-RX-PAGE-CONTROL.
012000     05  SQ-RX-PAGE-NO             PIC 9(04) VALUE 1.
012100*
012200*****************************************************************
012300* REPORT LINE IMAGES.
012400*****************************************************************
012500 01  SQ-RX-HDR-LINE-1.
012600     05  FILLER                    PIC X(31) VALUE
012700         "JOB STREAM STEP STATUS -".
012800     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
012900     05  SQ-RX-H1-DATE             PIC X(10) VALUE SPACES.
013000     05  FILLER                    PIC X(10) VALUE " PAGE ".
013100     05  SQ-RX-H1-PAGE             PIC ZZZ9.
013200     05  FILLER                    PIC X(08) VALUE "  MODE ".
013300     05  SQ-RX-H1-MODE             PIC X(01) VALUE SPACE.
013400     05  FILLER                    PIC X(78) VALUE SPACES.
013500*
013600 01  SQ-RX-HDR-LINE-2.
013700     05  FILLER                    PIC X(15) VALUE
013800         "NIGHT RUN ID  ".
013900     05  SQ-RX-H2-RUN-ID           PIC ZZZZ9.
014000     05  FILLER                    PIC X(14) VALUE
014100         "  SUBMISSION ".
014200     05  SQ-RX-H2-SUBMISSION       PIC ZZ9.
014300     05  FILLER                    PIC X(10) VALUE "  OPENED ".
014400     05  SQ-RX-H2-OPENED           PIC X(26) VALUE SPACES.
014500     05  FILLER                    PIC X(79) VALUE SPACES.
014600*
014700 01  SQ-RX-COL-HDR-LINE.
014800     05  FILLER                    PIC X(09) VALUE "STEP".
014900     05  FILLER                    PIC X(09) VALUE "PROGRAM".
015000     05  FILLER                    PIC X(12) VALUE "STATE".
015100     05  FILLER                    PIC X(05) VALUE "SUB".
015200     05  FILLER                    PIC X(27) VALUE "STARTED".
015300     05  FILLER                    PIC X(27) VALUE "ENDED".
015400     05  FILLER                    PIC X(06) VALUE "  RC".
015500     05  FILLER                    PIC X(07) VALUE "SKIPS".
015600     05  FILLER                    PIC X(50) VALUE
015700         "ON RESUBMISSION".
015800*
015900 01  SQ-RX-DETAIL-LINE.
016000     05  SQ-RX-DTL-STEP            PIC X(08).
016100     05  FILLER                    PIC X(01) VALUE SPACE.
016200     05  SQ-RX-DTL-PROGRAM         PIC X(08).
016300     05  FILLER                    PIC X(01) VALUE SPACE.
016400     05  SQ-RX-DTL-STATE           PIC X(11).
016500     05  FILLER                    PIC X(01) VALUE SPACE.
016600     05  SQ-RX-DTL-SUBMISSION      PIC ZZ9.
016700     05  FILLER                    PIC X(02) VALUE SPACES.
016800     05  SQ-RX-DTL-STARTED         PIC X(26).
016900     05  FILLER                    PIC X(01) VALUE SPACE.
017000     05  SQ-RX-DTL-ENDED           PIC X(26).
017100     05  FILLER                    PIC X(01) VALUE SPACE.
017200     05  SQ-RX-DTL-RC              PIC X(04).
017300     05  FILLER                    PIC X(02) VALUE SPACES.
017400     05  SQ-RX-DTL-SKIPS           PIC ZZ9.
017500     05  FILLER                    PIC X(04) VALUE SPACES.
017600     05  SQ-RX-DTL-ACTION          PIC X(30).
017700     05  FILLER                    PIC X(20) VALUE SPACES.
017800*
017900 01  SQ-RX-SUMMARY-LINE.
018000     05  FILLER                    PIC X(17) VALUE
018100         "STEPS COMPLETE :".
018200     05  SQ-RX-SM-COMPLETE         PIC ZZ9.
018300     05  FILLER                    PIC X(15) VALUE
018400         "   FAILED :".
018500     05  SQ-RX-SM-FAILED           PIC ZZ9.
018600     05  FILLER                    PIC X(19) VALUE
018700         "   NEVER FINISHED :".
018800     05  SQ-RX-SM-UNFINISHED       PIC ZZ9.
018900     05  FILLER                    PIC X(18) VALUE
019000         "   NOT STARTED :".
019100     05  SQ-RX-SM-NOT-STARTED      PIC ZZ9.
019200     05  FILLER                    PIC X(71) VALUE SPACES.
019300*
019400 01  SQ-RX-OUTCOME-LINE.
019500     05  FILLER                    PIC X(10) VALUE "OUTCOME - ".
019600     05  SQ-RX-OC-TEXT             PIC X(60) VALUE SPACES.
019700     05  FILLER                    PIC X(82) VALUE SPACES.
019800*
019810*****************************************************************
019820* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
019830*****************************************************************
019840     COPY SQMLLINK.
019850*
019900*****************************************************************
020000* 0000-MAINLINE.
020100*****************************************************************
020200 PROCEDURE DIVISION.
020300*
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     PERFORM 2000-LOAD-NIGHT THRU 2000-EXIT.
020700     PERFORM 3000-DECIDE THRU 3000-EXIT.
020800     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
020900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021000     STOP RUN.
021100*
021200*****************************************************************
021300* 1000 SERIES - STARTUP.
021400*****************************************************************
021500 1000-INITIALIZE.
021600     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
021700     OPEN OUTPUT SQ-RX-REPORT-FILE.
021800     IF SQ-RX-REPORT-STATUS NOT = "00"
021900         DISPLAY "FATAL - SQ-RX-REPORT-FILE OPEN FAILED, STATUS "
022000             SQ-RX-REPORT-STATUS
022010         MOVE SPACES TO SQ-ML-TEXT
022020         STRING "FATAL - SQ-RX-REPORT-FILE OPEN FAILED, STATUS "
022030             SQ-RX-REPORT-STATUS
022040             DELIMITED BY SIZE INTO SQ-ML-TEXT
022050         MOVE "SQ0001S" TO SQ-ML-MSG-ID
022060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
022100         MOVE 16 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400     ACCEPT SQ-RX-CURRENT-DATE FROM DATE YYYYMMDD.
022500     STRING SQ-RX-CUR-MONTH "/" SQ-RX-CUR-DAY "/" SQ-RX-CUR-YEAR
022600         DELIMITED BY SIZE INTO SQ-RX-REPORT-DATE.
022700     GO TO 1000-EXIT.
022800 1000-EXIT.
022900     EXIT.
023000*
023100 1100-READ-CONTROL-CARD.
023200     OPEN INPUT SQ-RX-PARM-FILE.
023300     IF SQ-RXPARM-STATUS = "00"
023400         READ SQ-RX-PARM-FILE
023500             AT END
023600                 CONTINUE
023700             NOT AT END
023800                 PERFORM 1110-EDIT-CONTROL-CARD THRU 1110-EXIT
023900         END-READ
024000     END-IF.
024100*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
024200*    WAS NOT THERE - THE FILE IS OPEN AND MUST STILL BE CLOSED.
024300     IF SQ-RXPARM-STATUS = "00" OR SQ-RXPARM-STATUS = "05"
024400         CLOSE SQ-RX-PARM-FILE
024500     END-IF.
024600     GO TO 1100-EXIT.
024700 1100-EXIT.
024800     EXIT.
024900*
025000 1110-EDIT-CONTROL-CARD.
025100     EVALUATE TRUE
025200         WHEN SQ-RX-PARM-AUTO
025300             MOVE "A" TO SQ-RX-MODE
025400         WHEN SQ-RX-PARM-NEW-NIGHT
025500             MOVE "N" TO SQ-RX-MODE
025600         WHEN SQ-RX-PARM-LIST-ONLY
025700             MOVE "L" TO SQ-RX-MODE
025800         WHEN OTHER
025900             DISPLAY "FATAL - SQRXPARM MODE " SQ-RX-PARM-MODE
026000                 " IS NOT A, N OR L"
026010             MOVE SPACES TO SQ-ML-TEXT
026020             STRING "FATAL - SQRXPARM MODE " SQ-RX-PARM-MODE
026030                 " IS NOT A, N OR L"
026040                 DELIMITED BY SIZE INTO SQ-ML-TEXT
026050             MOVE "SQ3501S" TO SQ-ML-MSG-ID
026060             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
026100             MOVE 16 TO RETURN-CODE
026200             STOP RUN
026300     END-EVALUATE.
026400     GO TO 1110-EXIT.
026500 1110-EXIT.
026600     EXIT.
026700*
026800*****************************************************************
026900* 2000-LOAD-NIGHT.  THE LAST NIGHT ON THE STEP-STATUS DATASET,
027000* ONE STATE PER STEP, AND WHETHER IT FINISHED.
027100*****************************************************************
027200 2000-LOAD-NIGHT.
027300     MOVE "L" TO SQ-SL-FUNCTION.
027400     MOVE "SQRSTCTL" TO SQ-SL-PROGRAM.
027500     CALL "SQSTPLOG" USING SQ-SL-AREA.
027600     IF SQ-SL-FAILED
027700         DISPLAY "FATAL - STEP STATUS FILE COULD NOT BE READ"
027710         MOVE SPACES TO SQ-ML-TEXT
027720         STRING "FATAL - STEP STATUS FILE COULD NOT BE READ"
027730             DELIMITED BY SIZE INTO SQ-ML-TEXT
027740         MOVE "SQ3502S" TO SQ-ML-MSG-ID
027750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100     MOVE ZERO TO SQ-RX-COMPLETE SQ-RX-FAILED
028200         SQ-RX-UNFINISHED SQ-RX-NOT-STARTED.
028300     PERFORM 2100-COUNT-ONE-STEP THRU 2100-EXIT
028400         VARYING SQ-RX-SUB FROM 1 BY 1
028500         UNTIL SQ-RX-SUB > SQ-ST-STEP-COUNT.
028600     IF SQ-SL-NIGHT-FOUND
028700         AND SQ-RX-FAILED + SQ-RX-UNFINISHED > ZERO
028800         SET SQ-RX-NIGHT-OPEN TO TRUE
028900     END-IF.
029000     MOVE SQ-SL-RUN-ID TO SQ-RX-OLD-RUN-ID.
029050     MOVE SQ-SL-SUBMISSION TO SQ-RX-OLD-SUBMISSION.
029100     GO TO 2000-EXIT.
029200 2000-EXIT.
029300     EXIT.
029400*
029500 2100-COUNT-ONE-STEP.
029600     EVALUATE TRUE
029700         WHEN SQ-SL-ST-UNFINISHED(SQ-RX-SUB)
029800             ADD 1 TO SQ-RX-UNFINISHED
029900         WHEN SQ-SL-ST-ENDED(SQ-RX-SUB)
030000             AND SQ-SL-ST-RC(SQ-RX-SUB) < 16
030100             ADD 1 TO SQ-RX-COMPLETE
030200         WHEN SQ-SL-ST-ENDED(SQ-RX-SUB)
030300             ADD 1 TO SQ-RX-FAILED
030400         WHEN OTHER
030500             ADD 1 TO SQ-RX-NOT-STARTED
030600     END-EVALUATE.
030700     GO TO 2100-EXIT.
030800 2100-EXIT.
030900     EXIT.
031000*
031100*****************************************************************
031200* 3000-DECIDE.  RESUBMIT A NIGHT THAT DID NOT FINISH, OTHERWISE
031300* OPEN A NEW ONE - OR, ON THE LIST-ONLY CARD, NEITHER.
031400*****************************************************************
031500 3000-DECIDE.
031600     MOVE ZERO TO RETURN-CODE.
031700     IF SQ-RX-LIST-ONLY
031800         IF SQ-RX-NIGHT-OPEN
031900             SET SQ-RX-SHOW-PLAN TO TRUE
032000             MOVE "NIGHT NOT FINISHED - LIST ONLY, NOTHING KEPT"
032100                 TO SQ-RX-OUTCOME
032200         ELSE
032300             MOVE "NIGHT FINISHED - LIST ONLY, NOTHING RECORDED"
032400                 TO SQ-RX-OUTCOME
032500         END-IF
032600         GO TO 3000-EXIT
032700     END-IF.
032800     IF SQ-RX-AUTO AND SQ-RX-NIGHT-OPEN
032900         PERFORM 3100-RESUBMIT-NIGHT THRU 3100-EXIT
033000         GO TO 3000-EXIT
033100     END-IF.
033200     PERFORM 3200-OPEN-NEW-NIGHT THRU 3200-EXIT.
033300     GO TO 3000-EXIT.
033400 3000-EXIT.
033500     EXIT.
033600*
033700 3100-RESUBMIT-NIGHT.
033800     MOVE "R" TO SQ-SL-FUNCTION.
033900     MOVE "SQRSTCTL" TO SQ-SL-PROGRAM.
034000     MOVE "RESUBMITTED - NIGHT UNFINISHED" TO SQ-SL-NOTE.
034100     CALL "SQSTPLOG" USING SQ-SL-AREA.
034200     IF SQ-SL-FAILED
034300         DISPLAY "FATAL - STEP STATUS FILE COULD NOT BE WRITTEN"
034310         MOVE SPACES TO SQ-ML-TEXT
034320         STRING "FATAL - STEP STATUS FILE COULD NOT BE WRITTEN"
034330             DELIMITED BY SIZE INTO SQ-ML-TEXT
034340         MOVE "SQ3503S" TO SQ-ML-MSG-ID
034350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
034400         MOVE 16 TO RETURN-CODE
034500         STOP RUN
034600     END-IF.
034700     SET SQ-RX-SHOW-PLAN TO TRUE.
034800     MOVE SQ-SL-RUN-ID TO SQ-RX-EDIT-ID.
034900     MOVE SQ-SL-SUBMISSION TO SQ-RX-EDIT-SUB.
035000     STRING "NIGHT " SQ-RX-EDIT-ID " RESUBMITTED AS SUBMISSION "
035100         SQ-RX-EDIT-SUB DELIMITED BY SIZE INTO SQ-RX-OUTCOME.
035200     DISPLAY "SQRSTCTL - " SQ-RX-OUTCOME.
035300     MOVE 4 TO RETURN-CODE.
035400     GO TO 3100-EXIT.
035500 3100-EXIT.
035600     EXIT.
035700*
035800 3200-OPEN-NEW-NIGHT.
035900     PERFORM 3210-READ-RUN-REGISTRY THRU 3210-EXIT.
036000     MOVE "J" TO SQ-SL-FUNCTION.
036100     MOVE "SQRSTCTL" TO SQ-SL-PROGRAM.
036200     IF SQ-RX-LAST-RUN-ID >= 99999
036300         MOVE 1 TO SQ-SL-RUN-ID
036400     ELSE
036500         COMPUTE SQ-SL-RUN-ID = SQ-RX-LAST-RUN-ID + 1
036600     END-IF.
036700     MOVE SPACES TO SQ-SL-NOTE.
036800     IF SQ-RX-NIGHT-OPEN
036900         MOVE SQ-RX-OLD-RUN-ID TO SQ-RX-EDIT-ID
037000         STRING "NEW NIGHT - " SQ-RX-EDIT-ID " ABANDONED"
037100             DELIMITED BY SIZE INTO SQ-SL-NOTE
037200     ELSE
037300         MOVE "NEW NIGHT" TO SQ-SL-NOTE
037400     END-IF.
037500     CALL "SQSTPLOG" USING SQ-SL-AREA.
037600     IF SQ-SL-FAILED
037700         DISPLAY "FATAL - STEP STATUS FILE COULD NOT BE WRITTEN"
037710         MOVE SPACES TO SQ-ML-TEXT
037720         STRING "FATAL - STEP STATUS FILE COULD NOT BE WRITTEN"
037730             DELIMITED BY SIZE INTO SQ-ML-TEXT
037740         MOVE "SQ3503S" TO SQ-ML-MSG-ID
037750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
037800         MOVE 16 TO RETURN-CODE
037900         STOP RUN
038000     END-IF.
038100     MOVE SQ-SL-RUN-ID TO SQ-RX-EDIT-ID.
038200     STRING "NEW NIGHT " SQ-RX-EDIT-ID " OPENED"
038300         DELIMITED BY SIZE INTO SQ-RX-OUTCOME.
038400*    FORCING A NEW NIGHT OVER ONE THAT DID NOT FINISH THROWS ITS
038500*    STEP STATUS AWAY - FLAG IT.
038600     IF SQ-RX-NIGHT-OPEN
038700         MOVE SQ-RX-OLD-RUN-ID TO SQ-RX-EDIT-ID
038800         DISPLAY "WARNING - UNFINISHED NIGHT " SQ-RX-EDIT-ID
038900             " ABANDONED BY CONTROL CARD - EVERY STEP RUNS"
038910         MOVE SPACES TO SQ-ML-TEXT
038920         STRING "WARNING - UNFINISHED NIGHT " SQ-RX-EDIT-ID
038930             " ABANDONED BY CONTROL CARD - EVERY STEP RUNS"
038940             DELIMITED BY SIZE INTO SQ-ML-TEXT
038950         MOVE "SQ3504W" TO SQ-ML-MSG-ID
038960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
039000         MOVE 4 TO RETURN-CODE
039100     END-IF.
039200     DISPLAY "SQRSTCTL - " SQ-RX-OUTCOME.
039300     GO TO 3200-EXIT.
039400 3200-EXIT.
039500     EXIT.
039600*
039700*    THE NIGHT TAKES THE RUN ID STEP010 IS ABOUT TO HAND OUT.  NO
039800*    REGISTRY YET (THE FIRST NIGHT) IS RUN ID 1, AS IN SQUARE.
039900 3210-READ-RUN-REGISTRY.
040000     MOVE ZERO TO SQ-RX-LAST-RUN-ID.
040100     OPEN INPUT SQ-RUNREG-FILE.
040200     IF SQ-RUNREG-STATUS = "00"
040300         READ SQ-RUNREG-FILE
040400             AT END
040500                 CONTINUE
040600             NOT AT END
040700                 IF SQ-RUNREG-LAST-RUN-ID NUMERIC
040800                     MOVE SQ-RUNREG-LAST-RUN-ID
040900                         TO SQ-RX-LAST-RUN-ID
041000                 END-IF
041100         END-READ
041200     ELSE
041300         IF SQ-RUNREG-STATUS NOT = "05"
041400             DISPLAY "WARNING - SQ-RUNREG-FILE OPEN FAILED, "
041500                 "STATUS " SQ-RUNREG-STATUS
041510             MOVE SPACES TO SQ-ML-TEXT
041520             STRING "WARNING - SQ-RUNREG-FILE OPEN FAILED, "
041530                 "STATUS " SQ-RUNREG-STATUS
041540                 DELIMITED BY SIZE INTO SQ-ML-TEXT
041550             MOVE "SQ0002W" TO SQ-ML-MSG-ID
041560             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
041600         END-IF
041700     END-IF.
041800     IF SQ-RUNREG-STATUS = "00" OR SQ-RUNREG-STATUS = "05"
041900         CLOSE SQ-RUNREG-FILE
042000     END-IF.
042100     GO TO 3210-EXIT.
042200 3210-EXIT.
042300     EXIT.
042400*
042500*****************************************************************
042600* 4000 SERIES - THE REPORT.  THE NIGHT AS LOADED, STEP BY STEP,
042700* THEN THE OUTCOME.  THE RESUBMISSION COLUMN IS FILLED ONLY FOR
042800* A NIGHT THAT DID NOT FINISH.
042900*****************************************************************
043000 4000-WRITE-REPORT.
043100     MOVE SQ-RX-REPORT-DATE TO SQ-RX-H1-DATE.
043200     MOVE SQ-RX-PAGE-NO TO SQ-RX-H1-PAGE.
043300     MOVE SQ-RX-MODE TO SQ-RX-H1-MODE.
043400     WRITE SQ-RX-REPORT-LINE FROM SQ-RX-HDR-LINE-1
043500         AFTER ADVANCING PAGE.
043600     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
043700     MOVE SQ-RX-OLD-RUN-ID TO SQ-RX-H2-RUN-ID.
043800     MOVE SQ-RX-OLD-SUBMISSION TO SQ-RX-H2-SUBMISSION.
044500     MOVE SQ-SL-NIGHT-OPENED TO SQ-RX-H2-OPENED.
044600     WRITE SQ-RX-REPORT-LINE FROM SQ-RX-HDR-LINE-2
044700         AFTER ADVANCING 1.
044800     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
044900     WRITE SQ-RX-REPORT-LINE FROM SQ-RX-COL-HDR-LINE
045000         AFTER ADVANCING 2.
045100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
045200     PERFORM 4100-REPORT-ONE-STEP THRU 4100-EXIT
045300         VARYING SQ-RX-SUB FROM 1 BY 1
045400         UNTIL SQ-RX-SUB > SQ-ST-STEP-COUNT.
045500     MOVE SQ-RX-COMPLETE TO SQ-RX-SM-COMPLETE.
045600     MOVE SQ-RX-FAILED TO SQ-RX-SM-FAILED.
045700     MOVE SQ-RX-UNFINISHED TO SQ-RX-SM-UNFINISHED.
045800     MOVE SQ-RX-NOT-STARTED TO SQ-RX-SM-NOT-STARTED.
045900     WRITE SQ-RX-REPORT-LINE FROM SQ-RX-SUMMARY-LINE
046000         AFTER ADVANCING 2.
046100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
046200     MOVE SQ-RX-OUTCOME TO SQ-RX-OC-TEXT.
046300     WRITE SQ-RX-REPORT-LINE FROM SQ-RX-OUTCOME-LINE
046400         AFTER ADVANCING 2.
046500     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
046600     GO TO 4000-EXIT.
046700 4000-EXIT.
046800     EXIT.
046900*
047000 4100-REPORT-ONE-STEP.
047100     MOVE SQ-ST-STEP(SQ-RX-SUB) TO SQ-RX-DTL-STEP.
047200     MOVE SQ-ST-PROGRAM(SQ-RX-SUB) TO SQ-RX-DTL-PROGRAM.
047300     MOVE SQ-SL-ST-SUBMISSION(SQ-RX-SUB) TO SQ-RX-DTL-SUBMISSION.
047400     MOVE SQ-SL-ST-STARTED(SQ-RX-SUB) TO SQ-RX-DTL-STARTED.
047500     MOVE SQ-SL-ST-ENDED-AT(SQ-RX-SUB) TO SQ-RX-DTL-ENDED.
047600     MOVE SQ-SL-ST-SKIPS(SQ-RX-SUB) TO SQ-RX-DTL-SKIPS.
047700     MOVE SPACES TO SQ-RX-DTL-RC.
047800     MOVE SPACES TO SQ-RX-DTL-ACTION.
047900     EVALUATE TRUE
048000         WHEN SQ-SL-ST-UNFINISHED(SQ-RX-SUB)
048100             MOVE "NO END" TO SQ-RX-DTL-STATE
048200             MOVE "RUN AGAIN - NEVER FINISHED"
048300                 TO SQ-RX-DTL-ACTION
048310             EVALUATE SQ-ST-PROGRAM(SQ-RX-SUB)
048320                 WHEN "SQUARE"
048330                     MOVE "RESUME FROM ITS CHECKPOINT"
048340                         TO SQ-RX-DTL-ACTION
048350                 WHEN "SQQDRAIN"
048360                     MOVE "RESUME - PENDING ENTRIES ONLY"
048370                         TO SQ-RX-DTL-ACTION
048380                 WHEN "SQSPCHK"
048385                     MOVE "STOP - CLEAR ITS SPOTHIST ROWS"
048390                         TO SQ-RX-DTL-ACTION
048393                 WHEN OTHER
048395                     CONTINUE
048397             END-EVALUATE
048400         WHEN SQ-SL-ST-ENDED(SQ-RX-SUB)
048500             AND SQ-SL-ST-RC(SQ-RX-SUB) < 16
048600             MOVE "COMPLETE" TO SQ-RX-DTL-STATE
048700             MOVE SQ-SL-ST-RC(SQ-RX-SUB) TO SQ-RX-DTL-RC
048800             MOVE "SKIP - ALREADY COMPLETE"
048900                 TO SQ-RX-DTL-ACTION
049000         WHEN SQ-SL-ST-ENDED(SQ-RX-SUB)
049100             MOVE "FAILED" TO SQ-RX-DTL-STATE
049200             MOVE SQ-SL-ST-RC(SQ-RX-SUB) TO SQ-RX-DTL-RC
049300             MOVE "RUN AGAIN - ENDED RC 16 OR MORE"
049400                 TO SQ-RX-DTL-ACTION
049500         WHEN OTHER
049600             MOVE "NOT STARTED" TO SQ-RX-DTL-STATE
049700             MOVE "RUN IF ITS COND ALLOWS"
049800                 TO SQ-RX-DTL-ACTION
049900     END-EVALUATE.
050000     IF NOT SQ-RX-SHOW-PLAN
050100         MOVE SPACES TO SQ-RX-DTL-ACTION
050200     END-IF.
050300     WRITE SQ-RX-REPORT-LINE FROM SQ-RX-DETAIL-LINE
050400         AFTER ADVANCING 1.
050500     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
050600     GO TO 4100-EXIT.
050700 4100-EXIT.
050800     EXIT.
050900*
051000 4712-CHECK-REPORT-STATUS.
051100     IF SQ-RX-REPORT-STATUS NOT = "00"
051200         DISPLAY "WARNING - SQ-RX-REPORT-FILE WRITE FAILED, "
051300             "STATUS " SQ-RX-REPORT-STATUS
051310         MOVE SPACES TO SQ-ML-TEXT
051320         STRING "WARNING - SQ-RX-REPORT-FILE WRITE FAILED, "
051330             "STATUS " SQ-RX-REPORT-STATUS
051340             DELIMITED BY SIZE INTO SQ-ML-TEXT
051350         MOVE "SQ0004W" TO SQ-ML-MSG-ID
051360         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
051400     END-IF.
051500     GO TO 4712-EXIT.
051600 4712-EXIT.
051700     EXIT.
051800*
051900*****************************************************************
052000* 9000-TERMINATE.
052100*****************************************************************
052200 9000-TERMINATE.
052300     CLOSE SQ-RX-REPORT-FILE.
052400     GO TO 9000-EXIT.
052500 9000-EXIT.
052600     EXIT.
052700*
052800*****************************************************************
052900* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
053000* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
053100* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
053200* WAY.
053300*****************************************************************
053400 9800-LOG-MESSAGE.
053500     MOVE "SQRSTCTL" TO SQ-ML-PROGRAM.
053600     MOVE ZERO TO SQ-ML-RUN-ID.
053700     MOVE SPACES TO SQ-ML-BUS-DATE.
053800     CALL "SQMSGLOG" USING SQ-ML-AREA.
053900     GO TO 9800-EXIT.
054000 9800-EXIT.
054100     EXIT.
