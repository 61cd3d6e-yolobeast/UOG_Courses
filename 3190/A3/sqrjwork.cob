000100*****************************************************************
000200* PROGRAM-ID.  SQRJWORK
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  REJECT CORRECTION WORKBENCH.  SQUARE HANDS EVERY
001000*     REJECT BACK AS DATA (SEE COPYBOOK SQREJECT), BUT FIXING ONE
001100*     STILL MEANT THE DEPARTMENT RETYPING VALUES INTO A NEW FEED
001200*     BY HAND.  THIS PROGRAM KEEPS A REJECT-TRACKING FILE (SEE
001300*     COPYBOOK SQRJTRK) AND, BUILT ON THE SQAUTMNT PATTERN, LETS
001400*     A DEPARTMENT:
001500*       - LIST ITS OPEN REJECTS, BY RUN ID AND REASON CODE;
001600*       - KEY A CORRECTED VALUE FOR A REJECT, OR WITHDRAW IT;
001700*       - BUILD A CONTROLLED (HDR/TRL) CORRECTION FEED OF ITS
001800*         CORRECTED VALUES, REQ=/DEPT= ATTRIBUTION RESTORED,
001900*         READY TO GO IN AS ONE OF SQCOLLCT'S SQFEEDN INPUTS
002000*         (NAME THE DEPARTMENT AGAINST THAT FEED ON SQFCPARM);
002100*       - PRINT THE TRACKING REPORT - PER DEPARTMENT, WHAT IS
002200*         STILL OPEN, WHAT WAS RESUBMITTED, AND WHICH
002300*         RESUBMISSIONS CLEARED ON THE FOLLOWING NIGHT'S RUN.
002400*
002500*     AT EVERY START THE NIGHT'S SQREJECT IS TAKEN IN (ONCE - A
002600*     RUN ID ALREADY ON THE TRACKING FILE IS NOT TAKEN IN AGAIN)
002700*     AND EVERY RESUBMISSION WHOSE RUN HAS NOW HAPPENED IS JUDGED
002800*     AGAINST THAT RUN'S REJECTS - A CORRECTED VALUE THAT CAME
002900*     BACK REJECTED IS "FAILED AGAIN", ANY OTHER IS "CLEARED".
003000*     THE NIGHTLY STREAM RUNS THE PROGRAM WITH A REPORT-AND-QUIT
003100*     SYSIN AFTER SQUARE SO NO NIGHT'S REJECTS ARE MISSED.
003200*
003300*     CONVERSES ON SYSIN/SYSOUT LIKE SQPARMNT.  THE WHOLE
003400*     TRACKING FILE IS HELD IN STORAGE AND REWRITTEN ON EVERY
003500*     COMMIT - A FAILED EDIT NEVER LEAVES HALF A FILE.
003600*
003700* MODIFICATION HISTORY.
003800*     2026-10-15  DL  INITIAL VERSION.
003801*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
003802*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
003803*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
003820*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003840*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003860*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003880*                     COPYBOOK SQMSGCAT).
003884*     2026-10-15  DL  A CORRECTION MAY CARRY AN EXP=P/Q EXPONENT,
003888*                     KEPT ON THE TRACKING FILE AND WRITTEN TO THE
003892*                     FEED IN PLACE OF DEG=.  THE REASON-CODE
003896*                     PROMPT NAMES QUOT AND EXPR.
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.  SQRJWORK.
004200 AUTHOR.      D. LOCKWOOD.
004300 INSTALLATION. 3190 SYSTEMS.
004400 DATE-WRITTEN. 2026-10-15.
004500 DATE-COMPILED.
004600*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT OPTIONAL SQ-RJT-FILE ASSIGN TO SQRJTRK
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS SQ-RW-RJT-STATUS.
005300*
005400     SELECT OPTIONAL SQ-REJECT-FILE ASSIGN TO SQREJECT
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS IS SQ-REJECT-STATUS.
005700*
005800     SELECT OPTIONAL SQ-RUNREG-FILE ASSIGN TO SQRUNREG
005900         ORGANIZATION LINE SEQUENTIAL
006000         FILE STATUS IS SQ-RUNREG-STATUS.
006100*
006200     SELECT SQ-RW-FEED-FILE ASSIGN TO SQRJFEED
006300         ORGANIZATION LINE SEQUENTIAL
006400         FILE STATUS IS SQ-RW-FEED-STATUS.
006500*
006600     SELECT SQ-RW-REPORT-FILE ASSIGN TO SQRJRPT
006700         ORGANIZATION LINE SEQUENTIAL
006800         FILE STATUS IS SQ-RW-REPORT-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  SQ-RJT-FILE.
007300     COPY SQRJTRK.
007400*
007500 FD  SQ-REJECT-FILE.
007600     COPY SQREJECT.
007700*
007800 FD  SQ-RUNREG-FILE.
007900     COPY SQRUNREG.
008000*
008100 FD  SQ-RW-FEED-FILE.
008200 01  SQ-RW-FEED-RECORD             PIC X(80).
008300*
008400 FD  SQ-RW-REPORT-FILE.
008500 01  SQ-RW-REPORT-LINE             PIC X(152).
008600*
008700 WORKING-STORAGE SECTION.
008800*
008900*****************************************************************
009000* SWITCHES AND FILE STATUS.
009100*****************************************************************
009200 01  SQ-RW-SWITCHES.
009300     05  SQ-RW-QUIT-SW             PIC X(01) VALUE "N".
009400         88  SQ-RW-QUIT-REQUESTED      VALUE "Y".
009500     05  SQ-RW-VALID-SW            PIC X(01) VALUE "N".
009600         88  SQ-RW-FIELD-VALID         VALUE "Y".
009700         88  SQ-RW-FIELD-INVALID       VALUE "N".
009800     05  SQ-RW-EOF-SW              PIC X(01) VALUE "N".
009900         88  SQ-RW-EOF                 VALUE "Y".
010000     05  SQ-RW-CHANGED-SW          PIC X(01) VALUE "N".
010100         88  SQ-RW-TABLE-CHANGED       VALUE "Y".
010200*
010300 01  SQ-RW-FILE-STATUSES.
010400     05  SQ-RW-RJT-STATUS          PIC X(02) VALUE "00".
010500     05  SQ-REJECT-STATUS          PIC X(02) VALUE "00".
010600     05  SQ-RUNREG-STATUS          PIC X(02) VALUE "00".
010700     05  SQ-RW-FEED-STATUS         PIC X(02) VALUE "00".
010800     05  SQ-RW-REPORT-STATUS       PIC X(02) VALUE "00".
010900*
011000*****************************************************************
011100* THE TRACKING FILE IN STORAGE - AT MOST 3000 REJECTS.  AN ENTRY
011200* IS WORKED ON THROUGH SQ-RWK-RECORD (THE SQRJTRK LAYOUT) AND PUT
011300* BACK.
011400*****************************************************************
011500 01  SQ-RW-TABLE-AREA.
011600     05  SQ-RW-COUNT               PIC 9(04) COMP VALUE ZERO.
011700     05  SQ-RW-SUB                 PIC 9(04) COMP VALUE ZERO.
011800     05  SQ-RW-HIT                 PIC 9(04) COMP VALUE ZERO.
011900     05  SQ-RW-SCAN                PIC 9(04) COMP VALUE ZERO.
012000     05  SQ-RW-ENTRY OCCURS 3000 TIMES
012100                                   PIC X(224).
012200*
012300     COPY SQRJTRK REPLACING LEADING ==SQ-RJT== BY ==SQ-RWK==.
012400*
012500*****************************************************************
012600* RUN CONTEXT - THE REGISTRY'S LAST RUN IS THE NIGHT BEING TAKEN
012700* IN; THE NEXT RUN IS THE ONE A CORRECTION FEED BUILT TODAY WILL
012800* GO THROUGH.
012900*****************************************************************
013000 01  SQ-RW-CONTEXT.
013100     05  SQ-RW-LAST-RUN-ID         PIC 9(05) VALUE ZERO.
013200     05  SQ-RW-NEXT-RUN-ID         PIC 9(05) VALUE ZERO.
013300     05  SQ-RW-JUDGE-RUN-ID        PIC 9(05) VALUE ZERO.
013400     05  SQ-RW-HIGH-RUN-ID         PIC 9(05) VALUE ZERO.
013500     05  SQ-RW-HIGH-TRACK-ID       PIC 9(07) VALUE ZERO.
013600     05  SQ-RW-TAKEN-IN            PIC 9(07) VALUE ZERO.
013700     05  SQ-RW-CLEARED             PIC 9(07) VALUE ZERO.
013800     05  SQ-RW-FAILED              PIC 9(07) VALUE ZERO.
013900*
014000*****************************************************************
014100* PROMPT AND WORK FIELDS.
014200*****************************************************************
014300 01  SQ-RW-WORK.
014400     05  SQ-RW-ANSWER              PIC X(40) VALUE SPACES.
014500     05  SQ-RW-SEL                 PIC X(01) VALUE SPACE.
014600     05  SQ-RW-NUM-WORK            PIC S9(11)V9(9) VALUE ZERO.
014700     05  SQ-RW-SEL-DEPT            PIC X(03) VALUE SPACES.
014800     05  SQ-RW-SEL-RUN-ID          PIC 9(05) VALUE ZERO.
014900     05  SQ-RW-SEL-REASON          PIC X(04) VALUE SPACES.
015000     05  SQ-RW-SEL-TRACK-ID        PIC 9(07) VALUE ZERO.
015100     05  SQ-RW-NEW-VALUE           PIC X(40) VALUE SPACES.
015200     05  SQ-RW-NEW-DEGREE          PIC 9(02) VALUE ZERO.
015216     05  SQ-RW-NEW-EXP-POWER       PIC S9(02) VALUE ZERO.
015232     05  SQ-RW-NEW-EXP-DENOM       PIC 9(02) VALUE ZERO.
015248     05  SQ-RW-EXP-P-TEXT          PIC X(20) VALUE SPACES.
015264     05  SQ-RW-EXP-Q-TEXT          PIC X(20) VALUE SPACES.
015280     05  SQ-RW-EXP-X-TEXT          PIC X(20) VALUE SPACES.
015300     05  SQ-RW-EXTRA-TOKEN         PIC X(40) VALUE SPACES.
015400     05  SQ-RW-COMMA-COUNT         PIC 9(02) VALUE ZERO.
015500     05  SQ-RW-LEAD-COUNT          PIC 9(02) VALUE ZERO.
015600     05  SQ-RW-LISTED              PIC 9(05) VALUE ZERO.
015700     05  SQ-RW-PASS                PIC 9(01) VALUE ZERO.
015800*
015900*****************************************************************
016000* CORRECTION FEED COMPOSITION.  THE TRAILER IS BUILT THE WAY
016100* SQCOLLCT CHECKS IT - EVERY DATA RECORD COUNTS, AND THE HASH
016200* COVERS EVERY PLAIN-NUMERIC VALUE (E-FORM EXCLUDED, PREFIXES AND
016300* TAGS NOT VALUES).
016400*****************************************************************
016500 01  SQ-RW-FEED-WORK.
016600     05  SQ-RW-FEED-RECORDS        PIC 9(09) VALUE ZERO.
016700     05  SQ-RW-FEED-HASH           PIC S9(15)V9(4) VALUE ZERO.
016800     05  SQ-RW-SIGNED-CHECK        PIC S9(11)V9(9) VALUE ZERO.
016900     05  SQ-RW-FEED-PTR            PIC 9(02) VALUE 1.
017000     05  SQ-RW-DEGREE-TEXT         PIC 9(02) VALUE ZERO.
017050     05  SQ-RW-EXP-POWER-TEXT      PIC 9(02) VALUE ZERO.
017100     05  SQ-RW-TRL-COUNT-EDIT      PIC ZZZZZZZZ9.
017200     05  SQ-RW-TRL-HASH-EDIT       PIC -Z(14)9.9(4).
017300*
017400*****************************************************************
017500* PER-DEPARTMENT COUNTS FOR THE TRACKING REPORT.
017600*****************************************************************
017700 01  SQ-RW-DEPT-AREA.
017800     05  SQ-RW-DEPT-COUNT          PIC 9(03) COMP VALUE ZERO.
017900     05  SQ-RW-DSUB                PIC 9(03) COMP VALUE ZERO.
018000     05  SQ-RW-DHIT                PIC 9(03) COMP VALUE ZERO.
018100     05  SQ-RW-DEPT-TABLE OCCURS 100 TIMES.
018200         10  SQ-RW-DT-DEPT         PIC X(03).
018300*
018400 01  SQ-RW-STATUS-COUNTS.
018500     05  SQ-RW-CT-OPEN             PIC 9(07) VALUE ZERO.
018600     05  SQ-RW-CT-CORRECTED        PIC 9(07) VALUE ZERO.
018700     05  SQ-RW-CT-RESUBMITTED      PIC 9(07) VALUE ZERO.
018800     05  SQ-RW-CT-CLEARED          PIC 9(07) VALUE ZERO.
018900     05  SQ-RW-CT-FAILED           PIC 9(07) VALUE ZERO.
019000     05  SQ-RW-CT-WITHDRAWN        PIC 9(07) VALUE ZERO.
019100*
019200 01  SQ-RW-GRAND-COUNTS.
019300     05  SQ-RW-GT-OPEN             PIC 9(07) VALUE ZERO.
019400     05  SQ-RW-GT-CORRECTED        PIC 9(07) VALUE ZERO.
019500     05  SQ-RW-GT-RESUBMITTED      PIC 9(07) VALUE ZERO.
019600     05  SQ-RW-GT-CLEARED          PIC 9(07) VALUE ZERO.
019700     05  SQ-RW-GT-FAILED           PIC 9(07) VALUE ZERO.
019800     05  SQ-RW-GT-WITHDRAWN        PIC 9(07) VALUE ZERO.
019900*
020000*****************************************************************
020100* RUN DATE AND REPORT PAGE CONTROL.
020200*****************************************************************
020300 01  SQ-RW-DATE-TIME-FIELDS.
020400     05  SQ-RW-CURRENT-DATE.
020500         10  SQ-RW-CUR-YEAR        PIC 9(04).
020600         10  SQ-RW-CUR-MONTH       PIC 9(02).
020700         10  SQ-RW-CUR-DAY         PIC 9(02).
020800     05  SQ-RW-TODAY               PIC X(10) VALUE SPACES.
020900     05  SQ-RW-REPORT-DATE         PIC X(10) VALUE SPACES.
021000*
021100 01  SQ-RW-PAGE-CONTROL.
021200     05  SQ-RW-PAGE-NO             PIC 9(04) VALUE 1.
021300     05  SQ-RW-LINE-NO             PIC 9(02) VALUE 99.
021400     05  SQ-RW-LINES-PER-PAGE      PIC 9(02) VALUE 55.
021500*
021600*****************************************************************
021700* REPORT LINE IMAGES.
021800*****************************************************************
021900 01  SQ-RW-HDR-LINE-1.
022000     05  FILLER                    PIC X(21) VALUE
022100         "REJECT TRACKING -".
022200     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
022300     05  SQ-RW-H1-DATE             PIC X(10) VALUE SPACES.
022400     05  FILLER                    PIC X(10) VALUE " PAGE ".
022500     05  SQ-RW-H1-PAGE             PIC ZZZ9.
022600     05  FILLER                    PIC X(10) VALUE " LAST RUN ".
022700     05  SQ-RW-H1-RUN              PIC ZZZZ9.
022800     05  FILLER                    PIC X(82) VALUE SPACES.
022900*
023000 01  SQ-RW-COL-HDR-LINE.
023100     05  FILLER                    PIC X(09) VALUE "TRACK".
023200     05  FILLER                    PIC X(07) VALUE "RUN".
023300     05  FILLER                    PIC X(06) VALUE "RSN".
023400     05  FILLER                    PIC X(10) VALUE "REQUEST".
023500     05  FILLER                    PIC X(32) VALUE "REJECTED AS".
023600     05  FILLER                    PIC X(26) VALUE "CORRECTED TO".
023700     05  FILLER                    PIC X(14) VALUE "STATUS".
023800     05  FILLER                    PIC X(07) VALUE "RESUB".
023900     05  FILLER                    PIC X(07) VALUE "JUDGED".
024000     05  FILLER                    PIC X(34) VALUE SPACES.
024100*
024200 01  SQ-RW-DEPT-HDR-LINE.
024300     05  FILLER                    PIC X(11) VALUE "DEPARTMENT ".
024400     05  SQ-RW-DH-DEPT             PIC X(03).
024500     05  FILLER                    PIC X(138) VALUE SPACES.
024600*
024700 01  SQ-RW-DETAIL-LINE.
024800     05  SQ-RW-DL-TRACK            PIC 9(07).
024900     05  FILLER                    PIC X(02) VALUE SPACES.
025000     05  SQ-RW-DL-RUN              PIC ZZZZ9.
025100     05  FILLER                    PIC X(02) VALUE SPACES.
025200     05  SQ-RW-DL-REASON           PIC X(04).
025300     05  FILLER                    PIC X(02) VALUE SPACES.
025400     05  SQ-RW-DL-REQUEST          PIC X(08).
025500     05  FILLER                    PIC X(02) VALUE SPACES.
025600     05  SQ-RW-DL-TOKEN            PIC X(30).
025700     05  FILLER                    PIC X(02) VALUE SPACES.
025800     05  SQ-RW-DL-CORRECTED        PIC X(24).
025900     05  FILLER                    PIC X(02) VALUE SPACES.
026000     05  SQ-RW-DL-STATUS           PIC X(12).
026100     05  FILLER                    PIC X(02) VALUE SPACES.
026200     05  SQ-RW-DL-RESUB            PIC ZZZZ9.
026300     05  FILLER                    PIC X(02) VALUE SPACES.
026400     05  SQ-RW-DL-JUDGED           PIC ZZZZ9.
026500     05  FILLER                    PIC X(36) VALUE SPACES.
026600*
026700 01  SQ-RW-TOTAL-LINE.
026800     05  SQ-RW-TL-LABEL            PIC X(20) VALUE SPACES.
026900     05  FILLER                    PIC X(06) VALUE "OPEN ".
027000     05  SQ-RW-TL-OPEN             PIC ZZZZZZ9.
027100     05  FILLER                    PIC X(12) VALUE "  CORRECTED ".
027200     05  SQ-RW-TL-CORRECTED        PIC ZZZZZZ9.
027300     05  FILLER                    PIC X(14) VALUE
027400         "  RESUBMITTED ".
027500     05  SQ-RW-TL-RESUBMITTED      PIC ZZZZZZ9.
027600     05  FILLER                    PIC X(10) VALUE "  CLEARED ".
027700     05  SQ-RW-TL-CLEARED          PIC ZZZZZZ9.
027800     05  FILLER                    PIC X(15) VALUE
027900         "  FAILED AGAIN ".
028000     05  SQ-RW-TL-FAILED           PIC ZZZZZZ9.
028100     05  FILLER                    PIC X(12) VALUE "  WITHDRAWN ".
028200     05  SQ-RW-TL-WITHDRAWN        PIC ZZZZZZ9.
028300     05  FILLER                    PIC X(21) VALUE SPACES.
028400*
028401*****************************************************************
028402* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
028403*****************************************************************
028404     COPY SQSTLINK.
028405*
028410*****************************************************************
028420* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
028430*****************************************************************
028440     COPY SQMLLINK.
028450*
028500*****************************************************************
028600* 0000-MAINLINE.
028700*****************************************************************
028800 PROCEDURE DIVISION.
028900*
029000 0000-MAINLINE.
029001     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
029100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029200     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
029300         UNTIL SQ-RW-QUIT-REQUESTED.
029301     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
029400     STOP RUN.
029401*
029402*****************************************************************
029403* 0100-CHECK-STEP-STATUS.  RECORDS THE STEP'S START ON THE
029404* STEP-STATUS DATASET.  ON A RESUBMITTED NIGHT A STEP THAT ALREADY
029405* COMPLETED ENDS HERE WITH THE RETURN CODE IT ENDED WITH THEN, AND
029406* ONE BEHIND A STEP THAT NEVER FINISHED ENDS RC=16 (SEE SQSTPLOG).
029407*****************************************************************
029408 0100-CHECK-STEP-STATUS.
029409     MOVE "B" TO SQ-SL-FUNCTION.
029410     MOVE "SQRJWORK" TO SQ-SL-PROGRAM.
029411     CALL "SQSTPLOG" USING SQ-SL-AREA.
029412     IF SQ-SL-SKIP
029413         DISPLAY "SQRJWORK ALREADY COMPLETE FOR THIS NIGHT"
029414             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
029415         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
029416         STOP RUN
029417     END-IF.
029418     IF SQ-SL-STOP
029419         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
029420             " NEVER FINISHED - RERUN IT FIRST"
029425         MOVE SPACES TO SQ-ML-TEXT
029430         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
029435             " NEVER FINISHED - RERUN IT FIRST"
029440             DELIMITED BY SIZE INTO SQ-ML-TEXT
029445         MOVE "SQ0005S" TO SQ-ML-MSG-ID
029450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
029455         MOVE 16 TO RETURN-CODE
029460         STOP RUN
029465     END-IF.
029470     MOVE ZERO TO RETURN-CODE.
029475     GO TO 0100-EXIT.
029480 0100-EXIT.
029485     EXIT.
029500*
029600*****************************************************************
029700* 1000 SERIES - STARTUP.  LOAD THE TRACKING FILE, TAKE IN THE
029800* NIGHT'S REJECTS, JUDGE THE RESUBMISSIONS, AND COMMIT.
029900*****************************************************************
030000 1000-INITIALIZE.
030100     ACCEPT SQ-RW-CURRENT-DATE FROM DATE YYYYMMDD.
030200     STRING SQ-RW-CUR-YEAR "-" SQ-RW-CUR-MONTH "-" SQ-RW-CUR-DAY
030300         DELIMITED BY SIZE INTO SQ-RW-TODAY.
030400     STRING SQ-RW-CUR-MONTH "/" SQ-RW-CUR-DAY "/" SQ-RW-CUR-YEAR
030500         DELIMITED BY SIZE INTO SQ-RW-REPORT-DATE.
030600     PERFORM 1100-GET-RUN-CONTEXT THRU 1100-EXIT.
030700     PERFORM 1200-LOAD-TRACKING THRU 1200-EXIT.
030800     PERFORM 1300-TAKE-IN-REJECTS THRU 1300-EXIT.
030900     IF SQ-RW-JUDGE-RUN-ID > 0
031000         PERFORM 1400-JUDGE-RESUBMISSIONS THRU 1400-EXIT
031100     END-IF.
031200     IF SQ-RW-TABLE-CHANGED
031300         PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT
031400     END-IF.
031500     DISPLAY "REJECTS ON THE TRACKING FILE : " SQ-RW-COUNT.
031600     DISPLAY "TAKEN IN FROM SQREJECT       : " SQ-RW-TAKEN-IN.
031700     DISPLAY "RESUBMISSIONS CLEARED        : " SQ-RW-CLEARED.
031800     DISPLAY "RESUBMISSIONS FAILED AGAIN   : " SQ-RW-FAILED.
031900     GO TO 1000-EXIT.
032000 1000-EXIT.
032100     EXIT.
032200*
032300 1100-GET-RUN-CONTEXT.
032400     OPEN INPUT SQ-RUNREG-FILE.
032500     IF SQ-RUNREG-STATUS = "00"
032600         READ SQ-RUNREG-FILE
032700             AT END
032800                 CONTINUE
032900             NOT AT END
033000                 MOVE SQ-RUNREG-LAST-RUN-ID TO SQ-RW-LAST-RUN-ID
033100         END-READ
033200     END-IF.
033300*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
033400*    WAS NOT THERE - THE FILE IS OPEN AND MUST STILL BE CLOSED.
033500     IF SQ-RUNREG-STATUS = "00" OR SQ-RUNREG-STATUS = "05"
033600         CLOSE SQ-RUNREG-FILE
033700     END-IF.
033800     MOVE SQ-RW-LAST-RUN-ID TO SQ-RW-JUDGE-RUN-ID.
033900     IF SQ-RW-LAST-RUN-ID = 99999
034000         MOVE 1 TO SQ-RW-NEXT-RUN-ID
034100     ELSE
034200         COMPUTE SQ-RW-NEXT-RUN-ID = SQ-RW-LAST-RUN-ID + 1
034300     END-IF.
034400     GO TO 1100-EXIT.
034500 1100-EXIT.
034600     EXIT.
034700*
034800 1200-LOAD-TRACKING.
034900     OPEN INPUT SQ-RJT-FILE.
035000*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
035100*    WAS NOT THERE - A FIRST-EVER RUN STARTS EMPTY.
035200     IF SQ-RW-RJT-STATUS NOT = "00"
035300         AND SQ-RW-RJT-STATUS NOT = "05"
035400         DISPLAY "FATAL - SQ-RJT-FILE OPEN FAILED, STATUS "
035500             SQ-RW-RJT-STATUS
035510         MOVE SPACES TO SQ-ML-TEXT
035520         STRING "FATAL - SQ-RJT-FILE OPEN FAILED, STATUS "
035530             SQ-RW-RJT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
035540         MOVE "SQ0001S" TO SQ-ML-MSG-ID
035550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
035600         MOVE 16 TO RETURN-CODE
035601         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
035700         STOP RUN
035800     END-IF.
035900     MOVE "N" TO SQ-RW-EOF-SW.
036000     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
036100         UNTIL SQ-RW-EOF.
036200     CLOSE SQ-RJT-FILE.
036300     GO TO 1200-EXIT.
036400 1200-EXIT.
036500     EXIT.
036600*
036700 1210-LOAD-ONE-ENTRY.
036800     READ SQ-RJT-FILE
036900         AT END
037000             SET SQ-RW-EOF TO TRUE
037100         NOT AT END
037200             IF SQ-RW-COUNT < 3000
037300                 ADD 1 TO SQ-RW-COUNT
037314*                AN ENTRY WRITTEN BEFORE THE EXPONENT FIELDS
037328*                CARRIES SPACES THERE - IT HAS NO EXPONENT.
037342                 IF SQ-RJT-CORR-EXP-DENOM NOT NUMERIC
037356                     MOVE ZERO TO SQ-RJT-CORR-EXP-POWER
037370                         SQ-RJT-CORR-EXP-DENOM
037384                 END-IF
037400                 MOVE SQ-RJT-RECORD TO SQ-RW-ENTRY(SQ-RW-COUNT)
037500                 IF SQ-RJT-RUN-ID > SQ-RW-HIGH-RUN-ID
037600                     MOVE SQ-RJT-RUN-ID TO SQ-RW-HIGH-RUN-ID
037700                 END-IF
037800                 IF SQ-RJT-TRACK-ID > SQ-RW-HIGH-TRACK-ID
037900                     MOVE SQ-RJT-TRACK-ID TO SQ-RW-HIGH-TRACK-ID
038000                 END-IF
038100             ELSE
038200                 DISPLAY "WARNING - TRACKING TABLE FULL, ENTRY"
038300                     " IGNORED"
038310                 MOVE SPACES TO SQ-ML-TEXT
038320                 STRING "WARNING - TRACKING TABLE FULL, ENTRY"
038330                     " IGNORED" DELIMITED BY SIZE INTO SQ-ML-TEXT
038340                 MOVE "SQ3401W" TO SQ-ML-MSG-ID
038350                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
038400                 SET SQ-RW-EOF TO TRUE
038500             END-IF
038600     END-READ.
038700     GO TO 1210-EXIT.
038800 1210-EXIT.
038900     EXIT.
039000*
039100*****************************************************************
039200* 1300-TAKE-IN-REJECTS.  EVERY SQREJECT ROW FROM A RUN NOT YET ON
039300* THE TRACKING FILE BECOMES AN OPEN ENTRY.  A ROW THAT MATCHES A
039400* RESUBMITTED CORRECTION (SAME DEPARTMENT, SAME VALUE) MARKS THAT
039500* CORRECTION FAILED AGAIN.  WITH NO REGISTRY THE REJECTS' OWN RUN
039600* ID IS THE NIGHT BEING JUDGED.
039700*****************************************************************
039800 1300-TAKE-IN-REJECTS.
039900     OPEN INPUT SQ-REJECT-FILE.
040000     IF SQ-REJECT-STATUS NOT = "00"
040100         IF SQ-REJECT-STATUS = "05"
040200             CLOSE SQ-REJECT-FILE
040300         ELSE
040400             DISPLAY "WARNING - SQ-REJECT-FILE OPEN FAILED, "
040500                 "STATUS " SQ-REJECT-STATUS
040510             MOVE SPACES TO SQ-ML-TEXT
040520             STRING "WARNING - SQ-REJECT-FILE OPEN FAILED, "
040530                 "STATUS " SQ-REJECT-STATUS
040540                 DELIMITED BY SIZE INTO SQ-ML-TEXT
040550             MOVE "SQ0002W" TO SQ-ML-MSG-ID
040560             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
040600         END-IF
040700         GO TO 1300-EXIT
040800     END-IF.
040900     MOVE "N" TO SQ-RW-EOF-SW.
041000     PERFORM 1310-TAKE-IN-ONE-REJECT THRU 1310-EXIT
041100         UNTIL SQ-RW-EOF.
041200     CLOSE SQ-REJECT-FILE.
041300     GO TO 1300-EXIT.
041400 1300-EXIT.
041500     EXIT.
041600*
041700 1310-TAKE-IN-ONE-REJECT.
041800     READ SQ-REJECT-FILE
041900         AT END
042000             SET SQ-RW-EOF TO TRUE
042100     END-READ.
042200     IF SQ-RW-EOF
042300         GO TO 1310-EXIT
042400     END-IF.
042500     IF SQ-RJF-RUN-ID <= SQ-RW-HIGH-RUN-ID
042600         GO TO 1310-EXIT
042700     END-IF.
042800     IF SQ-RW-JUDGE-RUN-ID = 0
042900         MOVE SQ-RJF-RUN-ID TO SQ-RW-JUDGE-RUN-ID
043000     END-IF.
043100     IF SQ-RW-COUNT >= 3000
043200         DISPLAY "WARNING - TRACKING TABLE FULL, REJECT NOT TAKEN"
043300             " IN"
043310         MOVE SPACES TO SQ-ML-TEXT
043320         STRING "WARNING - TRACKING TABLE FULL, REJECT NOT TAKEN"
043330             " IN" DELIMITED BY SIZE INTO SQ-ML-TEXT
043340         MOVE "SQ3402W" TO SQ-ML-MSG-ID
043350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043400         SET SQ-RW-EOF TO TRUE
043500         GO TO 1310-EXIT
043600     END-IF.
043700     MOVE 1 TO SQ-RW-SCAN.
043800     PERFORM 1320-MATCH-ONE-RESUB THRU 1320-EXIT
043900         UNTIL SQ-RW-SCAN > SQ-RW-COUNT.
044000*
044100     MOVE SPACES TO SQ-RWK-RECORD.
044200     ADD 1 TO SQ-RW-HIGH-TRACK-ID.
044300     MOVE SQ-RW-HIGH-TRACK-ID TO SQ-RWK-TRACK-ID.
044400     SET SQ-RWK-OPEN TO TRUE.
044500     MOVE SQ-RJF-TOKEN TO SQ-RWK-TOKEN.
044600     MOVE SQ-RJF-REASON-CODE TO SQ-RWK-REASON-CODE.
044700     MOVE SQ-RJF-RULE-ID TO SQ-RWK-RULE-ID.
044800     MOVE SQ-RJF-SEQUENCE TO SQ-RWK-SEQUENCE.
044900     MOVE SQ-RJF-REQUEST-ID TO SQ-RWK-REQUEST-ID.
045000     MOVE SQ-RJF-DEPT TO SQ-RWK-DEPT.
045100     MOVE SQ-RJF-RUN-ID TO SQ-RWK-RUN-ID.
045200     MOVE SQ-RJF-BUS-DATE TO SQ-RWK-BUS-DATE.
045300     MOVE ZERO TO SQ-RWK-CORR-DEGREE SQ-RWK-RESUB-RUN-ID
045400         SQ-RWK-CLEAR-RUN-ID SQ-RWK-CORR-EXP-POWER
045450         SQ-RWK-CORR-EXP-DENOM.
045500     ADD 1 TO SQ-RW-COUNT.
045600     MOVE SQ-RWK-RECORD TO SQ-RW-ENTRY(SQ-RW-COUNT).
045700     ADD 1 TO SQ-RW-TAKEN-IN.
045800     SET SQ-RW-TABLE-CHANGED TO TRUE.
045900     GO TO 1310-EXIT.
046000 1310-EXIT.
046100     EXIT.
046200*
046300 1320-MATCH-ONE-RESUB.
046400     MOVE SQ-RW-ENTRY(SQ-RW-SCAN) TO SQ-RWK-RECORD.
046500     IF SQ-RWK-RESUBMITTED
046600         AND SQ-RWK-RESUB-RUN-ID <= SQ-RJF-RUN-ID
046700         AND SQ-RWK-DEPT = SQ-RJF-DEPT
046800         AND SQ-RWK-CORR-VALUE = SQ-RJF-TOKEN(1:40)
046900         SET SQ-RWK-FAILED-AGAIN TO TRUE
047000         MOVE SQ-RJF-RUN-ID TO SQ-RWK-CLEAR-RUN-ID
047100         MOVE SQ-RWK-RECORD TO SQ-RW-ENTRY(SQ-RW-SCAN)
047200         ADD 1 TO SQ-RW-FAILED
047300     END-IF.
047400     ADD 1 TO SQ-RW-SCAN.
047500     GO TO 1320-EXIT.
047600 1320-EXIT.
047700     EXIT.
047800*
047900*****************************************************************
048000* 1400-JUDGE-RESUBMISSIONS.  A RESUBMISSION WHOSE RUN HAS NOW
048100* HAPPENED AND THAT DID NOT COME BACK ON THAT RUN'S REJECTS
048200* CLEARED.
048300*****************************************************************
048400 1400-JUDGE-RESUBMISSIONS.
048500     MOVE 1 TO SQ-RW-SCAN.
048600     PERFORM 1410-JUDGE-ONE-ENTRY THRU 1410-EXIT
048700         UNTIL SQ-RW-SCAN > SQ-RW-COUNT.
048800     GO TO 1400-EXIT.
048900 1400-EXIT.
049000     EXIT.
049100*
049200 1410-JUDGE-ONE-ENTRY.
049300     MOVE SQ-RW-ENTRY(SQ-RW-SCAN) TO SQ-RWK-RECORD.
049400     IF SQ-RWK-RESUBMITTED
049500         AND SQ-RWK-RESUB-RUN-ID <= SQ-RW-JUDGE-RUN-ID
049600         SET SQ-RWK-CLEARED TO TRUE
049700         MOVE SQ-RW-JUDGE-RUN-ID TO SQ-RWK-CLEAR-RUN-ID
049800         MOVE SQ-RWK-RECORD TO SQ-RW-ENTRY(SQ-RW-SCAN)
049900         ADD 1 TO SQ-RW-CLEARED
050000         SET SQ-RW-TABLE-CHANGED TO TRUE
050100     END-IF.
050200     ADD 1 TO SQ-RW-SCAN.
050300     GO TO 1410-EXIT.
050400 1410-EXIT.
050500     EXIT.
050600*
050700*****************************************************************
050800* 2000 SERIES - OPERATOR MENU.
050900*****************************************************************
051000 2000-MENU-LOOP.
051100     DISPLAY "----------------------------------------------".
051200     DISPLAY "REJECT CORRECTION WORKBENCH".
051300     DISPLAY "  L = LIST A DEPARTMENT'S OPEN REJECTS".
051400     DISPLAY "  C = KEY A CORRECTED VALUE".
051500     DISPLAY "  W = WITHDRAW A REJECT".
051600     DISPLAY "  G = GENERATE A DEPARTMENT'S CORRECTION FEED".
051700     DISPLAY "  R = PRINT THE TRACKING REPORT".
051800     DISPLAY "  Q = QUIT".
051900     MOVE SPACE TO SQ-RW-SEL.
052000     ACCEPT SQ-RW-SEL.
052100     INSPECT SQ-RW-SEL CONVERTING "lcwgrq" TO "LCWGRQ".
052200     EVALUATE SQ-RW-SEL
052300         WHEN "L"
052400             PERFORM 3000-LIST-OPEN THRU 3000-EXIT
052500         WHEN "C"
052600             PERFORM 4000-CORRECT-REJECT THRU 4000-EXIT
052700         WHEN "W"
052800             PERFORM 5000-WITHDRAW-REJECT THRU 5000-EXIT
052900         WHEN "G"
053000             PERFORM 6000-GENERATE-FEED THRU 6000-EXIT
053100         WHEN "R"
053200             PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
053300         WHEN "Q"
053400             SET SQ-RW-QUIT-REQUESTED TO TRUE
053500         WHEN OTHER
053600             DISPLAY "ENTER L, C, W, G, R, OR Q"
053700     END-EVALUATE.
053800     GO TO 2000-EXIT.
053900 2000-EXIT.
054000     EXIT.
054100*
054200*****************************************************************
054300* 3000 SERIES - LIST A DEPARTMENT'S OPEN (AND CORRECTED BUT NOT
054400* YET RESUBMITTED) REJECTS, OPTIONALLY FOR ONE RUN ID AND ONE
054500* REASON CODE.
054600*****************************************************************
054700 3000-LIST-OPEN.
054800     SET SQ-RW-FIELD-INVALID TO TRUE.
054900     PERFORM 7100-PROMPT-DEPT THRU 7100-EXIT
055000         UNTIL SQ-RW-FIELD-VALID.
055100     SET SQ-RW-FIELD-INVALID TO TRUE.
055200     PERFORM 3100-PROMPT-RUN-ID THRU 3100-EXIT
055300         UNTIL SQ-RW-FIELD-VALID.
055400     DISPLAY "REASON CODE - NNUM, ZERO, NEGE, RULE, OVFL, BOVR,"
055500         " BSER, UTAG, QUOT, EXPR (BLANK = ALL):".
055600     MOVE SPACES TO SQ-RW-ANSWER.
055700     ACCEPT SQ-RW-ANSWER.
055800     INSPECT SQ-RW-ANSWER CONVERTING
055900         "abcdefghijklmnopqrstuvwxyz"
056000         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
056100     MOVE SQ-RW-ANSWER(1:4) TO SQ-RW-SEL-REASON.
056200     MOVE 0 TO SQ-RW-LISTED.
056300     MOVE 1 TO SQ-RW-SUB.
056400     PERFORM 3200-LIST-ONE-ENTRY THRU 3200-EXIT
056500         UNTIL SQ-RW-SUB > SQ-RW-COUNT.
056600     DISPLAY "REJECTS LISTED: " SQ-RW-LISTED.
056700     GO TO 3000-EXIT.
056800 3000-EXIT.
056900     EXIT.
057000*
057100 3100-PROMPT-RUN-ID.
057200     SET SQ-RW-FIELD-INVALID TO TRUE.
057300     DISPLAY "RUN ID (BLANK = ALL RUNS):".
057400     MOVE SPACES TO SQ-RW-ANSWER.
057500     ACCEPT SQ-RW-ANSWER.
057600     IF SQ-RW-ANSWER = SPACES
057700         MOVE ZERO TO SQ-RW-SEL-RUN-ID
057800         SET SQ-RW-FIELD-VALID TO TRUE
057900         GO TO 3100-EXIT
058000     END-IF.
058100     IF FUNCTION TEST-NUMVAL(SQ-RW-ANSWER) NOT = 0
058200         DISPLAY "RUN ID IS NOT A NUMBER"
058300         GO TO 3100-EXIT
058400     END-IF.
058500     COMPUTE SQ-RW-NUM-WORK = FUNCTION NUMVAL(SQ-RW-ANSWER).
058600     IF SQ-RW-NUM-WORK < 1 OR SQ-RW-NUM-WORK > 99999
058700         DISPLAY "RUN ID MUST BE 1 TO 99999"
058800         GO TO 3100-EXIT
058900     END-IF.
059000     MOVE SQ-RW-NUM-WORK TO SQ-RW-SEL-RUN-ID.
059100     SET SQ-RW-FIELD-VALID TO TRUE.
059200     GO TO 3100-EXIT.
059300 3100-EXIT.
059400     EXIT.
059500*
059600 3200-LIST-ONE-ENTRY.
059700     MOVE SQ-RW-ENTRY(SQ-RW-SUB) TO SQ-RWK-RECORD.
059800     ADD 1 TO SQ-RW-SUB.
059900     IF SQ-RWK-DEPT NOT = SQ-RW-SEL-DEPT
060000         GO TO 3200-EXIT
060100     END-IF.
060200     IF NOT SQ-RWK-OPEN AND NOT SQ-RWK-CORRECTED
060300         GO TO 3200-EXIT
060400     END-IF.
060500     IF SQ-RW-SEL-RUN-ID > 0
060600         AND SQ-RWK-RUN-ID NOT = SQ-RW-SEL-RUN-ID
060700         GO TO 3200-EXIT
060800     END-IF.
060900     IF SQ-RW-SEL-REASON NOT = SPACES
061000         AND SQ-RWK-REASON-CODE NOT = SQ-RW-SEL-REASON
061100         GO TO 3200-EXIT
061200     END-IF.
061300     ADD 1 TO SQ-RW-LISTED.
061400     DISPLAY "TRACK " SQ-RWK-TRACK-ID
061500         " RUN " SQ-RWK-RUN-ID
061600         " " SQ-RWK-BUS-DATE
061700         " RSN " SQ-RWK-REASON-CODE
061800         " REQ " SQ-RWK-REQUEST-ID
061900         " STATUS " SQ-RWK-STATUS.
062000     DISPLAY "      REJECTED AS : " SQ-RWK-TOKEN(1:60).
062100     IF SQ-RWK-RULE-ID NOT = SPACES
062200         DISPLAY "      RULE        : " SQ-RWK-RULE-ID
062300     END-IF.
062400     IF SQ-RWK-CORRECTED
062500         DISPLAY "      CORRECTED TO: " SQ-RWK-CORR-VALUE
062600             " DEGREE " SQ-RWK-CORR-DEGREE
062620         IF SQ-RWK-CORR-EXP-POWER NOT = 0
062640             DISPLAY "      EXPONENT    : " SQ-RWK-CORR-EXP-POWER
062660                 "/" SQ-RWK-CORR-EXP-DENOM
062680         END-IF
062700     END-IF.
062800     GO TO 3200-EXIT.
062900 3200-EXIT.
063000     EXIT.
063100*
063200*****************************************************************
063300* 4000 SERIES - KEY A CORRECTED VALUE.  THE VALUE IS ONE TOKEN,
063400* NUMERIC (PLAIN OR E-FORM) AND NON-ZERO; THE DEGREE DEFAULTS TO
063500* THE CARD'S.  AN EXP=P/Q EXPONENT MAY BE KEYED WITH IT - ITS Q IS
063600* THEN THE DEGREE AND NO DEGREE IS ASKED FOR.  A CORRECTION
063650* ALREADY KEYED BUT NOT YET ON A FEED MAY BE KEYED AGAIN.
063700*****************************************************************
063800 4000-CORRECT-REJECT.
063900     SET SQ-RW-FIELD-INVALID TO TRUE.
064000     PERFORM 7200-PROMPT-TRACK-ID THRU 7200-EXIT
064100         UNTIL SQ-RW-FIELD-VALID.
064200     PERFORM 7300-FIND-TRACK-ID THRU 7300-EXIT.
064300     IF SQ-RW-HIT = 0
064400         DISPLAY "TRACK " SQ-RW-SEL-TRACK-ID " IS NOT ON FILE"
064500         GO TO 4000-EXIT
064600     END-IF.
064700     MOVE SQ-RW-ENTRY(SQ-RW-HIT) TO SQ-RWK-RECORD.
064800     IF NOT SQ-RWK-OPEN AND NOT SQ-RWK-CORRECTED
064900         DISPLAY "TRACK " SQ-RW-SEL-TRACK-ID " IS STATUS "
065000             SQ-RWK-STATUS
065100             " - ONLY AN OPEN REJECT CAN BE CORRECTED"
065200         GO TO 4000-EXIT
065300     END-IF.
065400     DISPLAY "REJECTED AS : " SQ-RWK-TOKEN(1:60).
065500     DISPLAY "REASON      : " SQ-RWK-REASON-CODE.
065600     SET SQ-RW-FIELD-INVALID TO TRUE.
065700     PERFORM 4100-PROMPT-VALUE THRU 4100-EXIT
065800         UNTIL SQ-RW-FIELD-VALID.
065900     SET SQ-RW-FIELD-INVALID TO TRUE.
065911     PERFORM 4300-PROMPT-EXPONENT THRU 4300-EXIT
065922         UNTIL SQ-RW-FIELD-VALID.
065933     IF SQ-RW-NEW-EXP-POWER NOT = 0
065944         MOVE SQ-RW-NEW-EXP-DENOM TO SQ-RW-NEW-DEGREE
065955         SET SQ-RW-FIELD-VALID TO TRUE
065966     ELSE
065977         SET SQ-RW-FIELD-INVALID TO TRUE
065988     END-IF.
066000     PERFORM 4200-PROMPT-DEGREE THRU 4200-EXIT
066100         UNTIL SQ-RW-FIELD-VALID.
066200     DISPLAY "CORRECT TRACK " SQ-RW-SEL-TRACK-ID " TO "
066300         SQ-RW-NEW-VALUE.
066400     DISPLAY "COMMIT? (Y/N):".
066500     MOVE SPACES TO SQ-RW-ANSWER.
066600     ACCEPT SQ-RW-ANSWER.
066700     INSPECT SQ-RW-ANSWER CONVERTING "yn" TO "YN".
066800     IF SQ-RW-ANSWER NOT = "Y"
066900         DISPLAY "CORRECTION NOT COMMITTED"
067000         GO TO 4000-EXIT
067100     END-IF.
067200     SET SQ-RWK-CORRECTED TO TRUE.
067300     MOVE SQ-RW-NEW-VALUE TO SQ-RWK-CORR-VALUE.
067400     MOVE SQ-RW-NEW-DEGREE TO SQ-RWK-CORR-DEGREE.
067433     MOVE SQ-RW-NEW-EXP-POWER TO SQ-RWK-CORR-EXP-POWER.
067466     MOVE SQ-RW-NEW-EXP-DENOM TO SQ-RWK-CORR-EXP-DENOM.
067500     MOVE SQ-RW-TODAY TO SQ-RWK-ACTION-DATE.
067600     MOVE SQ-RWK-RECORD TO SQ-RW-ENTRY(SQ-RW-HIT).
067700     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
067800     DISPLAY "CORRECTION RECORDED".
067900     GO TO 4000-EXIT.
068000 4000-EXIT.
068100     EXIT.
068200*
068300 4100-PROMPT-VALUE.
068400     SET SQ-RW-FIELD-INVALID TO TRUE.
068500     DISPLAY "CORRECTED VALUE - ONE NUMBER, E.G. 144 OR 1.5E+20:".
068600     MOVE SPACES TO SQ-RW-ANSWER.
068700     ACCEPT SQ-RW-ANSWER.
068800     INSPECT SQ-RW-ANSWER CONVERTING "e" TO "E".
068900     IF SQ-RW-ANSWER = SPACES
069000         DISPLAY "A CORRECTED VALUE IS REQUIRED - USE W TO "
069100             "WITHDRAW"
069200         GO TO 4100-EXIT
069300     END-IF.
069400     MOVE 0 TO SQ-RW-LEAD-COUNT.
069500     INSPECT SQ-RW-ANSWER TALLYING SQ-RW-LEAD-COUNT
069600         FOR LEADING SPACE.
069700     MOVE SPACES TO SQ-RW-NEW-VALUE SQ-RW-EXTRA-TOKEN.
069800     UNSTRING SQ-RW-ANSWER(SQ-RW-LEAD-COUNT + 1:)
069900         DELIMITED BY ALL " "
070000         INTO SQ-RW-NEW-VALUE SQ-RW-EXTRA-TOKEN.
070100     MOVE 0 TO SQ-RW-COMMA-COUNT.
070200     INSPECT SQ-RW-ANSWER TALLYING SQ-RW-COMMA-COUNT FOR ALL ",".
070300     IF SQ-RW-EXTRA-TOKEN NOT = SPACES OR SQ-RW-COMMA-COUNT > 0
070400         DISPLAY "ONE VALUE ONLY PER CORRECTION"
070500         GO TO 4100-EXIT
070600     END-IF.
070700     IF FUNCTION TEST-NUMVAL(SQ-RW-NEW-VALUE) = 0
070800         COMPUTE SQ-RW-NUM-WORK = FUNCTION NUMVAL(SQ-RW-NEW-VALUE)
070900         IF SQ-RW-NUM-WORK = 0
071000             DISPLAY "A ZERO VALUE WOULD ONLY BE REJECTED AGAIN"
071100             GO TO 4100-EXIT
071200         END-IF
071300         SET SQ-RW-FIELD-VALID TO TRUE
071400         GO TO 4100-EXIT
071500     END-IF.
071600     IF FUNCTION TEST-NUMVAL-F(SQ-RW-NEW-VALUE) = 0
071700         SET SQ-RW-FIELD-VALID TO TRUE
071800         GO TO 4100-EXIT
071900     END-IF.
072000     DISPLAY "CORRECTED VALUE IS NOT A NUMBER".
072100     GO TO 4100-EXIT.
072200 4100-EXIT.
072300     EXIT.
072400*
072500 4200-PROMPT-DEGREE.
072600     SET SQ-RW-FIELD-INVALID TO TRUE.
072700     DISPLAY "ROOT DEGREE - 1 TO 99 (BLANK = THE CARD DEGREE):".
072800     MOVE SPACES TO SQ-RW-ANSWER.
072900     ACCEPT SQ-RW-ANSWER.
073000     IF SQ-RW-ANSWER = SPACES
073100         MOVE ZERO TO SQ-RW-NEW-DEGREE
073200         SET SQ-RW-FIELD-VALID TO TRUE
073300         GO TO 4200-EXIT
073400     END-IF.
073500     IF FUNCTION TEST-NUMVAL(SQ-RW-ANSWER) NOT = 0
073600         DISPLAY "ROOT DEGREE IS NOT A NUMBER"
073700         GO TO 4200-EXIT
073800     END-IF.
073900     COMPUTE SQ-RW-NUM-WORK = FUNCTION NUMVAL(SQ-RW-ANSWER).
074000     IF SQ-RW-NUM-WORK < 1 OR SQ-RW-NUM-WORK > 99
074100         DISPLAY "ROOT DEGREE MUST BE 1 TO 99"
074200         GO TO 4200-EXIT
074300     END-IF.
074400     MOVE SQ-RW-NUM-WORK TO SQ-RW-NEW-DEGREE.
074500     SET SQ-RW-FIELD-VALID TO TRUE.
074600     GO TO 4200-EXIT.
074700 4200-EXIT.
074800     EXIT.
074900*
074902 4300-PROMPT-EXPONENT.
074904     SET SQ-RW-FIELD-INVALID TO TRUE.
074906     DISPLAY "EXPONENT P/Q, E.G. 3/2 OR -1/2 (BLANK = NONE):".
074908     MOVE SPACES TO SQ-RW-ANSWER.
074910     ACCEPT SQ-RW-ANSWER.
074912     IF SQ-RW-ANSWER = SPACES
074914         MOVE ZERO TO SQ-RW-NEW-EXP-POWER SQ-RW-NEW-EXP-DENOM
074916         SET SQ-RW-FIELD-VALID TO TRUE
074918         GO TO 4300-EXIT
074920     END-IF.
074922     MOVE 0 TO SQ-RW-LEAD-COUNT.
074924     INSPECT SQ-RW-ANSWER TALLYING SQ-RW-LEAD-COUNT
074926         FOR LEADING SPACE.
074928     MOVE SPACES TO SQ-RW-EXP-P-TEXT SQ-RW-EXP-Q-TEXT
074930         SQ-RW-EXP-X-TEXT.
074932     UNSTRING SQ-RW-ANSWER(SQ-RW-LEAD-COUNT + 1:)
074934         DELIMITED BY "/"
074936         INTO SQ-RW-EXP-P-TEXT SQ-RW-EXP-Q-TEXT SQ-RW-EXP-X-TEXT.
074938*    "/Q" MAY BE LEFT OFF, AS ON A FEED LINE (Q = 1).
074940     IF SQ-RW-EXP-Q-TEXT = SPACES
074942         MOVE "1" TO SQ-RW-EXP-Q-TEXT
074944     END-IF.
074946     IF SQ-RW-EXP-X-TEXT NOT = SPACES
074948         OR FUNCTION TEST-NUMVAL(SQ-RW-EXP-P-TEXT) NOT = 0
074950         OR FUNCTION TEST-NUMVAL(SQ-RW-EXP-Q-TEXT) NOT = 0
074952         DISPLAY "EXPONENT MUST BE P/Q, E.G. 3/2 OR -1/2"
074954         GO TO 4300-EXIT
074956     END-IF.
074958     COMPUTE SQ-RW-NUM-WORK = FUNCTION NUMVAL(SQ-RW-EXP-P-TEXT).
074960     IF SQ-RW-NUM-WORK < -99 OR SQ-RW-NUM-WORK > 99
074962         OR SQ-RW-NUM-WORK = 0
074964         OR SQ-RW-NUM-WORK NOT = FUNCTION INTEGER(SQ-RW-NUM-WORK)
074966         DISPLAY "P MUST BE A WHOLE NUMBER, -99 TO 99, NOT ZERO"
074968         GO TO 4300-EXIT
074970     END-IF.
074972     MOVE SQ-RW-NUM-WORK TO SQ-RW-NEW-EXP-POWER.
074974     COMPUTE SQ-RW-NUM-WORK = FUNCTION NUMVAL(SQ-RW-EXP-Q-TEXT).
074976     IF SQ-RW-NUM-WORK < 1 OR SQ-RW-NUM-WORK > 99
074978         OR SQ-RW-NUM-WORK NOT = FUNCTION INTEGER(SQ-RW-NUM-WORK)
074980         DISPLAY "Q MUST BE A WHOLE NUMBER, 1 TO 99"
074982         GO TO 4300-EXIT
074984     END-IF.
074986     MOVE SQ-RW-NUM-WORK TO SQ-RW-NEW-EXP-DENOM.
074988     SET SQ-RW-FIELD-VALID TO TRUE.
074990     GO TO 4300-EXIT.
074992 4300-EXIT.
074994     EXIT.
074996*
075000*****************************************************************
075100* 5000 SERIES - WITHDRAW A REJECT.  THE DEPARTMENT HAS DECIDED
075200* THE VALUE WILL NOT BE RESENT; IT LEAVES THE OPEN LIST FOR GOOD.
075300*****************************************************************
075400 5000-WITHDRAW-REJECT.
075500     SET SQ-RW-FIELD-INVALID TO TRUE.
075600     PERFORM 7200-PROMPT-TRACK-ID THRU 7200-EXIT
075700         UNTIL SQ-RW-FIELD-VALID.
075800     PERFORM 7300-FIND-TRACK-ID THRU 7300-EXIT.
075900     IF SQ-RW-HIT = 0
076000         DISPLAY "TRACK " SQ-RW-SEL-TRACK-ID " IS NOT ON FILE"
076100         GO TO 5000-EXIT
076200     END-IF.
076300     MOVE SQ-RW-ENTRY(SQ-RW-HIT) TO SQ-RWK-RECORD.
076400     IF NOT SQ-RWK-OPEN AND NOT SQ-RWK-CORRECTED
076500         DISPLAY "TRACK " SQ-RW-SEL-TRACK-ID " IS STATUS "
076600             SQ-RWK-STATUS
076700             " - ONLY AN OPEN REJECT CAN BE WITHDRAWN"
076800         GO TO 5000-EXIT
076900     END-IF.
077000     DISPLAY "REJECTED AS : " SQ-RWK-TOKEN(1:60).
077100     DISPLAY "WITHDRAW THIS REJECT? (Y/N):".
077200     MOVE SPACES TO SQ-RW-ANSWER.
077300     ACCEPT SQ-RW-ANSWER.
077400     INSPECT SQ-RW-ANSWER CONVERTING "yn" TO "YN".
077500     IF SQ-RW-ANSWER NOT = "Y"
077600         DISPLAY "REJECT NOT WITHDRAWN"
077700         GO TO 5000-EXIT
077800     END-IF.
077900     SET SQ-RWK-WITHDRAWN TO TRUE.
078000     MOVE SPACES TO SQ-RWK-CORR-VALUE.
078100     MOVE ZERO TO SQ-RWK-CORR-DEGREE SQ-RWK-CORR-EXP-POWER
078150         SQ-RWK-CORR-EXP-DENOM.
078200     MOVE SQ-RW-TODAY TO SQ-RWK-ACTION-DATE.
078300     MOVE SQ-RWK-RECORD TO SQ-RW-ENTRY(SQ-RW-HIT).
078400     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
078500     DISPLAY "REJECT WITHDRAWN".
078600     GO TO 5000-EXIT.
078700 5000-EXIT.
078800     EXIT.
078900*
079000*****************************************************************
079100* 6000 SERIES - BUILD A DEPARTMENT'S CORRECTION FEED.  EVERY
079200* CORRECTED ENTRY FOR THE DEPARTMENT GOES OUT AS ONE DATA LINE -
079300* AN OPTIONAL EXP= OR DEG= PREFIX, THE DEPT= TAG, THE REQ= TAG
079350* WHEN THE REJECT CARRIED ONE, AND THE VALUE - BETWEEN A HDR AND
079400* A TRL THAT SQCOLLCT WILL RECONCILE.  SQUARE KEEPS AN ATTRIBUTION
079500* IN EFFECT UNTIL THE NEXT TAG CHANGES IT, SO THE UNATTRIBUTED
079600* CORRECTIONS GO OUT FIRST (PASS 1), BEFORE ANY REQ= TAG IS SET,
079700* AND THE ATTRIBUTED ONES AFTER (PASS 2).  EACH ENTRY WRITTEN IS
079800* MARKED RESUBMITTED AGAINST THE NEXT RUN.
080000*****************************************************************
080100 6000-GENERATE-FEED.
080200     SET SQ-RW-FIELD-INVALID TO TRUE.
080300     PERFORM 7100-PROMPT-DEPT THRU 7100-EXIT
080400         UNTIL SQ-RW-FIELD-VALID.
080500     MOVE 0 TO SQ-RW-LISTED.
080600     MOVE 1 TO SQ-RW-SUB.
080700     PERFORM 6100-COUNT-ONE-CORRECTION THRU 6100-EXIT
080800         UNTIL SQ-RW-SUB > SQ-RW-COUNT.
080900     IF SQ-RW-LISTED = 0
081000         DISPLAY "DEPARTMENT " SQ-RW-SEL-DEPT
081100             " HAS NO CORRECTIONS WAITING - NO FEED BUILT"
081200         GO TO 6000-EXIT
081300     END-IF.
081400     OPEN OUTPUT SQ-RW-FEED-FILE.
081500     IF SQ-RW-FEED-STATUS NOT = "00"
081600         DISPLAY "SQ-RW-FEED-FILE OPEN FAILED, STATUS "
081700             SQ-RW-FEED-STATUS
081710         MOVE SPACES TO SQ-ML-TEXT
081720         STRING "SQ-RW-FEED-FILE OPEN FAILED, STATUS "
081730             SQ-RW-FEED-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
081740         MOVE "SQ0006E" TO SQ-ML-MSG-ID
081750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
081800         GO TO 6000-EXIT
081900     END-IF.
082000     MOVE ZERO TO SQ-RW-FEED-RECORDS SQ-RW-FEED-HASH.
082100     MOVE SPACES TO SQ-RW-FEED-RECORD.
082200     MOVE "HDR" TO SQ-RW-FEED-RECORD(1:3).
082300     PERFORM 6900-WRITE-FEED-RECORD THRU 6900-EXIT.
082400     MOVE 1 TO SQ-RW-PASS.
082600     PERFORM 6200-WRITE-ONE-CORRECTION THRU 6200-EXIT
082650         VARYING SQ-RW-SUB FROM 1 BY 1
082700         UNTIL SQ-RW-SUB > SQ-RW-COUNT.
082800     MOVE 2 TO SQ-RW-PASS.
083000     PERFORM 6200-WRITE-ONE-CORRECTION THRU 6200-EXIT
083050         VARYING SQ-RW-SUB FROM 1 BY 1
083100         UNTIL SQ-RW-SUB > SQ-RW-COUNT.
083200*    THE EDITED IMAGES TOKENIZE CLEANLY UNDER THE COLLECTOR'S
083300*    UNSTRING-ON-SPACES TRAILER PARSE.
083400     MOVE SQ-RW-FEED-RECORDS TO SQ-RW-TRL-COUNT-EDIT.
083500     MOVE SQ-RW-FEED-HASH TO SQ-RW-TRL-HASH-EDIT.
083600     MOVE SPACES TO SQ-RW-FEED-RECORD.
083700     STRING "TRL " SQ-RW-TRL-COUNT-EDIT " "
083800         SQ-RW-TRL-HASH-EDIT DELIMITED BY SIZE
083900         INTO SQ-RW-FEED-RECORD.
084000     PERFORM 6900-WRITE-FEED-RECORD THRU 6900-EXIT.
084100     CLOSE SQ-RW-FEED-FILE.
084200     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
084300     DISPLAY "CORRECTION FEED BUILT FOR " SQ-RW-SEL-DEPT
084400         " - RECORDS " SQ-RW-TRL-COUNT-EDIT
084500         " HASH " SQ-RW-TRL-HASH-EDIT.
084600     DISPLAY "NAME " SQ-RW-SEL-DEPT " AGAINST ITS SQFEEDN ON THE"
084700         " SQFCPARM CARD FOR RUN " SQ-RW-NEXT-RUN-ID.
084800     GO TO 6000-EXIT.
084900 6000-EXIT.
085000     EXIT.
085100*
085200 6100-COUNT-ONE-CORRECTION.
085300     MOVE SQ-RW-ENTRY(SQ-RW-SUB) TO SQ-RWK-RECORD.
085400     IF SQ-RWK-CORRECTED AND SQ-RWK-DEPT = SQ-RW-SEL-DEPT
085500         ADD 1 TO SQ-RW-LISTED
085600     END-IF.
085700     ADD 1 TO SQ-RW-SUB.
085800     GO TO 6100-EXIT.
085900 6100-EXIT.
086000     EXIT.
086100*
086200 6200-WRITE-ONE-CORRECTION.
086300     MOVE SQ-RW-ENTRY(SQ-RW-SUB) TO SQ-RWK-RECORD.
086400     IF NOT SQ-RWK-CORRECTED OR SQ-RWK-DEPT NOT = SQ-RW-SEL-DEPT
086500         GO TO 6200-EXIT
086600     END-IF.
086700     IF SQ-RW-PASS = 1 AND SQ-RWK-REQUEST-ID NOT = SPACES
086800         GO TO 6200-EXIT
086900     END-IF.
087000     IF SQ-RW-PASS = 2 AND SQ-RWK-REQUEST-ID = SPACES
087100         GO TO 6200-EXIT
087200     END-IF.
087300     MOVE SPACES TO SQ-RW-FEED-RECORD.
087400     MOVE 1 TO SQ-RW-FEED-PTR.
087412*    AN EXPONENT GOES OUT AS EXP=P/Q, WHOSE Q IS THE DEGREE.
087424     IF SQ-RWK-CORR-EXP-POWER NOT = 0
087436         STRING "EXP=" DELIMITED BY SIZE INTO SQ-RW-FEED-RECORD
087448             WITH POINTER SQ-RW-FEED-PTR
087460         IF SQ-RWK-CORR-EXP-POWER < 0
087472             STRING "-" DELIMITED BY SIZE INTO SQ-RW-FEED-RECORD
087484                 WITH POINTER SQ-RW-FEED-PTR
087496         END-IF
087508         MOVE SQ-RWK-CORR-EXP-POWER TO SQ-RW-EXP-POWER-TEXT
087520         MOVE SQ-RWK-CORR-EXP-DENOM TO SQ-RW-DEGREE-TEXT
087532         STRING SQ-RW-EXP-POWER-TEXT "/" SQ-RW-DEGREE-TEXT " "
087544             DELIMITED BY SIZE INTO SQ-RW-FEED-RECORD
087556             WITH POINTER SQ-RW-FEED-PTR
087568     END-IF.
087580     IF SQ-RWK-CORR-EXP-POWER = 0 AND SQ-RWK-CORR-DEGREE > 0
087600         MOVE SQ-RWK-CORR-DEGREE TO SQ-RW-DEGREE-TEXT
087700         STRING "DEG=" SQ-RW-DEGREE-TEXT " "
087800             DELIMITED BY SIZE INTO SQ-RW-FEED-RECORD
087900             WITH POINTER SQ-RW-FEED-PTR
088000     END-IF.
088100     STRING "DEPT=" SQ-RWK-DEPT " "
088200         DELIMITED BY SIZE INTO SQ-RW-FEED-RECORD
088300         WITH POINTER SQ-RW-FEED-PTR.
088400     IF SQ-RWK-REQUEST-ID NOT = SPACES
088500         STRING "REQ=" SQ-RWK-REQUEST-ID DELIMITED BY " "
088600             " " DELIMITED BY SIZE
088700             INTO SQ-RW-FEED-RECORD
088800             WITH POINTER SQ-RW-FEED-PTR
088900     END-IF.
089000     STRING SQ-RWK-CORR-VALUE DELIMITED BY " "
089100         INTO SQ-RW-FEED-RECORD
089200         WITH POINTER SQ-RW-FEED-PTR.
089300     PERFORM 6900-WRITE-FEED-RECORD THRU 6900-EXIT.
089400     ADD 1 TO SQ-RW-FEED-RECORDS.
089500     IF FUNCTION TEST-NUMVAL(SQ-RWK-CORR-VALUE) = 0
089600         COMPUTE SQ-RW-SIGNED-CHECK =
089700             FUNCTION NUMVAL(SQ-RWK-CORR-VALUE)
089800         ADD SQ-RW-SIGNED-CHECK TO SQ-RW-FEED-HASH
089900     END-IF.
090000     SET SQ-RWK-RESUBMITTED TO TRUE.
090100     MOVE SQ-RW-TODAY TO SQ-RWK-FEED-DATE.
090200     MOVE SQ-RW-NEXT-RUN-ID TO SQ-RWK-RESUB-RUN-ID.
090300     MOVE SQ-RWK-RECORD TO SQ-RW-ENTRY(SQ-RW-SUB).
090600     GO TO 6200-EXIT.
090700 6200-EXIT.
090800     EXIT.
090900*
091000 6900-WRITE-FEED-RECORD.
091100     WRITE SQ-RW-FEED-RECORD.
091200     IF SQ-RW-FEED-STATUS NOT = "00"
091300         DISPLAY "WARNING - SQ-RW-FEED-FILE WRITE FAILED, STATUS "
091400             SQ-RW-FEED-STATUS
091410         MOVE SPACES TO SQ-ML-TEXT
091420         STRING "WARNING - SQ-RW-FEED-FILE WRITE FAILED, STATUS "
091430             SQ-RW-FEED-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
091440         MOVE "SQ0004W" TO SQ-ML-MSG-ID
091450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
091500     END-IF.
091600     GO TO 6900-EXIT.
091700 6900-EXIT.
091800     EXIT.
091900*
092000*****************************************************************
092100* 7000 SERIES - SHARED SERVICE PARAGRAPHS.
092200*****************************************************************
092300 7100-PROMPT-DEPT.
092400     SET SQ-RW-FIELD-INVALID TO TRUE.
092500     DISPLAY "DEPARTMENT CODE - 1 TO 3 CHARACTERS:".
092600     MOVE SPACES TO SQ-RW-ANSWER.
092700     ACCEPT SQ-RW-ANSWER.
092800     INSPECT SQ-RW-ANSWER CONVERTING
092900         "abcdefghijklmnopqrstuvwxyz"
093000         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
093100     IF SQ-RW-ANSWER = SPACES
093200         DISPLAY "DEPARTMENT CANNOT BE BLANK"
093300     ELSE
093400         IF SQ-RW-ANSWER(4:) NOT = SPACES
093500             DISPLAY "DEPARTMENT IS AT MOST 3 CHARACTERS"
093600         ELSE
093700             MOVE SQ-RW-ANSWER(1:3) TO SQ-RW-SEL-DEPT
093800             SET SQ-RW-FIELD-VALID TO TRUE
093900         END-IF
094000     END-IF.
094100     GO TO 7100-EXIT.
094200 7100-EXIT.
094300     EXIT.
094400*
094500 7200-PROMPT-TRACK-ID.
094600     SET SQ-RW-FIELD-INVALID TO TRUE.
094700     DISPLAY "TRACK NUMBER (FROM THE L LIST):".
094800     MOVE SPACES TO SQ-RW-ANSWER.
094900     ACCEPT SQ-RW-ANSWER.
095000     IF FUNCTION TEST-NUMVAL(SQ-RW-ANSWER) NOT = 0
095100         DISPLAY "TRACK NUMBER IS NOT A NUMBER"
095200         GO TO 7200-EXIT
095300     END-IF.
095400     COMPUTE SQ-RW-NUM-WORK = FUNCTION NUMVAL(SQ-RW-ANSWER).
095500     IF SQ-RW-NUM-WORK < 1 OR SQ-RW-NUM-WORK > 9999999
095600         DISPLAY "TRACK NUMBER MUST BE 1 TO 9999999"
095700         GO TO 7200-EXIT
095800     END-IF.
095900     MOVE SQ-RW-NUM-WORK TO SQ-RW-SEL-TRACK-ID.
096000     SET SQ-RW-FIELD-VALID TO TRUE.
096100     GO TO 7200-EXIT.
096200 7200-EXIT.
096300     EXIT.
096400*
096500 7300-FIND-TRACK-ID.
096600     MOVE 0 TO SQ-RW-HIT.
096700     MOVE 1 TO SQ-RW-SUB.
096800     PERFORM 7310-MATCH-ONE-TRACK THRU 7310-EXIT
096900         UNTIL SQ-RW-HIT > 0 OR SQ-RW-SUB > SQ-RW-COUNT.
097000     GO TO 7300-EXIT.
097100 7300-EXIT.
097200     EXIT.
097300*
097400 7310-MATCH-ONE-TRACK.
097500     MOVE SQ-RW-ENTRY(SQ-RW-SUB) TO SQ-RWK-RECORD.
097600     IF SQ-RWK-TRACK-ID = SQ-RW-SEL-TRACK-ID
097700         MOVE SQ-RW-SUB TO SQ-RW-HIT
097800     END-IF.
097900     ADD 1 TO SQ-RW-SUB.
098000     GO TO 7310-EXIT.
098100 7310-EXIT.
098200     EXIT.
098300*
098400*****************************************************************
098500* 7500-REWRITE-DATASET.  THE WHOLE FILE FROM THE TABLE ON EVERY
098600* COMMIT.
098700*****************************************************************
098800 7500-REWRITE-DATASET.
098900     OPEN OUTPUT SQ-RJT-FILE.
099000     IF SQ-RW-RJT-STATUS NOT = "00"
099100         AND SQ-RW-RJT-STATUS NOT = "05"
099200         DISPLAY "SQ-RJT-FILE OPEN FAILED, STATUS "
099300             SQ-RW-RJT-STATUS
099310         MOVE SPACES TO SQ-ML-TEXT
099320         STRING "SQ-RJT-FILE OPEN FAILED, STATUS "
099330             SQ-RW-RJT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
099340         MOVE "SQ0006E" TO SQ-ML-MSG-ID
099350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
099400         MOVE 16 TO RETURN-CODE
099500         GO TO 7500-EXIT
099600     END-IF.
099700     MOVE 1 TO SQ-RW-SUB.
099800     PERFORM 7510-WRITE-ONE-ENTRY THRU 7510-EXIT
099900         UNTIL SQ-RW-SUB > SQ-RW-COUNT.
100000     CLOSE SQ-RJT-FILE.
100100     MOVE "N" TO SQ-RW-CHANGED-SW.
100200     GO TO 7500-EXIT.
100300 7500-EXIT.
100400     EXIT.
100500*
100600 7510-WRITE-ONE-ENTRY.
100700     MOVE SQ-RW-ENTRY(SQ-RW-SUB) TO SQ-RJT-RECORD.
100800     WRITE SQ-RJT-RECORD.
100900     IF SQ-RW-RJT-STATUS NOT = "00"
101000         DISPLAY "SQ-RJT-FILE WRITE FAILED, STATUS "
101100             SQ-RW-RJT-STATUS
101110         MOVE SPACES TO SQ-ML-TEXT
101120         STRING "SQ-RJT-FILE WRITE FAILED, STATUS "
101130             SQ-RW-RJT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
101140         MOVE "SQ0007E" TO SQ-ML-MSG-ID
101150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
101200         MOVE 16 TO RETURN-CODE
101300     END-IF.
101400     ADD 1 TO SQ-RW-SUB.
101500     GO TO 7510-EXIT.
101600 7510-EXIT.
101700     EXIT.
101800*
101900*****************************************************************
102000* 8000 SERIES - THE TRACKING REPORT.  ONE SECTION PER DEPARTMENT
102100* (IN ORDER OF FIRST APPEARANCE ON THE FILE) LISTING EVERY
102200* TRACKED REJECT WITH ITS STATUS, THE RUN ITS CORRECTION WENT TO,
102300* AND THE RUN IT WAS JUDGED AGAINST, THEN THE DEPARTMENT'S COUNTS
102400* BY STATUS; GRAND TOTALS CLOSE THE REPORT.
102500*****************************************************************
102600 8000-PRINT-REPORT.
102700     OPEN OUTPUT SQ-RW-REPORT-FILE.
102800     IF SQ-RW-REPORT-STATUS NOT = "00"
102900         DISPLAY "SQ-RW-REPORT-FILE OPEN FAILED, STATUS "
103000             SQ-RW-REPORT-STATUS
103010         MOVE SPACES TO SQ-ML-TEXT
103020         STRING "SQ-RW-REPORT-FILE OPEN FAILED, STATUS "
103030             SQ-RW-REPORT-STATUS
103040             DELIMITED BY SIZE INTO SQ-ML-TEXT
103050         MOVE "SQ0006E" TO SQ-ML-MSG-ID
103060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
103100         GO TO 8000-EXIT
103200     END-IF.
103300     MOVE 1 TO SQ-RW-PAGE-NO.
103400     PERFORM 8700-WRITE-REPORT-HEADERS THRU 8700-EXIT.
103500     MOVE ZERO TO SQ-RW-GRAND-COUNTS.
103600     MOVE 0 TO SQ-RW-DEPT-COUNT.
103700     MOVE 1 TO SQ-RW-SUB.
103800     PERFORM 8100-NOTE-ONE-DEPT THRU 8100-EXIT
103900         UNTIL SQ-RW-SUB > SQ-RW-COUNT.
104000     MOVE 1 TO SQ-RW-DSUB.
104100     PERFORM 8200-REPORT-ONE-DEPT THRU 8200-EXIT
104200         UNTIL SQ-RW-DSUB > SQ-RW-DEPT-COUNT.
104300     MOVE "ALL DEPARTMENTS" TO SQ-RW-TL-LABEL.
104400     MOVE SQ-RW-GT-OPEN TO SQ-RW-TL-OPEN.
104500     MOVE SQ-RW-GT-CORRECTED TO SQ-RW-TL-CORRECTED.
104600     MOVE SQ-RW-GT-RESUBMITTED TO SQ-RW-TL-RESUBMITTED.
104700     MOVE SQ-RW-GT-CLEARED TO SQ-RW-TL-CLEARED.
104800     MOVE SQ-RW-GT-FAILED TO SQ-RW-TL-FAILED.
104900     MOVE SQ-RW-GT-WITHDRAWN TO SQ-RW-TL-WITHDRAWN.
105000     PERFORM 8710-CHECK-PAGE-BREAK THRU 8710-EXIT.
105100     WRITE SQ-RW-REPORT-LINE FROM SQ-RW-TOTAL-LINE
105200         AFTER ADVANCING 2.
105300     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
105400     CLOSE SQ-RW-REPORT-FILE.
105500     DISPLAY "TRACKING REPORT WRITTEN - " SQ-RW-DEPT-COUNT
105600         " DEPARTMENT(S)".
105700     GO TO 8000-EXIT.
105800 8000-EXIT.
105900     EXIT.
106000*
106100 8100-NOTE-ONE-DEPT.
106200     MOVE SQ-RW-ENTRY(SQ-RW-SUB) TO SQ-RWK-RECORD.
106300     MOVE 0 TO SQ-RW-DHIT.
106400     MOVE 1 TO SQ-RW-DSUB.
106500     PERFORM 8110-MATCH-ONE-DEPT THRU 8110-EXIT
106600         UNTIL SQ-RW-DHIT > 0 OR SQ-RW-DSUB > SQ-RW-DEPT-COUNT.
106700     IF SQ-RW-DHIT = 0
106800         IF SQ-RW-DEPT-COUNT < 100
106900             ADD 1 TO SQ-RW-DEPT-COUNT
107000             MOVE SQ-RWK-DEPT TO SQ-RW-DT-DEPT(SQ-RW-DEPT-COUNT)
107100         ELSE
107200             DISPLAY "WARNING - MORE THAN 100 DEPARTMENTS, "
107300                 SQ-RWK-DEPT " NOT REPORTED"
107310             MOVE SPACES TO SQ-ML-TEXT
107320             STRING "WARNING - MORE THAN 100 DEPARTMENTS, "
107330                 SQ-RWK-DEPT " NOT REPORTED"
107340                 DELIMITED BY SIZE INTO SQ-ML-TEXT
107350             MOVE "SQ3403W" TO SQ-ML-MSG-ID
107360             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
107400         END-IF
107500     END-IF.
107600     ADD 1 TO SQ-RW-SUB.
107700     GO TO 8100-EXIT.
107800 8100-EXIT.
107900     EXIT.
108000*
108100 8110-MATCH-ONE-DEPT.
108200     IF SQ-RW-DT-DEPT(SQ-RW-DSUB) = SQ-RWK-DEPT
108300         MOVE SQ-RW-DSUB TO SQ-RW-DHIT
108400     END-IF.
108500     ADD 1 TO SQ-RW-DSUB.
108600     GO TO 8110-EXIT.
108700 8110-EXIT.
108800     EXIT.
108900*
109000 8200-REPORT-ONE-DEPT.
109100     MOVE ZERO TO SQ-RW-STATUS-COUNTS.
109200     MOVE SQ-RW-DT-DEPT(SQ-RW-DSUB) TO SQ-RW-DH-DEPT.
109300     PERFORM 8710-CHECK-PAGE-BREAK THRU 8710-EXIT.
109400     WRITE SQ-RW-REPORT-LINE FROM SQ-RW-DEPT-HDR-LINE
109500         AFTER ADVANCING 2.
109600     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
109700     ADD 2 TO SQ-RW-LINE-NO.
109800     MOVE 1 TO SQ-RW-SUB.
109900     PERFORM 8300-REPORT-ONE-ENTRY THRU 8300-EXIT
110000         UNTIL SQ-RW-SUB > SQ-RW-COUNT.
110100     MOVE "DEPARTMENT TOTALS" TO SQ-RW-TL-LABEL.
110200     MOVE SQ-RW-CT-OPEN TO SQ-RW-TL-OPEN.
110300     MOVE SQ-RW-CT-CORRECTED TO SQ-RW-TL-CORRECTED.
110400     MOVE SQ-RW-CT-RESUBMITTED TO SQ-RW-TL-RESUBMITTED.
110500     MOVE SQ-RW-CT-CLEARED TO SQ-RW-TL-CLEARED.
110600     MOVE SQ-RW-CT-FAILED TO SQ-RW-TL-FAILED.
110700     MOVE SQ-RW-CT-WITHDRAWN TO SQ-RW-TL-WITHDRAWN.
110800     PERFORM 8710-CHECK-PAGE-BREAK THRU 8710-EXIT.
110900     WRITE SQ-RW-REPORT-LINE FROM SQ-RW-TOTAL-LINE
111000         AFTER ADVANCING 1.
111100     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
111200     ADD 1 TO SQ-RW-LINE-NO.
111300     ADD SQ-RW-CT-OPEN TO SQ-RW-GT-OPEN.
111400     ADD SQ-RW-CT-CORRECTED TO SQ-RW-GT-CORRECTED.
111500     ADD SQ-RW-CT-RESUBMITTED TO SQ-RW-GT-RESUBMITTED.
111600     ADD SQ-RW-CT-CLEARED TO SQ-RW-GT-CLEARED.
111700     ADD SQ-RW-CT-FAILED TO SQ-RW-GT-FAILED.
111800     ADD SQ-RW-CT-WITHDRAWN TO SQ-RW-GT-WITHDRAWN.
111900     ADD 1 TO SQ-RW-DSUB.
112000     GO TO 8200-EXIT.
112100 8200-EXIT.
112200     EXIT.
112300*
112400 8300-REPORT-ONE-ENTRY.
112500     MOVE SQ-RW-ENTRY(SQ-RW-SUB) TO SQ-RWK-RECORD.
112600     ADD 1 TO SQ-RW-SUB.
112700     IF SQ-RWK-DEPT NOT = SQ-RW-DT-DEPT(SQ-RW-DSUB)
112800         GO TO 8300-EXIT
112900     END-IF.
113000     MOVE SQ-RWK-TRACK-ID TO SQ-RW-DL-TRACK.
113100     MOVE SQ-RWK-RUN-ID TO SQ-RW-DL-RUN.
113200     MOVE SQ-RWK-REASON-CODE TO SQ-RW-DL-REASON.
113300     MOVE SQ-RWK-REQUEST-ID TO SQ-RW-DL-REQUEST.
113400     MOVE SQ-RWK-TOKEN TO SQ-RW-DL-TOKEN.
113500     MOVE SQ-RWK-CORR-VALUE TO SQ-RW-DL-CORRECTED.
113600     MOVE SQ-RWK-RESUB-RUN-ID TO SQ-RW-DL-RESUB.
113700     MOVE SQ-RWK-CLEAR-RUN-ID TO SQ-RW-DL-JUDGED.
113800     EVALUATE TRUE
113900         WHEN SQ-RWK-OPEN
114000             MOVE "OPEN" TO SQ-RW-DL-STATUS
114100             ADD 1 TO SQ-RW-CT-OPEN
114200         WHEN SQ-RWK-CORRECTED
114300             MOVE "CORRECTED" TO SQ-RW-DL-STATUS
114400             ADD 1 TO SQ-RW-CT-CORRECTED
114500         WHEN SQ-RWK-RESUBMITTED
114600             MOVE "RESUBMITTED" TO SQ-RW-DL-STATUS
114700             ADD 1 TO SQ-RW-CT-RESUBMITTED
114800         WHEN SQ-RWK-CLEARED
114900             MOVE "CLEARED" TO SQ-RW-DL-STATUS
115000             ADD 1 TO SQ-RW-CT-CLEARED
115100         WHEN SQ-RWK-FAILED-AGAIN
115200             MOVE "FAILED AGAIN" TO SQ-RW-DL-STATUS
115300             ADD 1 TO SQ-RW-CT-FAILED
115400         WHEN SQ-RWK-WITHDRAWN
115500             MOVE "WITHDRAWN" TO SQ-RW-DL-STATUS
115600             ADD 1 TO SQ-RW-CT-WITHDRAWN
115700         WHEN OTHER
115800             MOVE SQ-RWK-STATUS TO SQ-RW-DL-STATUS
115900     END-EVALUATE.
116000     PERFORM 8710-CHECK-PAGE-BREAK THRU 8710-EXIT.
116100     WRITE SQ-RW-REPORT-LINE FROM SQ-RW-DETAIL-LINE
116200         AFTER ADVANCING 1.
116300     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
116400     ADD 1 TO SQ-RW-LINE-NO.
116500     GO TO 8300-EXIT.
116600 8300-EXIT.
116700     EXIT.
116800*
116900*****************************************************************
117000* 8700 SERIES - REPORT PAGE AND STATUS CONTROL.
117100*****************************************************************
117200 8700-WRITE-REPORT-HEADERS.
117300     MOVE SQ-RW-REPORT-DATE TO SQ-RW-H1-DATE.
117400     MOVE SQ-RW-PAGE-NO TO SQ-RW-H1-PAGE.
117500     MOVE SQ-RW-LAST-RUN-ID TO SQ-RW-H1-RUN.
117600     WRITE SQ-RW-REPORT-LINE FROM SQ-RW-HDR-LINE-1
117700         AFTER ADVANCING PAGE.
117800     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
117900     WRITE SQ-RW-REPORT-LINE FROM SQ-RW-COL-HDR-LINE
118000         AFTER ADVANCING 2.
118100     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
118200     MOVE 3 TO SQ-RW-LINE-NO.
118300     GO TO 8700-EXIT.
118400 8700-EXIT.
118500     EXIT.
118600*
118700 8710-CHECK-PAGE-BREAK.
118800     IF SQ-RW-LINE-NO >= SQ-RW-LINES-PER-PAGE
118900         ADD 1 TO SQ-RW-PAGE-NO
119000         PERFORM 8700-WRITE-REPORT-HEADERS THRU 8700-EXIT
119100     END-IF.
119200     GO TO 8710-EXIT.
119300 8710-EXIT.
119400     EXIT.
119500*
119600 8712-CHECK-REPORT-STATUS.
119700     IF SQ-RW-REPORT-STATUS NOT = "00"
119800         DISPLAY "WARNING - SQ-RW-REPORT-FILE WRITE FAILED, "
119900             "STATUS " SQ-RW-REPORT-STATUS
119910         MOVE SPACES TO SQ-ML-TEXT
119920         STRING "WARNING - SQ-RW-REPORT-FILE WRITE FAILED, "
119930             "STATUS " SQ-RW-REPORT-STATUS
119940             DELIMITED BY SIZE INTO SQ-ML-TEXT
119950         MOVE "SQ0004W" TO SQ-ML-MSG-ID
119960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
120000     END-IF.
120100     GO TO 8712-EXIT.
120200 8712-EXIT.
120300     EXIT.
120400*
120500*****************************************************************
120600* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
120700* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
120800* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
120900* WAY.
121000*****************************************************************
121100 9800-LOG-MESSAGE.
121200     MOVE "SQRJWORK" TO SQ-ML-PROGRAM.
121300     MOVE ZERO TO SQ-ML-RUN-ID.
121400     MOVE SPACES TO SQ-ML-BUS-DATE.
121500     CALL "SQMSGLOG" USING SQ-ML-AREA.
121600     GO TO 9800-EXIT.
121700 9800-EXIT.
121800     EXIT.
121900*
122000*****************************************************************
122100* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
122200* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
122300*****************************************************************
122400 9900-LOG-STEP-END.
122500     MOVE RETURN-CODE TO SQ-SL-RC.
122600     MOVE "E" TO SQ-SL-FUNCTION.
122700     CALL "SQSTPLOG" USING SQ-SL-AREA.
122800     MOVE SQ-SL-RC TO RETURN-CODE.
122900     GO TO 9900-EXIT.
123000 9900-EXIT.
123100     EXIT.
