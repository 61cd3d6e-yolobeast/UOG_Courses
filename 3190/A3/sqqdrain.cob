002300*     ATTRIBUTION; WHEN THE AUTHORIZATION MASTER (SQAUTH) IS
002400*     POINTED AT, A KNOWN REQUESTER ALSO CARRIES ITS OWNING
002500*     DEPARTMENT.  E-NOTATION VALUES ARE REJECTED AT THE QUEUE
002550*     (STATUS R) - THE EXTENDED PATH BELONGS TO THE FEED.  AN
002600*     ENTRY CANCELLED THROUGH SQQMAINT (STATUS X) IS COUNTED BUT
002650*     NOT DRAINED.
002658*
002666*     AN ADAPTIVE RUN (SQPARMS METHOD "A") WORKS EACH ENTRY BY THE
002674*     METHOD THE SQMPOLGN POLICY NAMES FOR ITS DEGREE AND
002682*     MAGNITUDE (SEE SQMPSEL) - NEWTON AND BISECTION AS SQUARE
002690*     RUNS THEM - AND EVERY OTHER RUN STAYS BABYLONIAN.
002700*
002800*     RC=0 ALL POSTED COMPLETE, RC=4 SOME ENTRIES REJECTED OR
002900*     DEFERRED OVER QUOTA, RC=16 FILE FAILURE.
003000*
003100* MODIFICATION HISTORY.
003200*     2026-09-03  DL  INITIAL VERSION.
003280*     2026-09-03  DL  ONE-RECORD MACHINE-READABLE SUMMARY
003290*                     (SQQDSUM) WRITTEN AT END OF RUN FOR THE
003291*                     MORNING DIGEST SQDIGEST.
003292*     2026-10-15  DL  THE DRAIN NOW CLOSES ITS AUDIT ROWS WITH A
003293*                     SEAL ROW (ROW COUNT, CHAIN HASH, PREVIOUS
003294*                     SEAL'S HASH - SEE SQAUDIT AND SQSEAL),
003295*                     PICKING THE CHAIN UP FROM THE FILE BEFORE
003296*                     EXTENDING IT, THE SAME WAY SQUARE DOES.
003297*     2026-10-15  DL  ENTRIES CANCELLED THROUGH SQQMAINT (STATUS
003298*                     "X") ARE COUNTED AND LEFT ALONE, WITH A NEW
003299*                     SUMMARY LINE.  A CORRECTED AND REQUEUED
003300*                     ENTRY KEEPS ITS ORIGINAL REJECT REASON WHEN
003301*                     IT POSTS COMPLETE.
003302*     2026-10-15  DL  DEPARTMENT COMPUTE QUOTAS, AS IN SQUARE
003303*                     (SEE SQQUOTA AND SQQTACCT).  AN ENTRY FROM
003304*                     A DEPARTMENT OVER QUOTA POSTS REJECTED OR
003305*                     STAYS PENDING, MARKED DEFERRED, FOR A LATER
003306*                     CYCLE.  COMPUTED ENTRIES ARE CHARGED, AND
003307*                     THE SUMMARY (AND SQQDSUM) CARRIES THE
003308*                     DEFERRALS AND THE DEPARTMENTS PAST THEIR
003309*                     WARNING LEVEL.
003311*     2026-10-15  DL  RATIONAL EXPONENTS.  AN ENTRY DEFERRED
003312*                     FROM AN EXP=P/Q LINE CARRIES P (IN
003313*                     SQ-QUE-EXP-POWER, Q IN SQ-QUE-DEGREE) -
003314*                     ITS ROOT IS RAISED TO P BEFORE IT POSTS,
003315*                     THE AUDIT ROW CARRIES THE EXPONENT, AND AN
003316*                     ANSWER OUT OF RANGE POSTS REJECTED.  THE
003317*                     DETAIL LINE SHOWS P.
003318*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
003319*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
003320*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
003330*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003340*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003350*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003360*                     COPYBOOK SQMSGCAT).
003361*     2026-10-15  DL  CARD METHOD "A" TAKES EACH ENTRY'S METHOD
003362*                     (BABYLONIAN, NEWTON OR BISECTION) FROM THE
003363*                     SQMPOLGN POLICY THROUGH SQMPSEL; THE AUDIT
003364*                     ROW CARRIES THE METHOD AND DEGREE, AND THE
003365*                     SUMMARY THE ENTRIES EACH METHOD WORKED.
003366*     2026-10-15  DL  RESTARTED AFTER ITS OWN ABEND (SQSTPLOG "P")
003367*                     IT SAYS SO AND DRAINS ONLY WHAT IS STILL
003368*                     PENDING - THE QUEUE KEEPS WHAT WAS POSTED.
003370*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.  SQQDRAIN.
003600 AUTHOR.      D. LOCKWOOD.
009900 77  TEMP                          PIC S9(11)V9(9) VALUE ZERO.
010000 77  RESULT                        PIC S9(11)V9(9) VALUE ZERO.
010100 77  SQ-QD-DIFF-VALUE              PIC 9(11)V9(6).
010102*
010104*****************************************************************
010106* METHOD IN USE - "B" UNLESS AN ADAPTIVE RUN TAKES THE ENTRY'S
010108* METHOD FROM THE POLICY (SEE 3350) - AND THE ENTRIES EACH
010110* METHOD WORKED: 1 = BABYLONIAN, 2 = NEWTON, 3 = BISECTION.
010112*****************************************************************
010114 01  SQ-QD-METHOD-AREA.
010116     05  SQ-QD-METHOD              PIC X(01) VALUE "B".
010118         88  SQ-QD-METHOD-NEWTON       VALUE "N".
010120         88  SQ-QD-METHOD-BISECTION    VALUE "S".
010122     05  SQ-QD-ADAPTIVE-SW         PIC X(01) VALUE "N".
010124         88  SQ-QD-ADAPTIVE-RUN        VALUE "Y".
010126     05  SQ-QD-MT-SUB              PIC 9(01) VALUE ZERO.
010128     05  SQ-QD-POLICY-PICKS        PIC 9(9) VALUE ZERO.
010130     05  SQ-QD-POLICY-DEFAULTS     PIC 9(9) VALUE ZERO.
010132     05  SQ-QD-MT-VALUES           PIC 9(9) COMP VALUE ZERO
010134                                   OCCURS 3 TIMES.
010136*
010138 01  SQ-QD-MT-LABELS.
010140     05  FILLER                    PIC X(28) VALUE
010142         "ENTRIES BY BABYLONIAN     :".
010144     05  FILLER                    PIC X(28) VALUE
010146         "ENTRIES BY NEWTON         :".
010148     05  FILLER                    PIC X(28) VALUE
010150         "ENTRIES BY BISECTION      :".
010152 01  FILLER REDEFINES SQ-QD-MT-LABELS.
010154     05  SQ-QD-MT-LABEL            PIC X(28) OCCURS 3 TIMES.
010156*
010158*    BISECTION (SEE 6300) - THE SHAPES SQUARE BRACKETS WITH.
010160 77  SQ-QD-BIS-TARGET              PIC 9(11)V9(9) VALUE ZERO.
010162 77  SQ-QD-BIS-LOW                 PIC 9(11)V9(9) VALUE ZERO.
010164 77  SQ-QD-BIS-HIGH                PIC 9(11)V9(9) VALUE ZERO.
010166 77  SQ-QD-BIS-MID                 PIC 9(11)V9(9) VALUE ZERO.
010168 77  SQ-QD-BIS-WIDTH               PIC 9(11)V9(9) VALUE ZERO.
010170 77  SQ-QD-BIS-LIMIT               PIC 9(11)V9(9) VALUE ZERO.
010172 77  SQ-QD-BIS-POWER               PIC 9(12)V9(18) VALUE ZERO.
010174 77  SQ-QD-BIS-LOW-MISS            PIC S9(12)V9(18) VALUE ZERO.
010176 77  SQ-QD-BIS-HIGH-MISS           PIC S9(12)V9(18) VALUE ZERO.
010178 77  SQ-QD-BIS-MAX-STEPS           PIC 9(04) COMP VALUE 0200.
010180 77  SQ-QD-BIS-DONE-SW             PIC X(01) VALUE "N".
010182     88  SQ-QD-BIS-DONE                VALUE "Y".
010184 77  SQ-QD-BIS-OVER-SW             PIC X(01) VALUE "N".
010186     88  SQ-QD-BIS-OVERFLOW            VALUE "Y".
010200*
010300*****************************************************************
010400* SWITCHES AND FILE STATUS.
011300         88  SQ-QD-REJECTED            VALUE "Y".
011400     05  SQ-AUTH-EOF-SW            PIC X(01) VALUE "N".
011500         88  SQ-AUTH-EOF               VALUE "Y".
011520     05  SQ-QD-DEFER-SW            PIC X(01) VALUE "N".
011540         88  SQ-QD-DEFERRED-NOW        VALUE "Y".
011600*
011700 01  SQ-QD-FILE-STATUSES.
011800     05  SQ-QUEUE-STATUS           PIC X(02) VALUE "00".
013600     05  SQ-QD-ITER-COUNT          PIC 9(04) VALUE ZERO.
013700     05  SQ-QD-REASON              PIC X(30) VALUE SPACES.
013800     05  SQ-QD-DEPT                PIC X(03) VALUE SPACES.
013805     05  SQ-QD-EXP-POWER           PIC S9(02) VALUE ZERO.
013810*
013815*****************************************************************
013820* RATIONAL-EXPONENT WORK FIELDS (SEE 6100) - THE SAME SHAPES
013825* SQUARE RAISES ITS ANSWERS WITH.
013830*****************************************************************
013835 77  SQ-QD-EXP-ABS                 PIC 9(02) VALUE ZERO.
013840 77  SQ-QD-EXP-BASE                PIC S9(11)V9(9) VALUE ZERO.
013845 77  SQ-QD-EXP-FACTOR              PIC S9(13)V9(18) VALUE ZERO.
013850 77  SQ-QD-EXP-ACCUM               PIC S9(13)V9(18) VALUE ZERO.
013855 77  SQ-QD-EXP-ANSWER              PIC S9(11)V9(9) VALUE ZERO.
013860 77  SQ-QD-EXP-OVER-SW             PIC X(01) VALUE "N".
013865     88  SQ-QD-EXP-OVERFLOW            VALUE "Y".
013900*
013910*****************************************************************
013920* DEPARTMENT QUOTAS - THE CALLING AREA FOR SQQTACCT.
013930*****************************************************************
013940     COPY SQQTLINK.
013950 77  SQ-QD-QUOTA-EDIT              PIC ZZZZZZZZ9.
013960*
014000*****************************************************************
014100* AUTHORIZATION MASTER REQUESTER TABLE - OWNING DEPARTMENT
014200* LOOKUP ONLY.
015400     05  SQ-QD-ENTRIES-PENDING     PIC 9(9) VALUE ZERO.
015500     05  SQ-QD-ENTRIES-COMPLETE    PIC 9(9) VALUE ZERO.
015600     05  SQ-QD-ENTRIES-REJECTED    PIC 9(9) VALUE ZERO.
015650     05  SQ-QD-ENTRIES-CANCELLED   PIC 9(9) VALUE ZERO.
015670     05  SQ-QD-ENTRIES-DEFERRED    PIC 9(9) VALUE ZERO.
015700*
015705*****************************************************************
015710* AUDIT SEAL CHAIN - THE LAST SEAL'S HASH, AND THE RUNNING HASH
015715* AND ROW COUNT SINCE IT (SEE 1205, 3305, 9200 AND SQSEAL).
015720*****************************************************************
015725 01  SQ-QD-SEAL-FIELDS.
015730     05  SQ-QD-SEAL-PREV-HASH      PIC 9(12) VALUE ZERO.
015735     05  SQ-QD-SEAL-HASH           PIC 9(12) VALUE ZERO.
015740     05  SQ-QD-SEAL-NEXT-HASH      PIC 9(12) VALUE ZERO.
015745     05  SQ-QD-SEAL-ROWS           PIC 9(09) VALUE ZERO.
015750     05  SQ-QD-SEAL-EOF-SW         PIC X(01) VALUE "N".
015755         88  SQ-QD-SEAL-EOF            VALUE "Y".
015760*
015800*****************************************************************
015900* RUN DATE AND TIME.
016000*****************************************************************
019800     05  FILLER                    PIC X(06) VALUE "ITER  ".
019900     05  FILLER                    PIC X(05) VALUE "CONV ".
020000     05  FILLER                    PIC X(10) VALUE "STATUS    ".
020050     05  FILLER                    PIC X(21) VALUE SPACES.
020100     05  FILLER                    PIC X(03) VALUE "POW".
020150     05  FILLER                    PIC X(37) VALUE SPACES.
020200*
020300 01  SQ-QD-DETAIL-LINE.
020400     05  SQ-QD-DTL-KEY             PIC X(16).
021300     05  FILLER                    PIC X(02) VALUE SPACES.
021400     05  SQ-QD-DTL-CONV            PIC X(05).
021500     05  SQ-QD-DTL-STATUS          PIC X(30).
021550     05  FILLER                    PIC X(01) VALUE SPACES.
021600     05  SQ-QD-DTL-POWER           PIC -Z9 BLANK WHEN ZERO.
021650     05  FILLER                    PIC X(39) VALUE SPACES.
021700*
021800 01  SQ-QD-EDIT-VALUE              PIC -(11)9.9(9).
021900*
024000         "POSTED REJECTED           :".
024100     05  SQ-QD-SM-REJECTED         PIC ZZZZZZZZ9.
024200     05  FILLER                    PIC X(115) VALUE SPACES.
024210*
024220 01  SQ-QD-SUMMARY-LINE-5.
024230     05  FILLER                    PIC X(28) VALUE
024240         "CANCELLED - NOT DRAINED   :".
024250     05  SQ-QD-SM-CANCELLED        PIC ZZZZZZZZ9.
024260     05  FILLER                    PIC X(115) VALUE SPACES.
024261*
024262 01  SQ-QD-SUMMARY-LINE-6.
024263     05  FILLER                    PIC X(28) VALUE
024264         "DEFERRED OVER DEPT QUOTA  :".
024265     05  SQ-QD-SM-DEFERRED         PIC ZZZZZZZZ9.
024266     05  FILLER                    PIC X(115) VALUE SPACES.
024267*
024268 01  SQ-QD-QUOTA-LINE.
024269     05  FILLER                    PIC X(05) VALUE "DEPT ".
024270     05  SQ-QD-QS-DEPT             PIC X(03).
024271     05  FILLER                    PIC X(20) VALUE
024272         " QUOTA PCT USED    :".
024273     05  SQ-QD-QS-PCT              PIC ZZZZZZZZ9.
024274     05  FILLER                    PIC X(11) VALUE "  REQUESTS ".
024275     05  SQ-QD-QS-REQS             PIC ZZZZZZZZ9.
024276     05  FILLER                    PIC X(04) VALUE " OF ".
024277     05  SQ-QD-QS-REQ-LIMIT        PIC X(09).
024278     05  FILLER                    PIC X(13) VALUE
024279         "  ITERATIONS ".
024280     05  SQ-QD-QS-ITERS            PIC ZZZZZZZZ9.
024281     05  FILLER                    PIC X(04) VALUE " OF ".
024282     05  SQ-QD-QS-ITER-LIMIT       PIC X(09).
024283     05  FILLER                    PIC X(02) VALUE SPACES.
024284     05  SQ-QD-QS-STATE            PIC X(18).
024285     05  FILLER                    PIC X(01) VALUE SPACES.
024286     05  SQ-QD-QS-WHEN             PIC X(08).
024287     05  FILLER                    PIC X(19) VALUE SPACES.
024300*
024301*****************************************************************
024302* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
024303*****************************************************************
024304     COPY SQSTLINK.
024305*
024310*****************************************************************
024320* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
024330*****************************************************************
024340     COPY SQMLLINK.
024350*
024400*****************************************************************
024404* METHOD POLICY - THE CALLING AREA FOR SQMPSEL, AND THE SUMMARY
024408* LINES FOR THE ENTRIES EACH METHOD WORKED (SEE 9500).
024412*****************************************************************
024416     COPY SQMPLINK.
024420*
024424 01  SQ-QD-SUMMARY-LINE-7.
024428     05  SQ-QD-SM-MT-LABEL         PIC X(28).
024432     05  SQ-QD-SM-MT-VALUES        PIC ZZZZZZZZ9.
024436     05  FILLER                    PIC X(115) VALUE SPACES.
024440*
024444 01  SQ-QD-SUMMARY-LINE-8.
024448     05  FILLER                    PIC X(28) VALUE
024452         "ADAPTIVE - POLICY CELL    :".
024456     05  SQ-QD-SM-PICKS            PIC ZZZZZZZZ9.
024460     05  FILLER                    PIC X(28) VALUE
024464         "   NO CELL - BABYLONIAN   :".
024468     05  SQ-QD-SM-DEFAULTS         PIC ZZZZZZZZ9.
024472     05  FILLER                    PIC X(16) VALUE
024476         "   POLICY BUILT ".
024480     05  SQ-QD-SM-BUILT            PIC X(10).
024484     05  FILLER                    PIC X(52) VALUE SPACES.
024488*
024492*****************************************************************
024500* 0000-MAINLINE.
024600*****************************************************************
024700 PROCEDURE DIVISION.
024800*
024900 0000-MAINLINE.
024901     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100     PERFORM 3000-DRAIN-LOOP THRU 3000-EXIT
025200         UNTIL SQ-QD-EOF.
025300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025301     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
025400     STOP RUN.
025401*
025402*****************************************************************
025403* 0100-CHECK-STEP-STATUS.  RECORDS THE START (SEE SQSTPLOG).  ON
025404* A RESUBMITTED NIGHT A STEP ALREADY COMPLETE ENDS AT ONCE WITH
025405* ITS OLD RC, ONE BEHIND A STEP THAT NEVER ENDED ENDS RC=16, AND
025406* ONE WHOSE OWN START NEVER ENDED DRAINS ONLY WHAT IS PENDING.
025407*****************************************************************
025408 0100-CHECK-STEP-STATUS.
025409     MOVE "B" TO SQ-SL-FUNCTION.
025410     MOVE "SQQDRAIN" TO SQ-SL-PROGRAM.
025411     CALL "SQSTPLOG" USING SQ-SL-AREA.
025412     IF SQ-SL-SKIP
025413         DISPLAY "SQQDRAIN ALREADY COMPLETE FOR THIS NIGHT"
025414             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
025415         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
025416         STOP RUN
025417     END-IF.
025418     IF SQ-SL-STOP
025419         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
025420             " NEVER FINISHED - RERUN IT FIRST"
025425         MOVE SPACES TO SQ-ML-TEXT
025430         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
025435             " NEVER FINISHED - RERUN IT FIRST"
025440             DELIMITED BY SIZE INTO SQ-ML-TEXT
025445         MOVE "SQ0005S" TO SQ-ML-MSG-ID
025450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
025455         MOVE 16 TO RETURN-CODE
025460         STOP RUN
025465     END-IF.
025466     IF SQ-SL-RESUME
025467         DISPLAY "SQQDRAIN NEVER FINISHED - ENTRIES IT POSTED ARE"
025468             " NOT DRAINED AGAIN"
025469     END-IF.
025470     MOVE ZERO TO RETURN-CODE.
025475     GO TO 0100-EXIT.
025480 0100-EXIT.
025485     EXIT.
025500*
025600*****************************************************************
025700* 1000 SERIES - STARTUP.
027000             SQ-QD-CUR-DAY DELIMITED BY SIZE
027100             INTO SQ-QD-BUS-DATE
027200     END-IF.
027250     PERFORM 1190-LOAD-DEPT-QUOTAS THRU 1190-EXIT.
027262     IF SQ-QD-ADAPTIVE-RUN
027274         PERFORM 1185-LOAD-METHOD-POLICY THRU 1185-EXIT
027286     END-IF.
027300     PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.
027400     GO TO 1000-EXIT.
027500 1000-EXIT.
028500                 IF SQ-PARM-MAX-ITER NUMERIC
028600                     AND SQ-PARM-MAX-ITER > 0
028700                     MOVE SQ-PARM-MAX-ITER TO SQ-QD-MAX-ITER
028725                 END-IF
028750                 IF SQ-PARM-METHOD = "A"
028775                     SET SQ-QD-ADAPTIVE-RUN TO TRUE
028800                 END-IF
028900         END-READ
029000         CLOSE SQ-PARM-FILE
034600     END-READ.
034700     GO TO 1180-EXIT.
034800 1180-EXIT.
034805     EXIT.
034810*
034815*****************************************************************
034820* 1185-LOAD-METHOD-POLICY.  AN ADAPTIVE RUN LOADS THE SQMPOLGN
034825* POLICY INTO SQMPSEL.  NO POLICY MEANS EVERY ENTRY RUNS
034830* BABYLONIAN, AS ON ANY OTHER NIGHT.
034835*****************************************************************
034840 1185-LOAD-METHOD-POLICY.
034845     MOVE "L" TO SQ-MP-FUNCTION.
034850     CALL "SQMPSEL" USING SQ-MP-AREA.
034855     IF SQ-MP-ACTIVE
034860         DISPLAY "ADAPTIVE METHOD - " SQ-MP-CELLS
034865             " POLICY CELLS, BUILT " SQ-MP-BUILT-DATE
034870     END-IF.
034875     GO TO 1185-EXIT.
034880 1185-EXIT.
034900     EXIT.
035000*
035005*****************************************************************
035010* 1190-LOAD-DEPT-QUOTAS.  THE DEPARTMENT QUOTA MASTER AND THE
035015* BUSINESS MONTH'S USAGE SO FAR, INTO SQQTACCT - THE SAME
035020* ALLOWANCES SQUARE ENFORCES.  NO MASTER MEANS NO QUOTAS.
035025*****************************************************************
035030 1190-LOAD-DEPT-QUOTAS.
035035     MOVE "L" TO SQ-QL-FUNCTION.
035040     MOVE SQ-QD-BUS-DATE(1:7) TO SQ-QL-MONTH.
035045     MOVE SQ-QD-RUN-ID TO SQ-QL-RUN-ID.
035050     MOVE "SQQDRAIN" TO SQ-QL-PROGRAM.
035055     CALL "SQQTACCT" USING SQ-QL-AREA.
035060     IF SQ-QL-ACTIVE
035065         DISPLAY "DEPARTMENT QUOTAS IN FORCE FOR " SQ-QL-MONTH
035070     END-IF.
035075     GO TO 1190-EXIT.
035080 1190-EXIT.
035085     EXIT.
035090*
035100 1200-OPEN-FILES.
035200     OPEN I-O SQ-QUEUE-FILE.
035300     IF SQ-QUEUE-STATUS NOT = "00"
035400         DISPLAY "FATAL - SQ-QUEUE-FILE OPEN FAILED, STATUS "
035500             SQ-QUEUE-STATUS
035510         MOVE SPACES TO SQ-ML-TEXT
035520         STRING "FATAL - SQ-QUEUE-FILE OPEN FAILED, STATUS "
035530             SQ-QUEUE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
035540         MOVE "SQ0001S" TO SQ-ML-MSG-ID
035550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
035600         MOVE 16 TO RETURN-CODE
035601         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
035700         STOP RUN
035800     END-IF.
035850     PERFORM 1205-PICK-UP-SEAL-CHAIN THRU 1205-EXIT.
035900     OPEN EXTEND SQ-AUDIT-FILE.
036000     IF SQ-AUDIT-STATUS NOT = "00"
036100         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
036200             SQ-AUDIT-STATUS
036210         MOVE SPACES TO SQ-ML-TEXT
036220         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
036230             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
036240         MOVE "SQ0001S" TO SQ-ML-MSG-ID
036250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
036300         MOVE 16 TO RETURN-CODE
036301         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
036400         STOP RUN
036500     END-IF.
036600     OPEN OUTPUT SQ-QD-REPORT-FILE.
036700     IF SQ-QD-REPORT-STATUS NOT = "00"
036800         DISPLAY "FATAL - SQ-QD-REPORT-FILE OPEN FAILED, STATUS "
036900             SQ-QD-REPORT-STATUS
036910         MOVE SPACES TO SQ-ML-TEXT
036920         STRING "FATAL - SQ-QD-REPORT-FILE OPEN FAILED, STATUS "
036930             SQ-QD-REPORT-STATUS
036940             DELIMITED BY SIZE INTO SQ-ML-TEXT
036950         MOVE "SQ0001S" TO SQ-ML-MSG-ID
036960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
037000         MOVE 16 TO RETURN-CODE
037001         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
037100         STOP RUN
037200     END-IF.
037300     GO TO 1200-EXIT.
037400 1200-EXIT.
037500     EXIT.
037600*
037602*****************************************************************
037604* 1205-PICK-UP-SEAL-CHAIN.  READS THE AUDIT FILE THROUGH ONCE
037606* BEFORE IT IS EXTENDED, FOR THE LAST SEAL'S HASH AND ANY ROWS
037608* WRITTEN SINCE IT (A RUN THAT DIED BEFORE SEALING) - THOSE ARE
037610* SEALED WITH THE DRAIN'S OWN ROWS.  THE SQUARE 1205 ARRANGEMENT.
037612*****************************************************************
037614 1205-PICK-UP-SEAL-CHAIN.
037616     OPEN INPUT SQ-AUDIT-FILE.
037618     IF SQ-AUDIT-STATUS NOT = "00"
037620         GO TO 1205-EXIT
037622     END-IF.
037624     MOVE "N" TO SQ-QD-SEAL-EOF-SW.
037626     PERFORM 1206-SCAN-ONE-AUDIT-ROW THRU 1206-EXIT
037628         UNTIL SQ-QD-SEAL-EOF.
037630     CLOSE SQ-AUDIT-FILE.
037632     IF SQ-QD-SEAL-ROWS > 0
037634         DISPLAY "AUDIT SEAL - " SQ-QD-SEAL-ROWS
037636             " UNSEALED ROW(S) ON FILE, SEALED WITH THIS RUN"
037638     END-IF.
037640     GO TO 1205-EXIT.
037642 1205-EXIT.
037644     EXIT.
037646*
037648 1206-SCAN-ONE-AUDIT-ROW.
037650     READ SQ-AUDIT-FILE
037652         AT END
037654             SET SQ-QD-SEAL-EOF TO TRUE
037656         NOT AT END
037658             IF SQ-AUDIT-SEAL-ROW
037660                 MOVE SQ-AUDIT-SEAL-HASH TO SQ-QD-SEAL-PREV-HASH
037662                 MOVE SQ-AUDIT-SEAL-HASH TO SQ-QD-SEAL-HASH
037664                 MOVE ZERO TO SQ-QD-SEAL-ROWS
037666             ELSE
037668                 CALL "SQSEAL" USING SQ-AUDIT-RECORD,
037670                     SQ-QD-SEAL-HASH
037672                 ADD 1 TO SQ-QD-SEAL-ROWS
037674             END-IF
037676     END-READ.
037678     GO TO 1206-EXIT.
037680 1206-EXIT.
037682     EXIT.
037684*
037700 1500-WRITE-REPORT-HEADERS.
037800     MOVE SQ-QD-REPORT-DATE TO SQ-QD-H1-DATE.
037900     MOVE SQ-QD-PAGE-NO TO SQ-QD-H1-PAGE.
040400     IF SQ-QUEUE-STATUS NOT = "00"
040500         DISPLAY "WARNING - QUEUE READ FAILED, STATUS "
040600             SQ-QUEUE-STATUS
040610         MOVE SPACES TO SQ-ML-TEXT
040620         STRING "WARNING - QUEUE READ FAILED, STATUS "
040630             SQ-QUEUE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
040640         MOVE "SQ0004W" TO SQ-ML-MSG-ID
040650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
040700         SET SQ-QD-EOF TO TRUE
040800         GO TO 3000-EXIT
040900     END-IF.
041200         ADD 1 TO SQ-QD-ENTRIES-PENDING
041300         PERFORM 3100-WORK-ONE-ENTRY THRU 3100-EXIT
041400     END-IF.
041420     IF SQ-QUE-CANCELLED
041440         ADD 1 TO SQ-QD-ENTRIES-CANCELLED
041460     END-IF.
041500     GO TO 3000-EXIT.
041600 3000-EXIT.
041700     EXIT.
041800*
041900 3100-WORK-ONE-ENTRY.
042000     MOVE "N" TO SQ-QD-REJECT-SW.
042050     MOVE "N" TO SQ-QD-DEFER-SW.
042075     MOVE "B" TO SQ-QD-METHOD.
042100     MOVE SPACES TO SQ-QD-REASON.
042200     MOVE 0 TO SQ-QD-ITER-COUNT.
042300     MOVE 0 TO Y.
043200     ELSE
043300         MOVE ZERO TO SQ-QD-TOLERANCE
043400     END-IF.
043410     IF SQ-QUE-EXP-POWER NUMERIC
043420         MOVE SQ-QUE-EXP-POWER TO SQ-QD-EXP-POWER
043430     ELSE
043440         MOVE ZERO TO SQ-QD-EXP-POWER
043450     END-IF.
043500*
043600     PERFORM 3200-VALIDATE-ENTRY THRU 3200-EXIT.
043610     IF NOT SQ-QD-REJECTED AND SQ-QL-ACTIVE
043620         PERFORM 3250-CHECK-DEPT-QUOTA THRU 3250-EXIT
043630     END-IF.
043640     IF SQ-QD-DEFERRED-NOW
043650         PERFORM 3450-HOLD-ENTRY THRU 3450-EXIT
043660         PERFORM 3500-WRITE-DETAIL-LINE THRU 3500-EXIT
043670         GO TO 3100-EXIT
043680     END-IF.
043700     IF NOT SQ-QD-REJECTED
043703         IF SQ-QD-ADAPTIVE-RUN
043706             PERFORM 3350-SELECT-METHOD THRU 3350-EXIT
043709         END-IF
043712         EVALUATE TRUE
043715             WHEN SQ-QD-METHOD-NEWTON
043718                 PERFORM 6200-COMPUTE-NEWTON THRU 6200-EXIT
043721             WHEN SQ-QD-METHOD-BISECTION
043724                 PERFORM 6300-COMPUTE-BISECTION THRU 6300-EXIT
043727             WHEN OTHER
043730                 PERFORM 6000-COMPUTE-BABYLONIAN THRU 6000-EXIT
043733         END-EVALUATE
043740         IF SQ-QD-EXP-POWER NOT = 0
043760             PERFORM 6100-APPLY-EXPONENT THRU 6100-EXIT
043780         END-IF
043800         IF NOT SQ-QD-REJECTED
043820             PERFORM 3300-WRITE-AUDIT-ROW THRU 3300-EXIT
043830             PERFORM 3360-TALLY-METHOD THRU 3360-EXIT
043840         END-IF
043910         IF SQ-QL-ACTIVE
043920             MOVE "C" TO SQ-QL-OUTCOME
043930             MOVE SQ-QD-ITER-COUNT TO SQ-QL-ITERATIONS
043940             PERFORM 3260-CHARGE-DEPT-QUOTA THRU 3260-EXIT
043950         END-IF
044000     END-IF.
044100     PERFORM 3400-POST-ENTRY THRU 3400-EXIT.
044200     PERFORM 3500-WRITE-DETAIL-LINE THRU 3500-EXIT.
044400 3100-EXIT.
044500     EXIT.
044600*
044601*****************************************************************
044602* 3150-FIND-ENTRY-DEPT.  THE DEPARTMENT THE ENTRY IS CHARGED TO -
044603* THE ONE ON THE ENTRY WHEN THE SUBMITTER (OR SQUARE, DEFERRING
044604* A VALUE) SET IT, OTHERWISE THE REQUESTER'S OWNING DEPARTMENT
044605* OFF THE MASTER.
044606*****************************************************************
044607 3150-FIND-ENTRY-DEPT.
044608     MOVE SQ-QUE-DEPT TO SQ-QD-DEPT.
044609     IF SQ-QD-DEPT NOT = SPACES
044610         GO TO 3150-EXIT
044611     END-IF.
044612     MOVE 0 TO SQ-QD-HIT.
044613     MOVE 1 TO SQ-QD-SUB.
044614     PERFORM 3310-MATCH-ONE-REQ THRU 3310-EXIT
044615         UNTIL SQ-QD-HIT > 0 OR SQ-QD-SUB > SQ-QD-REQ-COUNT.
044616     IF SQ-QD-HIT > 0
044617         MOVE SQ-QD-REQ-OWNER(SQ-QD-HIT) TO SQ-QD-DEPT
044618     END-IF.
044619     GO TO 3150-EXIT.
044620 3150-EXIT.
044621     EXIT.
044622*
044623*****************************************************************
044624* 3250-CHECK-DEPT-QUOTA / 3260-CHARGE-DEPT-QUOTA.  AN ENTRY FROM
044625* A DEPARTMENT THAT HAS USED UP A MONTHLY ALLOWANCE (SEE
044626* SQQTACCT) IS NOT COMPUTED - IT POSTS REJECTED, OR, WHERE THE
044627* DEPARTMENT'S QUOTA SAYS SO, STAYS PENDING FOR A LATER CYCLE.
044628* EITHER OUTCOME, AND EVERY COMPUTED ENTRY, IS CHARGED.
044629*****************************************************************
044630 3250-CHECK-DEPT-QUOTA.
044631     PERFORM 3150-FIND-ENTRY-DEPT THRU 3150-EXIT.
044632     IF SQ-QD-DEPT = SPACES
044633         GO TO 3250-EXIT
044634     END-IF.
044635     MOVE "C" TO SQ-QL-FUNCTION.
044636     MOVE SQ-QD-DEPT TO SQ-QL-DEPT.
044637     CALL "SQQTACCT" USING SQ-QL-AREA.
044638     IF SQ-QL-GO-AHEAD
044639         GO TO 3250-EXIT
044640     END-IF.
044641     IF SQ-QL-OVER-DEFER
044642         SET SQ-QD-DEFERRED-NOW TO TRUE
044643         MOVE "D" TO SQ-QL-OUTCOME
044644     ELSE
044645         SET SQ-QD-REJECTED TO TRUE
044646         MOVE "OVER DEPT MONTHLY QUOTA" TO SQ-QD-REASON
044647         MOVE "R" TO SQ-QL-OUTCOME
044648     END-IF.
044649     MOVE ZERO TO SQ-QL-ITERATIONS.
044650     PERFORM 3260-CHARGE-DEPT-QUOTA THRU 3260-EXIT.
044651     GO TO 3250-EXIT.
044652 3250-EXIT.
044653     EXIT.
044654*
044655 3260-CHARGE-DEPT-QUOTA.
044656     IF SQ-QD-DEPT = SPACES
044657         GO TO 3260-EXIT
044658     END-IF.
044659     MOVE "U" TO SQ-QL-FUNCTION.
044660     MOVE SQ-QD-DEPT TO SQ-QL-DEPT.
044661     CALL "SQQTACCT" USING SQ-QL-AREA.
044662     GO TO 3260-EXIT.
044663 3260-EXIT.
044664     EXIT.
044665*
044700*****************************************************************
044800* 3200-VALIDATE-ENTRY.  THE SAME JUDGEMENTS SQUARE MAKES ON A
044900* FEED VALUE - NUMERIC, NON-ZERO, NEGATIVE ONLY AT AN ODD
047800*
047900*****************************************************************
048000* 3300-WRITE-AUDIT-ROW.  THE SAME AUDIT ROW A FEED VALUE GETS,
048100* BY ITS METHOD, WITH THE REQUESTER (AND ITS OWNING DEPARTMENT OFF
048200* THE MASTER) AS THE ATTRIBUTION.
048300*****************************************************************
048400 3300-WRITE-AUDIT-ROW.
049000         SQ-QD-CUR-HUNDREDTH DELIMITED BY SIZE
049100         INTO SQ-QD-TIMESTAMP-TEXT.
049200*
049300     PERFORM 3150-FIND-ENTRY-DEPT THRU 3150-EXIT.
050100*
050200     MOVE SPACES TO SQ-AUDIT-RECORD.
050300     MOVE SQ-QD-TIMESTAMP-TEXT TO SQ-AUDIT-TIMESTAMP.
050400     MOVE Z TO SQ-AUDIT-INPUT-VALUE.
050500     MOVE SQ-QD-METHOD TO SQ-AUDIT-METHOD.
050600     MOVE Y TO SQ-AUDIT-BABY-RESULT.
050700     MOVE ZERO TO SQ-AUDIT-NEWTON-RESULT.
050716*    A NEWTON ANSWER GOES IN THE NEWTON COLUMN, AS IN SQUARE.
050732     IF SQ-QD-METHOD-NEWTON
050748         MOVE ZERO TO SQ-AUDIT-BABY-RESULT
050764         MOVE Y TO SQ-AUDIT-NEWTON-RESULT
050780     END-IF.
050800     IF SQ-QD-DEGREE = 2 AND Z > 0
050820         COMPUTE RESULT = FUNCTION SQRT(Z)
050840         IF SQ-QD-EXP-POWER NOT = 0
050860             MOVE RESULT TO SQ-QD-EXP-BASE
050880             PERFORM 6110-RAISE-ONE THRU 6110-EXIT
050900             MOVE SQ-QD-EXP-ANSWER TO RESULT
050920         END-IF
050940         MOVE RESULT TO SQ-AUDIT-FUNC-RESULT
051100     ELSE
051200         MOVE ZERO TO SQ-AUDIT-FUNC-RESULT
051300     END-IF.
052440*    COUNTERPART, SO SQBALNCE LEAVES IT OUT OF THE THREE-WAY
052460*    BALANCE AND SQREPROC RERUNS IT WITHOUT A CORRECTION.
052480     MOVE "Q" TO SQ-AUDIT-SOURCE.
052490     MOVE SPACES TO SQ-AUDIT-EXPONENT.
052500     IF SQ-QD-EXP-POWER NOT = 0
052510         MOVE SQ-QD-EXP-POWER TO SQ-AUDIT-EXP-POWER
052520         MOVE "/" TO SQ-AUDIT-EXP-SLASH
052530         MOVE SQ-QD-DEGREE TO SQ-AUDIT-EXP-ROOT
052540     END-IF.
052560     MOVE SQ-QD-DEGREE TO SQ-AUDIT-DEGREE.
052580     PERFORM 3305-WRITE-AUDIT-ROW THRU 3305-EXIT.
052600     IF SQ-AUDIT-STATUS NOT = "00"
052700         DISPLAY "WARNING - AUDIT WRITE FAILED, STATUS "
052800             SQ-AUDIT-STATUS
052810         MOVE SPACES TO SQ-ML-TEXT
052820         STRING "WARNING - AUDIT WRITE FAILED, STATUS "
052830             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
052840         MOVE "SQ0004W" TO SQ-ML-MSG-ID
052850         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
052900     END-IF.
053000     GO TO 3300-EXIT.
053100 3300-EXIT.
053200     EXIT.
053300*
053305*****************************************************************
053310* 3305-WRITE-AUDIT-ROW.  FOLDS THE ROW INTO THE SEAL CHAIN (SEE
053315* SQSEAL) ONCE THE WRITE HAS TAKEN.  HASHED BEFORE THE WRITE,
053320* WHILE THE RECORD AREA STILL HOLDS IT.
053325*****************************************************************
053330 3305-WRITE-AUDIT-ROW.
053335     MOVE SQ-QD-SEAL-HASH TO SQ-QD-SEAL-NEXT-HASH.
053340     CALL "SQSEAL" USING SQ-AUDIT-RECORD, SQ-QD-SEAL-NEXT-HASH.
053345     WRITE SQ-AUDIT-RECORD.
053350     IF SQ-AUDIT-STATUS = "00"
053355         MOVE SQ-QD-SEAL-NEXT-HASH TO SQ-QD-SEAL-HASH
053360         ADD 1 TO SQ-QD-SEAL-ROWS
053365     END-IF.
053370     GO TO 3305-EXIT.
053375 3305-EXIT.
053380     EXIT.
053385*
053400 3310-MATCH-ONE-REQ.
053500     IF SQ-QD-REQ-ID(SQ-QD-SUB) = SQ-QUE-REQUESTER
053600         MOVE SQ-QD-SUB TO SQ-QD-HIT
053800     ADD 1 TO SQ-QD-SUB.
053900     GO TO 3310-EXIT.
054000 3310-EXIT.
054002     EXIT.
054004*
054006*****************************************************************
054008* 3350-SELECT-METHOD.  THE POLICY'S METHOD FOR THE ENTRY'S DEGREE
054010* AND MAGNITUDE (SEE SQMPSEL) - BABYLONIAN WHERE NO CELL COVERS
054012* IT.  QUEUE VALUES ARE NEVER EXTENDED.
054014*****************************************************************
054016 3350-SELECT-METHOD.
054018     MOVE "S" TO SQ-MP-FUNCTION.
054020     MOVE SQ-QD-DEGREE TO SQ-MP-DEGREE.
054022     MOVE "N" TO SQ-MP-EXTENDED-SW.
054024     MOVE "N" TO SQ-MP-NEGATIVE-SW.
054026     MOVE Z TO SQ-MP-VALUE.
054028     IF Z < 0
054030         MOVE "Y" TO SQ-MP-NEGATIVE-SW
054032     END-IF.
054034     CALL "SQMPSEL" USING SQ-MP-AREA.
054036     MOVE SQ-MP-METHOD TO SQ-QD-METHOD.
054038     IF SQ-MP-FROM-POLICY
054040         ADD 1 TO SQ-QD-POLICY-PICKS
054042     ELSE
054044         ADD 1 TO SQ-QD-POLICY-DEFAULTS
054046     END-IF.
054048     GO TO 3350-EXIT.
054050 3350-EXIT.
054052     EXIT.
054054*
054056 3360-TALLY-METHOD.
054058     EVALUATE TRUE
054060         WHEN SQ-QD-METHOD-NEWTON
054062             MOVE 2 TO SQ-QD-MT-SUB
054064         WHEN SQ-QD-METHOD-BISECTION
054066             MOVE 3 TO SQ-QD-MT-SUB
054068         WHEN OTHER
054070             MOVE 1 TO SQ-QD-MT-SUB
054072     END-EVALUATE.
054074     ADD 1 TO SQ-QD-MT-VALUES(SQ-QD-MT-SUB).
054076     GO TO 3360-EXIT.
054078 3360-EXIT.
054100     EXIT.
054200*
054300*****************************************************************
054500* ONTO THE ENTRY BY KEY.
054600*****************************************************************
054700 3400-POST-ENTRY.
054750     MOVE SPACE TO SQ-QUE-DEFERRED-SW.
054800     IF SQ-QD-REJECTED
054900         MOVE "R" TO SQ-QUE-STATUS
055000         MOVE SQ-QD-REASON TO SQ-QUE-REASON
055400         ADD 1 TO SQ-QD-ENTRIES-REJECTED
055500     ELSE
055600         MOVE "C" TO SQ-QUE-STATUS
055620*        A CORRECTED AND REQUEUED ENTRY KEEPS ITS ORIGINAL
055640*        REJECT REASON ON FILE (SEE SQQMAINT).
055660         IF NOT SQ-QUE-REQUEUED
055680             MOVE SPACES TO SQ-QUE-REASON
055700         END-IF
055800         MOVE Y TO SQ-QUE-RESULT
055900         MOVE SQ-QD-ITER-COUNT TO SQ-QUE-ITER-COUNT
056000         IF SQ-QD-CONVERGED
057600         INVALID KEY
057700             DISPLAY "WARNING - QUEUE POST FAILED FOR KEY "
057800                 SQ-QUE-KEY
057810             MOVE SPACES TO SQ-ML-TEXT
057820             STRING "WARNING - QUEUE POST FAILED FOR KEY "
057830                 SQ-QUE-KEY DELIMITED BY SIZE INTO SQ-ML-TEXT
057840             MOVE "SQ2501W" TO SQ-ML-MSG-ID
057850             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
057900     END-REWRITE.
058000     GO TO 3400-EXIT.
058100 3400-EXIT.
058200     EXIT.
058300*
058305*****************************************************************
058310* 3450-HOLD-ENTRY.  AN ENTRY DEFERRED OVER QUOTA STAYS PENDING
058315* FOR A LATER CYCLE, MARKED DEFERRED.
058320*****************************************************************
058325 3450-HOLD-ENTRY.
058330     SET SQ-QUE-DEFERRED TO TRUE.
058335     REWRITE SQ-QUE-RECORD
058340         INVALID KEY
058345             DISPLAY "WARNING - QUEUE POST FAILED FOR KEY "
058350                 SQ-QUE-KEY
058351             MOVE SPACES TO SQ-ML-TEXT
058352             STRING "WARNING - QUEUE POST FAILED FOR KEY "
058353                 SQ-QUE-KEY DELIMITED BY SIZE INTO SQ-ML-TEXT
058354             MOVE "SQ2501W" TO SQ-ML-MSG-ID
058355             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
058356     END-REWRITE.
058360     ADD 1 TO SQ-QD-ENTRIES-DEFERRED.
058365     GO TO 3450-EXIT.
058370 3450-EXIT.
058375     EXIT.
058380*
058400 3500-WRITE-DETAIL-LINE.
058500     MOVE SQ-QUE-KEY TO SQ-QD-DTL-KEY.
058600     MOVE SQ-QUE-VALUE-TEXT TO SQ-QD-DTL-VALUE.
058700     MOVE SQ-QD-DEGREE TO SQ-QD-DTL-DEGREE.
058720     MOVE SQ-QD-EXP-POWER TO SQ-QD-DTL-POWER.
058750     EVALUATE TRUE
058800         WHEN SQ-QD-DEFERRED-NOW
058850             MOVE SPACES TO SQ-QD-DTL-RESULT
058900             MOVE 0 TO SQ-QD-DTL-ITER
058950             MOVE SPACES TO SQ-QD-DTL-CONV
059000             MOVE "DEFERRED - DEPT OVER QUOTA" TO SQ-QD-DTL-STATUS
059050         WHEN SQ-QD-REJECTED
059100             MOVE SPACES TO SQ-QD-DTL-RESULT
059150             MOVE 0 TO SQ-QD-DTL-ITER
059200             MOVE SPACES TO SQ-QD-DTL-CONV
059250             MOVE SPACES TO SQ-QD-DTL-STATUS
059300             STRING "REJECTED - " SQ-QD-REASON
059350                 DELIMITED BY SIZE INTO SQ-QD-DTL-STATUS
059400         WHEN OTHER
059450             MOVE Y TO SQ-QD-EDIT-VALUE
059500             MOVE SQ-QD-EDIT-VALUE TO SQ-QD-DTL-RESULT
059550             MOVE SQ-QD-ITER-COUNT TO SQ-QD-DTL-ITER
059600             IF SQ-QD-CONVERGED
059650                 MOVE "YES" TO SQ-QD-DTL-CONV
059700             ELSE
059750                 MOVE "NO " TO SQ-QD-DTL-CONV
059800             END-IF
059850             MOVE "COMPLETE" TO SQ-QD-DTL-STATUS
059900     END-EVALUATE.
060600     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
060700     WRITE SQ-QD-REPORT-LINE FROM SQ-QD-DETAIL-LINE
060800         AFTER ADVANCING 1.
062800     IF SQ-QD-REPORT-STATUS NOT = "00"
062900         DISPLAY "WARNING - SQ-QD-REPORT-FILE WRITE FAILED, "
063000             "STATUS " SQ-QD-REPORT-STATUS
063010         MOVE SPACES TO SQ-ML-TEXT
063020         STRING "WARNING - SQ-QD-REPORT-FILE WRITE FAILED, "
063030             "STATUS " SQ-QD-REPORT-STATUS
063040             DELIMITED BY SIZE INTO SQ-ML-TEXT
063050         MOVE "SQ0004W" TO SQ-ML-MSG-ID
063060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
063100     END-IF.
063200     GO TO 4712-EXIT.
063300 4712-EXIT.
066000     GO TO 6010-EXIT.
066100 6010-EXIT.
066200     EXIT.
066201*
066202*****************************************************************
066203* 6100-APPLY-EXPONENT.  AN ENTRY DEFERRED FROM AN EXP=P/Q LINE
066204* (SEE SQUARE 2460) HAS HAD ITS ROOT WORKED AT DEGREE Q; THE
066205* ANSWER IS RAISED TO P HERE BY REPEATED MULTIPLICATION, A
066206* NEGATIVE P WORKING FROM THE RECIPROCAL, EXACTLY AS SQUARE 4540
066207* RAISES IT.  AN ANSWER PAST THE RESULT PICTURE, OR ONE THAT
066208* ROUNDS AWAY TO ZERO, POSTS THE ENTRY REJECTED.
066209*****************************************************************
066210 6100-APPLY-EXPONENT.
066211     MOVE "N" TO SQ-QD-EXP-OVER-SW.
066212     MOVE Y TO SQ-QD-EXP-BASE.
066213     PERFORM 6110-RAISE-ONE THRU 6110-EXIT.
066214     IF SQ-QD-EXP-OVERFLOW
066215         SET SQ-QD-REJECTED TO TRUE
066216         MOVE "EXPONENT RESULT OUT OF RANGE" TO SQ-QD-REASON
066217         GO TO 6100-EXIT
066218     END-IF.
066219     MOVE SQ-QD-EXP-ANSWER TO Y.
066220     GO TO 6100-EXIT.
066221 6100-EXIT.
066222     EXIT.
066223*
066224 6110-RAISE-ONE.
066225     MOVE ZERO TO SQ-QD-EXP-ANSWER.
066226     IF SQ-QD-EXP-BASE = 0
066227         GO TO 6110-EXIT
066228     END-IF.
066229     IF SQ-QD-EXP-POWER < 0
066230         COMPUTE SQ-QD-EXP-ABS = 0 - SQ-QD-EXP-POWER
066231         COMPUTE SQ-QD-EXP-FACTOR ROUNDED = 1 / SQ-QD-EXP-BASE
066232     ELSE
066233         MOVE SQ-QD-EXP-POWER TO SQ-QD-EXP-ABS
066234         MOVE SQ-QD-EXP-BASE TO SQ-QD-EXP-FACTOR
066235     END-IF.
066236     MOVE 1 TO SQ-QD-EXP-ACCUM.
066237     PERFORM 6120-MULTIPLY-ONE THRU 6120-EXIT SQ-QD-EXP-ABS TIMES.
066238     IF NOT SQ-QD-EXP-OVERFLOW
066239         COMPUTE SQ-QD-EXP-ANSWER ROUNDED = SQ-QD-EXP-ACCUM
066240             ON SIZE ERROR
066241                 MOVE "Y" TO SQ-QD-EXP-OVER-SW
066242         END-COMPUTE
066243     END-IF.
066244     IF SQ-QD-EXP-ANSWER = 0
066245         MOVE "Y" TO SQ-QD-EXP-OVER-SW
066246     END-IF.
066247     GO TO 6110-EXIT.
066248 6110-EXIT.
066249     EXIT.
066250*
066251 6120-MULTIPLY-ONE.
066252     IF NOT SQ-QD-EXP-OVERFLOW
066253         COMPUTE SQ-QD-EXP-ACCUM ROUNDED =
066254             SQ-QD-EXP-ACCUM * SQ-QD-EXP-FACTOR
066255             ON SIZE ERROR
066256                 MOVE "Y" TO SQ-QD-EXP-OVER-SW
066257         END-COMPUTE
066258     END-IF.
066259 6120-EXIT.
066260     EXIT.
066261*
066262*****************************************************************
066263* 6200/6300 SERIES - THE OTHER METHODS AN ADAPTIVE RUN MAY PICK,
066264* AS SQUARE RUNS THEM.  NEWTON (6200) IS A SQUARE-ROOT STEP
066265* THROUGH SQUAREOOTFUN - THE POLICY ONLY NAMES IT AT DEGREE 2.
066266* BISECTION (6300) HALVES A BRACKET ON |Z| UNTIL IT IS NARROWER
066267* THAN THE TOLERANCE; ITS ITERATIONS ARE THE HALVINGS.
066268*****************************************************************
066269 6200-COMPUTE-NEWTON.
066270     COMPUTE X ROUNDED = Z / 2.
066271     MOVE 0 TO SQ-QD-ITER-COUNT.
066272     SET SQ-QD-NOT-CONVERGED TO TRUE.
066273     PERFORM 6210-NEWTON-STEP THRU 6210-EXIT
066274         UNTIL SQ-QD-CONVERGED
066275             OR SQ-QD-ITER-COUNT >= SQ-QD-MAX-ITER.
066276     GO TO 6200-EXIT.
066277 6200-EXIT.
066278     EXIT.
066279*
066280 6210-NEWTON-STEP.
066281     CALL "SQUAREOOTFUN" USING X, Z, Y, TEMP.
066282     ADD 1 TO SQ-QD-ITER-COUNT.
066283     COMPUTE SQ-QD-DIFF-VALUE = TEMP / (Y + X).
066284     IF SQ-QD-DIFF-VALUE > SQ-QD-TOLERANCE
066285         MOVE Y TO X
066286     ELSE
066287         SET SQ-QD-CONVERGED TO TRUE
066288     END-IF.
066289     GO TO 6210-EXIT.
066290 6210-EXIT.
066291     EXIT.
066300*
066301 6300-COMPUTE-BISECTION.
066302     MOVE Z TO SQ-QD-BIS-TARGET.
066303     MOVE 0 TO SQ-QD-BIS-LOW.
066304     IF SQ-QD-BIS-TARGET > 1
066305         MOVE SQ-QD-BIS-TARGET TO SQ-QD-BIS-HIGH
066306     ELSE
066307         MOVE 1 TO SQ-QD-BIS-HIGH
066308     END-IF.
066309     MOVE 0 TO SQ-QD-ITER-COUNT.
066310     MOVE "N" TO SQ-QD-BIS-DONE-SW.
066311     PERFORM 6310-BISECT-STEP THRU 6310-EXIT
066312         UNTIL SQ-QD-BIS-DONE
066313             OR SQ-QD-ITER-COUNT >= SQ-QD-BIS-MAX-STEPS.
066314*    THE ANSWER IS WHICHEVER END RAISES NEARER TO THE VALUE.
066315     MOVE SQ-QD-BIS-LOW TO SQ-QD-BIS-MID.
066316     PERFORM 6320-RAISE-MID THRU 6320-EXIT.
066317     COMPUTE SQ-QD-BIS-LOW-MISS =
066318         SQ-QD-BIS-TARGET - SQ-QD-BIS-POWER.
066319     MOVE SQ-QD-BIS-HIGH TO SQ-QD-BIS-MID.
066320     PERFORM 6320-RAISE-MID THRU 6320-EXIT.
066321     MOVE SQ-QD-BIS-LOW TO Y.
066322     IF NOT SQ-QD-BIS-OVERFLOW
066323         COMPUTE SQ-QD-BIS-HIGH-MISS =
066324             SQ-QD-BIS-POWER - SQ-QD-BIS-TARGET
066325         IF SQ-QD-BIS-HIGH-MISS < SQ-QD-BIS-LOW-MISS
066326             MOVE SQ-QD-BIS-HIGH TO Y
066327         END-IF
066328     END-IF.
066329     IF Z < 0
066330         COMPUTE Y = - Y
066331     END-IF.
066332     MOVE SQ-QD-BIS-DONE-SW TO SQ-QD-CONVERGE-SW.
066333     GO TO 6300-EXIT.
066334 6300-EXIT.
066335     EXIT.
066336*
066337 6310-BISECT-STEP.
066338     ADD 1 TO SQ-QD-ITER-COUNT.
066339     COMPUTE SQ-QD-BIS-MID = (SQ-QD-BIS-LOW + SQ-QD-BIS-HIGH) / 2.
066340     PERFORM 6320-RAISE-MID THRU 6320-EXIT.
066341     IF NOT SQ-QD-BIS-OVERFLOW
066342         AND SQ-QD-BIS-POWER = SQ-QD-BIS-TARGET
066343         MOVE SQ-QD-BIS-MID TO SQ-QD-BIS-LOW
066344         MOVE SQ-QD-BIS-MID TO SQ-QD-BIS-HIGH
066345         SET SQ-QD-BIS-DONE TO TRUE
066346         GO TO 6310-EXIT
066347     END-IF.
066348     IF SQ-QD-BIS-OVERFLOW OR SQ-QD-BIS-POWER > SQ-QD-BIS-TARGET
066349         MOVE SQ-QD-BIS-MID TO SQ-QD-BIS-HIGH
066350     ELSE
066351         MOVE SQ-QD-BIS-MID TO SQ-QD-BIS-LOW
066352     END-IF.
066353     COMPUTE SQ-QD-BIS-WIDTH = SQ-QD-BIS-HIGH - SQ-QD-BIS-LOW.
066354     COMPUTE SQ-QD-BIS-LIMIT = SQ-QD-TOLERANCE * SQ-QD-BIS-LOW.
066355     IF SQ-QD-BIS-WIDTH <= 0.000000001
066356         OR SQ-QD-BIS-WIDTH <= SQ-QD-BIS-LIMIT
066357         SET SQ-QD-BIS-DONE TO TRUE
066358     END-IF.
066359     GO TO 6310-EXIT.
066360 6310-EXIT.
066361     EXIT.
066362*
066363*    SQ-QD-BIS-MID RAISED TO THE DEGREE BY MULTIPLICATION.
066364 6320-RAISE-MID.
066365     MOVE "N" TO SQ-QD-BIS-OVER-SW.
066366     MOVE 1 TO SQ-QD-BIS-POWER.
066367     PERFORM 6330-MULTIPLY-MID THRU 6330-EXIT SQ-QD-DEGREE TIMES.
066368     GO TO 6320-EXIT.
066369 6320-EXIT.
066370     EXIT.
066371*
066372 6330-MULTIPLY-MID.
066373     IF NOT SQ-QD-BIS-OVERFLOW
066374         COMPUTE SQ-QD-BIS-POWER = SQ-QD-BIS-POWER * SQ-QD-BIS-MID
066375             ON SIZE ERROR
066376                 SET SQ-QD-BIS-OVERFLOW TO TRUE
066377         END-COMPUTE
066378     END-IF.
066379     GO TO 6330-EXIT.
066380 6330-EXIT.
066381     EXIT.
066382*
066400*****************************************************************
066500* 9000 SERIES - SUMMARY AND END OF RUN.  RC 4 SAYS SOME
066600* ENTRIES POSTED REJECTED - THE SUBMITTERS' MORNING LIST.
067000     MOVE SQ-QD-ENTRIES-PENDING TO SQ-QD-SM-PENDING.
067100     MOVE SQ-QD-ENTRIES-COMPLETE TO SQ-QD-SM-COMPLETE.
067200     MOVE SQ-QD-ENTRIES-REJECTED TO SQ-QD-SM-REJECTED.
067250     MOVE SQ-QD-ENTRIES-CANCELLED TO SQ-QD-SM-CANCELLED.
067300     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
067400     WRITE SQ-QD-REPORT-LINE FROM SQ-QD-SUMMARY-LINE-1
067500         AFTER ADVANCING 2.
068900     WRITE SQ-QD-REPORT-LINE FROM SQ-QD-SUMMARY-LINE-4
069000         AFTER ADVANCING 1.
069100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
069110     ADD 1 TO SQ-QD-LINE-NO.
069120     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
069130     WRITE SQ-QD-REPORT-LINE FROM SQ-QD-SUMMARY-LINE-5
069140         AFTER ADVANCING 1.
069150     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
069152     IF SQ-QL-ACTIVE
069154         ADD 1 TO SQ-QD-LINE-NO
069156         MOVE SQ-QD-ENTRIES-DEFERRED TO SQ-QD-SM-DEFERRED
069158         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
069160         WRITE SQ-QD-REPORT-LINE FROM SQ-QD-SUMMARY-LINE-6
069162             AFTER ADVANCING 1
069164         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
069166         PERFORM 9300-WRITE-QUOTA-LINES THRU 9300-EXIT
069168         PERFORM 9400-SAVE-QUOTA-USAGE THRU 9400-EXIT
069170     END-IF.
069185     PERFORM 9500-WRITE-METHOD-LINES THRU 9500-EXIT.
069200     CLOSE SQ-QUEUE-FILE.
069250     PERFORM 9200-WRITE-AUDIT-SEAL THRU 9200-EXIT.
069300     CLOSE SQ-AUDIT-FILE.
069400     CLOSE SQ-QD-REPORT-FILE.
069450     PERFORM 9100-WRITE-SUMMARY-RECORD THRU 9100-EXIT.
069550     IF SQ-QD-ENTRIES-REJECTED > 0 OR SQ-QD-ENTRIES-DEFERRED > 0
069600         MOVE 4 TO RETURN-CODE
069700     END-IF.
069800     GO TO 9000-EXIT.
070090     IF SQ-QDSUM-STATUS NOT = "00" AND SQ-QDSUM-STATUS NOT = "05"
070100         DISPLAY "WARNING - DRAIN SUMMARY NOT WRITTEN, STATUS "
070110             SQ-QDSUM-STATUS
070111         MOVE SPACES TO SQ-ML-TEXT
070112         STRING "WARNING - DRAIN SUMMARY NOT WRITTEN, STATUS "
070113             SQ-QDSUM-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
070114         MOVE "SQ2502W" TO SQ-ML-MSG-ID
070115         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
070120         GO TO 9100-EXIT
070130     END-IF.
070140     MOVE SPACES TO SQ-QS-RECORD.
070170     MOVE SQ-QD-ENTRIES-PENDING TO SQ-QS-PENDING-DRAINED.
070180     MOVE SQ-QD-ENTRIES-COMPLETE TO SQ-QS-POSTED-COMPLETE.
070190     MOVE SQ-QD-ENTRIES-REJECTED TO SQ-QS-POSTED-REJECTED.
070195     MOVE SQ-QD-ENTRIES-DEFERRED TO SQ-QS-DEFERRED.
070200     WRITE SQ-QS-RECORD.
070210     IF SQ-QDSUM-STATUS NOT = "00"
070220         DISPLAY "WARNING - DRAIN SUMMARY WRITE FAILED, "
070230             "STATUS " SQ-QDSUM-STATUS
070231         MOVE SPACES TO SQ-ML-TEXT
070232         STRING "WARNING - DRAIN SUMMARY WRITE FAILED, "
070233             "STATUS " SQ-QDSUM-STATUS
070234             DELIMITED BY SIZE INTO SQ-ML-TEXT
070235         MOVE "SQ0004W" TO SQ-ML-MSG-ID
070236         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
070240     END-IF.
070250     CLOSE SQ-QD-SUMMARY-FILE.
070260     GO TO 9100-EXIT.
070270 9100-EXIT.
070280     EXIT.
070380*
070480*****************************************************************
070580* 9200-WRITE-AUDIT-SEAL.  CLOSES THE DRAIN'S AUDIT ROWS WITH ONE
070680* SEAL ROW (SEE SQAUDIT) - THE ROWS SINCE THE LAST SEAL, THE
070780* CHAIN HASH OVER THEM, AND THE HASH OF THAT LAST SEAL.  WRITTEN
070880* EVEN WHEN THE QUEUE WAS EMPTY, SO THE CHAIN HAS NO GAPS.
070980*****************************************************************
071080 9200-WRITE-AUDIT-SEAL.
071180     ACCEPT SQ-QD-CURRENT-TIME FROM TIME.
071280     MOVE SPACES TO SQ-QD-TIMESTAMP-TEXT.
071380     STRING SQ-QD-CUR-YEAR "-" SQ-QD-CUR-MONTH "-"
071480         SQ-QD-CUR-DAY "-" SQ-QD-CUR-HOUR "."
071580         SQ-QD-CUR-MINUTE "." SQ-QD-CUR-SECOND "."
071680         SQ-QD-CUR-HUNDREDTH DELIMITED BY SIZE
071780         INTO SQ-QD-TIMESTAMP-TEXT.
071880     MOVE SPACES TO SQ-AUDIT-RECORD.
071980     MOVE SQ-QD-TIMESTAMP-TEXT TO SQ-AUDIT-TIMESTAMP.
072080     MOVE SQ-QD-SEAL-ROWS TO SQ-AUDIT-SEAL-ROWS.
072180     MOVE SQ-QD-SEAL-HASH TO SQ-AUDIT-SEAL-HASH.
072280     MOVE SQ-QD-SEAL-PREV-HASH TO SQ-AUDIT-SEAL-PREV-HASH.
072380     MOVE "SQQDRAIN" TO SQ-AUDIT-REQUEST-ID.
072480     MOVE SQ-QD-RUN-ID TO SQ-AUDIT-RUN-ID.
072580     MOVE SQ-QD-BUS-DATE TO SQ-AUDIT-BUS-DATE.
072680     SET SQ-AUDIT-SEAL-ROW TO TRUE.
072780     WRITE SQ-AUDIT-RECORD.
072880     IF SQ-AUDIT-STATUS NOT = "00"
072980         DISPLAY "WARNING - AUDIT SEAL WRITE FAILED, STATUS "
073080             SQ-AUDIT-STATUS
073090         MOVE SPACES TO SQ-ML-TEXT
073100         STRING "WARNING - AUDIT SEAL WRITE FAILED, STATUS "
073110             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
073120         MOVE "SQ0004W" TO SQ-ML-MSG-ID
073130         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
073180     ELSE
073280         DISPLAY "AUDIT SEAL WRITTEN - ROWS " SQ-QD-SEAL-ROWS
073380             " HASH " SQ-QD-SEAL-HASH
073480     END-IF.
073580     GO TO 9200-EXIT.
073680 9200-EXIT.
073780     EXIT.
073880*
073980*****************************************************************
074080* 9300-WRITE-QUOTA-LINES / 9310-WRITE-ONE-QUOTA-LINE.  ONE LINE
074180* PER DEPARTMENT AT OR PAST ITS QUOTA WARNING LEVEL, MONTH TO
074280* DATE, FLAGGED WHERE THIS RUN TOOK IT THERE - THE SAME LIST
074380* SQUARE PRINTS.
074480*****************************************************************
074580 9300-WRITE-QUOTA-LINES.
074680     MOVE ZERO TO SQ-QL-LIST-INDEX.
074780     MOVE "N" TO SQ-QL-FUNCTION.
074880     CALL "SQQTACCT" USING SQ-QL-AREA.
074980     PERFORM 9310-WRITE-ONE-QUOTA-LINE THRU 9310-EXIT
075080         UNTIL NOT SQ-QL-GO-AHEAD.
075180     GO TO 9300-EXIT.
075280 9300-EXIT.
075380     EXIT.
075480*
075580 9310-WRITE-ONE-QUOTA-LINE.
075680     MOVE SQ-QL-DEPT TO SQ-QD-QS-DEPT.
075780     MOVE SQ-QL-PCT-USED TO SQ-QD-QS-PCT.
075880     MOVE SQ-QL-REQUESTS TO SQ-QD-QS-REQS.
075980     MOVE SQ-QL-ITERS-USED TO SQ-QD-QS-ITERS.
076080     MOVE "     NONE" TO SQ-QD-QS-REQ-LIMIT.
076180     IF SQ-QL-REQ-LIMIT > ZERO
076280         MOVE SQ-QL-REQ-LIMIT TO SQ-QD-QUOTA-EDIT
076380         MOVE SQ-QD-QUOTA-EDIT TO SQ-QD-QS-REQ-LIMIT
076480     END-IF.
076580     MOVE "     NONE" TO SQ-QD-QS-ITER-LIMIT.
076680     IF SQ-QL-ITER-LIMIT > ZERO
076780         MOVE SQ-QL-ITER-LIMIT TO SQ-QD-QUOTA-EDIT
076880         MOVE SQ-QD-QUOTA-EDIT TO SQ-QD-QS-ITER-LIMIT
076980     END-IF.
077080     IF SQ-QL-STATE-OVER
077180         MOVE "OVER QUOTA" TO SQ-QD-QS-STATE
077280     ELSE
077380         MOVE "PAST WARNING LEVEL" TO SQ-QD-QS-STATE
077480     END-IF.
077580     IF SQ-QL-CROSSED-THIS-RUN
077680         MOVE "THIS RUN" TO SQ-QD-QS-WHEN
077780     ELSE
077880         MOVE SPACES TO SQ-QD-QS-WHEN
077980     END-IF.
078080     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
078180     WRITE SQ-QD-REPORT-LINE FROM SQ-QD-QUOTA-LINE
078280         AFTER ADVANCING 1.
078380     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
078480     ADD 1 TO SQ-QD-LINE-NO.
078580     MOVE "N" TO SQ-QL-FUNCTION.
078680     CALL "SQQTACCT" USING SQ-QL-AREA.
078780     GO TO 9310-EXIT.
078880 9310-EXIT.
078980     EXIT.
079080*
079180*****************************************************************
079280* 9400-SAVE-QUOTA-USAGE.  THE MONTH-TO-DATE QUOTA USAGE, WITH
079380* THE DRAIN'S CONSUMPTION ADDED, IS WRITTEN BACK (SEE SQQTACCT).
079480*****************************************************************
079580 9400-SAVE-QUOTA-USAGE.
079680     MOVE "S" TO SQ-QL-FUNCTION.
079780     CALL "SQQTACCT" USING SQ-QL-AREA.
079880     IF SQ-QL-FAILED
079980         DISPLAY "WARNING - QUOTA USAGE NOT SAVED - THIS RUN'S "
080080             "CONSUMPTION IS NOT CARRIED FORWARD"
080090         MOVE SPACES TO SQ-ML-TEXT
080100         STRING "WARNING - QUOTA USAGE NOT SAVED - THIS RUN'S "
080110             "CONSUMPTION IS NOT CARRIED FORWARD"
080120             DELIMITED BY SIZE INTO SQ-ML-TEXT
080130         MOVE "SQ0012W" TO SQ-ML-MSG-ID
080140         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
080180     END-IF.
080280     GO TO 9400-EXIT.
080380 9400-EXIT.
080480     EXIT.
080500*
080600*****************************************************************
080602* 9500-WRITE-METHOD-LINES / 9510-WRITE-ONE-METHOD-LINE.  THE
080604* ENTRIES EACH METHOD WORKED - A LINE FOR EVERY METHOD - AND, ON
080606* AN ADAPTIVE RUN, HOW MANY THE POLICY PLACED AND HOW MANY FOUND
080608* NO CELL AND RAN BABYLONIAN.
080610*****************************************************************
080612 9500-WRITE-METHOD-LINES.
080614     PERFORM 9510-WRITE-ONE-METHOD-LINE THRU 9510-EXIT
080616         VARYING SQ-QD-MT-SUB FROM 1 BY 1
080618         UNTIL SQ-QD-MT-SUB > 3.
080620     IF NOT SQ-QD-ADAPTIVE-RUN
080622         GO TO 9500-EXIT
080624     END-IF.
080626     MOVE SQ-QD-POLICY-PICKS TO SQ-QD-SM-PICKS.
080628     MOVE SQ-QD-POLICY-DEFAULTS TO SQ-QD-SM-DEFAULTS.
080630     MOVE SQ-MP-BUILT-DATE TO SQ-QD-SM-BUILT.
080632     IF NOT SQ-MP-ACTIVE
080634         MOVE "(NONE)" TO SQ-QD-SM-BUILT
080636     END-IF.
080638     ADD 1 TO SQ-QD-LINE-NO.
080640     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
080642     WRITE SQ-QD-REPORT-LINE FROM SQ-QD-SUMMARY-LINE-8
080644         AFTER ADVANCING 1.
080646     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
080648     GO TO 9500-EXIT.
080650 9500-EXIT.
080652     EXIT.
080654*
080656 9510-WRITE-ONE-METHOD-LINE.
080658     MOVE SQ-QD-MT-LABEL(SQ-QD-MT-SUB) TO SQ-QD-SM-MT-LABEL.
080660     MOVE SQ-QD-MT-VALUES(SQ-QD-MT-SUB) TO SQ-QD-SM-MT-VALUES.
080662     ADD 1 TO SQ-QD-LINE-NO.
080664     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
080666     WRITE SQ-QD-REPORT-LINE FROM SQ-QD-SUMMARY-LINE-7
080668         AFTER ADVANCING 1.
080670     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
080672     GO TO 9510-EXIT.
080674 9510-EXIT.
080676     EXIT.
080678*
080680*****************************************************************
080700* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
080800* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
080900* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
081000* WAY.
081100*****************************************************************
081200 9800-LOG-MESSAGE.
081300     MOVE "SQQDRAIN" TO SQ-ML-PROGRAM.
081400     MOVE SQ-QD-RUN-ID TO SQ-ML-RUN-ID.
081500     MOVE SPACES TO SQ-ML-BUS-DATE.
081600     CALL "SQMSGLOG" USING SQ-ML-AREA.
081700     GO TO 9800-EXIT.
081800 9800-EXIT.
081900     EXIT.
082000*
082100*****************************************************************
082200* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
082300* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
082400*****************************************************************
082500 9900-LOG-STEP-END.
082600     MOVE RETURN-CODE TO SQ-SL-RC.
082700     MOVE "E" TO SQ-SL-FUNCTION.
082800     CALL "SQSTPLOG" USING SQ-SL-AREA.
082900     MOVE SQ-SL-RC TO RETURN-CODE.
083000     GO TO 9900-EXIT.
083100 9900-EXIT.
083200     EXIT.
