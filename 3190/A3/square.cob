006591*                     (RECORD GREW 163 TO 165) - THE QUEUE
006592*                     DRAIN STAMPS ITS ROWS "Q" SO SQBALNCE AND
006593*                     SQREPROC CAN TELL THE POPULATIONS APART.
006594*     2026-10-15  DL  EVERY RUN NOW CLOSES ITS AUDIT ROWS WITH A
006595*                     SEAL ROW (SQ-AUDIT-SOURCE "S" - ROW COUNT,
006596*                     CHAIN HASH, AND THE PREVIOUS SEAL'S HASH;
006597*                     SEE SQAUDIT AND SQSEAL), WRITTEN BY 9180.
006598*                     1205 PICKS THE CHAIN UP FROM THE FILE BEFORE
006599*                     IT IS EXTENDED - ROWS A DEAD RUN LEFT
006600*                     UNSEALED ARE SEALED WITH THIS RUN'S - AND
006601*                     EVERY AUDIT WRITE NOW GOES THROUGH 4803 SO
006602*                     NO ROW ESCAPES THE CHAIN.  SQAUDVFY PROVES
006603*                     THE FILE AGAINST THE SEALS.
006604*     2026-10-15  DL  1380 READS EVERY ACKNOWLEDGMENT RECORD OF
006605*                     THE LATEST RUN ON FILE - ONE PER
006606*                     DEPARTMENT NOW THE RESULTS ARE BURST (SEE
006607*                     SQRESBST) - AND NAMES EACH DEPARTMENT
006608*                     WHOSE DELIVERY FAILED VERIFICATION.
006609*     2026-10-15  DL  DEPARTMENT COMPUTE QUOTAS (SEE SQQUOTA AND
006610*                     SQQTACCT).  1190 LOADS THE QUOTA MASTER AND
006611*                     THE MONTH'S USAGE; A VALUE FROM A DEPARTMENT
006612*                     OVER QUOTA IS REJECTED (REASON QUOT) OR
006613*                     DEFERRED TO THE REQUEST QUEUE BY 4950, EVERY
006614*                     COMPUTED VALUE IS CHARGED BY 4900, AND THE
006615*                     SUMMARY LISTS THE DEPARTMENTS PAST THEIR
006616*                     WARNING LEVEL.  DEFERRALS END THE RUN RC 4.
006617*     2026-10-15  DL  BRACKETED BISECTION (6400 FIXED, 6500
006618*                     EXTENDED).  A BABYLONIAN OR NEWTON ESTIMATE
006619*                     THAT GIVES UP AT SQ-MAX-ITER IS NO LONGER
006620*                     SHIPPED NON-CONVERGED FOR SQREPROC TO RETRY;
006621*                     BISECTION, WHICH CANNOT FAIL TO CLOSE, IS
006622*                     TAKEN IN-LINE AND ITS ANSWER IS A CLEAN ONE
006623*                     (NO RC 12).  THE CONV COLUMN OF THE DETAIL
006624*                     LINE AND AUDIT ROW READS "FBK" AND THE
006625*                     RESULTS RECORD CARRIES SQ-RES-FALLBACK "Y";
006626*                     THE SUMMARY COUNTS THE RESCUES.  METHOD "S"
006627*                     ON THE CARD RUNS BISECTION OUTRIGHT.
006628*     2026-10-15  DL  RATIONAL EXPONENTS.  A LINE MAY LEAD
006629*                     WITH EXP=P/Q (2460) - ITS VALUES ARE RAISED
006630*                     TO THE POWER P/Q: THE ROOT IS WORKED AT
006631*                     DEGREE Q AND CHECKED AS USUAL, THEN RAISED
006632*                     TO P BY 4540 (4660 ON THE FLOATING PATH), A
006633*                     NEGATIVE P TAKING THE RECIPROCAL.  THE POWER
006634*                     RIDES ON THE DETAIL LINE, THE AUDIT ROW (NOW
006635*                     172), THE RESULTS RECORD (NOW 120) AND A
006636*                     DEFERRED QUEUE ENTRY.  AN ANSWER PAST THE
006637*                     FIXED PICTURES IS REJECTED (REASON EXPR).
006638*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
006639*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
006640*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
006645*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
006650*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
006655*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
006660*                     COPYBOOK SQMSGCAT).
006661*     2026-10-15  DL  METHOD "A" PICKS EACH VALUE'S METHOD FROM
006662*                     THE SQMPOLGN POLICY (1220, 4205); AUDIT ROW
006663*                     CARRIES THE ROOT DEGREE; SUMMARY SHOWS THE
006664*                     VALUES AND AVERAGE ITERATIONS PER METHOD.
006665*     2026-10-15  DL  RESTARTED AFTER ITS OWN ABEND (SQSTPLOG "P")
006666*                     THE RUN RESUMES FROM ITS CHECKPOINT AS IF
006667*                     THE CARD SAID RESTART "Y"; A CHECKPOINT
006668*                     OLDER THAN THE DEAD START IS NOT TRUSTED.
006669*****************************************************************
006670 IDENTIFICATION DIVISION.
006675 PROGRAM-ID.  SQUARE.
006680 AUTHOR.      D. LOCKWOOD.
006685 INSTALLATION. 3190 SYSTEMS.
006690 DATE-WRITTEN. UNKNOWN.
006695 DATE-COMPILED.
006700*
006800 ENVIRONMENT DIVISION.
006900 INPUT-OUTPUT SECTION.
009814         ORGANIZATION LINE SEQUENTIAL
009815         FILE STATUS IS SQ-REJECT-STATUS.
009816*
009817     SELECT SQ-QUEUE-FILE ASSIGN TO SQQUEUE
009818         ORGANIZATION INDEXED
009819         ACCESS MODE IS DYNAMIC
009820         RECORD KEY IS SQ-QUE-KEY
009821         FILE STATUS IS SQ-QUEUE-STATUS.
009822*
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  STANDRAD-INPUT.
012108 FD  SQ-REJECT-FILE.
012109     COPY SQREJECT.
012110*
012111 FD  SQ-QUEUE-FILE.
012112     COPY SQQUEUE.
012113*
012200 WORKING-STORAGE SECTION.
012300*
012400*****************************************************************
014314 77  SQ-RESIDUAL-RELATIVE          PIC S9(11)V9(9) VALUE ZERO.
014315 77  SQ-RESIDUAL-TOLERANCE         PIC 9V9(6) VALUE 0.000100.
014320*
014322*****************************************************************
014324* BRACKETED-BISECTION WORK FIELDS (SEE 6400/6500).  THE POWER
014326* FIELD CARRIES EXTRA DECIMALS SO A SMALL ROOT RAISED TO ITS
014328* DEGREE STILL COMPARES TRUE AGAINST A NINE-DECIMAL Z.  THE
014330* STEP CAP IS A BACKSTOP ONLY - THE FIXED BRACKET CLOSES IN
014332* UNDER 70 HALVINGS, THE FLOATING ONE IN UNDER 60.
014334*****************************************************************
014335 77  SQ-BIS-DEGREE                 PIC 9(02) VALUE 02.
014336 77  SQ-BIS-TARGET                 PIC 9(11)V9(9) VALUE ZERO.
014337 77  SQ-BIS-LOW                    PIC 9(11)V9(9) VALUE ZERO.
014338 77  SQ-BIS-HIGH                   PIC 9(11)V9(9) VALUE ZERO.
014339 77  SQ-BIS-MID                    PIC 9(11)V9(9) VALUE ZERO.
014340 77  SQ-BIS-WIDTH                  PIC 9(11)V9(9) VALUE ZERO.
014341 77  SQ-BIS-LIMIT                  PIC 9(11)V9(9) VALUE ZERO.
014342 77  SQ-BIS-POWER                  PIC 9(12)V9(18) VALUE ZERO.
014343 77  SQ-BIS-LOW-MISS               PIC S9(12)V9(18) VALUE ZERO.
014344 77  SQ-BIS-HIGH-MISS              PIC S9(12)V9(18) VALUE ZERO.
014345 77  SQ-BIS-RESULT                 PIC S9(11)V9(9) VALUE ZERO.
014346 77  SQ-BIS-ITER-COUNT             PIC 9(04) COMP VALUE ZERO.
014348 77  SQ-BIS-ITER-SHOW              PIC 9(04) VALUE ZERO.
014350 77  SQ-BIS-MAX-STEPS              PIC 9(04) COMP VALUE 0200.
014352 77  SQ-BISX-LOW                   USAGE COMP-2.
014354 77  SQ-BISX-HIGH                  USAGE COMP-2.
014356 77  SQ-BISX-MID                   USAGE COMP-2.
014358 77  SQ-BISX-WIDTH                 USAGE COMP-2.
014360 77  SQ-BISX-POWER                 USAGE COMP-2.
014362 77  SQ-BISX-MISS                  USAGE COMP-2.
014363*
014364*****************************************************************
014365* RATIONAL-EXPONENT WORK FIELDS (SEE 2460, 4540 AND 4660).  THE
014366* FACTOR AND ACCUMULATOR CARRY EXTRA DECIMALS SO A ROOT RAISED
014367* TO ITS POWER LOSES NOTHING BEFORE THE FINAL ROUNDING.
014368*****************************************************************
014369 77  SQ-EXP-P-TEXT                 PIC X(20) VALUE SPACES.
014370 77  SQ-EXP-Q-TEXT                 PIC X(20) VALUE SPACES.
014371 77  SQ-EXP-X-TEXT                 PIC X(20) VALUE SPACES.
014372 77  SQ-EXP-P-WORK                 PIC S9(02) VALUE ZERO.
014373 77  SQ-EXP-ABS                    PIC 9(02) VALUE ZERO.
014374 77  SQ-EXP-BASE                   PIC S9(11)V9(9) VALUE ZERO.
014375 77  SQ-EXP-FACTOR                 PIC S9(13)V9(18) VALUE ZERO.
014376 77  SQ-EXP-ACCUM                  PIC S9(13)V9(18) VALUE ZERO.
014377 77  SQ-EXP-ANSWER                 PIC S9(11)V9(9) VALUE ZERO.
014378 77  SQ-EXP-OVER-SW                PIC X(01) VALUE "N".
014379     88  SQ-EXP-OVERFLOW               VALUE "Y".
014380 77  SQ-EXPX-BASE                  USAGE COMP-2.
014381 77  SQ-EXPX-ANSWER                USAGE COMP-2.
014382*
014400*****************************************************************
014500* SWITCHES.
014600*****************************************************************
016460         88  SQ-QUIESCE-REQUESTED      VALUE "Y".
016470     05  SQ-DUP-HIT-SW             PIC X(01) VALUE "N".
016480         88  SQ-DUP-HIT                VALUE "Y".
016481     05  SQ-QUEUE-OPEN-SW          PIC X(01) VALUE "N".
016482         88  SQ-QUEUE-OPEN             VALUE "Y".
016483         88  SQ-QUEUE-UNAVAILABLE      VALUE "F".
016484     05  SQ-DEFER-WRITE-SW         PIC X(01) VALUE "N".
016485         88  SQ-DEFER-WRITTEN          VALUE "Y".
016486         88  SQ-DEFER-FAILED           VALUE "F".
016488     05  SQ-FALLBACK-SW            PIC X(01) VALUE "N".
016490         88  SQ-FALLBACK-TAKEN         VALUE "Y".
016492     05  SQ-BIS-DONE-SW            PIC X(01) VALUE "N".
016494         88  SQ-BIS-DONE               VALUE "Y".
016496     05  SQ-BIS-OVER-SW            PIC X(01) VALUE "N".
016498         88  SQ-BIS-OVERFLOW           VALUE "Y".
016500*
016600*****************************************************************
016700* FILE STATUS CODES.
017570     05  SQ-CAL-STATUS             PIC X(02) VALUE "00".
017580     05  SQ-AUTH-STATUS            PIC X(02) VALUE "00".
017590     05  SQ-REJECT-STATUS          PIC X(02) VALUE "00".
017591     05  SQ-QUEUE-STATUS           PIC X(02) VALUE "00".
017600*
017700*****************************************************************
017800* RUN OPTIONS - DEFAULTS, OVERRIDDEN BY THE PARAMETER CARD.
018500         88  SQ-METHOD-BABYLONIAN      VALUE "B".
018600         88  SQ-METHOD-NEWTON          VALUE "N".
018700         88  SQ-METHOD-COMPARE         VALUE "C".
018750         88  SQ-METHOD-BISECTION       VALUE "S".
018760*        CARD METHOD "A" - THE METHOD IS PICKED PER VALUE FROM THE
018770*        METHOD POLICY, SO SQ-METHOD-OPT HOLDS THE ONE IN USE.
018780     05  SQ-ADAPTIVE-SW            PIC X(01) VALUE "N".
018790         88  SQ-ADAPTIVE-RUN           VALUE "Y".
018800     05  SQ-TOLERANCE              PIC 9V9(6) VALUE ZERO.
018900     05  SQ-MAX-ITER               PIC 9(4) VALUE 0050.
019000     05  SQ-DECIMALS               PIC 9(01) VALUE 6.
019450     05  SQ-RESTART-OPT            PIC X(01) VALUE "N".
019460         88  SQ-RESTART-ENABLED        VALUE "Y".
019470         88  SQ-RESTART-DISABLED       VALUE "N".
019473     05  SQ-STEP-RESUME-SW         PIC X(01) VALUE "N".
019476         88  SQ-STEP-RESUMING          VALUE "Y".
019480     05  SQ-REJECT-LIMIT           PIC 9(04) VALUE ZERO.
019490     05  SQ-EXCEPT-LIMIT           PIC 9(04) VALUE ZERO.
019491     05  SQ-HEARTBEAT-INTERVAL     PIC 9(05) VALUE ZERO.
019900 01  SQ-ITERATION-COUNTERS.
020000     05  SQ-ITER-COUNT             PIC 9(4) COMP VALUE ZERO.
020100     05  SQ-NEWTON-ITER-COUNT      PIC 9(4) COMP VALUE ZERO.
020103*
020106*****************************************************************
020109* VALUES AND ITERATIONS BY THE METHOD THAT ACTUALLY RAN THEM -
020112* 1 = BABYLONIAN, 2 = NEWTON, 3 = COMPARE, 4 = BISECTION - FOR
020115* THE SUMMARY (SEE 9520), SO AN ADAPTIVE RUN CAN BE SET AGAINST
020118* A SINGLE-METHOD ONE.
020121*****************************************************************
020124 01  SQ-METHOD-TALLY-AREA.
020127     05  SQ-MT-SUB                 PIC 9(01) VALUE ZERO.
020130     05  SQ-MT-AVG                 PIC 9(4)V9(2) VALUE ZERO.
020133     05  SQ-POLICY-PICKS           PIC 9(9) VALUE ZERO.
020136     05  SQ-POLICY-DEFAULTS        PIC 9(9) VALUE ZERO.
020139     05  SQ-MT-ENTRY OCCURS 4 TIMES.
020142         10  SQ-MT-VALUES          PIC 9(9) COMP VALUE ZERO.
020145         10  SQ-MT-ITERS           PIC 9(9) COMP VALUE ZERO.
020148*
020151 01  SQ-MT-LABELS.
020154     05  FILLER                    PIC X(28) VALUE
020157         "VALUES BY BABYLONIAN      :".
020160     05  FILLER                    PIC X(28) VALUE
020163         "VALUES BY NEWTON          :".
020166     05  FILLER                    PIC X(28) VALUE
020169         "VALUES BY COMPARE         :".
020172     05  FILLER                    PIC X(28) VALUE
020175         "VALUES BY BISECTION       :".
020178 01  FILLER REDEFINES SQ-MT-LABELS.
020181     05  SQ-MT-LABEL               PIC X(28) OCCURS 4 TIMES.
020200*
020300 01  SQ-BATCH-STATISTICS.
020400     05  SQ-TOTAL-PROCESSED        PIC 9(9) VALUE ZERO.
021315     05  SQ-TOTAL-RESIDUAL-FAILS   PIC 9(9) VALUE ZERO.
021316     05  SQ-DUP-HITS               PIC 9(9) VALUE ZERO.
021317     05  SQ-DUP-STORED             PIC 9(9) VALUE ZERO.
021318     05  SQ-TOTAL-DEFERRED         PIC 9(9) VALUE ZERO.
021319     05  SQ-TOTAL-RESCUES          PIC 9(9) VALUE ZERO.
021320*
021321*****************************************************************
021322* IN-RUN DUPLICATE-CONSOLIDATION TABLE.  METER FEEDS REPEAT
021345         10  SQ-DUP-ITER           PIC 9(04).
021346         10  SQ-DUP-CONV           PIC X(01).
021347         10  SQ-DUP-NEWTON-CONV    PIC X(01).
021348         10  SQ-DUP-FALLBACK       PIC X(01).
021349*
021350*****************************************************************
021351* END-OF-RUN RETURN CODE, SET BY SEVERITY IN 9300-SET-RETURN-
021352* CODE.  0 = CLEAN, 4 = REJECTS, 8 = DISCREPANCIES, 12 = NON-
021360* CONVERGENCE OR AN OPERATOR THRESHOLD EXCEEDED, 16 = FILE
021370* FAILURE.
021380*****************************************************************
021396*****************************************************************
021397 77  SQ-RUN-ID                     PIC 9(05) VALUE ZERO.
021400*
021405*****************************************************************
021410* AUDIT SEAL CHAIN - THE LAST SEAL'S HASH, AND THE RUNNING HASH
021415* AND ROW COUNT SINCE IT (SEE 1205, 4803, 9180 AND SQSEAL).
021420*****************************************************************
021425 01  SQ-SEAL-FIELDS.
021430     05  SQ-SEAL-PREV-HASH         PIC 9(12) VALUE ZERO.
021435     05  SQ-SEAL-HASH              PIC 9(12) VALUE ZERO.
021440     05  SQ-SEAL-NEXT-HASH         PIC 9(12) VALUE ZERO.
021445     05  SQ-SEAL-ROWS              PIC 9(09) VALUE ZERO.
021450     05  SQ-SEAL-EOF-SW            PIC X(01) VALUE "N".
021455         88  SQ-SEAL-EOF               VALUE "Y".
021460*
021500*****************************************************************
021600* RUN DATE AND TIME.
021700*****************************************************************
023004     05  SQ-RES-CTL-COUNT          PIC 9(09) VALUE ZERO.
023005     05  SQ-RES-CTL-HASH           PIC S9(15)V9(4) VALUE ZERO.
023006*
023007*    PRIOR-DELIVERY ACKNOWLEDGMENT CHECK (SEE 1380).
023008 01  SQ-ACK-CHECK-FIELDS.
023009     05  SQ-ACK-EOF-SW             PIC X(01) VALUE "N".
023010         88  SQ-ACK-EOF                VALUE "Y".
023011     05  SQ-ACK-ROWS               PIC 9(05) VALUE ZERO.
023012     05  SQ-ACK-TOP-RUN            PIC 9(05) VALUE ZERO.
023013     05  SQ-ACK-DEPT-SHOW          PIC X(03) VALUE SPACES.
023014*
023015*****************************************************************
023016* REJECT-RECORD STAGING - THE REASON CODE (AND RULE ID WHERE A
023017* BUSINESS RULE FIRED) SET AT EACH REJECT SITE BEFORE 4220
023018* WRITES THE MACHINE-READABLE RECORD (SEE SQREJECT).
023019*****************************************************************
023020 77  SQ-RJF-CODE-WORK              PIC X(04) VALUE SPACES.
023021 77  SQ-RJF-RULE-WORK              PIC X(08) VALUE SPACES.
023022*
023023*****************************************************************
023024* DEPARTMENT QUOTAS - THE CALLING AREA FOR SQQTACCT, AND THE
023025* SEQUENCE NUMBER IN THE QUEUE KEY OF A VALUE DEFERRED OVER
023026* QUOTA ("QUOTA" + RUN ID + SEQUENCE).
023027*****************************************************************
023028     COPY SQQTLINK.
023029 77  SQ-DEFER-SEQ                  PIC 9(06) VALUE ZERO.
023030 77  SQ-QUOTA-EDIT                 PIC ZZZZZZZZ9.
023031*
023042*****************************************************************
023053* METHOD POLICY - THE CALLING AREA FOR SQMPSEL.
023064*****************************************************************
023075     COPY SQMPLINK.
023086*
023100*****************************************************************
023200* REPORT PAGE CONTROL.
023300*****************************************************************
024730     05  SQ-OV-PTR                 PIC 9(02) VALUE 1.
024740     05  SQ-OV-REST                PIC X(80) VALUE SPACES.
024750     05  SQ-OV-NUM                 PIC S9(11)V9(9) VALUE ZERO.
024752     05  SQ-EXP-POWER              PIC S9(02) VALUE ZERO.
024754*        P OF AN EXP=P/Q PREFIX IN EFFECT FOR THIS LINE (Q IS
024756*        THE ROOT DEGREE) - ZERO = A PLAIN ROOT REQUEST.
024760*
024770 01  SQ-TOKEN-WORK.
024800     05  SQ-UNSTRING-PTR           PIC 9(02) VALUE 1.
029810     05  FILLER                    PIC X(9)  VALUE "REQ ID   ".
029820     05  FILLER                    PIC X(5)  VALUE "DEPT ".
029830     05  FILLER                    PIC X(4)  VALUE "DEG ".
029880     05  FILLER                    PIC X(4)  VALUE "POW ".
029930     05  FILLER                    PIC X(18) VALUE SPACES.
030000*
030100 01  SQ-DETAIL-LINE.
030200     05  SQ-DTL-INPUT              PIC X(23).
030930     05  SQ-DTL-DEPT               PIC X(03).
030940     05  FILLER                    PIC X(02) VALUE SPACES.
030950     05  SQ-DTL-DEGREE             PIC Z9.
030970     05  FILLER                    PIC X(02) VALUE SPACES.
030990     05  SQ-DTL-POWER              PIC -Z9 BLANK WHEN ZERO.
031010     05  FILLER                    PIC X(19) VALUE SPACES.
031100*
031200 01  SQ-REJECT-LINE.
031300     05  FILLER                    PIC X(18) VALUE
036100         "AVERAGE ITERATION COUNT   :".
036200     05  SQ-SM-AVG-ITER            PIC ZZZ9.99.
036300     05  FILLER                    PIC X(117) VALUE SPACES.
036304*
036308 01  SQ-SUMMARY-LINE-12.
036312     05  SQ-SM-MT-LABEL            PIC X(28).
036316     05  SQ-SM-MT-VALUES           PIC ZZZZZZZZ9.
036320     05  FILLER                    PIC X(16) VALUE
036324         "   AVG ITER   :".
036328     05  SQ-SM-MT-AVG              PIC ZZZ9.99.
036332     05  FILLER                    PIC X(92) VALUE SPACES.
036336*
036340 01  SQ-SUMMARY-LINE-13.
036344     05  FILLER                    PIC X(28) VALUE
036348         "ADAPTIVE - POLICY CELL    :".
036352     05  SQ-SM-POLICY-PICKS        PIC ZZZZZZZZ9.
036356     05  FILLER                    PIC X(28) VALUE
036360         "   NO CELL - BABYLONIAN   :".
036364     05  SQ-SM-POLICY-DEFAULTS     PIC ZZZZZZZZ9.
036368     05  FILLER                    PIC X(16) VALUE
036372         "   POLICY BUILT ".
036376     05  SQ-SM-POLICY-BUILT        PIC X(10).
036380     05  FILLER                    PIC X(52) VALUE SPACES.
036400*
036500 01  SQ-SUMMARY-LINE-7.
036600     05  FILLER                    PIC X(28) VALUE
037092     05  SQ-CT-VERDICT             PIC X(52) VALUE SPACES.
037093     05  FILLER                    PIC X(100) VALUE SPACES.
037094*
037095 01  SQ-SUMMARY-LINE-10.
037096     05  FILLER                    PIC X(28) VALUE
037097         "DEFERRED OVER DEPT QUOTA  :".
037098     05  SQ-SM-DEFERRED            PIC ZZZZZZZZ9.
037099     05  FILLER                    PIC X(115) VALUE SPACES.
037100*
037101 01  SQ-QUOTA-SUMMARY-LINE.
037102     05  FILLER                    PIC X(05) VALUE "DEPT ".
037103     05  SQ-QS-SM-DEPT             PIC X(03).
037104     05  FILLER                    PIC X(20) VALUE
037105         " QUOTA PCT USED    :".
037106     05  SQ-QS-SM-PCT              PIC ZZZZZZZZ9.
037107     05  FILLER                    PIC X(11) VALUE "  REQUESTS ".
037108     05  SQ-QS-SM-REQS             PIC ZZZZZZZZ9.
037109     05  FILLER                    PIC X(04) VALUE " OF ".
037110     05  SQ-QS-SM-REQ-LIMIT        PIC X(09).
037111     05  FILLER                    PIC X(13) VALUE
037112         "  ITERATIONS ".
037113     05  SQ-QS-SM-ITERS            PIC ZZZZZZZZ9.
037114     05  FILLER                    PIC X(04) VALUE " OF ".
037115     05  SQ-QS-SM-ITER-LIMIT       PIC X(09).
037116     05  FILLER                    PIC X(02) VALUE SPACES.
037117     05  SQ-QS-SM-STATE            PIC X(18).
037118     05  FILLER                    PIC X(01) VALUE SPACES.
037119     05  SQ-QS-SM-WHEN             PIC X(08).
037120     05  FILLER                    PIC X(19) VALUE SPACES.
037121*
037122 01  SQ-DEFERRED-LINE.
037123     05  FILLER                    PIC X(18) VALUE
037124         "*** DEFERRED *** ".
037125     05  SQ-DF-VALUE               PIC X(80).
037126     05  FILLER                    PIC X(28) VALUE
037127         "DEPT OVER QUOTA - QUEUED AS ".
037128     05  SQ-DF-KEY                 PIC X(16).
037129     05  FILLER                    PIC X(10) VALUE SPACES.
037130*
037131 01  SQ-SUMMARY-LINE-11.
037132     05  FILLER                    PIC X(28) VALUE
037133         "BISECTION FALLBACK RESCUES:".
037134     05  SQ-SM-RESCUES             PIC ZZZZZZZZ9.
037135     05  FILLER                    PIC X(115) VALUE SPACES.
037136*
037137*****************************************************************
037138* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
037139*****************************************************************
037140     COPY SQSTLINK.
037141*
037145*****************************************************************
037150* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
037155*****************************************************************
037160     COPY SQMLLINK.
037165*
037170*****************************************************************
037200* 0000-MAINLINE.
037300*****************************************************************
037400 PROCEDURE DIVISION.
037500*
037600 0000-MAINLINE.
037601     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
037700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037800     IF SQ-MODE-BATCH
037900         PERFORM 3000-BATCH-LOOP THRU 3000-EXIT
038300             UNTIL SQ-QUIT-REQUESTED
038400     END-IF.
038500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038501     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
038600     STOP RUN.
038601*
038602*****************************************************************
038603* 0100-CHECK-STEP-STATUS.  RECORDS THE START (SEE SQSTPLOG).  ON
038604* A RESUBMITTED NIGHT A STEP ALREADY COMPLETE ENDS AT ONCE WITH
038605* ITS OLD RC, ONE BEHIND A STEP THAT NEVER ENDED ENDS RC=16, AND
038606* ONE WHOSE OWN START NEVER ENDED RESUMES FROM ITS CHECKPOINT.
038607*****************************************************************
038608 0100-CHECK-STEP-STATUS.
038609     MOVE "B" TO SQ-SL-FUNCTION.
038610     MOVE "SQUARE" TO SQ-SL-PROGRAM.
038611     CALL "SQSTPLOG" USING SQ-SL-AREA.
038612     IF SQ-SL-SKIP
038613         DISPLAY "SQUARE ALREADY COMPLETE FOR THIS NIGHT"
038614             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
038615         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
038616         STOP RUN
038617     END-IF.
038618     IF SQ-SL-STOP
038619         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
038620             " NEVER FINISHED - RERUN IT FIRST"
038625         MOVE SPACES TO SQ-ML-TEXT
038630         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
038635             " NEVER FINISHED - RERUN IT FIRST"
038640             DELIMITED BY SIZE INTO SQ-ML-TEXT
038645         MOVE "SQ0005S" TO SQ-ML-MSG-ID
038650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
038655         MOVE 16 TO RETURN-CODE
038660         STOP RUN
038665     END-IF.
038666     IF SQ-SL-RESUME
038667         DISPLAY "SQUARE NEVER FINISHED - RESUMING AT CHECKPOINT"
038668         SET SQ-STEP-RESUMING TO TRUE
038669     END-IF.
038670     MOVE ZERO TO RETURN-CODE.
038675     GO TO 0100-EXIT.
038680 0100-EXIT.
038685     EXIT.
038700*
038800*****************************************************************
038900* 1000 SERIES - STARTUP.
039280     PERFORM 1170-LOAD-AUTH-MASTER THRU 1170-EXIT.
039300     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
039410     PERFORM 1350-ASSIGN-RUN-ID THRU 1350-EXIT.
039415     PERFORM 1190-LOAD-DEPT-QUOTAS THRU 1190-EXIT.
039416     IF SQ-ADAPTIVE-RUN
039417         PERFORM 1220-LOAD-METHOD-POLICY THRU 1220-EXIT
039418     END-IF.
039420     PERFORM 1360-WRITE-RESULT-HEADER THRU 1360-EXIT.
039430     PERFORM 1380-CHECK-PRIOR-ACK THRU 1380-EXIT.
039500     IF SQ-MODE-BATCH
041700         END-READ
041800         CLOSE SQ-PARM-FILE
041900     END-IF.
041910*    A RESUMED STEP RESTARTS WHATEVER THE CARD SAYS (SEE 0100).
041920     IF SQ-STEP-RESUMING
041930         MOVE "Y" TO SQ-RESTART-OPT
041940     END-IF.
042000     IF SQ-MAX-ITER = ZERO
042100         MOVE 0050 TO SQ-MAX-ITER
042200     END-IF.
042536*    OVERRIDES FALL BACK TO THESE AT EVERY NEW INPUT LINE.
042540     MOVE SQ-TOLERANCE TO SQ-BASE-TOLERANCE.
042550     MOVE SQ-ROOT-DEGREE-OPT TO SQ-BASE-ROOT-DEGREE.
042556*    ADAPTIVE - EACH VALUE TAKES ITS METHOD FROM THE POLICY
042562*    (4205); UNTIL THEN, AND WHERE THE POLICY HAS NO CELL FOR
042568*    THE VALUE, BABYLONIAN.
042574     IF SQ-METHOD-OPT = "A"
042580         SET SQ-ADAPTIVE-RUN TO TRUE
042586         MOVE "B" TO SQ-METHOD-OPT
042592     END-IF.
042600     GO TO 1100-EXIT.
042700 1100-EXIT.
042800     EXIT.
042834             DISPLAY "WARNING - SQ-RULES-FILE OPEN FAILED, "
042835                 "STATUS " SQ-RULES-STATUS
042836                 " - NO BUSINESS RULES IN FORCE"
042837             MOVE SPACES TO SQ-ML-TEXT
042838             STRING "WARNING - SQ-RULES-FILE OPEN FAILED, "
042839                 "STATUS " SQ-RULES-STATUS
042840                 " - NO BUSINESS RULES IN FORCE"
042841                 DELIMITED BY SIZE INTO SQ-ML-TEXT
042842             MOVE "SQ0002W" TO SQ-ML-MSG-ID
042843             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042844         END-IF
042845         GO TO 1150-EXIT
042846     END-IF.
042847     PERFORM 1160-LOAD-ONE-RULE THRU 1160-EXIT
042848         UNTIL SQ-RULES-EOF.
042849     CLOSE SQ-RULES-FILE.
042850     GO TO 1150-EXIT.
042851 1150-EXIT.
042852     EXIT.
042853*
042854 1160-LOAD-ONE-RULE.
042855     READ SQ-RULES-FILE
042856         AT END
042857             SET SQ-RULES-EOF TO TRUE
042858         NOT AT END
042859*            A RULE OUTSIDE ITS EFFECTIVE/EXPIRY WINDOW IS NOT
042860*            IN FORCE TONIGHT AND IS NEVER LOADED - A SEASONAL
042861*            CEILING TURNS ITSELF ON AND OFF THIS WAY.  SPACES
042862*            ON EITHER DATE LEAVE THAT SIDE OPEN.
042863             IF (SQ-RULE-EFF-DATE NOT = SPACES
042864                 AND SQ-RULE-EFF-DATE > SQ-TODAY-DATE)
042865                 OR (SQ-RULE-EXP-DATE NOT = SPACES
042866                 AND SQ-RULE-EXP-DATE < SQ-TODAY-DATE)
042867                 DISPLAY "RULE " SQ-RULE-ID
042868                     " NOT IN EFFECT TODAY - SKIPPED"
042869             ELSE
042870             IF SQ-RULE-COUNT < 50
042871                 ADD 1 TO SQ-RULE-COUNT
042872                 MOVE SQ-RULE-ID
042873                     TO SQ-RT-ID(SQ-RULE-COUNT)
042874                 MOVE SQ-RULE-DEPT
042875                     TO SQ-RT-DEPT(SQ-RULE-COUNT)
042876                 MOVE SQ-RULE-MIN
042877                     TO SQ-RT-MIN(SQ-RULE-COUNT)
042878                 MOVE SQ-RULE-MAX
042879                     TO SQ-RT-MAX(SQ-RULE-COUNT)
042880                 MOVE ZERO
042881                     TO SQ-RT-VIOLATIONS(SQ-RULE-COUNT)
042882             ELSE
042883                 DISPLAY "WARNING - RULES TABLE FULL, RULE "
042884                     SQ-RULE-ID " IGNORED"
042885                 MOVE SPACES TO SQ-ML-TEXT
042886                 STRING "WARNING - RULES TABLE FULL, RULE "
042887                     SQ-RULE-ID " IGNORED"
042888                     DELIMITED BY SIZE INTO SQ-ML-TEXT
042889                 MOVE "SQ0101W" TO SQ-ML-MSG-ID
042890                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042891                 SET SQ-RULES-EOF TO TRUE
042892             END-IF
042893             END-IF
042894     END-READ.
042895     GO TO 1160-EXIT.
042896 1160-EXIT.
042897     EXIT.
042898*
042899*****************************************************************
042900* 1170-LOAD-AUTH-MASTER / 1180-LOAD-ONE-AUTH.  PULLS THE
042901* REQUESTER/DEPARTMENT AUTHORIZATION MASTER (SQAUTH) INTO THE
042902* TABLES, THE SAME WAY 1150 LOADS THE RULES.  NO DATASET MEANS
042903* NO TAG VALIDATION IN FORCE.
042904*****************************************************************
042905 1170-LOAD-AUTH-MASTER.
042906     OPEN INPUT SQ-AUTH-FILE.
042907     IF SQ-AUTH-STATUS NOT = "00"
042908         IF SQ-AUTH-STATUS = "05"
042909             CLOSE SQ-AUTH-FILE
042910         ELSE
042911             DISPLAY "WARNING - SQ-AUTH-FILE OPEN FAILED, "
042912                 "STATUS " SQ-AUTH-STATUS
042913                 " - NO TAG VALIDATION IN FORCE"
042914             MOVE SPACES TO SQ-ML-TEXT
042915             STRING "WARNING - SQ-AUTH-FILE OPEN FAILED, "
042916                 "STATUS " SQ-AUTH-STATUS
042917                 " - NO TAG VALIDATION IN FORCE"
042918                 DELIMITED BY SIZE INTO SQ-ML-TEXT
042919             MOVE "SQ0002W" TO SQ-ML-MSG-ID
042920             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042921         END-IF
042922         GO TO 1170-EXIT
042923     END-IF.
042924     PERFORM 1180-LOAD-ONE-AUTH THRU 1180-EXIT
042925         UNTIL SQ-AUTH-EOF.
042926     CLOSE SQ-AUTH-FILE.
042927     IF SQ-AU-DEPT-COUNT > 0 OR SQ-AU-REQ-COUNT > 0
042928         SET SQ-AUTH-LOADED TO TRUE
042929     END-IF.
042930     GO TO 1170-EXIT.
042931 1170-EXIT.
042932     EXIT.
042933*
042934 1180-LOAD-ONE-AUTH.
042935     READ SQ-AUTH-FILE
042936         AT END
042937             SET SQ-AUTH-EOF TO TRUE
042938         NOT AT END
042939             EVALUATE TRUE
042940                 WHEN SQ-AUTH-TYPE = "D"
042941                     AND SQ-AU-DEPT-COUNT < 100
042942                     ADD 1 TO SQ-AU-DEPT-COUNT
042943                     MOVE SQ-AUTH-DEPT
042944                         TO SQ-AU-DEPT(SQ-AU-DEPT-COUNT)
042945                 WHEN SQ-AUTH-TYPE = "R"
042946                     AND SQ-AU-REQ-COUNT < 500
042947                     ADD 1 TO SQ-AU-REQ-COUNT
042948                     MOVE SQ-AUTH-REQ-ID
042949                         TO SQ-AU-REQ-ID(SQ-AU-REQ-COUNT)
042950                     MOVE SQ-AUTH-DEPT
042951                         TO SQ-AU-REQ-OWNER(SQ-AU-REQ-COUNT)
042952                 WHEN SQ-AUTH-TYPE = "D" OR SQ-AUTH-TYPE = "R"
042953                     DISPLAY "WARNING - AUTH MASTER TABLE FULL,"
042954                         " ENTRY IGNORED"
042955                     MOVE SPACES TO SQ-ML-TEXT
042956                     STRING "WARNING - AUTH MASTER TABLE FULL,"
042957                         " ENTRY IGNORED"
042958                         DELIMITED BY SIZE INTO SQ-ML-TEXT
042959                     MOVE "SQ0102W" TO SQ-ML-MSG-ID
042960                     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042961                 WHEN OTHER
042962                     DISPLAY "WARNING - BAD AUTH MASTER RECORD"
042963                         " TYPE " SQ-AUTH-TYPE " IGNORED"
042964                     MOVE SPACES TO SQ-ML-TEXT
042965                     STRING "WARNING - BAD AUTH MASTER RECORD"
042966                         " TYPE " SQ-AUTH-TYPE " IGNORED"
042967                         DELIMITED BY SIZE INTO SQ-ML-TEXT
042968                     MOVE "SQ0103W" TO SQ-ML-MSG-ID
042969                     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042970             END-EVALUATE
042971     END-READ.
042972     GO TO 1180-EXIT.
042973 1180-EXIT.
042974     EXIT.
042975*
042976*
042977*****************************************************************
042978* 1190-LOAD-DEPT-QUOTAS.  THE DEPARTMENT QUOTA MASTER AND THE
042979* BUSINESS MONTH'S USAGE SO FAR, INTO SQQTACCT.  RUNS ONCE THE
042980* RUN ID IS ASSIGNED - THE USAGE RECORDS ARE STAMPED WITH IT.
042981* NO MASTER MEANS NO QUOTAS IN FORCE.
042982*****************************************************************
042983 1190-LOAD-DEPT-QUOTAS.
042984     MOVE "L" TO SQ-QL-FUNCTION.
042985     MOVE SQ-BUSINESS-DATE(1:7) TO SQ-QL-MONTH.
042986     MOVE SQ-RUN-ID TO SQ-QL-RUN-ID.
042987     MOVE "SQUARE" TO SQ-QL-PROGRAM.
042988     CALL "SQQTACCT" USING SQ-QL-AREA.
042989     IF SQ-QL-ACTIVE
042990         DISPLAY "DEPARTMENT QUOTAS IN FORCE FOR " SQ-QL-MONTH
042991     END-IF.
042992     GO TO 1190-EXIT.
042993 1190-EXIT.
042994     EXIT.
042995*
043000 1200-OPEN-FILES.
043100     OPEN OUTPUT SQ-REPORT-FILE.
043110     IF SQ-REPORT-STATUS NOT = "00"
043120         DISPLAY "FATAL - SQ-REPORT-FILE OPEN FAILED, STATUS "
043130             SQ-REPORT-STATUS
043131         MOVE SPACES TO SQ-ML-TEXT
043132         STRING "FATAL - SQ-REPORT-FILE OPEN FAILED, STATUS "
043133             SQ-REPORT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
043134         MOVE "SQ0001S" TO SQ-ML-MSG-ID
043135         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043136         MOVE 16 TO RETURN-CODE
043137         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
043140         STOP RUN
043150     END-IF.
043170     PERFORM 1205-PICK-UP-SEAL-CHAIN THRU 1205-EXIT.
043200     OPEN EXTEND SQ-AUDIT-FILE.
043210     IF SQ-AUDIT-STATUS NOT = "00"
043220         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
043230             SQ-AUDIT-STATUS
043231         MOVE SPACES TO SQ-ML-TEXT
043232         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
043233             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
043234         MOVE "SQ0001S" TO SQ-ML-MSG-ID
043235         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043236         MOVE 16 TO RETURN-CODE
043237         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
043240         STOP RUN
043250     END-IF.
043252     OPEN OUTPUT SQ-RESULT-FILE.
043254     IF SQ-RESULT-STATUS NOT = "00"
043256         DISPLAY "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
043258             SQ-RESULT-STATUS
043259         MOVE SPACES TO SQ-ML-TEXT
043260         STRING "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
043261             SQ-RESULT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
043262         MOVE "SQ0001S" TO SQ-ML-MSG-ID
043263         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043264         MOVE 16 TO RETURN-CODE
043265         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
043266         STOP RUN
043267     END-IF.
043268     OPEN OUTPUT SQ-REJECT-FILE.
043269     IF SQ-REJECT-STATUS NOT = "00"
043270         DISPLAY "FATAL - SQ-REJECT-FILE OPEN FAILED, STATUS "
043272             SQ-REJECT-STATUS
043274         MOVE SPACES TO SQ-ML-TEXT
043276         STRING "FATAL - SQ-REJECT-FILE OPEN FAILED, STATUS "
043278             SQ-REJECT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
043280         MOVE "SQ0001S" TO SQ-ML-MSG-ID
043282         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043284         MOVE 16 TO RETURN-CODE
043286         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
043288         STOP RUN
043290     END-IF.
043300     IF SQ-CACHE-ENABLED
043400         PERFORM 1210-OPEN-CACHE THRU 1210-EXIT
043500     END-IF.
043710         IF SQ-INPUT-STATUS NOT = "00"
043720             DISPLAY "FATAL - SQ-INPUT-FILE OPEN FAILED, STATUS "
043730                 SQ-INPUT-STATUS
043731             MOVE SPACES TO SQ-ML-TEXT
043732             STRING "FATAL - SQ-INPUT-FILE OPEN FAILED, STATUS "
043733                 SQ-INPUT-STATUS
043734                 DELIMITED BY SIZE INTO SQ-ML-TEXT
043735             MOVE "SQ0001S" TO SQ-ML-MSG-ID
043736             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043737             MOVE 16 TO RETURN-CODE
043738             PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
043740             STOP RUN
043750         END-IF
043800     ELSE
044200 1200-EXIT.
044300     EXIT.
044400*
044402*****************************************************************
044404* 1205-PICK-UP-SEAL-CHAIN.  READS THE AUDIT FILE THROUGH ONCE
044406* BEFORE IT IS EXTENDED, FOR THE LAST SEAL'S HASH (THE SEED OF
044408* THIS RUN'S CHAIN) AND ANY ROWS WRITTEN SINCE IT - ROWS LEFT BY
044410* A RUN THAT DIED BEFORE SEALING, OR HISTORY FROM BEFORE SEALS
044412* EXISTED.  THOSE ARE FOLDED IN AND SEALED WITH THIS RUN'S OWN
044414* ROWS.  A FILE THAT WILL NOT OPEN IS LEFT FOR THE EXTEND OPEN
044416* TO REPORT.
044418*****************************************************************
044420 1205-PICK-UP-SEAL-CHAIN.
044422     OPEN INPUT SQ-AUDIT-FILE.
044424     IF SQ-AUDIT-STATUS NOT = "00"
044426         GO TO 1205-EXIT
044428     END-IF.
044430     MOVE "N" TO SQ-SEAL-EOF-SW.
044432     PERFORM 1206-SCAN-ONE-AUDIT-ROW THRU 1206-EXIT
044434         UNTIL SQ-SEAL-EOF.
044436     CLOSE SQ-AUDIT-FILE.
044438     IF SQ-SEAL-ROWS > 0
044440         DISPLAY "AUDIT SEAL - " SQ-SEAL-ROWS
044442             " UNSEALED ROW(S) ON FILE, SEALED WITH THIS RUN"
044444     END-IF.
044446     GO TO 1205-EXIT.
044448 1205-EXIT.
044450     EXIT.
044452*
044454 1206-SCAN-ONE-AUDIT-ROW.
044456     READ SQ-AUDIT-FILE
044458         AT END
044460             SET SQ-SEAL-EOF TO TRUE
044462         NOT AT END
044464             IF SQ-AUDIT-SEAL-ROW
044466                 MOVE SQ-AUDIT-SEAL-HASH TO SQ-SEAL-PREV-HASH
044468                 MOVE SQ-AUDIT-SEAL-HASH TO SQ-SEAL-HASH
044470                 MOVE ZERO TO SQ-SEAL-ROWS
044472             ELSE
044474                 CALL "SQSEAL" USING SQ-AUDIT-RECORD,
044476                     SQ-SEAL-HASH
044478                 ADD 1 TO SQ-SEAL-ROWS
044480             END-IF
044482     END-READ.
044484     GO TO 1206-EXIT.
044486 1206-EXIT.
044488     EXIT.
044490*
044500 1210-OPEN-CACHE.
044600     OPEN I-O SQ-CACHE-FILE.
044700     IF SQ-CACHE-STATUS NOT = "00"
045100     END-IF.
045200     GO TO 1210-EXIT.
045300 1210-EXIT.
045305     EXIT.
045310*
045315*****************************************************************
045320* 1220-LOAD-METHOD-POLICY.  AN ADAPTIVE RUN LOADS THE METHOD
045325* POLICY (SEE SQMPOLCY) INTO SQMPSEL.  NO POLICY, OR ONE WITH NO
045330* USABLE CELL, IS A WARNING - EVERY VALUE THEN RUNS BABYLONIAN.
045335*****************************************************************
045340 1220-LOAD-METHOD-POLICY.
045345     MOVE "L" TO SQ-MP-FUNCTION.
045350     CALL "SQMPSEL" USING SQ-MP-AREA.
045355     IF SQ-MP-ACTIVE
045360         DISPLAY "ADAPTIVE METHOD - " SQ-MP-CELLS
045365             " POLICY CELLS, BUILT " SQ-MP-BUILT-DATE
045370     END-IF.
045375     GO TO 1220-EXIT.
045380 1220-EXIT.
045400     EXIT.
045500*
045600 1300-GET-RUN-DATE.
046717     IF SQ-CAL-STATUS NOT = "00"
046718         DISPLAY "WARNING - CALENDAR OPEN FAILED, STATUS "
046719             SQ-CAL-STATUS " - WALL DATE IN EFFECT"
046720         MOVE SPACES TO SQ-ML-TEXT
046721         STRING "WARNING - CALENDAR OPEN FAILED, STATUS "
046722             SQ-CAL-STATUS " - WALL DATE IN EFFECT"
046723             DELIMITED BY SIZE INTO SQ-ML-TEXT
046724         MOVE "SQ0002W" TO SQ-ML-MSG-ID
046725         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
046726         GO TO 1320-EXIT
046727     END-IF.
046728     MOVE "N" TO SQ-CAL-EOF-SW SQ-CAL-FOUND-SW.
046729     PERFORM 1330-SCAN-ONE-CAL-ENTRY THRU 1330-EXIT
046730         UNTIL SQ-CAL-EOF OR SQ-CAL-FOUND.
046731     CLOSE SQ-CAL-FILE.
046732     IF NOT SQ-CAL-FOUND
046733         GO TO 1320-EXIT
046734     END-IF.
046735     IF SQ-CAL-FOUND-BDATE NOT = SPACES
046736         MOVE SQ-CAL-FOUND-BDATE TO SQ-BUSINESS-DATE
046737     END-IF.
046738     IF SQ-CAL-FOUND-FLAG = "N" AND SQ-MODE-BATCH
046739         DISPLAY "SQUARE - " SQ-TODAY-DATE
046740             " IS A NON-PROCESSING DAY, RUN SKIPPED"
046741             UPON CONSOLE
046742         MOVE 1 TO RETURN-CODE
046743         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
046744         STOP RUN
046745     END-IF.
046746     GO TO 1320-EXIT.
046747 1320-EXIT.
046748     EXIT.
046749*
046750 1330-SCAN-ONE-CAL-ENTRY.
046751     READ SQ-CAL-FILE
046752         AT END
046753             SET SQ-CAL-EOF TO TRUE
046754         NOT AT END
046755             IF SQ-CAL-DATE = SQ-TODAY-DATE
046756                 SET SQ-CAL-FOUND TO TRUE
046757                 MOVE SQ-CAL-PROC-FLAG TO SQ-CAL-FOUND-FLAG
046758                 MOVE SQ-CAL-BUS-DATE TO SQ-CAL-FOUND-BDATE
046759             END-IF
046760     END-READ.
046761     GO TO 1330-EXIT.
046762 1330-EXIT.
046763     EXIT.
046764*
046765*****************************************************************
046766* 1350-ASSIGN-RUN-ID.  READS THE LAST RUN ID OFF THE REGISTRY,
046767* TAKES THE NEXT ONE, AND WRITES THE REGISTRY BACK IN PLACE -
046768* THE SAME SINGLE-RECORD DISP=OLD ARRANGEMENT AS THE
046769* CHECKPOINT.  A MISSING OR EMPTY REGISTRY STARTS AT RUN 1.
046770*****************************************************************
046771 1350-ASSIGN-RUN-ID.
046772     MOVE 1 TO SQ-RUN-ID.
046773     OPEN INPUT SQ-RUNREG-FILE.
046774     IF SQ-RUNREG-STATUS = "00"
046775         READ SQ-RUNREG-FILE
046776             AT END
046777                 CONTINUE
046778             NOT AT END
046779                 IF SQ-RUNREG-LAST-RUN-ID < 99999
046780                     COMPUTE SQ-RUN-ID =
046781                         SQ-RUNREG-LAST-RUN-ID + 1
046782                 END-IF
046783         END-READ
046784     END-IF.
046785     IF SQ-RUNREG-STATUS = "00" OR SQ-RUNREG-STATUS = "05"
046786         CLOSE SQ-RUNREG-FILE
046787     END-IF.
046788*
046789     OPEN OUTPUT SQ-RUNREG-FILE.
046790     IF SQ-RUNREG-STATUS = "00" OR SQ-RUNREG-STATUS = "05"
046791         MOVE SPACES TO SQ-RUNREG-RECORD
046792         MOVE SQ-RUN-ID TO SQ-RUNREG-LAST-RUN-ID
046793         MOVE SQ-TIMESTAMP-TEXT TO SQ-RUNREG-TIMESTAMP
046794         MOVE SQ-BUSINESS-DATE TO SQ-RUNREG-BUS-DATE
046795         WRITE SQ-RUNREG-RECORD
046796         CLOSE SQ-RUNREG-FILE
046797     ELSE
046798         DISPLAY "WARNING - RUN REGISTRY NOT UPDATED, STATUS "
046799             SQ-RUNREG-STATUS
046800         MOVE SPACES TO SQ-ML-TEXT
046801         STRING "WARNING - RUN REGISTRY NOT UPDATED, STATUS "
046802             SQ-RUNREG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
046803         MOVE "SQ0104W" TO SQ-ML-MSG-ID
046804         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
046805     END-IF.
046806     GO TO 1350-EXIT.
046807 1350-EXIT.
046808     EXIT.
046809*
046810*****************************************************************
046811* 1360-WRITE-RESULT-HEADER.  THE OUTBOUND RESULTS DATASET NOW
046812* OPENS WITH ITS OWN CONTROL HEADER CARRYING THE RUN ID - THE
046813* TRAILER (COUNT AND HASH) CLOSES IT IN 9250.  EVERY READER OF
046814* THE RESULTS DATASET SKIPS THE "HDR "/"TRL " ROWS.
046815*****************************************************************
046816 1360-WRITE-RESULT-HEADER.
046817     MOVE SQ-RUN-ID TO SQ-RC-HDR-RUN-ID.
046818     MOVE SQ-RC-HEADER-IMAGE TO SQ-RES-RECORD.
046819     WRITE SQ-RES-RECORD.
046820     PERFORM 4855-CHECK-RESULT-STATUS THRU 4855-EXIT.
046821     GO TO 1360-EXIT.
046822 1360-EXIT.
046823     EXIT.
046824*
046825*****************************************************************
046826* 1380-CHECK-PRIOR-ACK.  THE RECEIVING SIDE'S VERIFIER
046827* (SQRESVFY) WRITES AN ACKNOWLEDGMENT FOR EVERY DELIVERY IT
046828* CHECKED - ONE PER DEPARTMENT SINCE THE RESULTS ARE BURST
046829* (SQRESBST).  ONLY THE HIGHEST RUN ID ON FILE COUNTS.  AN ACK
046830* DATASET THAT IS PRESENT BUT EMPTY MEANS LAST NIGHT'S DELIVERY
046831* WAS NEVER CONFIRMED; EACH DEPARTMENT WHOSE RECORD CARRIES
046832* ANYTHING OTHER THAN "OK" IS NAMED ON ITS OWN LINE, SO ONE BAD
046833* DELIVERY NO LONGER READS AS ALL OF THEM.  FLAGGED ON THE
046834* CONSOLE, BUT NEVER FATAL; TONIGHT'S PRODUCTION STILL RUNS.
046835*****************************************************************
046836 1380-CHECK-PRIOR-ACK.
046837     OPEN INPUT SQ-ACK-FILE.
046838     IF SQ-ACK-STATUS = "05"
046839         CLOSE SQ-ACK-FILE
046840         GO TO 1380-EXIT
046841     END-IF.
046842     IF SQ-ACK-STATUS NOT = "00"
046843         DISPLAY "WARNING - ACK DATASET OPEN FAILED, STATUS "
046844             SQ-ACK-STATUS
046845         MOVE SPACES TO SQ-ML-TEXT
046846         STRING "WARNING - ACK DATASET OPEN FAILED, STATUS "
046847             SQ-ACK-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
046848         MOVE "SQ0002W" TO SQ-ML-MSG-ID
046849         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
046850         GO TO 1380-EXIT
046851     END-IF.
046852     MOVE ZERO TO SQ-ACK-ROWS.
046853     MOVE ZERO TO SQ-ACK-TOP-RUN.
046854     MOVE "N" TO SQ-ACK-EOF-SW.
046855     PERFORM 1381-FIND-TOP-RUN THRU 1381-EXIT
046856         UNTIL SQ-ACK-EOF.
046857     CLOSE SQ-ACK-FILE.
046858     IF SQ-ACK-ROWS = ZERO
046859         DISPLAY "WARNING - PRIOR RESULTS DELIVERY WAS"
046860             " NEVER CONFIRMED" UPON CONSOLE
046861         MOVE SPACES TO SQ-ML-TEXT
046862         STRING "WARNING - PRIOR RESULTS DELIVERY WAS"
046863             " NEVER CONFIRMED" DELIMITED BY SIZE INTO SQ-ML-TEXT
046864         MOVE "SQ0105W" TO SQ-ML-MSG-ID
046865         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
046866         GO TO 1380-EXIT
046867     END-IF.
046868     OPEN INPUT SQ-ACK-FILE.
046869     IF SQ-ACK-STATUS NOT = "00"
046870         GO TO 1380-EXIT
046871     END-IF.
046872     MOVE "N" TO SQ-ACK-EOF-SW.
046873     PERFORM 1382-CHECK-ONE-ACK THRU 1382-EXIT
046874         UNTIL SQ-ACK-EOF.
046875     CLOSE SQ-ACK-FILE.
046876     GO TO 1380-EXIT.
046877 1380-EXIT.
046878     EXIT.
046879*
046880 1381-FIND-TOP-RUN.
046881     READ SQ-ACK-FILE
046882         AT END
046883             SET SQ-ACK-EOF TO TRUE
046884         NOT AT END
046885             MOVE SQ-ACK-RECORD TO SQ-RC-ACK-IMAGE
046886             IF SQ-RC-ACK-RUN-ID NUMERIC
046887                 ADD 1 TO SQ-ACK-ROWS
046888                 IF SQ-RC-ACK-RUN-ID > SQ-ACK-TOP-RUN
046889                     MOVE SQ-RC-ACK-RUN-ID TO SQ-ACK-TOP-RUN
046890                 END-IF
046891             END-IF
046892     END-READ.
046893     GO TO 1381-EXIT.
046894 1381-EXIT.
046895     EXIT.
046896*
046897 1382-CHECK-ONE-ACK.
046898     READ SQ-ACK-FILE
046899         AT END
046900             SET SQ-ACK-EOF TO TRUE
046901             GO TO 1382-EXIT
046902     END-READ.
046903     MOVE SQ-ACK-RECORD TO SQ-RC-ACK-IMAGE.
046904     IF SQ-RC-ACK-RUN-ID NOT NUMERIC
046905         OR SQ-RC-ACK-RUN-ID NOT = SQ-ACK-TOP-RUN
046906         OR SQ-RC-ACK-STATUS = "OK"
046907         GO TO 1382-EXIT
046908     END-IF.
046909     MOVE SQ-RC-ACK-DEPT TO SQ-ACK-DEPT-SHOW.
046910     IF SQ-ACK-DEPT-SHOW = SPACES
046911         MOVE "ALL" TO SQ-ACK-DEPT-SHOW
046912     END-IF.
046913     DISPLAY "WARNING - PRIOR RESULTS DELIVERY"
046914         " FAILED VERIFICATION, RUN "
046915         SQ-RC-ACK-RUN-ID " DEPT " SQ-ACK-DEPT-SHOW UPON CONSOLE
046916     MOVE SPACES TO SQ-ML-TEXT
046917     STRING "WARNING - PRIOR RESULTS DELIVERY"
046918         " FAILED VERIFICATION, RUN "
046919         SQ-RC-ACK-RUN-ID " DEPT " SQ-ACK-DEPT-SHOW
046920         DELIMITED BY SIZE INTO SQ-ML-TEXT
046921     MOVE "SQ0106W" TO SQ-ML-MSG-ID
046922     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
046923     GO TO 1382-EXIT.
046924 1382-EXIT.
046925     EXIT.
046926*
046927 1400-CHECK-RESTART.
047000     OPEN INPUT SQ-CKPT-FILE.
047100     IF SQ-RESTART-ENABLED AND SQ-CKPT-STATUS = "00"
047200         READ SQ-CKPT-FILE
047400                 CONTINUE
047500             NOT AT END
047600                 MOVE SQ-CKPT-LAST-RECORD-NO TO SQ-RESTART-FROM
047610*                ON A RESUME ONLY A CHECKPOINT TAKEN SINCE THE
047620*                START THAT DIED COUNTS - AN OLDER ONE IS LEFT
047630*                FROM AN EARLIER RUN; START AT THE FIRST RECORD.
047640                 IF SQ-STEP-RESUMING
047650                     AND SQ-CKPT-TIMESTAMP NOT > SQ-SL-PRIOR-START
047660                     MOVE ZERO TO SQ-RESTART-FROM
047670                 END-IF
047700         END-READ
047800     END-IF.
047850     IF SQ-CKPT-STATUS = "00" OR SQ-CKPT-STATUS = "05"
055900     DISPLAY "  NEGATIVE NUMBERS ARE ACCEPTED WHEN THE ROOT"
056000     DISPLAY "  DEGREE IN EFFECT IS ODD; ZERO IS REJECTED,"
056010     DISPLAY "  AND SO ARE NEGATIVES AT AN EVEN DEGREE."
056030     DISPLAY "  A LINE MAY LEAD WITH EXP=P/Q TO RAISE ITS"
056050     DISPLAY "  VALUES TO THE POWER P/Q (E.G. EXP=-1/2)."
056100     DISPLAY "  COMMANDS: H = THIS HELP, S = SESSION"
056200     DISPLAY "            STATISTICS, Q = QUIT."
056300     DISPLAY "----------------------------------------------".
058240*    LINE ONLY.
058250     MOVE SQ-BASE-ROOT-DEGREE TO SQ-ROOT-DEGREE-OPT.
058260     MOVE SQ-BASE-TOLERANCE TO SQ-TOLERANCE.
058265     MOVE ZERO TO SQ-EXP-POWER.
058270     MOVE "N" TO SQ-OV-DONE-SW.
058280     PERFORM 2430-CHECK-OVERRIDE-PREFIX THRU 2430-EXIT
058290         UNTIL SQ-OV-DONE.
060471*
060472*****************************************************************
060473* 2430-CHECK-OVERRIDE-PREFIX / 2440-APPLY-OVERRIDE.  STRIPS
060474* LEADING DEG=/TOL=/EXP= TOKENS OFF THE LINE AND APPLIES THEM
060475* BEFORE THE VALUES ARE TOKENIZED.  A BAD OVERRIDE GETS THE
060476* USUAL REJECT LINE AND THE REST OF THE LINE RUNS AT THE CARD
060477* SETTINGS.
060478*****************************************************************
060479 2430-CHECK-OVERRIDE-PREFIX.
060480     IF IN-Z(1:4) = "DEG=" OR IN-Z(1:4) = "TOL="
060481         OR IN-Z(1:4) = "EXP="
060482         MOVE 1 TO SQ-OV-PTR
060483         MOVE SPACES TO SQ-RAW-TOKEN
060484         UNSTRING IN-Z DELIMITED BY "," OR " "
060485             INTO SQ-RAW-TOKEN
060486             WITH POINTER SQ-OV-PTR
060487         PERFORM 2440-APPLY-OVERRIDE THRU 2440-EXIT
060488         IF SQ-OV-PTR > 80
060489             MOVE SPACES TO IN-Z
060490         ELSE
060491             MOVE IN-Z(SQ-OV-PTR:) TO SQ-OV-REST
060492             MOVE SQ-OV-REST TO IN-Z
060493         END-IF
060494     ELSE
060495         SET SQ-OV-DONE TO TRUE
060496     END-IF.
060497     GO TO 2430-EXIT.
060498 2430-EXIT.
060499     EXIT.
060500*
060501 2440-APPLY-OVERRIDE.
060502     IF SQ-RAW-TOKEN(1:4) = "EXP="
060503         PERFORM 2460-APPLY-EXPONENT THRU 2460-EXIT
060504         GO TO 2440-EXIT
060505     END-IF.
060506     IF FUNCTION TEST-NUMVAL(SQ-RAW-TOKEN(5:)) NOT = 0
060507         PERFORM 2450-REJECT-OVERRIDE THRU 2450-EXIT
060508         GO TO 2440-EXIT
060509     END-IF.
060510     COMPUTE SQ-OV-NUM = FUNCTION NUMVAL(SQ-RAW-TOKEN(5:)).
060511     IF SQ-RAW-TOKEN(1:4) = "DEG="
060512         IF SQ-OV-NUM < 1 OR SQ-OV-NUM > 99
060513             PERFORM 2450-REJECT-OVERRIDE THRU 2450-EXIT
060514         ELSE
060515             MOVE SQ-OV-NUM TO SQ-ROOT-DEGREE-OPT
060516         END-IF
060517     ELSE
060518         IF SQ-OV-NUM < 0 OR SQ-OV-NUM >= 1
060519             PERFORM 2450-REJECT-OVERRIDE THRU 2450-EXIT
060520         ELSE
060521             MOVE SQ-OV-NUM TO SQ-TOLERANCE
060522         END-IF
060523     END-IF.
060524     GO TO 2440-EXIT.
060525 2440-EXIT.
060526     EXIT.
060527*
060528 2450-REJECT-OVERRIDE.
060529     DISPLAY SQ-RAW-TOKEN(1:20) " IS A BAD OVERRIDE - IGNORED".
060530     MOVE SQ-RAW-TOKEN TO SQ-RJ-VALUE.
060531     MOVE "BAD OVERRIDE PREFIX" TO SQ-RJ-REASON.
060532     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
060533     WRITE SQ-REPORT-LINE FROM SQ-REJECT-LINE
060534         AFTER ADVANCING 1.
060535     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
060536     ADD 1 TO SQ-LINE-NO.
060537     ADD 1 TO SQ-TOTAL-REJECTED.
060538     MOVE "BOVR" TO SQ-RJF-CODE-WORK.
060539     PERFORM 4220-WRITE-REJECT-RECORD THRU 4220-EXIT.
060540     GO TO 2450-EXIT.
060541 2450-EXIT.
060542     EXIT.
060543*
060544*****************************************************************
060545* 2460-APPLY-EXPONENT.  AN EXP=P/Q PREFIX ASKS FOR THE LINE'S
060546* VALUES RAISED TO THE POWER P/Q.  P IS A WHOLE NUMBER FROM -99
060547* TO 99, NOT ZERO - A NEGATIVE P GIVES THE RECIPROCAL.  Q IS THE
060548* ROOT DEGREE, 1 TO 99, AND "/Q" MAY BE LEFT OFF (Q = 1).  THE
060549* ODD/EVEN NEGATIVE-VALUE RULE RUNS ON Q AS KEYED, NOT REDUCED,
060550* AND A LATER DEG= ON THE SAME LINE REPLACES Q.
060551*****************************************************************
060552 2460-APPLY-EXPONENT.
060553     MOVE SPACES TO SQ-EXP-P-TEXT SQ-EXP-Q-TEXT SQ-EXP-X-TEXT.
060554     UNSTRING SQ-RAW-TOKEN(5:) DELIMITED BY "/"
060555         INTO SQ-EXP-P-TEXT SQ-EXP-Q-TEXT SQ-EXP-X-TEXT.
060556     IF SQ-EXP-Q-TEXT = SPACES
060557         MOVE "1" TO SQ-EXP-Q-TEXT
060558     END-IF.
060559     IF SQ-EXP-X-TEXT NOT = SPACES
060560         OR SQ-EXP-P-TEXT = SPACES
060561         OR FUNCTION TEST-NUMVAL(SQ-EXP-P-TEXT) NOT = 0
060562         OR FUNCTION TEST-NUMVAL(SQ-EXP-Q-TEXT) NOT = 0
060563         PERFORM 2450-REJECT-OVERRIDE THRU 2450-EXIT
060564         GO TO 2460-EXIT
060565     END-IF.
060566     COMPUTE SQ-OV-NUM = FUNCTION NUMVAL(SQ-EXP-P-TEXT).
060567     IF SQ-OV-NUM < -99 OR SQ-OV-NUM > 99 OR SQ-OV-NUM = 0
060568         OR SQ-OV-NUM NOT = FUNCTION INTEGER(SQ-OV-NUM)
060569         PERFORM 2450-REJECT-OVERRIDE THRU 2450-EXIT
060570         GO TO 2460-EXIT
060571     END-IF.
060572     MOVE SQ-OV-NUM TO SQ-EXP-P-WORK.
060573     COMPUTE SQ-OV-NUM = FUNCTION NUMVAL(SQ-EXP-Q-TEXT).
060574     IF SQ-OV-NUM < 1 OR SQ-OV-NUM > 99
060575         OR SQ-OV-NUM NOT = FUNCTION INTEGER(SQ-OV-NUM)
060576         PERFORM 2450-REJECT-OVERRIDE THRU 2450-EXIT
060577         GO TO 2460-EXIT
060578     END-IF.
060579     MOVE SQ-OV-NUM TO SQ-ROOT-DEGREE-OPT.
060580     MOVE SQ-EXP-P-WORK TO SQ-EXP-POWER.
060581     GO TO 2460-EXIT.
060582 2460-EXIT.
060583     EXIT.
060584*
060585*****************************************************************
060600* 3000 SERIES - BATCH INPUT LOOP.
060700*****************************************************************
060800 3000-BATCH-LOOP.
063943             FUNCTION NUMVAL(SQ-CTL-TOKEN-3)
063944     ELSE
063945         DISPLAY "CONTROL TRAILER IS NOT NUMERIC - RUN FLAGGED"
063946         MOVE SPACES TO SQ-ML-TEXT
063947         STRING "CONTROL TRAILER IS NOT NUMERIC - RUN FLAGGED"
063948             DELIMITED BY SIZE INTO SQ-ML-TEXT
063949         MOVE "SQ0107W" TO SQ-ML-MSG-ID
063950         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
063951         SET SQ-CTL-FAILED TO TRUE
063952     END-IF.
063953     GO TO 3400-EXIT.
063954 3400-EXIT.
063955     EXIT.
063956*
063957*****************************************************************
063958* 3500-PROCESS-SERIES.  SER <FROM> <TO> <STEP> EXPANDS TO ONE
063959* COMPUTED VALUE PER STEP, EACH DRIVEN THROUGH THE SAME
063960* VALIDATE/COMPUTE PATH AS A KEYED TOKEN SO REPORT, AUDIT,
063961* RESULTS, AND CACHE ALL SEE THEM AS ORDINARY VALUES.
063962*****************************************************************
063963 3500-PROCESS-SERIES.
063964*    A SERIES RECORD CARRIES NO DEG=/TOL= PREFIX OF ITS OWN -
063965*    IT ALWAYS RUNS AT THE CARD SETTINGS, NEVER AT WHATEVER
063966*    OVERRIDE THE PREVIOUS LINE LEFT BEHIND.
063967     MOVE SQ-BASE-ROOT-DEGREE TO SQ-ROOT-DEGREE-OPT.
063968     MOVE SQ-BASE-TOLERANCE TO SQ-TOLERANCE.
063969     MOVE ZERO TO SQ-EXP-POWER.
063970     MOVE SPACES TO SQ-SER-TOKEN-1 SQ-SER-TOKEN-2
063971         SQ-SER-TOKEN-3 SQ-SER-TOKEN-4.
063972     UNSTRING SQ-INPUT-RECORD DELIMITED BY ALL " "
063973         INTO SQ-SER-TOKEN-1 SQ-SER-TOKEN-2
063974         SQ-SER-TOKEN-3 SQ-SER-TOKEN-4.
063975     IF FUNCTION TEST-NUMVAL(SQ-SER-TOKEN-2) NOT = 0
063976         OR FUNCTION TEST-NUMVAL(SQ-SER-TOKEN-3) NOT = 0
063977         OR FUNCTION TEST-NUMVAL(SQ-SER-TOKEN-4) NOT = 0
063978         PERFORM 3520-REJECT-SERIES THRU 3520-EXIT
063979         GO TO 3500-EXIT
063980     END-IF.
063981     COMPUTE SQ-SER-FROM = FUNCTION NUMVAL(SQ-SER-TOKEN-2).
063982     COMPUTE SQ-SER-TO = FUNCTION NUMVAL(SQ-SER-TOKEN-3).
063983     COMPUTE SQ-SER-STEP = FUNCTION NUMVAL(SQ-SER-TOKEN-4).
063984     IF SQ-SER-STEP <= 0 OR SQ-SER-FROM > SQ-SER-TO
063985         PERFORM 3520-REJECT-SERIES THRU 3520-EXIT
063986         GO TO 3500-EXIT
063987     END-IF.
063988     MOVE SQ-SER-FROM TO SQ-SER-CURRENT.
063989     MOVE "N" TO SQ-SER-DONE-SW.
063990*    GENERATED VALUES WERE NEVER ON THE FEED - THE SWITCH
063991*    KEEPS THEM OUT OF THE CONTROL HASH (SEE 4300).
063992     SET SQ-SER-EXPANDING TO TRUE.
063993     PERFORM 3510-EXPAND-ONE-VALUE THRU 3510-EXIT
063994         UNTIL SQ-SER-CURRENT > SQ-SER-TO OR SQ-SER-DONE.
063995     MOVE "N" TO SQ-SER-EXPAND-SW.
063996     GO TO 3500-EXIT.
063997 3500-EXIT.
063998     EXIT.
063999*
064000 3510-EXPAND-ONE-VALUE.
064001     MOVE SQ-SER-CURRENT TO SQ-SER-TEXT.
064002     MOVE SQ-SER-TEXT TO SQ-CURRENT-TOKEN.
064003     PERFORM 4100-VALIDATE-AND-COMPUTE THRU 4100-EXIT.
064004     ADD SQ-SER-STEP TO SQ-SER-CURRENT
064005         ON SIZE ERROR
064006*            PAST THE FIELD LIMIT MEANS PAST ANY POSSIBLE TO -
064007*            FORCE THE EXPANSION CLOSED RATHER THAN WRAP.
064008             SET SQ-SER-DONE TO TRUE
064009     END-ADD.
064010     GO TO 3510-EXIT.
064011 3510-EXIT.
064012     EXIT.
064013*
064014 3520-REJECT-SERIES.
064015     DISPLAY "BAD SERIES REQUEST - " SQ-INPUT-RECORD(1:40).
064016     MOVE SQ-INPUT-RECORD TO SQ-RJ-VALUE.
064017     MOVE "BAD SERIES REQUEST" TO SQ-RJ-REASON.
064018     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
064019     WRITE SQ-REPORT-LINE FROM SQ-REJECT-LINE
064020         AFTER ADVANCING 1.
064021     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
064022     ADD 1 TO SQ-LINE-NO.
064023     ADD 1 TO SQ-TOTAL-REJECTED.
064024     MOVE "BSER" TO SQ-RJF-CODE-WORK.
064025     PERFORM 4220-WRITE-REJECT-RECORD THRU 4220-EXIT.
064026     GO TO 3520-EXIT.
064027 3520-EXIT.
064028     EXIT.
064029*
064030*****************************************************************
064031* 3600-CHECK-HEARTBEAT / 3610-ISSUE-HEARTBEAT /
064032* 3620-CHECK-STOP-REQUEST.  EVERY SQ-HEARTBEAT-INTERVAL INPUT
064033* RECORDS (EVERY 500 WHEN THE CARD LEAVES THE INTERVAL ZERO)
064034* THE CONSOLE GETS A PROGRESS LINE AND THE OPTIONAL SQSTOP
064035* DATASET IS POLLED.  A RECORD READING "STOP" QUIESCES THE
064036* RUN - THE CURRENT RECORD IS ALREADY FINISHED AND
064037* CHECKPOINTED, SO THE MAINLINE JUST FALLS THROUGH TO THE
064038* NORMAL SUMMARY AND CLOSE, AND 9300 TURNS IT INTO RC=2.
064039*****************************************************************
064040 3600-CHECK-HEARTBEAT.
064041     IF SQ-HEARTBEAT-INTERVAL > 0
064042         IF FUNCTION MOD(SQ-RECORD-COUNT,
064043             SQ-HEARTBEAT-INTERVAL) = 0
064044             PERFORM 3610-ISSUE-HEARTBEAT THRU 3610-EXIT
064045             PERFORM 3620-CHECK-STOP-REQUEST THRU 3620-EXIT
064046         END-IF
064047     ELSE
064048         IF FUNCTION MOD(SQ-RECORD-COUNT, 500) = 0
064049             PERFORM 3620-CHECK-STOP-REQUEST THRU 3620-EXIT
064050         END-IF
064051     END-IF.
064052     GO TO 3600-EXIT.
064053 3600-EXIT.
064054     EXIT.
064055*
064056 3610-ISSUE-HEARTBEAT.
064057     DISPLAY "SQUARE RUN " SQ-RUN-ID
064058         " - RECORDS " SQ-RECORD-COUNT
064059         " VALUES " SQ-TOTAL-PROCESSED
064060         " REJECTS " SQ-TOTAL-REJECTED
064061         " EXCEPTIONS " SQ-TOTAL-EXCEPTIONS
064062         UPON CONSOLE.
064063     GO TO 3610-EXIT.
064064 3610-EXIT.
064065     EXIT.
064066*
064067 3620-CHECK-STOP-REQUEST.
064068     OPEN INPUT SQ-STOP-FILE.
064069     IF SQ-STOP-STATUS = "00"
064070         READ SQ-STOP-FILE
064071             AT END
064072                 CONTINUE
064073             NOT AT END
064074                 IF SQ-STOP-RECORD(1:4) = "STOP"
064075                     SET SQ-QUIESCE-REQUESTED TO TRUE
064076                     DISPLAY "SQUARE RUN " SQ-RUN-ID
064077                         " - OPERATOR STOP HONORED AFTER"
064078                         " RECORD " SQ-RECORD-COUNT
064079                         UPON CONSOLE
064080                 END-IF
064081         END-READ
064082     END-IF.
064083     IF SQ-STOP-STATUS = "00" OR SQ-STOP-STATUS = "05"
064084         CLOSE SQ-STOP-FILE
064085     END-IF.
064086     GO TO 3620-EXIT.
064087 3620-EXIT.
064088     EXIT.
064089*
064090*****************************************************************
064091* 3800-PROCESS-SOURCE-DELIM / 3850-WRITE-SECTION-SUBTOTAL.  A
064092* SRC <DEPT> RECORD CLOSES THE OPEN SECTION (SUBTOTAL LINE),
064093* OPENS A NEW ONE UNDER ITS OWN TITLE AND COLUMN HEADERS,
064094* SNAPSHOTS THE GRAND TOTALS, AND PUTS THE DEPARTMENT INTO THE
064095* ATTRIBUTION IN EFFECT SO AUDIT ROWS MATCH THE SECTION.
064096*****************************************************************
064097 3800-PROCESS-SOURCE-DELIM.
064098     MOVE SPACES TO SQ-CTL-TOKEN-1 SQ-CTL-TOKEN-2.
064099     UNSTRING SQ-INPUT-RECORD DELIMITED BY ALL " "
064100         INTO SQ-CTL-TOKEN-1 SQ-CTL-TOKEN-2.
064101*    AN SRC DELIMITER NAMING A DEPARTMENT THAT IS NOT ON THE
064102*    AUTHORIZATION MASTER IS REJECTED LIKE A BAD DEPT= TAG -
064103*    THE OPEN SECTION AND ATTRIBUTION STAY AS THEY WERE.
064104     IF SQ-AUTH-LOADED
064105         MOVE 0 TO SQ-AU-HIT
064106         MOVE 1 TO SQ-AU-SUB
064107         PERFORM 3810-MATCH-SRC-DEPT THRU 3810-EXIT
064108             UNTIL SQ-AU-HIT > 0
064109                 OR SQ-AU-SUB > SQ-AU-DEPT-COUNT
064110         IF SQ-AU-HIT = 0
064111             DISPLAY SQ-INPUT-RECORD(1:20)
064112                 " NAMES AN UNKNOWN DEPARTMENT - REJECTED"
064113             MOVE SQ-INPUT-RECORD TO SQ-RJ-VALUE
064114             MOVE "UNKNOWN DEPT TAG" TO SQ-RJ-REASON
064115             PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
064116             WRITE SQ-REPORT-LINE FROM SQ-REJECT-LINE
064117                 AFTER ADVANCING 1
064118             PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
064119             ADD 1 TO SQ-LINE-NO
064120             ADD 1 TO SQ-TOTAL-REJECTED
064121             MOVE "UTAG" TO SQ-RJF-CODE-WORK
064122             PERFORM 4220-WRITE-REJECT-RECORD THRU 4220-EXIT
064123             GO TO 3800-EXIT
064124         END-IF
064125     END-IF.
064126     IF SQ-SECTION-OPEN
064127         PERFORM 3850-WRITE-SECTION-SUBTOTAL THRU 3850-EXIT
064128     END-IF.
064129     SET SQ-SECTION-OPEN TO TRUE.
064130     MOVE SQ-CTL-TOKEN-2 TO SQ-SECTION-DEPT.
064131     MOVE SQ-SECTION-DEPT TO SQ-REQUEST-DEPT.
064132     MOVE SQ-TOTAL-PROCESSED TO SQ-SEC-BASE-PROCESSED.
064133     MOVE SQ-TOTAL-REJECTED TO SQ-SEC-BASE-REJECTED.
064134     MOVE SQ-TOTAL-EXCEPTIONS TO SQ-SEC-BASE-EXCEPTIONS.
064135     MOVE SQ-SUM-ITER TO SQ-SEC-BASE-SUM-ITER.
064136*
064137     MOVE SQ-SECTION-DEPT TO SQ-SEC-HDR-DEPT.
064138     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
064139     WRITE SQ-REPORT-LINE FROM SQ-SECTION-HDR-LINE
064140         AFTER ADVANCING 2.
064141     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
064142     ADD 2 TO SQ-LINE-NO.
064143     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
064144     WRITE SQ-REPORT-LINE FROM SQ-COL-HDR-LINE
064145         AFTER ADVANCING 1.
064146     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
064147     ADD 1 TO SQ-LINE-NO.
064148     GO TO 3800-EXIT.
064149 3800-EXIT.
064150     EXIT.
064151*
064152 3810-MATCH-SRC-DEPT.
064153     IF SQ-AU-DEPT(SQ-AU-SUB) = SQ-CTL-TOKEN-2(1:3)
064154         MOVE SQ-AU-SUB TO SQ-AU-HIT
064155     END-IF.
064156     ADD 1 TO SQ-AU-SUB.
064157     GO TO 3810-EXIT.
064158 3810-EXIT.
064159     EXIT.
064160*
064161 3850-WRITE-SECTION-SUBTOTAL.
064162     MOVE SQ-SECTION-DEPT TO SQ-ST-DEPT.
064163     COMPUTE SQ-SEC-PROCESSED =
064164         SQ-TOTAL-PROCESSED - SQ-SEC-BASE-PROCESSED.
064165     MOVE SQ-SEC-PROCESSED TO SQ-ST-PROCESSED.
064166     COMPUTE SQ-ST-REJECTED =
064167         SQ-TOTAL-REJECTED - SQ-SEC-BASE-REJECTED.
064168     COMPUTE SQ-ST-EXCEPTIONS =
064169         SQ-TOTAL-EXCEPTIONS - SQ-SEC-BASE-EXCEPTIONS.
064170     COMPUTE SQ-SEC-SUM-ITER =
064171         SQ-SUM-ITER - SQ-SEC-BASE-SUM-ITER.
064172     IF SQ-SEC-PROCESSED > 0
064173         COMPUTE SQ-SEC-AVG-ITER ROUNDED =
064174             SQ-SEC-SUM-ITER / SQ-SEC-PROCESSED
064175     ELSE
064176         MOVE ZERO TO SQ-SEC-AVG-ITER
064177     END-IF.
064178     MOVE SQ-SEC-AVG-ITER TO SQ-ST-AVG-ITER.
064179     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
064180     WRITE SQ-REPORT-LINE FROM SQ-SUBTOTAL-LINE
064181         AFTER ADVANCING 1.
064182     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
064183     ADD 1 TO SQ-LINE-NO.
064184     GO TO 3850-EXIT.
064185 3850-EXIT.
064186     EXIT.
064187*
064188*****************************************************************
064200* 4000 SERIES - PER-TOKEN VALIDATION AND COMPUTATION.
064300*****************************************************************
064400 4000-PROCESS-TOKENS.
065893     EXIT.
065900*
066000 4100-VALIDATE-AND-COMPUTE.
066050     MOVE "N" TO SQ-FALLBACK-SW.
066100     PERFORM 4200-VALIDATE-NUMERIC THRU 4200-EXIT.
066101*    AN EXTENDED VALUE MEETS THE QUOTA CHECK HERE, AHEAD OF THE
066102*    FLOATING PATH; A NORMAL ONE AFTER ITS RANGE AND RULES.
066103     IF SQ-INPUT-VALID AND SQ-EXTENDED-VALUE AND SQ-QL-ACTIVE
066104         PERFORM 4950-CHECK-DEPT-QUOTA THRU 4950-EXIT
066105     END-IF.
066106     IF SQ-INPUT-VALID AND SQ-EXTENDED-VALUE AND SQ-ADAPTIVE-RUN
066107         PERFORM 4205-SELECT-ADAPTIVE-METHOD THRU 4205-EXIT
066108     END-IF.
066110     IF SQ-INPUT-VALID AND SQ-EXTENDED-VALUE
066113*        THE AUDIT ROW'S DEGREE - 4170 FILLS IN THE REST.
066116         MOVE SQ-ROOT-DEGREE-OPT TO SQ-AUDIT-DEGREE
066120         PERFORM 4150-PROCESS-EXTENDED THRU 4150-EXIT
066130         GO TO 4100-EXIT
066140     END-IF.
066410     IF SQ-INPUT-VALID AND SQ-RULE-COUNT > 0
066420         PERFORM 4350-CHECK-BUSINESS-RULES THRU 4350-EXIT
066430     END-IF.
066431     IF SQ-INPUT-VALID AND SQ-QL-ACTIVE
066432         PERFORM 4950-CHECK-DEPT-QUOTA THRU 4950-EXIT
066433     END-IF.
066444*    THE ADAPTIVE PICK COMES BEFORE THE CACHE AND THE DUPLICATE
066455*    TABLE, WHICH ARE KEYED ON THE METHOD IN USE.
066466     IF SQ-INPUT-VALID AND SQ-ADAPTIVE-RUN
066477         PERFORM 4205-SELECT-ADAPTIVE-METHOD THRU 4205-EXIT
066488     END-IF.
066500     IF SQ-INPUT-VALID
066600         PERFORM 4400-LOOKUP-CACHE THRU 4400-EXIT
066610*        A VALUE/DEGREE/TOLERANCE/METHOD COMBINATION ALREADY
066810             PERFORM 4430-STORE-DUPLICATE THRU 4430-EXIT
066900         END-IF
067000         PERFORM 4600-COMPARE-RESULTS THRU 4600-EXIT
067020         PERFORM 4620-VERIFY-RESIDUAL THRU 4620-EXIT
067040*        AN EXP=P/Q REQUEST RAISES THE CHECKED ROOT TO ITS POWER
067060*        HERE - AN ANSWER PAST THE FIXED PICTURES REJECTS IT.
067080         IF SQ-EXP-POWER NOT = 0
067100             PERFORM 4540-APPLY-EXPONENT THRU 4540-EXIT
067120         END-IF
067140     END-IF.
067160     IF SQ-INPUT-VALID
067180         PERFORM 4700-WRITE-DETAIL-LINE THRU 4700-EXIT
067200         PERFORM 4800-WRITE-AUDIT-RECORD THRU 4800-EXIT
067220         PERFORM 4850-WRITE-RESULT-RECORD THRU 4850-EXIT
067240         PERFORM 4900-UPDATE-STATISTICS THRU 4900-EXIT
067260     END-IF.
067500     GO TO 4100-EXIT.
067600 4100-EXIT.
067700     EXIT.
067735         GO TO 4150-EXIT
067736     END-IF.
067737*
067738     EVALUATE TRUE
067739         WHEN SQ-METHOD-BISECTION
067740             MOVE SQ-ROOT-DEGREE-OPT TO SQ-BIS-DEGREE
067741             PERFORM 6500-COMPUTE-EXT-BISECTION THRU 6500-EXIT
067742             MOVE SQ-BIS-ITER-COUNT TO SQ-ITER-COUNT
067743             MOVE SQ-BIS-DONE-SW TO SQ-CONVERGE-SW
067744             MOVE "Y" TO SQ-NEWTON-CONVERGE-SW
067745         WHEN SQ-METHOD-NEWTON AND Z-EXT > 0
067746             PERFORM 6300-COMPUTE-EXT-NEWTON THRU 6300-EXIT
067747         WHEN OTHER
067748             PERFORM 6200-COMPUTE-EXT-BABYLONIAN THRU 6200-EXIT
067749     END-EVALUATE.
067750*
067751     PERFORM 4152-FORMAT-EXT-TEXTS THRU 4152-EXIT.
067752     PERFORM 4155-COMPARE-EXTENDED THRU 4155-EXIT.
067753     PERFORM 4160-VERIFY-EXT-RESIDUAL THRU 4160-EXIT.
067754     IF SQ-EXP-POWER NOT = 0
067755         PERFORM 4660-APPLY-EXT-EXPONENT THRU 4660-EXIT
067756         IF SQ-INPUT-INVALID
067757             GO TO 4150-EXIT
067758         END-IF
067759     END-IF.
067760     PERFORM 4165-WRITE-EXT-DETAIL THRU 4165-EXIT.
067761     PERFORM 4170-WRITE-EXT-AUDIT THRU 4170-EXIT.
067762     PERFORM 4175-WRITE-EXT-RESULT THRU 4175-EXIT.
067763     PERFORM 4900-UPDATE-STATISTICS THRU 4900-EXIT.
067764     GO TO 4150-EXIT.
067765 4150-EXIT.
067766     EXIT.
067767*
067768*****************************************************************
067769* 4152-FORMAT-EXT-TEXTS.  THE E-NOTATION IMAGES OF THE INPUT
067770* AND THE RESULT, FORMATTED ONCE FOR THE EXCEPTION LINES, THE
067771* DETAIL LINE, THE AUDIT ROW, AND THE RESULTS RECORD.
067772*****************************************************************
067773 4152-FORMAT-EXT-TEXTS.
067774     MOVE Z-EXT TO SQ-EXT-SOURCE.
067775     PERFORM 5100-FORMAT-EXTENDED THRU 5100-EXIT.
067776     MOVE SQ-EXT-TEXT TO SQ-EXT-INPUT-TEXT.
067777     MOVE Y-EXT TO SQ-EXT-SOURCE.
067778     PERFORM 5100-FORMAT-EXTENDED THRU 5100-EXIT.
067779     MOVE SQ-EXT-TEXT TO SQ-EXT-RESULT-TEXT.
067780     GO TO 4152-EXIT.
067781 4152-EXIT.
067782     EXIT.
067783*
067784*****************************************************************
067785* 4155-COMPARE-EXTENDED.  FUNCTION SQRT TAKES A FLOATING
067786* ARGUMENT, SO THE DEGREE-2 COMPARE STILL RUNS OUT HERE - AND
067787* A DISCREPANCY GETS ITS EXCEPTION LINE JUST AS ON THE FIXED
067788* PATH.
067789*****************************************************************
067790 4155-COMPARE-EXTENDED.
067791     MOVE "N" TO SQ-EXCEPTION-SW.
067792     MOVE 0 TO SQ-EXT-FUNC.
067793     IF SQ-ROOT-DEGREE-OPT = 2
067794         COMPUTE SQ-EXT-FUNC = FUNCTION SQRT(Z-EXT)
067795     END-IF.
067796     MOVE SQ-EXT-FUNC TO SQ-EXT-SOURCE.
067797     PERFORM 5100-FORMAT-EXTENDED THRU 5100-EXIT.
067798     MOVE SQ-EXT-TEXT TO SQ-EXT-FUNC-TEXT.
067799     IF SQ-ROOT-DEGREE-OPT = 2
067800         COMPUTE SQ-EXT-DIFF = Y-EXT - SQ-EXT-FUNC
067801         IF SQ-EXT-DIFF < 0
067802             COMPUTE SQ-EXT-DIFF = - SQ-EXT-DIFF
067803         END-IF
067804*        RELATIVE TO THE MAGNITUDE - AN ABSOLUTE TOLERANCE IS
067805*        MEANINGLESS AT E+23.
067806         IF SQ-EXT-DIFF >
067807             SQ-EXCEPTION-TOLERANCE * SQ-EXT-FUNC
067808             SET SQ-DISCREPANCY-FOUND TO TRUE
067809             ADD 1 TO SQ-TOTAL-EXCEPTIONS
067810             MOVE SQ-EXT-INPUT-TEXT TO SQ-EX-INPUT
067811             MOVE SQ-EXT-RESULT-TEXT TO SQ-EX-ESTIMATE
067812             MOVE SQ-EXT-FUNC-TEXT TO SQ-EX-FUNC
067813             PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
067814             WRITE SQ-REPORT-LINE FROM SQ-EXCEPTION-LINE
067815                 AFTER ADVANCING 1
067816             PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
067817             ADD 1 TO SQ-LINE-NO
067818         END-IF
067819     END-IF.
067820     GO TO 4155-EXIT.
067821 4155-EXIT.
067822     EXIT.
067823*
067824 4160-VERIFY-EXT-RESIDUAL.
067825     MOVE "N" TO SQ-RESIDUAL-SW.
067826     MOVE Y-EXT TO SQ-EXT-WORK.
067827     IF SQ-EXT-WORK < 0
067828         COMPUTE SQ-EXT-WORK = - SQ-EXT-WORK
067829     END-IF.
067830     COMPUTE SQ-EXT-WORK =
067831         SQ-EXT-WORK ** SQ-ROOT-DEGREE-OPT
067832         ON SIZE ERROR
067833*            PAST THE FLOATING RANGE IS PAST ANY POSSIBLE Z -
067834*            SAME RULE AS THE FIXED-PATH RESIDUAL CHECK.
067835             SET SQ-RESIDUAL-FAILED TO TRUE
067836             ADD 1 TO SQ-TOTAL-RESIDUAL-FAILS
067837     END-COMPUTE.
067838     IF SQ-RESIDUAL-FAILED
067839         GO TO 4160-EXIT
067840     END-IF.
067841     MOVE Z-EXT TO SQ-EXT-DIFF.
067842     IF SQ-EXT-DIFF < 0
067843         COMPUTE SQ-EXT-DIFF = - SQ-EXT-DIFF
067844     END-IF.
067845     COMPUTE SQ-EXT-WORK = SQ-EXT-WORK - SQ-EXT-DIFF.
067846     IF SQ-EXT-WORK < 0
067847         COMPUTE SQ-EXT-WORK = - SQ-EXT-WORK
067848     END-IF.
067849     IF SQ-EXT-WORK >
067850         SQ-RESIDUAL-TOLERANCE * SQ-EXT-DIFF
067851         SET SQ-RESIDUAL-FAILED TO TRUE
067852         ADD 1 TO SQ-TOTAL-RESIDUAL-FAILS
067853     END-IF.
067854     GO TO 4160-EXIT.
067855 4160-EXIT.
067856     EXIT.
067857*
067858 4165-WRITE-EXT-DETAIL.
067859     MOVE Z-EXT TO SQ-EXT-SOURCE.
067860     PERFORM 5100-FORMAT-EXTENDED THRU 5100-EXIT.
067861     MOVE SQ-EXT-TEXT TO SQ-EXT-INPUT-TEXT.
067862     MOVE Y-EXT TO SQ-EXT-SOURCE.
067863     PERFORM 5100-FORMAT-EXTENDED THRU 5100-EXIT.
067864     MOVE SQ-EXT-TEXT TO SQ-EXT-RESULT-TEXT.
067865     MOVE SQ-EXT-FUNC TO SQ-EXT-SOURCE.
067866     PERFORM 5100-FORMAT-EXTENDED THRU 5100-EXIT.
067867     MOVE SQ-EXT-TEXT TO SQ-EXT-FUNC-TEXT.
067868*
067869     MOVE SQ-EXT-INPUT-TEXT TO SQ-DTL-INPUT.
067870     MOVE SQ-METHOD-OPT TO SQ-DTL-METHOD.
067871     MOVE SQ-EXT-RESULT-TEXT TO SQ-DTL-BABY.
067872     MOVE SPACES TO SQ-DTL-NEWTON.
067873     IF SQ-METHOD-NEWTON
067874         MOVE SQ-EXT-RESULT-TEXT TO SQ-DTL-NEWTON
067875         MOVE SPACES TO SQ-DTL-BABY
067876     END-IF.
067877     MOVE SQ-EXT-FUNC-TEXT TO SQ-DTL-FUNC.
067878     MOVE SQ-ITER-COUNT TO SQ-DTL-ITER.
067879     IF SQ-NOT-CONVERGED
067880         MOVE "NO" TO SQ-DTL-CONVERGED
067881     ELSE
067882         MOVE "YES" TO SQ-DTL-CONVERGED
067883     END-IF.
067884     IF SQ-FALLBACK-TAKEN
067885         MOVE "FBK" TO SQ-DTL-CONVERGED
067886     END-IF.
067887     IF SQ-DISCREPANCY-FOUND OR SQ-RESIDUAL-FAILED
067888         MOVE "YES" TO SQ-DTL-EXCEPTION
067889     ELSE
067890         MOVE "NO" TO SQ-DTL-EXCEPTION
067891     END-IF.
067892     MOVE SQ-REQUEST-ID TO SQ-DTL-REQUEST-ID.
067893     MOVE SQ-REQUEST-DEPT TO SQ-DTL-DEPT.
067894     MOVE SQ-ROOT-DEGREE-OPT TO SQ-DTL-DEGREE.
067895     MOVE SQ-EXP-POWER TO SQ-DTL-POWER.
067896     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
067897     WRITE SQ-REPORT-LINE FROM SQ-DETAIL-LINE
067898         AFTER ADVANCING 1.
067899     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
067900     ADD 1 TO SQ-LINE-NO.
067901     IF SQ-MODE-INTERACTIVE
067902         DISPLAY "EXTENDED VALUE " SQ-EXT-INPUT-TEXT
067903             " ROOT " SQ-EXT-RESULT-TEXT
067904     END-IF.
067905     GO TO 4165-EXIT.
067906 4165-EXIT.
067907     EXIT.
067908*
067909 4170-WRITE-EXT-AUDIT.
067910     ACCEPT SQ-CURRENT-TIME FROM TIME.
067911     MOVE SPACES TO SQ-TIMESTAMP-TEXT.
067912     STRING SQ-CUR-YEAR "-" SQ-CUR-MONTH "-" SQ-CUR-DAY "-"
067913         SQ-CUR-HOUR "." SQ-CUR-MINUTE "." SQ-CUR-SECOND "."
067914         SQ-CUR-HUNDREDTH DELIMITED BY SIZE
067915         INTO SQ-TIMESTAMP-TEXT.
067916     MOVE SQ-TIMESTAMP-TEXT TO SQ-AUDIT-TIMESTAMP.
067917     MOVE SQ-EXT-INPUT-TEXT TO SQ-AUDIT-INPUT-TEXT.
067918     MOVE SQ-METHOD-OPT TO SQ-AUDIT-METHOD.
067919     MOVE SQ-EXT-RESULT-TEXT TO SQ-AUDIT-BABY-TEXT.
067920     MOVE SPACES TO SQ-AUDIT-NEWTON-TEXT.
067921     IF SQ-METHOD-NEWTON
067922         MOVE SQ-EXT-RESULT-TEXT TO SQ-AUDIT-NEWTON-TEXT
067923         MOVE SPACES TO SQ-AUDIT-BABY-TEXT
067924     END-IF.
067925     MOVE SQ-EXT-FUNC-TEXT TO SQ-AUDIT-FUNC-TEXT.
067926     MOVE SQ-ITER-COUNT TO SQ-AUDIT-ITER-COUNT.
067927     IF SQ-NOT-CONVERGED
067928         MOVE "NO " TO SQ-AUDIT-CONVERGED
067929     ELSE
067930         MOVE "YES" TO SQ-AUDIT-CONVERGED
067931     END-IF.
067932     IF SQ-FALLBACK-TAKEN
067933         MOVE "FBK" TO SQ-AUDIT-CONVERGED
067934     END-IF.
067935     IF SQ-DISCREPANCY-FOUND OR SQ-RESIDUAL-FAILED
067936         MOVE "YES" TO SQ-AUDIT-EXCEPTION
067937     ELSE
067938         MOVE "NO " TO SQ-AUDIT-EXCEPTION
067939     END-IF.
067940     MOVE SQ-REQUEST-ID TO SQ-AUDIT-REQUEST-ID.
067941     MOVE SQ-REQUEST-DEPT TO SQ-AUDIT-DEPT.
067942     MOVE SQ-RUN-ID TO SQ-AUDIT-RUN-ID.
067943     MOVE SQ-BUSINESS-DATE TO SQ-AUDIT-BUS-DATE.
067944     MOVE "F" TO SQ-AUDIT-SOURCE.
067945     MOVE SPACES TO SQ-AUDIT-EXPONENT.
067946     IF SQ-EXP-POWER NOT = 0
067947         MOVE SQ-EXP-POWER TO SQ-AUDIT-EXP-POWER
067948         MOVE "/" TO SQ-AUDIT-EXP-SLASH
067949         MOVE SQ-ROOT-DEGREE-OPT TO SQ-AUDIT-EXP-ROOT
067950     END-IF.
067951     PERFORM 4803-WRITE-AUDIT-ROW THRU 4803-EXIT.
067952     PERFORM 4805-CHECK-AUDIT-STATUS THRU 4805-EXIT.
067953     GO TO 4170-EXIT.
067954 4170-EXIT.
067955     EXIT.
067956*
067957 4175-WRITE-EXT-RESULT.
067958     MOVE SPACES TO SQ-RES-RECORD.
067959     MOVE SQ-EXT-INPUT-TEXT TO SQ-RES-INPUT-TEXT.
067960     MOVE SQ-METHOD-OPT TO SQ-RES-METHOD.
067961     MOVE SQ-EXT-RESULT-TEXT TO SQ-RES-BABY-TEXT.
067962     MOVE SQ-ROOT-DEGREE-OPT TO SQ-RES-ROOT-DEGREE.
067963     MOVE SQ-ITER-COUNT TO SQ-RES-ITER-COUNT.
067964     IF SQ-NOT-CONVERGED
067965         MOVE "N" TO SQ-RES-CONVERGED
067966     ELSE
067967         MOVE "Y" TO SQ-RES-CONVERGED
067968     END-IF.
067969     IF SQ-DISCREPANCY-FOUND OR SQ-RESIDUAL-FAILED
067970         MOVE "Y" TO SQ-RES-EXCEPTION
067971     ELSE
067972         MOVE "N" TO SQ-RES-EXCEPTION
067973     END-IF.
067974     MOVE "Y" TO SQ-RES-EXTENDED.
067975     MOVE SQ-FALLBACK-SW TO SQ-RES-FALLBACK.
067976     MOVE SQ-EXP-POWER TO SQ-RES-EXP-POWER.
067977     MOVE SQ-SEQUENCE-NO TO SQ-RES-SEQUENCE.
067978     MOVE SQ-BUSINESS-DATE TO SQ-RES-BUS-DATE.
067979     WRITE SQ-RES-RECORD.
067980     PERFORM 4855-CHECK-RESULT-STATUS THRU 4855-EXIT.
067981     MOVE ZERO TO SQ-SEQUENCE-NO.
067982*    AN EXTENDED ROW COUNTS IN THE OUTBOUND CONTROLS BUT STAYS
067983*    OUT OF THE HASH - ITS VALUE BYTES ARE E-NOTATION TEXT,
067984*    THE SAME EXCLUSION THE INPUT HASH MAKES.
067985     ADD 1 TO SQ-RES-CTL-COUNT.
067986     GO TO 4175-EXIT.
067987 4175-EXIT.
067988     EXIT.
067989*
067990 4200-VALIDATE-NUMERIC.
068000     SET SQ-INPUT-VALID TO TRUE.
068010     MOVE "N" TO SQ-EXT-SW.
068012     MOVE "N" TO SQ-EFORM-SW.
068500     ADD 1 TO SQ-TOTAL-REJECTED.
068700     GO TO 4200-EXIT.
068800 4200-EXIT.
068802     EXIT.
068804*
068806*****************************************************************
068808* 4205-SELECT-ADAPTIVE-METHOD.  AN ADAPTIVE RUN ASKS SQMPSEL FOR
068810* THE METHOD THE POLICY GIVES THIS VALUE'S DEGREE AND MAGNITUDE
068812* BAND, AND RUNS THE VALUE BY IT.  A NEGATIVE VALUE IS NEVER
068814* GIVEN NEWTON (SEE 4500).
068816*****************************************************************
068818 4205-SELECT-ADAPTIVE-METHOD.
068820     MOVE "S" TO SQ-MP-FUNCTION.
068822     MOVE SQ-ROOT-DEGREE-OPT TO SQ-MP-DEGREE.
068824     MOVE "N" TO SQ-MP-EXTENDED-SW.
068826     MOVE "N" TO SQ-MP-NEGATIVE-SW.
068828     MOVE ZERO TO SQ-MP-VALUE.
068830     IF SQ-EXTENDED-VALUE
068832         MOVE "Y" TO SQ-MP-EXTENDED-SW
068834         IF Z-EXT < 0
068836             MOVE "Y" TO SQ-MP-NEGATIVE-SW
068838         END-IF
068840     ELSE
068842         MOVE Z TO SQ-MP-VALUE
068844         IF Z < 0
068846             MOVE "Y" TO SQ-MP-NEGATIVE-SW
068848         END-IF
068850     END-IF.
068852     CALL "SQMPSEL" USING SQ-MP-AREA.
068854     MOVE SQ-MP-METHOD TO SQ-METHOD-OPT.
068856     IF SQ-MP-FROM-POLICY
068858         ADD 1 TO SQ-POLICY-PICKS
068860     ELSE
068862         ADD 1 TO SQ-POLICY-DEFAULTS
068864     END-IF.
068866     GO TO 4205-EXIT.
068868 4205-EXIT.
068900     EXIT.
069000*
069100 4210-WRITE-REJECT-LINE.
070030     IF SQ-REJECT-STATUS NOT = "00"
070031         DISPLAY "WARNING - SQ-REJECT-FILE WRITE FAILED, "
070032             "STATUS " SQ-REJECT-STATUS
070035         MOVE SPACES TO SQ-ML-TEXT
070040         STRING "WARNING - SQ-REJECT-FILE WRITE FAILED, "
070045             "STATUS " SQ-REJECT-STATUS
070050             DELIMITED BY SIZE INTO SQ-ML-TEXT
070055         MOVE "SQ0004W" TO SQ-ML-MSG-ID
070060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
070065         SET SQ-FILE-FAILURE TO TRUE
070070     END-IF.
070075     MOVE SPACES TO SQ-RJF-RULE-WORK.
070080     GO TO 4220-EXIT.
070085 4220-EXIT.
070090     EXIT.
070100*
070200 4300-CHECK-RANGE.
070300     COMPUTE SQ-SIGNED-CHECK = FUNCTION NUMVAL(SQ-CURRENT-TOKEN).
074000                     MOVE SQ-CACHE-RESULT TO Y
074200                     MOVE SQ-CACHE-ITER-COUNT TO SQ-ITER-COUNT
074220                     MOVE SQ-CACHE-CONVERGED TO SQ-CONVERGE-SW
074225                     IF SQ-CACHE-FALLBACK = "Y"
074230                         SET SQ-FALLBACK-TAKEN TO TRUE
074235                     END-IF
074240                     MOVE 0 TO SQ-BABY-RESULT
074260                     MOVE 0 TO SQ-NEWTON-RESULT
074280                     IF SQ-METHOD-NEWTON
075500     MOVE SQ-ITER-COUNT TO SQ-CACHE-ITER-COUNT.
075600     MOVE SQ-METHOD-OPT TO SQ-CACHE-METHOD.
075650     MOVE SQ-CONVERGE-SW TO SQ-CACHE-CONVERGED.
075655     MOVE SQ-FALLBACK-SW TO SQ-CACHE-FALLBACK.
075660     MOVE SQ-ROOT-DEGREE-OPT TO SQ-CACHE-DEGREE.
075700     WRITE SQ-CACHE-RECORD
075800         INVALID KEY
076337         MOVE SQ-DUP-CONV(SQ-DUP-SUB) TO SQ-CONVERGE-SW
076338         MOVE SQ-DUP-NEWTON-CONV(SQ-DUP-SUB)
076339             TO SQ-NEWTON-CONVERGE-SW
076340         MOVE SQ-DUP-FALLBACK(SQ-DUP-SUB) TO SQ-FALLBACK-SW
076341         ADD 1 TO SQ-DUP-HITS
076342     END-IF.
076343     GO TO 4420-EXIT.
076344 4420-EXIT.
076345     EXIT.
076346*
076347 4425-HASH-DUP-SLOT.
076348     MOVE Z TO SQ-DUP-ABS-WORK.
076349*    TWO DISPLAYED DECIMALS GO INTO THE HASH - VALUES THAT
076350*    DIFFER ONLY DEEPER MERELY COLLIDE AND RECOMPUTE.
076351     COMPUTE SQ-DUP-HASH-WORK =
076352         FUNCTION INTEGER(SQ-DUP-ABS-WORK * 100).
076353     COMPUTE SQ-DUP-SUB =
076354         FUNCTION MOD(SQ-DUP-HASH-WORK, 9973) + 1.
076355     GO TO 4425-EXIT.
076356 4425-EXIT.
076357     EXIT.
076358*
076359 4430-STORE-DUPLICATE.
076360     IF SQ-DEDUP-DISABLED
076361         GO TO 4430-EXIT
076362     END-IF.
076363     PERFORM 4425-HASH-DUP-SLOT THRU 4425-EXIT.
076364     MOVE "Y" TO SQ-DUP-USED(SQ-DUP-SUB).
076365     MOVE Z TO SQ-DUP-VALUE(SQ-DUP-SUB).
076366     MOVE SQ-ROOT-DEGREE-OPT TO SQ-DUP-DEGREE(SQ-DUP-SUB).
076367     MOVE SQ-TOLERANCE TO SQ-DUP-TOLERANCE(SQ-DUP-SUB).
076368     MOVE SQ-METHOD-OPT TO SQ-DUP-METHOD(SQ-DUP-SUB).
076369     MOVE Y TO SQ-DUP-Y(SQ-DUP-SUB).
076370     MOVE SQ-BABY-RESULT TO SQ-DUP-BABY(SQ-DUP-SUB).
076371     MOVE SQ-NEWTON-RESULT TO SQ-DUP-NEWTON(SQ-DUP-SUB).
076372     MOVE SQ-ITER-COUNT TO SQ-DUP-ITER(SQ-DUP-SUB).
076373     MOVE SQ-CONVERGE-SW TO SQ-DUP-CONV(SQ-DUP-SUB).
076374     MOVE SQ-NEWTON-CONVERGE-SW
076375         TO SQ-DUP-NEWTON-CONV(SQ-DUP-SUB).
076376     MOVE SQ-FALLBACK-SW TO SQ-DUP-FALLBACK(SQ-DUP-SUB).
076377     ADD 1 TO SQ-DUP-STORED.
076378     GO TO 4430-EXIT.
076379 4430-EXIT.
076380     EXIT.
076400*
076500 4500-COMPUTE-METHODS.
076550     MOVE 0 TO SQ-BABY-RESULT.
076560     MOVE 0 TO SQ-NEWTON-RESULT.
076600     EVALUATE TRUE
076601         WHEN SQ-METHOD-BISECTION
076602             MOVE SQ-ROOT-DEGREE-OPT TO SQ-BIS-DEGREE
076603             PERFORM 6400-COMPUTE-BISECTION THRU 6400-EXIT
076604             MOVE SQ-BIS-RESULT TO Y
076605             MOVE Y TO SQ-BABY-RESULT
076606             MOVE SQ-BIS-ITER-COUNT TO SQ-ITER-COUNT
076607             MOVE SQ-BIS-DONE-SW TO SQ-CONVERGE-SW
076608             MOVE "Y" TO SQ-NEWTON-CONVERGE-SW
076610*        THE NEWTON STEP IS A SQUARE-ROOT STEP - IT HAS NO
076620*        MEANING FOR A NEGATIVE TARGET, SO A NEGATIVE VALUE
076630*        (ONLY EVER ACCEPTED AT AN ODD DEGREE) ALWAYS COMPUTES
076640*        THROUGH THE BABYLONIAN/CONV PATH WHATEVER THE METHOD
076650*        OPTION SAYS - BISECTION, TESTED FIRST, TAKES EITHER SIGN.
076660         WHEN Z < 0
076670             PERFORM 6000-COMPUTE-BABYLONIAN THRU 6000-EXIT
076680             MOVE Y TO SQ-BABY-RESULT
078000     GO TO 4500-EXIT.
078100 4500-EXIT.
078200     EXIT.
078201*
078202*****************************************************************
078203* 4540-APPLY-EXPONENT.  AN EXP=P/Q LINE HAS HAD ITS ROOT WORKED
078204* AND CHECKED AT DEGREE Q; HERE EACH RESULT IS RAISED TO P.  THE
078205* POWER IS REPEATED MULTIPLICATION IN 4545 - EXACT, WHERE ** ON
078206* THESE PICTURES WOULD ROUND THROUGH FLOATING POINT.  A NEGATIVE
078207* P WORKS FROM THE RECIPROCAL OF THE ROOT.  AN ANSWER PAST THE
078208* FIXED PICTURES, OR ONE THAT ROUNDS AWAY TO ZERO, REJECTS THE
078209* VALUE (REASON EXPR) RATHER THAN POST A WRONG FIGURE.
078210*****************************************************************
078211 4540-APPLY-EXPONENT.
078212     MOVE "N" TO SQ-EXP-OVER-SW.
078213     IF SQ-EXP-POWER < 0
078214         COMPUTE SQ-EXP-ABS = 0 - SQ-EXP-POWER
078215     ELSE
078216         MOVE SQ-EXP-POWER TO SQ-EXP-ABS
078217     END-IF.
078218     MOVE Y TO SQ-EXP-BASE.
078219     PERFORM 4545-RAISE-ONE THRU 4545-EXIT.
078220     MOVE SQ-EXP-ANSWER TO Y.
078221     MOVE SQ-BABY-RESULT TO SQ-EXP-BASE.
078222     PERFORM 4545-RAISE-ONE THRU 4545-EXIT.
078223     MOVE SQ-EXP-ANSWER TO SQ-BABY-RESULT.
078224     MOVE SQ-NEWTON-RESULT TO SQ-EXP-BASE.
078225     PERFORM 4545-RAISE-ONE THRU 4545-EXIT.
078226     MOVE SQ-EXP-ANSWER TO SQ-NEWTON-RESULT.
078227     MOVE RESULT TO SQ-EXP-BASE.
078228     PERFORM 4545-RAISE-ONE THRU 4545-EXIT.
078229     MOVE SQ-EXP-ANSWER TO RESULT.
078230     IF SQ-EXP-OVERFLOW
078231         PERFORM 4548-REJECT-POWER THRU 4548-EXIT
078232     END-IF.
078233     GO TO 4540-EXIT.
078234 4540-EXIT.
078235     EXIT.
078236*
078237 4545-RAISE-ONE.
078238     MOVE ZERO TO SQ-EXP-ANSWER.
078239     IF SQ-EXP-BASE = 0
078240         GO TO 4545-EXIT
078241     END-IF.
078242     IF SQ-EXP-POWER < 0
078243         COMPUTE SQ-EXP-FACTOR ROUNDED = 1 / SQ-EXP-BASE
078244     ELSE
078245         MOVE SQ-EXP-BASE TO SQ-EXP-FACTOR
078246     END-IF.
078247     MOVE 1 TO SQ-EXP-ACCUM.
078248     PERFORM 4546-MULTIPLY-ONE THRU 4546-EXIT SQ-EXP-ABS TIMES.
078249     IF NOT SQ-EXP-OVERFLOW
078250         COMPUTE SQ-EXP-ANSWER ROUNDED = SQ-EXP-ACCUM
078251             ON SIZE ERROR
078252                 MOVE "Y" TO SQ-EXP-OVER-SW
078253         END-COMPUTE
078254     END-IF.
078255     IF SQ-EXP-ANSWER = 0
078256         MOVE "Y" TO SQ-EXP-OVER-SW
078257     END-IF.
078258     GO TO 4545-EXIT.
078259 4545-EXIT.
078260     EXIT.
078261*
078262 4546-MULTIPLY-ONE.
078263     IF NOT SQ-EXP-OVERFLOW
078264         COMPUTE SQ-EXP-ACCUM ROUNDED =
078265             SQ-EXP-ACCUM * SQ-EXP-FACTOR
078266             ON SIZE ERROR
078267                 MOVE "Y" TO SQ-EXP-OVER-SW
078268         END-COMPUTE
078269     END-IF.
078270     GO TO 4546-EXIT.
078271 4546-EXIT.
078272     EXIT.
078273*
078274 4548-REJECT-POWER.
078275     SET SQ-INPUT-INVALID TO TRUE.
078276     DISPLAY SQ-CURRENT-TOKEN(1:20)
078277         " RAISED TO ITS EXPONENT IS OUT OF RANGE - REJECTED".
078278     MOVE SQ-CURRENT-TOKEN TO SQ-RJ-VALUE.
078279     MOVE "EXPONENT RESULT OUT OF RANGE" TO SQ-RJ-REASON.
078280     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
078281     WRITE SQ-REPORT-LINE FROM SQ-REJECT-LINE
078282         AFTER ADVANCING 1.
078283     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
078284     ADD 1 TO SQ-LINE-NO.
078285     ADD 1 TO SQ-TOTAL-REJECTED.
078286     MOVE "EXPR" TO SQ-RJF-CODE-WORK.
078287     PERFORM 4220-WRITE-REJECT-RECORD THRU 4220-EXIT.
078288     GO TO 4548-EXIT.
078289 4548-EXIT.
078290     EXIT.
078300*
078400 4600-COMPARE-RESULTS.
078500     MOVE "N" TO SQ-EXCEPTION-SW.
081800     GO TO 4650-EXIT.
081900 4650-EXIT.
082000     EXIT.
082001*
082002*****************************************************************
082003* 4660-APPLY-EXT-EXPONENT.  THE FLOATING-PATH COUNTERPART OF
082004* 4540.  THE RESULT AND THE FUNCTION FIGURE ARE RAISED TO P ONE
082005* OPERATION AT A TIME (SEE THE CONVX NOTES) AND THE E-NOTATION
082006* TEXTS ARE REBUILT FROM THE RAISED FIGURES.  OVERFLOW, OR AN
082007* ANSWER THAT UNDERFLOWS TO ZERO, REJECTS THE VALUE.
082008*****************************************************************
082009 4660-APPLY-EXT-EXPONENT.
082010     MOVE "N" TO SQ-EXP-OVER-SW.
082011     IF SQ-EXP-POWER < 0
082012         COMPUTE SQ-EXP-ABS = 0 - SQ-EXP-POWER
082013     ELSE
082014         MOVE SQ-EXP-POWER TO SQ-EXP-ABS
082015     END-IF.
082016     MOVE Y-EXT TO SQ-EXPX-BASE.
082017     PERFORM 4665-RAISE-EXT-ONE THRU 4665-EXIT.
082018     MOVE SQ-EXPX-ANSWER TO Y-EXT.
082019     IF SQ-EXT-FUNC NOT = 0
082020         MOVE SQ-EXT-FUNC TO SQ-EXPX-BASE
082021         PERFORM 4665-RAISE-EXT-ONE THRU 4665-EXIT
082022         MOVE SQ-EXPX-ANSWER TO SQ-EXT-FUNC
082023     END-IF.
082024     IF SQ-EXP-OVERFLOW
082025         PERFORM 4548-REJECT-POWER THRU 4548-EXIT
082026         GO TO 4660-EXIT
082027     END-IF.
082028     PERFORM 4152-FORMAT-EXT-TEXTS THRU 4152-EXIT.
082029     MOVE SQ-EXT-FUNC TO SQ-EXT-SOURCE.
082030     PERFORM 5100-FORMAT-EXTENDED THRU 5100-EXIT.
082031     MOVE SQ-EXT-TEXT TO SQ-EXT-FUNC-TEXT.
082032     GO TO 4660-EXIT.
082033 4660-EXIT.
082034     EXIT.
082035*
082036 4665-RAISE-EXT-ONE.
082037     MOVE 0 TO SQ-EXPX-ANSWER.
082038     IF SQ-EXPX-BASE = 0
082039         GO TO 4665-EXIT
082040     END-IF.
082041     COMPUTE SQ-EXPX-ANSWER = SQ-EXPX-BASE ** SQ-EXP-ABS
082042         ON SIZE ERROR
082043             MOVE "Y" TO SQ-EXP-OVER-SW
082044             GO TO 4665-EXIT
082045     END-COMPUTE.
082046     IF SQ-EXP-POWER < 0
082047         COMPUTE SQ-EXPX-ANSWER = 1 / SQ-EXPX-ANSWER
082048             ON SIZE ERROR
082049                 MOVE "Y" TO SQ-EXP-OVER-SW
082050                 GO TO 4665-EXIT
082051         END-COMPUTE
082052     END-IF.
082053     IF SQ-EXPX-ANSWER = 0
082054         MOVE "Y" TO SQ-EXP-OVER-SW
082055     END-IF.
082056     GO TO 4665-EXIT.
082057 4665-EXIT.
082058     EXIT.
082100*
082200 4700-WRITE-DETAIL-LINE.
082300     MOVE Z TO SQ-FMT-SOURCE.
084000     ELSE
084100         MOVE "YES" TO SQ-DTL-CONVERGED
084200     END-IF.
084220     IF SQ-FALLBACK-TAKEN
084240         MOVE "FBK" TO SQ-DTL-CONVERGED
084260     END-IF.
084300     IF SQ-DISCREPANCY-FOUND OR SQ-RESIDUAL-FAILED
084400         MOVE "YES" TO SQ-DTL-EXCEPTION
084500     ELSE
084710     MOVE SQ-REQUEST-ID TO SQ-DTL-REQUEST-ID.
084720     MOVE SQ-REQUEST-DEPT TO SQ-DTL-DEPT.
084730     MOVE SQ-ROOT-DEGREE-OPT TO SQ-DTL-DEGREE.
084780     MOVE SQ-EXP-POWER TO SQ-DTL-POWER.
084800*
084900     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
085000     WRITE SQ-REPORT-LINE FROM SQ-DETAIL-LINE
086870     IF SQ-REPORT-STATUS NOT = "00"
086880         DISPLAY "WARNING - SQ-REPORT-FILE WRITE FAILED, STATUS "
086890             SQ-REPORT-STATUS
086895         MOVE SPACES TO SQ-ML-TEXT
086900         STRING "WARNING - SQ-REPORT-FILE WRITE FAILED, STATUS "
086905             SQ-REPORT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
086910         MOVE "SQ0004W" TO SQ-ML-MSG-ID
086915         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
086920         SET SQ-FILE-FAILURE TO TRUE
086925     END-IF.
086930     GO TO 4712-EXIT.
086935 4712-EXIT.
086940     EXIT.
086945*
087000 4720-DISPLAY-RESULT.
087100     DISPLAY "----------------------------------------------".
087200     DISPLAY "BABYLONIAN SQUARE ROOT ESTIMATE".
089600     ELSE
089700         MOVE "YES" TO SQ-AUDIT-CONVERGED
089800     END-IF.
089820     IF SQ-FALLBACK-TAKEN
089840         MOVE "FBK" TO SQ-AUDIT-CONVERGED
089860     END-IF.
089900     IF SQ-DISCREPANCY-FOUND OR SQ-RESIDUAL-FAILED
090000         MOVE "YES" TO SQ-AUDIT-EXCEPTION
090100     ELSE
090330     MOVE SQ-RUN-ID TO SQ-AUDIT-RUN-ID.
090340     MOVE SQ-BUSINESS-DATE TO SQ-AUDIT-BUS-DATE.
090350     MOVE "F" TO SQ-AUDIT-SOURCE.
090355     MOVE SPACES TO SQ-AUDIT-EXPONENT.
090360     IF SQ-EXP-POWER NOT = 0
090365         MOVE SQ-EXP-POWER TO SQ-AUDIT-EXP-POWER
090370         MOVE "/" TO SQ-AUDIT-EXP-SLASH
090375         MOVE SQ-ROOT-DEGREE-OPT TO SQ-AUDIT-EXP-ROOT
090380     END-IF.
090390     MOVE SQ-ROOT-DEGREE-OPT TO SQ-AUDIT-DEGREE.
090400     PERFORM 4803-WRITE-AUDIT-ROW THRU 4803-EXIT.
090450     PERFORM 4805-CHECK-AUDIT-STATUS THRU 4805-EXIT.
090500     GO TO 4800-EXIT.
090600 4800-EXIT.
090700     EXIT.
090702*
090704*****************************************************************
090706* 4803-WRITE-AUDIT-ROW.  EVERY AUDIT ROW IS WRITTEN HERE SO IT
090708* IS FOLDED INTO THE SEAL CHAIN (SEE SQSEAL) - ONLY ONCE THE
090710* WRITE HAS TAKEN, SO A ROW THAT NEVER REACHED THE FILE CANNOT
090712* BREAK THE SEAL.  THE ROW IS HASHED BEFORE THE WRITE, WHILE
090714* THE RECORD AREA STILL HOLDS IT.
090716*****************************************************************
090718 4803-WRITE-AUDIT-ROW.
090720     MOVE SQ-SEAL-HASH TO SQ-SEAL-NEXT-HASH.
090722     CALL "SQSEAL" USING SQ-AUDIT-RECORD, SQ-SEAL-NEXT-HASH.
090724     WRITE SQ-AUDIT-RECORD.
090726     IF SQ-AUDIT-STATUS = "00"
090728         MOVE SQ-SEAL-NEXT-HASH TO SQ-SEAL-HASH
090730         ADD 1 TO SQ-SEAL-ROWS
090732     END-IF.
090734     GO TO 4803-EXIT.
090736 4803-EXIT.
090738     EXIT.
090750*
090760 4805-CHECK-AUDIT-STATUS.
090770     IF SQ-AUDIT-STATUS NOT = "00"
090780         DISPLAY "WARNING - SQ-AUDIT-FILE WRITE FAILED, STATUS "
090790             SQ-AUDIT-STATUS
090791         MOVE SPACES TO SQ-ML-TEXT
090792         STRING "WARNING - SQ-AUDIT-FILE WRITE FAILED, STATUS "
090793             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
090794         MOVE "SQ0004W" TO SQ-ML-MSG-ID
090795         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
090796         SET SQ-FILE-FAILURE TO TRUE
090797     END-IF.
090798     GO TO 4805-EXIT.
090799 4805-EXIT.
090800     EXIT.
090801*
090802*****************************************************************
090803* 4850-WRITE-RESULT-RECORD.  THE MACHINE-READABLE TWIN OF THE
090804* REPORT DETAIL LINE - SAME FACTS, PLAIN UNEDITED NUMERICS AT
090805* FIXED OFFSETS (SEE COPYBOOK SQRESULT).
090806*****************************************************************
090807 4850-WRITE-RESULT-RECORD.
090808     MOVE SPACES TO SQ-RES-RECORD.
090809     MOVE Z TO SQ-RES-INPUT-VALUE.
090810     MOVE SQ-METHOD-OPT TO SQ-RES-METHOD.
090811     MOVE SQ-BABY-RESULT TO SQ-RES-BABY-RESULT.
090812     MOVE SQ-NEWTON-RESULT TO SQ-RES-NEWTON-RESULT.
090813     MOVE RESULT TO SQ-RES-FUNC-RESULT.
090814     MOVE SQ-ROOT-DEGREE-OPT TO SQ-RES-ROOT-DEGREE.
090815     MOVE SQ-ITER-COUNT TO SQ-RES-ITER-COUNT.
090816     IF SQ-NOT-CONVERGED
090817         MOVE "N" TO SQ-RES-CONVERGED
090818     ELSE
090819         MOVE "Y" TO SQ-RES-CONVERGED
090820     END-IF.
090821     IF SQ-DISCREPANCY-FOUND OR SQ-RESIDUAL-FAILED
090822         MOVE "Y" TO SQ-RES-EXCEPTION
090823     ELSE
090824         MOVE "N" TO SQ-RES-EXCEPTION
090825     END-IF.
090826     MOVE "N" TO SQ-RES-EXTENDED.
090827     MOVE SQ-FALLBACK-SW TO SQ-RES-FALLBACK.
090828     MOVE SQ-EXP-POWER TO SQ-RES-EXP-POWER.
090829     MOVE SQ-SEQUENCE-NO TO SQ-RES-SEQUENCE.
090830     MOVE SQ-BUSINESS-DATE TO SQ-RES-BUS-DATE.
090831     WRITE SQ-RES-RECORD.
090832     PERFORM 4855-CHECK-RESULT-STATUS THRU 4855-EXIT.
090833     MOVE ZERO TO SQ-SEQUENCE-NO.
090834*    THE OUTBOUND CONTROLS - EVERY DATA ROW COUNTS, AND THE
090835*    FIXED-PATH RESULT COLUMNS JOIN THE HASH (SEE 9250).
090836     ADD 1 TO SQ-RES-CTL-COUNT.
090837     ADD SQ-BABY-RESULT TO SQ-RES-CTL-HASH.
090838     ADD SQ-NEWTON-RESULT TO SQ-RES-CTL-HASH.
090839     GO TO 4850-EXIT.
090840 4850-EXIT.
090841     EXIT.
090842*
090843 4855-CHECK-RESULT-STATUS.
090844     IF SQ-RESULT-STATUS NOT = "00"
090845         DISPLAY "WARNING - SQ-RESULT-FILE WRITE FAILED, STATUS "
090846             SQ-RESULT-STATUS
090847         MOVE SPACES TO SQ-ML-TEXT
090848         STRING "WARNING - SQ-RESULT-FILE WRITE FAILED, STATUS "
090849             SQ-RESULT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
090850         MOVE "SQ0004W" TO SQ-ML-MSG-ID
090851         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
090852         SET SQ-FILE-FAILURE TO TRUE
090853     END-IF.
090854     GO TO 4855-EXIT.
090855 4855-EXIT.
090856     EXIT.
090857*
090900 4900-UPDATE-STATISTICS.
091000     ADD 1 TO SQ-TOTAL-PROCESSED.
091010     IF SQ-NOT-CONVERGED
091030         ADD 1 TO SQ-TOTAL-NONCONV
091040     END-IF.
091100     ADD SQ-ITER-COUNT TO SQ-SUM-ITER.
091107     EVALUATE TRUE
091114         WHEN SQ-METHOD-NEWTON
091121             MOVE 2 TO SQ-MT-SUB
091128         WHEN SQ-METHOD-COMPARE
091135             MOVE 3 TO SQ-MT-SUB
091142         WHEN SQ-METHOD-BISECTION
091149             MOVE 4 TO SQ-MT-SUB
091156         WHEN OTHER
091163             MOVE 1 TO SQ-MT-SUB
091170     END-EVALUATE.
091177     ADD 1 TO SQ-MT-VALUES(SQ-MT-SUB).
091184     ADD SQ-ITER-COUNT TO SQ-MT-ITERS(SQ-MT-SUB).
091200     IF SQ-ITER-COUNT < SQ-MIN-ITER
091300         MOVE SQ-ITER-COUNT TO SQ-MIN-ITER
091400     END-IF.
091500     IF SQ-ITER-COUNT > SQ-MAX-ITER-SEEN
091600         MOVE SQ-ITER-COUNT TO SQ-MAX-ITER-SEEN
091700     END-IF.
091710     IF SQ-QL-ACTIVE
091720         MOVE "C" TO SQ-QL-OUTCOME
091730         MOVE SQ-ITER-COUNT TO SQ-QL-ITERATIONS
091740         PERFORM 4970-CHARGE-DEPT-QUOTA THRU 4970-EXIT
091750     END-IF.
091800     GO TO 4900-EXIT.
091900 4900-EXIT.
092000     EXIT.
092001*
092002*****************************************************************
092003* 4950-CHECK-DEPT-QUOTA.  A VALUE FROM A DEPARTMENT THAT HAS USED
092004* UP A MONTHLY ALLOWANCE (SEE SQQTACCT) IS NOT COMPUTED - IT IS
092005* REJECTED (REASON QUOT) OR, WHERE THE DEPARTMENT'S QUOTA SAYS
092006* SO, DEFERRED TO THE REQUEST QUEUE FOR THE DRAIN OF A LATER
092007* CYCLE.  EITHER WAY SQ-INPUT-INVALID STOPS THE CALLER.
092008*****************************************************************
092009 4950-CHECK-DEPT-QUOTA.
092010     IF SQ-REQUEST-DEPT = SPACES
092011         GO TO 4950-EXIT
092012     END-IF.
092013     MOVE "C" TO SQ-QL-FUNCTION.
092014     MOVE SQ-REQUEST-DEPT TO SQ-QL-DEPT.
092015     CALL "SQQTACCT" USING SQ-QL-AREA.
092016     IF SQ-QL-GO-AHEAD
092017         GO TO 4950-EXIT
092018     END-IF.
092019     SET SQ-INPUT-INVALID TO TRUE.
092020     IF SQ-QL-OVER-DEFER
092021         PERFORM 4960-DEFER-TO-QUEUE THRU 4960-EXIT
092022     END-IF.
092023     IF SQ-QL-OVER-DEFER
092024         MOVE "D" TO SQ-QL-OUTCOME
092025         MOVE ZERO TO SQ-QL-ITERATIONS
092026         PERFORM 4970-CHARGE-DEPT-QUOTA THRU 4970-EXIT
092027         GO TO 4950-EXIT
092028     END-IF.
092029     DISPLAY SQ-CURRENT-TOKEN(1:20) " DEPT " SQ-REQUEST-DEPT
092030         " OVER MONTHLY QUOTA - REJECTED".
092031     MOVE SQ-CURRENT-TOKEN TO SQ-RJ-VALUE.
092032     MOVE "OVER DEPT MONTHLY QUOTA" TO SQ-RJ-REASON.
092033     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
092034     WRITE SQ-REPORT-LINE FROM SQ-REJECT-LINE
092035         AFTER ADVANCING 1.
092036     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
092037     ADD 1 TO SQ-LINE-NO.
092038     ADD 1 TO SQ-TOTAL-REJECTED.
092039     MOVE "QUOT" TO SQ-RJF-CODE-WORK.
092040     PERFORM 4220-WRITE-REJECT-RECORD THRU 4220-EXIT.
092041     MOVE "R" TO SQ-QL-OUTCOME.
092042     MOVE ZERO TO SQ-QL-ITERATIONS.
092043     PERFORM 4970-CHARGE-DEPT-QUOTA THRU 4970-EXIT.
092044     GO TO 4950-EXIT.
092045 4950-EXIT.
092046     EXIT.
092047*
092048*****************************************************************
092049* 4960-DEFER-TO-QUEUE / 4965-WRITE-QUEUE-ENTRY.  THE VALUE GOES
092050* ON THE REQUEST QUEUE AS A PENDING ENTRY CARRYING THE DEGREE,
092051* TOLERANCE AND ATTRIBUTION IN EFFECT, MARKED DEFERRED.  THE
092052* QUEUE IS OPENED ON THE FIRST DEFERRAL OF THE RUN.  A VALUE THE
092053* QUEUE CANNOT CARRY (AN EXTENDED MAGNITUDE, OR TEXT PAST THE
092054* 22-BYTE VALUE FIELD), OR ANY QUEUE FAILURE, TURNS THE RESULT
092055* BACK TO "R" AND THE VALUE IS REJECTED INSTEAD.
092056*****************************************************************
092057 4960-DEFER-TO-QUEUE.
092058     IF SQ-EXTENDED-VALUE OR SQ-CURRENT-TOKEN(23:) NOT = SPACES
092059         DISPLAY SQ-CURRENT-TOKEN(1:20)
092060             " CANNOT BE QUEUED - REJECTED INSTEAD"
092061         MOVE "R" TO SQ-QL-RESULT
092062         GO TO 4960-EXIT
092063     END-IF.
092064     IF NOT SQ-QUEUE-OPEN AND NOT SQ-QUEUE-UNAVAILABLE
092065         OPEN I-O SQ-QUEUE-FILE
092066         IF SQ-QUEUE-STATUS = "00"
092067             SET SQ-QUEUE-OPEN TO TRUE
092068         ELSE
092069             SET SQ-QUEUE-UNAVAILABLE TO TRUE
092070             DISPLAY "WARNING - SQ-QUEUE-FILE OPEN FAILED, "
092071                 "STATUS " SQ-QUEUE-STATUS
092072                 " - OVER-QUOTA VALUES REJECTED INSTEAD"
092073             MOVE SPACES TO SQ-ML-TEXT
092074             STRING "WARNING - SQ-QUEUE-FILE OPEN FAILED, "
092075                 "STATUS " SQ-QUEUE-STATUS
092076                 " - OVER-QUOTA VALUES REJECTED INSTEAD"
092077                 DELIMITED BY SIZE INTO SQ-ML-TEXT
092078             MOVE "SQ0002W" TO SQ-ML-MSG-ID
092079             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
092080         END-IF
092081     END-IF.
092082     IF NOT SQ-QUEUE-OPEN
092083         MOVE "R" TO SQ-QL-RESULT
092084         GO TO 4960-EXIT
092085     END-IF.
092086     MOVE SPACES TO SQ-QUE-RECORD.
092087     MOVE SQ-CURRENT-TOKEN(1:22) TO SQ-QUE-VALUE-TEXT.
092088     MOVE SQ-ROOT-DEGREE-OPT TO SQ-QUE-DEGREE.
092089     MOVE SQ-EXP-POWER TO SQ-QUE-EXP-POWER.
092090     MOVE SQ-TOLERANCE TO SQ-QUE-TOLERANCE.
092091     MOVE SQ-REQUEST-ID TO SQ-QUE-REQUESTER.
092092     SET SQ-QUE-PENDING TO TRUE.
092093     MOVE ZERO TO SQ-QUE-RESULT.
092094     MOVE ZERO TO SQ-QUE-ITER-COUNT.
092095     MOVE SQ-BUSINESS-DATE TO SQ-QUE-QUEUED-DATE.
092096     MOVE SQ-REQUEST-DEPT TO SQ-QUE-DEPT.
092097     SET SQ-QUE-DEFERRED TO TRUE.
092098     MOVE "N" TO SQ-DEFER-WRITE-SW.
092099     PERFORM 4965-WRITE-QUEUE-ENTRY THRU 4965-EXIT
092100         UNTIL SQ-DEFER-WRITTEN OR SQ-DEFER-FAILED.
092101     IF SQ-DEFER-FAILED
092102         MOVE "R" TO SQ-QL-RESULT
092103         GO TO 4960-EXIT
092104     END-IF.
092105     DISPLAY SQ-CURRENT-TOKEN(1:20) " DEPT " SQ-REQUEST-DEPT
092106         " OVER MONTHLY QUOTA - QUEUED AS " SQ-QUE-KEY.
092107     MOVE SQ-CURRENT-TOKEN TO SQ-DF-VALUE.
092108     MOVE SQ-QUE-KEY TO SQ-DF-KEY.
092109     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
092110     WRITE SQ-REPORT-LINE FROM SQ-DEFERRED-LINE
092111         AFTER ADVANCING 1.
092112     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
092113     ADD 1 TO SQ-LINE-NO.
092114     ADD 1 TO SQ-TOTAL-DEFERRED.
092115     GO TO 4960-EXIT.
092116 4960-EXIT.
092117     EXIT.
092118*
092119*    A KEY ALREADY ON THE QUEUE (LEFT BY AN EARLIER RUN UNDER THE
092120*    SAME RUN ID) IS STEPPED PAST.
092121 4965-WRITE-QUEUE-ENTRY.
092122     IF SQ-DEFER-SEQ NOT < 999999
092123         SET SQ-DEFER-FAILED TO TRUE
092124         GO TO 4965-EXIT
092125     END-IF.
092126     ADD 1 TO SQ-DEFER-SEQ.
092127     MOVE SPACES TO SQ-QUE-KEY.
092128     STRING "QUOTA" SQ-RUN-ID SQ-DEFER-SEQ DELIMITED BY SIZE
092129         INTO SQ-QUE-KEY.
092130     WRITE SQ-QUE-RECORD.
092131     EVALUATE SQ-QUEUE-STATUS
092132         WHEN "00"
092133             SET SQ-DEFER-WRITTEN TO TRUE
092134         WHEN "22"
092135             CONTINUE
092136         WHEN OTHER
092137             DISPLAY "WARNING - SQ-QUEUE-FILE WRITE FAILED, "
092138                 "STATUS " SQ-QUEUE-STATUS
092139             MOVE SPACES TO SQ-ML-TEXT
092140             STRING "WARNING - SQ-QUEUE-FILE WRITE FAILED, "
092141                 "STATUS " SQ-QUEUE-STATUS
092142                 DELIMITED BY SIZE INTO SQ-ML-TEXT
092143             MOVE "SQ0004W" TO SQ-ML-MSG-ID
092144             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
092145             SET SQ-DEFER-FAILED TO TRUE
092146     END-EVALUATE.
092147     GO TO 4965-EXIT.
092148 4965-EXIT.
092149     EXIT.
092150*
092151*****************************************************************
092152* 4970-CHARGE-DEPT-QUOTA.  CHARGES THE VALUE'S DEPARTMENT WITH
092153* SQ-QL-OUTCOME (AND SQ-QL-ITERATIONS FOR A COMPUTED VALUE).
092154*****************************************************************
092155 4970-CHARGE-DEPT-QUOTA.
092156     IF SQ-REQUEST-DEPT = SPACES
092157         GO TO 4970-EXIT
092158     END-IF.
092159     MOVE "U" TO SQ-QL-FUNCTION.
092160     MOVE SQ-REQUEST-DEPT TO SQ-QL-DEPT.
092161     CALL "SQQTACCT" USING SQ-QL-AREA.
092162     GO TO 4970-EXIT.
092163 4970-EXIT.
092164     EXIT.
092165*
092200*****************************************************************
092300* 5000 SERIES - RUNTIME DECIMAL-PRECISION FORMATTING.
092400*****************************************************************
094714     EXIT.
094715*
094716*****************************************************************
094816* 6000 SERIES - THE ESTIMATING METHODS.
094900*****************************************************************
095000 6000-COMPUTE-BABYLONIAN.
095050     MOVE SQ-ROOT-DEGREE-OPT TO SQ-SEED-DEGREE.
095300     SET SQ-NOT-CONVERGED TO TRUE.
095400     PERFORM 6010-CONV-STEP THRU 6010-EXIT
095500         UNTIL SQ-CONVERGED OR SQ-ITER-COUNT >= SQ-MAX-ITER.
095520     IF SQ-NOT-CONVERGED
095540         DISPLAY "WARNING - BABYLONIAN METHOD DID NOT CONVERGE"
095560             " WITHIN " SQ-MAX-ITER " ITERATIONS FOR "
095580             SQ-CURRENT-TOKEN
095582         MOVE SPACES TO SQ-ML-TEXT
095584         STRING "WARNING - BABYLONIAN METHOD DID NOT CONVERGE"
095586             " WITHIN " SQ-MAX-ITER " ITERATIONS FOR "
095588             SQ-CURRENT-TOKEN DELIMITED BY SIZE INTO SQ-ML-TEXT
095590         MOVE "SQ0108W" TO SQ-ML-MSG-ID
095592         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
095600         MOVE SQ-ROOT-DEGREE-OPT TO SQ-BIS-DEGREE
095620         PERFORM 6400-COMPUTE-BISECTION THRU 6400-EXIT
095640         IF SQ-BIS-DONE
095660             MOVE SQ-BIS-RESULT TO Y
095680             ADD SQ-BIS-ITER-COUNT TO SQ-ITER-COUNT
095700             SET SQ-CONVERGED TO TRUE
095720             PERFORM 6650-NOTE-RESCUE THRU 6650-EXIT
095740         END-IF
095760     END-IF.
096100     GO TO 6000-EXIT.
096200 6000-EXIT.
096300     EXIT.
098200     PERFORM 6110-NEWTON-STEP THRU 6110-EXIT
098300         UNTIL SQ-NEWTON-CONVERGED
098400             OR SQ-NEWTON-ITER-COUNT >= SQ-MAX-ITER.
098420     IF SQ-NEWTON-NOT-CONVERGED
098440         DISPLAY "WARNING - NEWTON METHOD DID NOT CONVERGE"
098460             " WITHIN " SQ-MAX-ITER " ITERATIONS FOR "
098480             SQ-CURRENT-TOKEN
098482         MOVE SPACES TO SQ-ML-TEXT
098484         STRING "WARNING - NEWTON METHOD DID NOT CONVERGE"
098486             " WITHIN " SQ-MAX-ITER " ITERATIONS FOR "
098488             SQ-CURRENT-TOKEN DELIMITED BY SIZE INTO SQ-ML-TEXT
098490         MOVE "SQ0109W" TO SQ-ML-MSG-ID
098492         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
098500         MOVE 02 TO SQ-BIS-DEGREE
098520         PERFORM 6400-COMPUTE-BISECTION THRU 6400-EXIT
098540         IF SQ-BIS-DONE
098560             MOVE SQ-BIS-RESULT TO Y
098580             ADD SQ-BIS-ITER-COUNT TO SQ-NEWTON-ITER-COUNT
098600             SET SQ-NEWTON-CONVERGED TO TRUE
098620             PERFORM 6650-NOTE-RESCUE THRU 6650-EXIT
098640         END-IF
098660     END-IF.
098680     MOVE Y TO SQ-NEWTON-RESULT.
099100     GO TO 6100-EXIT.
099200 6100-EXIT.
099300     EXIT.
100626         MOVE "N" TO SQ-CONVERGE-SW
100627         DISPLAY "WARNING - EXTENDED BABYLONIAN DID NOT"
100628             " CONVERGE FOR " SQ-CURRENT-TOKEN(1:20)
100629         MOVE SPACES TO SQ-ML-TEXT
100630         STRING "WARNING - EXTENDED BABYLONIAN DID NOT"
100631             " CONVERGE FOR " SQ-CURRENT-TOKEN(1:20)
100632             DELIMITED BY SIZE INTO SQ-ML-TEXT
100633         MOVE "SQ0110W" TO SQ-ML-MSG-ID
100634         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
100635         MOVE SQ-ROOT-DEGREE-OPT TO SQ-BIS-DEGREE
100636         PERFORM 6600-EXT-FALLBACK THRU 6600-EXIT
100637     END-IF.
100638     MOVE "Y" TO SQ-NEWTON-CONVERGE-SW.
100639     GO TO 6200-EXIT.
100640 6200-EXIT.
100641     EXIT.
100642*
100643 6210-CONVX-STEP.
100644     CALL "CONVX" USING X-EXT, Z-EXT, Y-EXT, TEMP-EXT,
100645         SQ-ROOT-DEGREE-OPT.
100646     ADD 1 TO SQ-ITER-COUNT.
100647     COMPUTE SQ-EXT-DIFF = Y-EXT + X-EXT.
100648     IF SQ-EXT-DIFF < 0
100649         COMPUTE SQ-EXT-DIFF = - SQ-EXT-DIFF
100650     END-IF.
100651     IF SQ-EXT-DIFF = 0
100652         SET SQ-EXT-CONVERGED TO TRUE
100653     ELSE
100654         COMPUTE SQ-EXT-DIFF = TEMP-EXT / SQ-EXT-DIFF
100655         IF SQ-EXT-DIFF > SQ-TOLERANCE
100656             MOVE Y-EXT TO X-EXT
100657         ELSE
100658             SET SQ-EXT-CONVERGED TO TRUE
100659         END-IF
100660     END-IF.
100661     GO TO 6210-EXIT.
100662 6210-EXIT.
100663     EXIT.
100664*
100665 6300-COMPUTE-EXT-NEWTON.
100666     COMPUTE X-EXT = Z-EXT ** 0.5.
100667     MOVE 0 TO SQ-ITER-COUNT.
100668     MOVE "N" TO SQ-EXT-CONV-SW.
100669     PERFORM 6310-NEWTONX-STEP THRU 6310-EXIT
100670         UNTIL SQ-EXT-CONVERGED
100671             OR SQ-ITER-COUNT >= SQ-MAX-ITER.
100672     IF SQ-EXT-CONVERGED
100673         MOVE "Y" TO SQ-CONVERGE-SW
100674     ELSE
100675         MOVE "N" TO SQ-CONVERGE-SW
100676         DISPLAY "WARNING - EXTENDED NEWTON DID NOT"
100677             " CONVERGE FOR " SQ-CURRENT-TOKEN(1:20)
100678         MOVE SPACES TO SQ-ML-TEXT
100679         STRING "WARNING - EXTENDED NEWTON DID NOT"
100680             " CONVERGE FOR " SQ-CURRENT-TOKEN(1:20)
100681             DELIMITED BY SIZE INTO SQ-ML-TEXT
100682         MOVE "SQ0111W" TO SQ-ML-MSG-ID
100683         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
100684         MOVE 02 TO SQ-BIS-DEGREE
100685         PERFORM 6600-EXT-FALLBACK THRU 6600-EXIT
100686     END-IF.
100687     MOVE SQ-CONVERGE-SW TO SQ-NEWTON-CONVERGE-SW.
100688     GO TO 6300-EXIT.
100689 6300-EXIT.
100690     EXIT.
100691*
100692 6310-NEWTONX-STEP.
100693     CALL "SQUAREOOTFUNX" USING X-EXT, Z-EXT, Y-EXT,
100694         TEMP-EXT.
100695     ADD 1 TO SQ-ITER-COUNT.
100696     COMPUTE SQ-EXT-DIFF = Y-EXT + X-EXT.
100697     IF SQ-EXT-DIFF = 0
100698         SET SQ-EXT-CONVERGED TO TRUE
100699     ELSE
100700         COMPUTE SQ-EXT-DIFF = TEMP-EXT / SQ-EXT-DIFF
100701         IF SQ-EXT-DIFF > SQ-TOLERANCE
100702             MOVE Y-EXT TO X-EXT
100703         ELSE
100704             SET SQ-EXT-CONVERGED TO TRUE
100705         END-IF
100706     END-IF.
100707     GO TO 6310-EXIT.
100708 6310-EXIT.
100709     EXIT.
100710*****************************************************************
100711* 6400/6500 SERIES - BRACKETED BISECTION.  THE ROOT OF |Z| IS
100712* HELD BETWEEN A LOW BOUND WHOSE POWER IS NOT ABOVE |Z| AND A
100713* HIGH BOUND WHOSE POWER IS, AND THE BRACKET IS HALVED UNTIL IT
100714* IS NARROWER THAN THE TOLERANCE (OR THE LAST DECIMAL THE
100715* PICTURES CAN CARRY).  SLOWER THAN CONV OR SQUAREOOTFUN BUT IT
100716* CANNOT FAIL TO CLOSE - IT IS BOTH METHOD "S" AND THE FALLBACK
100717* TAKEN IN-LINE WHEN EITHER OF THOSE GIVES UP AT SQ-MAX-ITER.
100718* THE CALLER SETS SQ-BIS-DEGREE (THE DEGREE IN EFFECT, OR 2 FOR
100719* A NEWTON RESCUE); THE ANSWER COMES BACK IN SQ-BIS-RESULT OR
100720* Y-EXT CARRYING Z'S SIGN, AFTER SQ-BIS-ITER-COUNT HALVINGS.
100721*****************************************************************
100722 6400-COMPUTE-BISECTION.
100723     MOVE Z TO SQ-BIS-TARGET.
100724     MOVE 0 TO SQ-BIS-LOW.
100725*    BELOW ONE THE ROOT LIES ABOVE THE VALUE, SO THE BRACKET
100726*    STARTS AT ONE; FROM ONE UP THE ROOT CANNOT EXCEED THE VALUE.
100727     IF SQ-BIS-TARGET > 1
100728         MOVE SQ-BIS-TARGET TO SQ-BIS-HIGH
100729     ELSE
100730         MOVE 1 TO SQ-BIS-HIGH
100731     END-IF.
100732     MOVE 0 TO SQ-BIS-ITER-COUNT.
100733     MOVE "N" TO SQ-BIS-DONE-SW.
100734     PERFORM 6410-BISECT-STEP THRU 6410-EXIT
100735         UNTIL SQ-BIS-DONE
100736             OR SQ-BIS-ITER-COUNT >= SQ-BIS-MAX-STEPS.
100737*    THE ANSWER IS WHICHEVER END OF THE CLOSED BRACKET RAISES
100738*    NEARER TO THE VALUE.
100739     MOVE SQ-BIS-LOW TO SQ-BIS-MID.
100740     PERFORM 6420-RAISE-MID THRU 6420-EXIT.
100741     COMPUTE SQ-BIS-LOW-MISS = SQ-BIS-TARGET - SQ-BIS-POWER.
100742     MOVE SQ-BIS-HIGH TO SQ-BIS-MID.
100743     PERFORM 6420-RAISE-MID THRU 6420-EXIT.
100744     MOVE SQ-BIS-LOW TO SQ-BIS-RESULT.
100745     IF NOT SQ-BIS-OVERFLOW
100746         COMPUTE SQ-BIS-HIGH-MISS = SQ-BIS-POWER - SQ-BIS-TARGET
100747         IF SQ-BIS-HIGH-MISS < SQ-BIS-LOW-MISS
100748             MOVE SQ-BIS-HIGH TO SQ-BIS-RESULT
100749         END-IF
100750     END-IF.
100751     IF Z < 0
100752         COMPUTE SQ-BIS-RESULT = - SQ-BIS-RESULT
100753     END-IF.
100754     GO TO 6400-EXIT.
100755 6400-EXIT.
100756     EXIT.
100757*
100758 6410-BISECT-STEP.
100759     ADD 1 TO SQ-BIS-ITER-COUNT.
100760     COMPUTE SQ-BIS-MID = (SQ-BIS-LOW + SQ-BIS-HIGH) / 2.
100761     PERFORM 6420-RAISE-MID THRU 6420-EXIT.
100762     IF NOT SQ-BIS-OVERFLOW AND SQ-BIS-POWER = SQ-BIS-TARGET
100763         MOVE SQ-BIS-MID TO SQ-BIS-LOW
100764         MOVE SQ-BIS-MID TO SQ-BIS-HIGH
100765         SET SQ-BIS-DONE TO TRUE
100766         GO TO 6410-EXIT
100767     END-IF.
100768     IF SQ-BIS-OVERFLOW OR SQ-BIS-POWER > SQ-BIS-TARGET
100769         MOVE SQ-BIS-MID TO SQ-BIS-HIGH
100770     ELSE
100771         MOVE SQ-BIS-MID TO SQ-BIS-LOW
100772     END-IF.
100773     COMPUTE SQ-BIS-WIDTH = SQ-BIS-HIGH - SQ-BIS-LOW.
100774     COMPUTE SQ-BIS-LIMIT = SQ-TOLERANCE * SQ-BIS-LOW.
100775     IF SQ-BIS-WIDTH <= 0.000000001
100776         OR SQ-BIS-WIDTH <= SQ-BIS-LIMIT
100777         SET SQ-BIS-DONE TO TRUE
100778     END-IF.
100779     GO TO 6410-EXIT.
100780 6410-EXIT.
100781     EXIT.
100782*
100783*    SQ-BIS-MID RAISED TO THE DEGREE BY REPEATED MULTIPLICATION -
100784*    EXACT TO THE LAST DECIMAL, WHERE ** WOULD ROUND THROUGH
100785*    FLOATING POINT.  A POWER PAST THE FIELD IS PAST ANY Z.
100786 6420-RAISE-MID.
100787     MOVE "N" TO SQ-BIS-OVER-SW.
100788     MOVE 1 TO SQ-BIS-POWER.
100789     PERFORM 6430-MULTIPLY-MID THRU 6430-EXIT
100790         SQ-BIS-DEGREE TIMES.
100791     GO TO 6420-EXIT.
100792 6420-EXIT.
100793     EXIT.
100794*
100795 6430-MULTIPLY-MID.
100796     IF NOT SQ-BIS-OVERFLOW
100797         COMPUTE SQ-BIS-POWER = SQ-BIS-POWER * SQ-BIS-MID
100798             ON SIZE ERROR
100799                 SET SQ-BIS-OVERFLOW TO TRUE
100800         END-COMPUTE
100801     END-IF.
100802     GO TO 6430-EXIT.
100803 6430-EXIT.
100804     EXIT.
100805*
100806*    THE FLOATING BRACKET STARTS AT HALF AND TWICE THE FLOATING
100807*    POWER - CHECKED, AND WIDENED TO ZERO OR |Z| SHOULD EITHER
100808*    END NOT HOLD - SO AN E+300 VALUE DOES NOT SPEND A THOUSAND
100809*    HALVINGS WALKING DOWN FROM ITSELF.
100810 6500-COMPUTE-EXT-BISECTION.
100811     MOVE Z-EXT TO SQ-EXT-WORK.
100812     IF SQ-EXT-WORK < 0
100813         COMPUTE SQ-EXT-WORK = - SQ-EXT-WORK
100814     END-IF.
100815     COMPUTE SQ-BISX-MID =
100816         SQ-EXT-WORK ** (1.0 / SQ-BIS-DEGREE).
100817     COMPUTE SQ-BISX-LOW = SQ-BISX-MID / 2.
100818     COMPUTE SQ-BISX-HIGH = SQ-BISX-MID * 2.
100819*    FLOATING COMPARES ARE ONLY APPROXIMATE NEAR EQUALITY, SO
100820*    THE SIGN OF THE MISS IS TESTED RATHER THAN THE TWO VALUES.
100821     COMPUTE SQ-BISX-POWER = SQ-BISX-LOW ** SQ-BIS-DEGREE.
100822     COMPUTE SQ-BISX-MISS = SQ-BISX-POWER - SQ-EXT-WORK.
100823     IF SQ-BISX-MISS > 0
100824         MOVE 0 TO SQ-BISX-LOW
100825     END-IF.
100826     MOVE "N" TO SQ-BIS-OVER-SW.
100827     COMPUTE SQ-BISX-POWER = SQ-BISX-HIGH ** SQ-BIS-DEGREE
100828         ON SIZE ERROR
100829             SET SQ-BIS-OVERFLOW TO TRUE
100830     END-COMPUTE.
100831     COMPUTE SQ-BISX-MISS = SQ-BISX-POWER - SQ-EXT-WORK.
100832     IF NOT SQ-BIS-OVERFLOW AND SQ-BISX-MISS < 0
100833         MOVE SQ-EXT-WORK TO SQ-BISX-HIGH
100834         IF SQ-BISX-HIGH < 1
100835             MOVE 1 TO SQ-BISX-HIGH
100836         END-IF
100837     END-IF.
100838     MOVE 0 TO SQ-BIS-ITER-COUNT.
100839     MOVE "N" TO SQ-BIS-DONE-SW.
100840     PERFORM 6510-BISECTX-STEP THRU 6510-EXIT
100841         UNTIL SQ-BIS-DONE
100842             OR SQ-BIS-ITER-COUNT >= SQ-BIS-MAX-STEPS.
100843     COMPUTE Y-EXT = (SQ-BISX-LOW + SQ-BISX-HIGH) / 2.
100844     IF Z-EXT < 0
100845         COMPUTE Y-EXT = - Y-EXT
100846     END-IF.
100847     GO TO 6500-EXIT.
100848 6500-EXIT.
100849     EXIT.
100850*
100851 6510-BISECTX-STEP.
100852     ADD 1 TO SQ-BIS-ITER-COUNT.
100853     COMPUTE SQ-BISX-MID = (SQ-BISX-LOW + SQ-BISX-HIGH) / 2.
100854     MOVE "N" TO SQ-BIS-OVER-SW.
100855     COMPUTE SQ-BISX-POWER = SQ-BISX-MID ** SQ-BIS-DEGREE
100856         ON SIZE ERROR
100857             SET SQ-BIS-OVERFLOW TO TRUE
100858     END-COMPUTE.
100859     COMPUTE SQ-BISX-MISS = SQ-BISX-POWER - SQ-EXT-WORK.
100860     IF SQ-BIS-OVERFLOW OR SQ-BISX-MISS > 0
100861         MOVE SQ-BISX-MID TO SQ-BISX-HIGH
100862     ELSE
100863         MOVE SQ-BISX-MID TO SQ-BISX-LOW
100864     END-IF.
100865     COMPUTE SQ-BISX-WIDTH = SQ-BISX-HIGH - SQ-BISX-LOW.
100866     IF SQ-BISX-WIDTH <= SQ-TOLERANCE * SQ-BISX-LOW
100867         OR SQ-BISX-WIDTH <= 0.000000000000002 * SQ-BISX-HIGH
100868         SET SQ-BIS-DONE TO TRUE
100869     END-IF.
100870     GO TO 6510-EXIT.
100871 6510-EXIT.
100872     EXIT.
100873*
100874*****************************************************************
100875* 6600-EXT-FALLBACK / 6650-NOTE-RESCUE.  THE IN-LINE RESCUE OF A
100876* VALUE WHOSE PRIMARY METHOD GAVE UP - THE BISECTION ANSWER
100877* REPLACES THE UNCONVERGED ESTIMATE, THE VALUE IS A CLEAN ANSWER
100878* (NO NON-CONVERGENCE, NO RC 12), AND THE REPORT, AUDIT, AND
100879* RESULTS ROWS ALL SAY THE ANSWER CAME FROM THE FALLBACK.
100880*****************************************************************
100881 6600-EXT-FALLBACK.
100882     PERFORM 6500-COMPUTE-EXT-BISECTION THRU 6500-EXIT.
100883     IF SQ-BIS-DONE
100884         ADD SQ-BIS-ITER-COUNT TO SQ-ITER-COUNT
100885         MOVE "Y" TO SQ-CONVERGE-SW
100886         PERFORM 6650-NOTE-RESCUE THRU 6650-EXIT
100887     END-IF.
100888     GO TO 6600-EXIT.
100889 6600-EXIT.
100890     EXIT.
100891*
100892 6650-NOTE-RESCUE.
100893     IF NOT SQ-FALLBACK-TAKEN
100894         ADD 1 TO SQ-TOTAL-RESCUES
100895     END-IF
100896     SET SQ-FALLBACK-TAKEN TO TRUE.
100897     DISPLAY "WARNING - BISECTION FALLBACK RESCUED "
100898         SQ-CURRENT-TOKEN(1:20) " AFTER "
100899         SQ-BIS-ITER-COUNT " HALVINGS"
100900     MOVE SQ-BIS-ITER-COUNT TO SQ-BIS-ITER-SHOW
100901     MOVE SPACES TO SQ-ML-TEXT
100902     STRING "WARNING - BISECTION FALLBACK RESCUED "
100903         SQ-CURRENT-TOKEN(1:20) " AFTER "
100904         SQ-BIS-ITER-SHOW " HALVINGS"
100905         DELIMITED BY SIZE INTO SQ-ML-TEXT
100906     MOVE "SQ0112W" TO SQ-ML-MSG-ID
100907     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
100908     GO TO 6650-EXIT.
100909 6650-EXIT.
100910     EXIT.
100912*
100913*****************************************************************
100914* 9000 SERIES - END OF RUN.
101000*****************************************************************
101100 9000-TERMINATE.
101110     IF SQ-SECTION-OPEN
101120         PERFORM 3850-WRITE-SECTION-SUBTOTAL THRU 3850-EXIT
101130     END-IF.
101200     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
101202     IF SQ-QL-ACTIVE
101204         PERFORM 9600-SAVE-QUOTA-USAGE THRU 9600-EXIT
101206     END-IF.
101210*    A TRAILER WITHOUT A HEADER IS STILL A CONTROLLED FEED -
101211*    ONE THAT LOST ITS HEADER - AND MUST BE RECONCILED (AND
101212*    FLAGGED) JUST THE SAME.
101222         PERFORM 9150-RECONCILE-CONTROLS THRU 9150-EXIT
101230     END-IF.
101290     PERFORM 9250-WRITE-RESULT-TRAILER THRU 9250-EXIT.
101295     PERFORM 9180-WRITE-AUDIT-SEAL THRU 9180-EXIT.
101300     PERFORM 9200-CLOSE-FILES THRU 9200-EXIT.
101310     PERFORM 9300-SET-RETURN-CODE THRU 9300-EXIT.
101320     PERFORM 9400-WRITE-RUN-LEDGER THRU 9400-EXIT.
103200     MOVE SQ-CACHE-HITS TO SQ-SM-CACHE-HITS.
103210     MOVE SQ-TOTAL-RESIDUAL-FAILS TO SQ-SM-RESIDUAL.
103220     MOVE SQ-DUP-HITS TO SQ-SM-DUP-HITS.
103270     MOVE SQ-TOTAL-RESCUES TO SQ-SM-RESCUES.
103300     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
103400     WRITE SQ-REPORT-LINE FROM SQ-SUMMARY-LINE-1
103500         AFTER ADVANCING 2.
104500         AFTER ADVANCING 1.
104550     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
104560     ADD 1 TO SQ-LINE-NO.
104565     PERFORM 9520-WRITE-METHOD-SUMMARY THRU 9520-EXIT.
104570     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
104600     WRITE SQ-REPORT-LINE FROM SQ-SUMMARY-LINE-7
104700         AFTER ADVANCING 1.
104750     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
104760     ADD 1 TO SQ-LINE-NO.
104761     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
104762     WRITE SQ-REPORT-LINE FROM SQ-SUMMARY-LINE-11
104763         AFTER ADVANCING 1.
104764     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
104765     ADD 1 TO SQ-LINE-NO.
104770     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
104780     WRITE SQ-REPORT-LINE FROM SQ-SUMMARY-LINE-8
104790         AFTER ADVANCING 1.
104801     IF SQ-RULE-COUNT > 0
104802         PERFORM 9120-WRITE-RULE-SUMMARY THRU 9120-EXIT
104803     END-IF.
104804     PERFORM 9500-WRITE-QUOTA-SUMMARY THRU 9500-EXIT.
104805     IF SQ-QUIESCE-REQUESTED
104806         ADD 1 TO SQ-LINE-NO
104807         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
104808         WRITE SQ-REPORT-LINE FROM SQ-QUIESCE-LINE
104809             AFTER ADVANCING 2
104810         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
104811     END-IF.
104812     GO TO 9100-EXIT.
104900 9100-EXIT.
105000     EXIT.
105001*
105037 9150-RECONCILE-CONTROLS.
105038     IF SQ-RESTART-FROM > 0
105039         DISPLAY "CONTROL TOTALS NOT RECONCILED - RESTARTED RUN"
105040         MOVE SPACES TO SQ-ML-TEXT
105041         STRING "CONTROL TOTALS NOT RECONCILED - RESTARTED RUN"
105042             DELIMITED BY SIZE INTO SQ-ML-TEXT
105043         MOVE "SQ0113W" TO SQ-ML-MSG-ID
105044         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
105045         MOVE "CONTROL TOTALS NOT RECONCILED - RESTARTED RUN"
105046             TO SQ-CT-VERDICT
105047         PERFORM 9160-WRITE-CONTROL-VERDICT THRU 9160-EXIT
105048         GO TO 9150-EXIT
105049     END-IF.
105050*
105051*    A QUIESCED RUN STOPPED BEFORE THE TRAILER ON PURPOSE -
105052*    THAT IS NOT A TRUNCATED FEED, AND IT MUST NOT TURN THE
105053*    DISTINCT QUIESCE RETURN CODE INTO A CONTROL FAILURE.
105054     IF SQ-QUIESCE-REQUESTED
105055         DISPLAY "CONTROL TOTALS NOT RECONCILED - RUN QUIESCED"
105056         MOVE SPACES TO SQ-ML-TEXT
105057         STRING "CONTROL TOTALS NOT RECONCILED - RUN QUIESCED"
105058             DELIMITED BY SIZE INTO SQ-ML-TEXT
105059         MOVE "SQ0114W" TO SQ-ML-MSG-ID
105060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
105061         MOVE "CONTROL TOTALS NOT RECONCILED - RUN QUIESCED"
105062             TO SQ-CT-VERDICT
105063         PERFORM 9160-WRITE-CONTROL-VERDICT THRU 9160-EXIT
105064         GO TO 9150-EXIT
105065     END-IF.
105066*
105067     IF NOT SQ-CTL-TRAILER-SEEN
105068         DISPLAY "CONTROL TRAILER MISSING - FEED TRUNCATED?"
105069         MOVE SPACES TO SQ-ML-TEXT
105070         STRING "CONTROL TRAILER MISSING - FEED TRUNCATED?"
105071             DELIMITED BY SIZE INTO SQ-ML-TEXT
105072         MOVE "SQ0013W" TO SQ-ML-MSG-ID
105073         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
105074         SET SQ-CTL-FAILED TO TRUE
105075     END-IF.
105076     IF SQ-CTL-TRAILER-SEEN
105077         AND (SQ-CTL-EXPECT-RECORDS NOT = SQ-CTL-DATA-RECORDS
105078         OR SQ-CTL-EXPECT-HASH NOT = SQ-CTL-HASH-TOTAL)
105079         DISPLAY "CONTROL TOTAL MISMATCH - RUN FLAGGED"
105080         MOVE SPACES TO SQ-ML-TEXT
105081         STRING "CONTROL TOTAL MISMATCH - RUN FLAGGED"
105082             DELIMITED BY SIZE INTO SQ-ML-TEXT
105083         MOVE "SQ0115W" TO SQ-ML-MSG-ID
105084         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
105085         SET SQ-CTL-FAILED TO TRUE
105086     END-IF.
105087*
105088     MOVE SQ-CTL-EXPECT-RECORDS TO SQ-CT-EXPECT-RECS.
105089     MOVE SQ-CTL-DATA-RECORDS TO SQ-CT-ACTUAL-RECS.
105090     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
105091     WRITE SQ-REPORT-LINE FROM SQ-CONTROL-LINE-1
105092         AFTER ADVANCING 2.
105093     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
105094     ADD 1 TO SQ-LINE-NO.
105095     MOVE SQ-CTL-EXPECT-HASH TO SQ-CT-EXPECT-HASH.
105096     MOVE SQ-CTL-HASH-TOTAL TO SQ-CT-ACTUAL-HASH.
105097     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
105098     WRITE SQ-REPORT-LINE FROM SQ-CONTROL-LINE-2
105099         AFTER ADVANCING 1.
105100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
105101     ADD 1 TO SQ-LINE-NO.
105102     IF SQ-CTL-FAILED
105103         MOVE "*** CONTROL TOTAL RECONCILIATION FAILED ***"
105104             TO SQ-CT-VERDICT
105105     ELSE
105106         MOVE "CONTROL TOTALS RECONCILED CLEAN" TO SQ-CT-VERDICT
105107     END-IF.
105108     PERFORM 9160-WRITE-CONTROL-VERDICT THRU 9160-EXIT.
105109     GO TO 9150-EXIT.
105110 9150-EXIT.
105111     EXIT.
105112*
105113 9160-WRITE-CONTROL-VERDICT.
105114     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
105115     WRITE SQ-REPORT-LINE FROM SQ-CONTROL-LINE-3
105116         AFTER ADVANCING 1.
105117     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
105118     ADD 1 TO SQ-LINE-NO.
105119     GO TO 9160-EXIT.
105120 9160-EXIT.
105121     EXIT.
105122*
105123*****************************************************************
105124* 9180-WRITE-AUDIT-SEAL.  CLOSES THE RUN'S AUDIT ROWS WITH ONE
105125* SEAL ROW (SEE SQAUDIT) - THE NUMBER OF ROWS SINCE THE LAST
105126* SEAL, THE CHAIN HASH OVER THEM, AND THE HASH OF THAT LAST
105127* SEAL.  WRITTEN ON EVERY RUN, EVEN ONE THAT AUDITED NOTHING, SO
105128* THE CHAIN HAS NO GAPS FOR SQAUDVFY TO MISTAKE FOR A DELETION.
105129*****************************************************************
105130 9180-WRITE-AUDIT-SEAL.
105131     ACCEPT SQ-CURRENT-TIME FROM TIME.
105132     MOVE SPACES TO SQ-TIMESTAMP-TEXT.
105133     STRING SQ-CUR-YEAR "-" SQ-CUR-MONTH "-" SQ-CUR-DAY "-"
105134         SQ-CUR-HOUR "." SQ-CUR-MINUTE "." SQ-CUR-SECOND "."
105135         SQ-CUR-HUNDREDTH DELIMITED BY SIZE
105136         INTO SQ-TIMESTAMP-TEXT.
105137     MOVE SPACES TO SQ-AUDIT-RECORD.
105138     MOVE SQ-TIMESTAMP-TEXT TO SQ-AUDIT-TIMESTAMP.
105139     MOVE SQ-SEAL-ROWS TO SQ-AUDIT-SEAL-ROWS.
105140     MOVE SQ-SEAL-HASH TO SQ-AUDIT-SEAL-HASH.
105141     MOVE SQ-SEAL-PREV-HASH TO SQ-AUDIT-SEAL-PREV-HASH.
105142     MOVE "SQUARE" TO SQ-AUDIT-REQUEST-ID.
105144     MOVE SQ-RUN-ID TO SQ-AUDIT-RUN-ID.
105146     MOVE SQ-BUSINESS-DATE TO SQ-AUDIT-BUS-DATE.
105148     SET SQ-AUDIT-SEAL-ROW TO TRUE.
105150     WRITE SQ-AUDIT-RECORD.
105152     PERFORM 4805-CHECK-AUDIT-STATUS THRU 4805-EXIT.
105154     IF SQ-AUDIT-STATUS = "00"
105156         DISPLAY "AUDIT SEAL WRITTEN - ROWS " SQ-SEAL-ROWS
105158             " HASH " SQ-SEAL-HASH
105160     END-IF.
105162     GO TO 9180-EXIT.
105164 9180-EXIT.
105166     EXIT.
105168*
105200 9200-CLOSE-FILES.
105300     CLOSE SQ-REPORT-FILE.
105400     CLOSE SQ-AUDIT-FILE.
105500     IF SQ-CACHE-ENABLED
105600         CLOSE SQ-CACHE-FILE
105700     END-IF.
105720     IF SQ-QUEUE-OPEN
105740         CLOSE SQ-QUEUE-FILE
105760     END-IF.
105800     IF SQ-MODE-BATCH
105900         CLOSE SQ-INPUT-FILE
106000     ELSE
108600             MOVE 8 TO SQ-RUN-RC
108700         WHEN SQ-TOTAL-REJECTED > 0
108800             MOVE 4 TO SQ-RUN-RC
108820         WHEN SQ-TOTAL-DEFERRED > 0
108840             MOVE 4 TO SQ-RUN-RC
108900         WHEN OTHER
109000             MOVE 0 TO SQ-RUN-RC
109100     END-EVALUATE.
109884         SQ-LEDGER-STATUS NOT = "05"
109885         DISPLAY "WARNING - RUN LEDGER NOT WRITTEN, STATUS "
109886             SQ-LEDGER-STATUS
109888         MOVE SPACES TO SQ-ML-TEXT
109890         STRING "WARNING - RUN LEDGER NOT WRITTEN, STATUS "
109892             SQ-LEDGER-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
109894         MOVE "SQ0116W" TO SQ-ML-MSG-ID
109896         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
109898         GO TO 9400-EXIT
109900     END-IF.
109902     ACCEPT SQ-CURRENT-TIME FROM TIME.
109904     MOVE SPACES TO SQ-TIMESTAMP-TEXT.
109906     STRING SQ-CUR-YEAR "-" SQ-CUR-MONTH "-" SQ-CUR-DAY "-"
109908         SQ-CUR-HOUR "." SQ-CUR-MINUTE "." SQ-CUR-SECOND "."
109910         SQ-CUR-HUNDREDTH DELIMITED BY SIZE
109912         INTO SQ-TIMESTAMP-TEXT.
109914     MOVE SPACES TO SQ-LDG-RECORD.
109916     MOVE SQ-RUN-ID TO SQ-LDG-RUN-ID.
109918     MOVE SQ-START-TIMESTAMP TO SQ-LDG-START-TS.
109920     MOVE SQ-TIMESTAMP-TEXT TO SQ-LDG-END-TS.
109922     MOVE SQ-RUN-RC TO SQ-LDG-RETURN-CODE.
109924     MOVE SQ-RECORD-COUNT TO SQ-LDG-RECORDS-READ.
109926     MOVE SQ-TOTAL-PROCESSED TO SQ-LDG-PROCESSED.
109928     MOVE SQ-TOTAL-REJECTED TO SQ-LDG-REJECTED.
109930     MOVE SQ-TOTAL-EXCEPTIONS TO SQ-LDG-EXCEPTIONS.
109932     MOVE SQ-TOTAL-NONCONV TO SQ-LDG-NONCONV.
109934     MOVE SQ-BUSINESS-DATE TO SQ-LDG-BUS-DATE.
109936     WRITE SQ-LDG-RECORD.
109938     IF SQ-LEDGER-STATUS NOT = "00"
109940         DISPLAY "WARNING - RUN LEDGER WRITE FAILED, STATUS "
109942             SQ-LEDGER-STATUS
109944         MOVE SPACES TO SQ-ML-TEXT
109946         STRING "WARNING - RUN LEDGER WRITE FAILED, STATUS "
109948             SQ-LEDGER-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
109950         MOVE "SQ0004W" TO SQ-ML-MSG-ID
109952         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
109954     END-IF.
109956     CLOSE SQ-LEDGER-FILE.
109958     GO TO 9400-EXIT.
109960 9400-EXIT.
109962     EXIT.
110000*
110100*****************************************************************
110200* 9500-WRITE-QUOTA-SUMMARY / 9510-WRITE-ONE-QUOTA-LINE.  WHERE
110300* DEPARTMENT QUOTAS ARE IN FORCE, THE VALUES DEFERRED TO THE
110400* QUEUE THIS RUN, THEN ONE LINE PER DEPARTMENT AT OR PAST ITS
110500* WARNING LEVEL, MONTH TO DATE, FLAGGED WHERE THIS RUN TOOK IT
110600* THERE.
110700*****************************************************************
110800 9500-WRITE-QUOTA-SUMMARY.
110900     IF NOT SQ-QL-ACTIVE
111000         GO TO 9500-EXIT
111100     END-IF.
111200     MOVE SQ-TOTAL-DEFERRED TO SQ-SM-DEFERRED.
111300     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
111400     WRITE SQ-REPORT-LINE FROM SQ-SUMMARY-LINE-10
111500         AFTER ADVANCING 1.
111600     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
111700     ADD 1 TO SQ-LINE-NO.
111800     MOVE ZERO TO SQ-QL-LIST-INDEX.
111900     MOVE "N" TO SQ-QL-FUNCTION.
112000     CALL "SQQTACCT" USING SQ-QL-AREA.
112100     PERFORM 9510-WRITE-ONE-QUOTA-LINE THRU 9510-EXIT
112200         UNTIL NOT SQ-QL-GO-AHEAD.
112300     GO TO 9500-EXIT.
112400 9500-EXIT.
112500     EXIT.
112600*
112700 9510-WRITE-ONE-QUOTA-LINE.
112800     MOVE SQ-QL-DEPT TO SQ-QS-SM-DEPT.
112900     MOVE SQ-QL-PCT-USED TO SQ-QS-SM-PCT.
113000     MOVE SQ-QL-REQUESTS TO SQ-QS-SM-REQS.
113100     MOVE SQ-QL-ITERS-USED TO SQ-QS-SM-ITERS.
113200     MOVE "     NONE" TO SQ-QS-SM-REQ-LIMIT.
113300     IF SQ-QL-REQ-LIMIT > ZERO
113400         MOVE SQ-QL-REQ-LIMIT TO SQ-QUOTA-EDIT
113500         MOVE SQ-QUOTA-EDIT TO SQ-QS-SM-REQ-LIMIT
113600     END-IF.
113700     MOVE "     NONE" TO SQ-QS-SM-ITER-LIMIT.
113800     IF SQ-QL-ITER-LIMIT > ZERO
113900         MOVE SQ-QL-ITER-LIMIT TO SQ-QUOTA-EDIT
114000         MOVE SQ-QUOTA-EDIT TO SQ-QS-SM-ITER-LIMIT
114100     END-IF.
114200     IF SQ-QL-STATE-OVER
114300         MOVE "OVER QUOTA" TO SQ-QS-SM-STATE
114400     ELSE
114500         MOVE "PAST WARNING LEVEL" TO SQ-QS-SM-STATE
114600     END-IF.
114700     IF SQ-QL-CROSSED-THIS-RUN
114800         MOVE "THIS RUN" TO SQ-QS-SM-WHEN
114900     ELSE
115000         MOVE SPACES TO SQ-QS-SM-WHEN
115100     END-IF.
115200     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
115300     WRITE SQ-REPORT-LINE FROM SQ-QUOTA-SUMMARY-LINE
115400         AFTER ADVANCING 1.
115500     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
115600     ADD 1 TO SQ-LINE-NO.
115700     MOVE "N" TO SQ-QL-FUNCTION.
115800     CALL "SQQTACCT" USING SQ-QL-AREA.
115900     GO TO 9510-EXIT.
116000 9510-EXIT.
116100     EXIT.
116200*
116300*****************************************************************
116302* 9520-WRITE-METHOD-SUMMARY / 9530-WRITE-ONE-METHOD-LINE.  THE
116304* VALUES EACH METHOD RAN AND THEIR AVERAGE ITERATIONS - A LINE
116306* FOR EVERY METHOD, SO A ZERO SHOWS ONE WAS NOT USED - AND, ON
116308* AN ADAPTIVE RUN, HOW MANY VALUES THE POLICY PLACED AND HOW
116310* MANY FOUND NO CELL AND RAN BABYLONIAN.
116312*****************************************************************
116314 9520-WRITE-METHOD-SUMMARY.
116316     PERFORM 9530-WRITE-ONE-METHOD-LINE THRU 9530-EXIT
116318         VARYING SQ-MT-SUB FROM 1 BY 1
116320         UNTIL SQ-MT-SUB > 4.
116322     IF NOT SQ-ADAPTIVE-RUN
116324         GO TO 9520-EXIT
116326     END-IF.
116328     MOVE SQ-POLICY-PICKS TO SQ-SM-POLICY-PICKS.
116330     MOVE SQ-POLICY-DEFAULTS TO SQ-SM-POLICY-DEFAULTS.
116332     MOVE SQ-MP-BUILT-DATE TO SQ-SM-POLICY-BUILT.
116334     IF NOT SQ-MP-ACTIVE
116336         MOVE "(NONE)" TO SQ-SM-POLICY-BUILT
116338     END-IF.
116340     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
116342     WRITE SQ-REPORT-LINE FROM SQ-SUMMARY-LINE-13
116344         AFTER ADVANCING 1.
116346     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
116348     ADD 1 TO SQ-LINE-NO.
116350     GO TO 9520-EXIT.
116352 9520-EXIT.
116354     EXIT.
116356*
116358 9530-WRITE-ONE-METHOD-LINE.
116360     MOVE ZERO TO SQ-MT-AVG.
116362     IF SQ-MT-VALUES(SQ-MT-SUB) > 0
116364         COMPUTE SQ-MT-AVG ROUNDED =
116366             SQ-MT-ITERS(SQ-MT-SUB) / SQ-MT-VALUES(SQ-MT-SUB)
116368     END-IF.
116370     MOVE SQ-MT-LABEL(SQ-MT-SUB) TO SQ-SM-MT-LABEL.
116372     MOVE SQ-MT-VALUES(SQ-MT-SUB) TO SQ-SM-MT-VALUES.
116374     MOVE SQ-MT-AVG TO SQ-SM-MT-AVG.
116376     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
116378     WRITE SQ-REPORT-LINE FROM SQ-SUMMARY-LINE-12
116380         AFTER ADVANCING 1.
116382     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
116384     ADD 1 TO SQ-LINE-NO.
116386     GO TO 9530-EXIT.
116388 9530-EXIT.
116390     EXIT.
116392*
116394*****************************************************************
116400* 9600-SAVE-QUOTA-USAGE.  THE MONTH-TO-DATE QUOTA USAGE, WITH
116500* THIS RUN'S CONSUMPTION ADDED, IS WRITTEN BACK FOR THE NEXT RUN
116600* AND THE MORNING DIGEST.
116700*****************************************************************
116800 9600-SAVE-QUOTA-USAGE.
116900     MOVE "S" TO SQ-QL-FUNCTION.
117000     CALL "SQQTACCT" USING SQ-QL-AREA.
117100     IF SQ-QL-FAILED
117200         DISPLAY "WARNING - QUOTA USAGE NOT SAVED - THIS RUN'S "
117300             "CONSUMPTION IS NOT CARRIED FORWARD"
117310         MOVE SPACES TO SQ-ML-TEXT
117320         STRING "WARNING - QUOTA USAGE NOT SAVED - THIS RUN'S "
117330             "CONSUMPTION IS NOT CARRIED FORWARD"
117340             DELIMITED BY SIZE INTO SQ-ML-TEXT
117350         MOVE "SQ0012W" TO SQ-ML-MSG-ID
117360         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
117400     END-IF.
117500     GO TO 9600-EXIT.
117600 9600-EXIT.
117700     EXIT.
117800*
117900*****************************************************************
118000* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
118100* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
118200* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
118300* WAY.
118400*****************************************************************
118500 9800-LOG-MESSAGE.
118600     MOVE "SQUARE" TO SQ-ML-PROGRAM.
118700     MOVE SQ-RUN-ID TO SQ-ML-RUN-ID.
118800     MOVE SQ-BUSINESS-DATE TO SQ-ML-BUS-DATE.
118900     CALL "SQMSGLOG" USING SQ-ML-AREA.
119000     GO TO 9800-EXIT.
119100 9800-EXIT.
119200     EXIT.
119300*
119400*****************************************************************
119500* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
119600* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
119700*****************************************************************
119800 9900-LOG-STEP-END.
119900     MOVE RETURN-CODE TO SQ-SL-RC.
120000     MOVE "E" TO SQ-SL-FUNCTION.
120100     CALL "SQSTPLOG" USING SQ-SL-AREA.
120200     MOVE SQ-SL-RC TO RETURN-CODE.
120300     GO TO 9900-EXIT.
120400 9900-EXIT.
120500     EXIT.
