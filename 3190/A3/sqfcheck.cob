000100*****************************************************************
000200* PROGRAM-ID.  SQFCHECK
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  PRE-WINDOW FEED ANOMALY CHECK.  SQINEDIT PROVES A
001000*     FEED IS WELL FORMED; IT CANNOT SAY WHETHER THE FEED LOOKS
001100*     LIKE WHAT THE DEPARTMENT NORMALLY SENDS.  A FEED OF TEN
001200*     TIMES THE USUAL VOLUME, OR OF VALUES A THOUSAND TIMES TOO
001300*     BIG, EDITS CLEAN AND IS ONLY NOTICED WHEN THE DEPARTMENT
001400*     COMPLAINS ABOUT THE RESULTS.  THIS PROGRAM READS TONIGHT'S
001500*     SQINPUT, SECTION BY SECTION AS THE SRC DELIMITERS (AND ANY
001600*     DEPT= TAGS) ATTRIBUTE IT, AND COMPARES EACH DEPARTMENT'S
001700*     SHARE AGAINST ITS PROFILE FROM SQFPROF (SEE COPYBOOK
001800*     SQFPREC) - VOLUME AGAINST THE TYPICAL NIGHT, MEDIAN
001900*     MAGNITUDE, VALUES OUTSIDE THE HISTORICAL RANGE, AND THE
002000*     SHARES OF SQUARE ROOTS, CUBE ROOTS, NEGATIVES, AND REPEATED
002100*     VALUES.  THE THRESHOLDS ARE ON THE SQFPPARM CARD.  EVERY
002200*     SECTION GETS A LINE ON THE REPORT AND EVERY THRESHOLD
002300*     CROSSED GETS A FLAG LINE UNDER IT, SO OPERATIONS CAN CALL
002400*     THE DEPARTMENT BEFORE STEP010 RUNS.
002500*
002600*     THE DEGREE IN EFFECT COMES FROM THE SQPARMS CARD AND THE
002700*     DEG= LINE PREFIXES, AS IN SQINEDIT.  A SERIES RECORD COUNTS
002800*     ITS FULL EXPANSION TOWARD VOLUME AND THE DEGREE SHARES, BUT
002900*     ONLY ITS FIRST AND LAST VALUES ARE SAMPLED FOR THE VALUE
003000*     CHECKS.  TOKENS THAT ARE NOT NUMBERS, AND ZEROS, ARE LEFT TO
003100*     SQINEDIT - THEY NEVER REACH THE AUDIT THE PROFILES COME
003200*     FROM.
003300*
003400*     RC=0 EVERY SECTION WITHIN PROFILE, RC=4 ONE OR MORE SECTIONS
003500*     FLAGGED (OR NO PROFILES ON FILE TO JUDGE BY), RC=16 A FILE
003600*     FAILURE.  THE CHECK CHANGES NOTHING - THE FEED GOES TO THE
003700*     NIGHT RUN EITHER WAY UNLESS OPERATIONS HOLD IT.
003800*
003900* MODIFICATION HISTORY.
004000*     2026-10-15  DL  INITIAL VERSION.
004020*     2026-10-15  DL  EXP=P/Q PREFIXES STEPPED OVER; THEIR Q
004040*                     SETS THE LINE'S DEGREE.
004050*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
004060*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
004070*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
004080*                     COPYBOOK SQMSGCAT).
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID.  SQFCHECK.
004400 AUTHOR.      D. LOCKWOOD.
004500 INSTALLATION. 3190 SYSTEMS.
004600 DATE-WRITTEN. 2026-10-15.
004700 DATE-COMPILED.
004800*
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT SQ-INPUT-FILE ASSIGN TO SQINPUT
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS IS SQ-INPUT-STATUS.
005500*
005600     SELECT OPTIONAL SQ-PARM-FILE ASSIGN TO SQPARMS
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS SQ-PARM-STATUS.
005900*
006000     SELECT OPTIONAL SQ-FP-PARM-FILE ASSIGN TO SQFPPARM
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS IS SQ-FPPARM-STATUS.
006300*
006400     SELECT OPTIONAL SQ-PROFILE-FILE ASSIGN TO SQPROFIL
006500         ORGANIZATION LINE SEQUENTIAL
006600         FILE STATUS IS SQ-PROFILE-STATUS.
006700*
006800     SELECT SQ-FK-REPORT-FILE ASSIGN TO SQFKRPT
006900         ORGANIZATION LINE SEQUENTIAL
007000         FILE STATUS IS SQ-FK-REPORT-STATUS.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  SQ-INPUT-FILE.
007500 01  SQ-INPUT-RECORD               PIC X(80).
007600*
007700 FD  SQ-PARM-FILE.
007800     COPY SQPARMS.
007900*
008000 FD  SQ-FP-PARM-FILE.
008100     COPY SQFPPARM.
008200*
008300 FD  SQ-PROFILE-FILE.
008400 01  SQ-PROFILE-IMAGE              PIC X(120).
008500*
008600 FD  SQ-FK-REPORT-FILE.
008700 01  SQ-FK-REPORT-LINE             PIC X(152).
008800*
008900 WORKING-STORAGE SECTION.
009000*
009100*****************************************************************
009200* SWITCHES AND FILE STATUS.
009300*****************************************************************
009400 01  SQ-FK-SWITCHES.
009500     05  SQ-FK-EOF-SW              PIC X(01) VALUE "N".
009600         88  SQ-FK-EOF                 VALUE "Y".
009700     05  SQ-FK-PRF-EOF-SW          PIC X(01) VALUE "N".
009800         88  SQ-FK-PRF-EOF             VALUE "Y".
009900     05  SQ-FK-OV-DONE-SW          PIC X(01) VALUE "N".
010000         88  SQ-FK-OV-DONE             VALUE "Y".
010100     05  SQ-FK-NEW-DEPT-SW         PIC X(01) VALUE "Y".
010200         88  SQ-FK-FLAG-NEW-DEPT       VALUE "Y".
010300*
010400 01  SQ-FK-FILE-STATUSES.
010500     05  SQ-INPUT-STATUS           PIC X(02) VALUE "00".
010600     05  SQ-PARM-STATUS            PIC X(02) VALUE "00".
010700     05  SQ-FPPARM-STATUS          PIC X(02) VALUE "00".
010800     05  SQ-PROFILE-STATUS         PIC X(02) VALUE "00".
010900     05  SQ-FK-REPORT-STATUS       PIC X(02) VALUE "00".
011000*
011100*****************************************************************
011200* THE PROFILE RECORD, AND THE THRESHOLDS IN EFFECT (CARD VALUES
011300* OR THEIR DEFAULTS - SEE COPYBOOK SQFPPARM).
011400*****************************************************************
011500     COPY SQFPREC.
011600*
011700 01  SQ-FK-THRESHOLDS.
011800     05  SQ-FK-MIN-NIGHTS          PIC 9(03) VALUE 005.
011900     05  SQ-FK-VOL-HIGH-PCT        PIC 9(04) VALUE 0300.
012000     05  SQ-FK-VOL-LOW-PCT         PIC 9(03) VALUE 025.
012100     05  SQ-FK-MAG-SHIFT           PIC 9(02) VALUE 02.
012200     05  SQ-FK-RANGE-PCT           PIC 9(03) VALUE 010.
012300     05  SQ-FK-MIX-PTS             PIC 9(03) VALUE 030.
012400     05  SQ-FK-NEG-PTS             PIC 9(03) VALUE 020.
012500     05  SQ-FK-REPEAT-PTS          PIC 9(03) VALUE 040.
012600*
012700 01  SQ-FK-SETTINGS.
012800     05  SQ-FK-BASE-DEGREE         PIC 9(02) VALUE 02.
012900     05  SQ-FK-DEGREE              PIC 9(02) VALUE 02.
013000     05  SQ-FK-CUR-DEPT            PIC X(03) VALUE SPACES.
013100     05  SQ-FK-CUR-HIT             PIC 9(03) COMP VALUE ZERO.
013200*
013300*****************************************************************
013400* THE PROFILES ON FILE, HELD AS RECORD IMAGES.
013500*****************************************************************
013600 01  SQ-FK-PROFILE-AREA.
013700     05  SQ-FK-PRF-COUNT           PIC 9(03) COMP VALUE ZERO.
013800     05  SQ-FK-PRF-SUB             PIC 9(03) COMP VALUE ZERO.
013900     05  SQ-FK-PRF-HIT             PIC 9(03) COMP VALUE ZERO.
014000     05  SQ-FK-PRF-TABLE OCCURS 100 TIMES.
014100         10  SQ-FK-PRF-IMAGE       PIC X(120).
014200*
014300*****************************************************************
014400* TONIGHT'S FEED, ONE ENTRY PER DEPARTMENT IN THE ORDER THEY
014500* APPEAR.  VALUES IS THE VOLUME (SERIES FULLY EXPANDED); SAMPLES
014600* ARE THE NUMERIC VALUES ACTUALLY LOOKED AT.  THE MAGNITUDE
014700* BUCKETS ARE THOSE OF SQFPROF - BUCKET 1 = 10**-9 THROUGH
014800* BUCKET 20 = 10**10.
014900*****************************************************************
015000 01  SQ-FK-DEPT-AREA.
015100     05  SQ-FK-SUB                 PIC 9(03) COMP VALUE ZERO.
015200     05  SQ-FK-HIT                 PIC 9(03) COMP VALUE ZERO.
015300     05  SQ-FK-MAG-SUB             PIC 9(02) COMP VALUE ZERO.
015400     05  SQ-FK-DEPT-COUNT          PIC 9(03) COMP VALUE ZERO.
015500     05  SQ-FK-DEPT-TABLE OCCURS 100 TIMES.
015600         10  SQ-FK-DT-DEPT         PIC X(03).
015700         10  SQ-FK-DT-PRF-HIT      PIC 9(03) COMP.
015800         10  SQ-FK-DT-VALUES       PIC 9(09) COMP.
015900         10  SQ-FK-DT-SAMPLES      PIC 9(09) COMP.
016000         10  SQ-FK-DT-NEGATIVE     PIC 9(09) COMP.
016100         10  SQ-FK-DT-REPEAT       PIC 9(09) COMP.
016200         10  SQ-FK-DT-OUTSIDE      PIC 9(09) COMP.
016300         10  SQ-FK-DT-DEG2         PIC 9(09) COMP.
016400         10  SQ-FK-DT-DEG3         PIC 9(09) COMP.
016500         10  SQ-FK-DT-LOW          PIC S9(11)V9(9).
016600         10  SQ-FK-DT-HIGH         PIC S9(11)V9(9).
016700         10  SQ-FK-DT-PREVIOUS     PIC S9(11)V9(9).
016800         10  SQ-FK-DT-MAG-COUNT    PIC 9(09) COMP OCCURS 20 TIMES.
016900*
017000*****************************************************************
017100* INPUT LINE AND TOKENIZING WORK AREAS - THE SHAPES SQINEDIT
017200* USES.
017300*****************************************************************
017400 01  IN-Z                          PIC X(80).
017500*
017600 01  SQ-FK-OVERRIDE-WORK.
017700     05  SQ-FK-OV-PTR              PIC 9(02) VALUE 1.
017800     05  SQ-FK-OV-REST             PIC X(80) VALUE SPACES.
017900     05  SQ-FK-OV-NUM              PIC S9(11)V9(9) VALUE ZERO.
017920     05  SQ-FK-EXP-P-TEXT          PIC X(20) VALUE SPACES.
017940     05  SQ-FK-EXP-Q-TEXT          PIC X(20) VALUE SPACES.
018000*
018100 01  SQ-FK-TOKEN-WORK.
018200     05  SQ-FK-UNSTRING-PTR        PIC 9(02) VALUE 1.
018300     05  SQ-FK-UNSTRING-TALLY      PIC 9(02) VALUE ZERO.
018400     05  SQ-FK-TOKEN-COUNT         PIC 9(02) VALUE ZERO.
018500     05  SQ-FK-TOKEN-INDEX         PIC 9(02) VALUE ZERO.
018600     05  SQ-FK-RAW-TOKEN           PIC X(80) VALUE SPACES.
018700     05  SQ-FK-CURRENT-TOKEN       PIC X(80) VALUE SPACES.
018800     05  SQ-FK-CTL-TOKEN-1         PIC X(80) VALUE SPACES.
018900     05  SQ-FK-CTL-TOKEN-2         PIC X(80) VALUE SPACES.
019000     05  SQ-FK-CTL-TOKEN-3         PIC X(80) VALUE SPACES.
019100     05  SQ-FK-CTL-TOKEN-4         PIC X(80) VALUE SPACES.
019200     05  SQ-FK-TOKEN-TABLE OCCURS 20 TIMES.
019300         10  SQ-FK-TOKEN           PIC X(80).
019400*
019500 01  SQ-FK-VALUE-WORK.
019600     05  SQ-FK-VALUE-NUM           PIC S9(11)V9(9) VALUE ZERO.
019700     05  SQ-FK-MAG-WORK            PIC 9(11)V9(9) VALUE ZERO.
019800     05  SQ-FK-MAGNITUDE           PIC S9(02) VALUE ZERO.
019900     05  SQ-FK-SER-FROM            PIC S9(11)V9(9) VALUE ZERO.
020000     05  SQ-FK-SER-TO              PIC S9(11)V9(9) VALUE ZERO.
020100     05  SQ-FK-SER-STEP            PIC S9(11)V9(9) VALUE ZERO.
020200     05  SQ-FK-SER-COUNT           PIC 9(09) VALUE ZERO.
020300     05  SQ-FK-HALF-WAY            PIC 9(09) COMP VALUE ZERO.
020400     05  SQ-FK-RUNNING             PIC 9(09) COMP VALUE ZERO.
020500*
020600*****************************************************************
020700* JUDGEMENT WORK - TONIGHT'S FIGURES FOR THE SECTION IN HAND.
020800*****************************************************************
020900 01  SQ-FK-JUDGE-WORK.
021000     05  SQ-FK-FLAGS-THIS-DEPT     PIC 9(03) COMP VALUE ZERO.
021100     05  SQ-FK-TONIGHT-MAG         PIC S9(02) VALUE ZERO.
021200     05  SQ-FK-TONIGHT-PCT         PIC 9(03) VALUE ZERO.
021300     05  SQ-FK-PROFILE-PCT         PIC 9(03) VALUE ZERO.
021400     05  SQ-FK-PTS-MOVED           PIC S9(03) VALUE ZERO.
021500     05  SQ-FK-VOL-WORK            PIC 9(13) VALUE ZERO.
021600     05  SQ-FK-LIMIT-WORK          PIC 9(13) VALUE ZERO.
021700     05  SQ-FK-STATUS-WORK         PIC X(16) VALUE SPACES.
021800     05  SQ-FK-FLAG-SUB            PIC 9(02) COMP VALUE ZERO.
021900     05  SQ-FK-HELD-TEXT           PIC X(40) VALUE SPACES.
022000     05  SQ-FK-HELD-TONIGHT        PIC S9(09) VALUE ZERO.
022100     05  SQ-FK-HELD-PROFILE        PIC S9(09) VALUE ZERO.
022200     05  SQ-FK-FLAG-TABLE OCCURS 10 TIMES.
022300         10  SQ-FK-FT-TEXT         PIC X(40).
022400         10  SQ-FK-FT-TONIGHT      PIC S9(09).
022500         10  SQ-FK-FT-PROFILE      PIC S9(09).
022600*
022700 01  SQ-FK-COUNTERS.
022800     05  SQ-FK-RECORDS-READ        PIC 9(9) VALUE ZERO.
022900     05  SQ-FK-VALUES-SEEN         PIC 9(9) VALUE ZERO.
023000     05  SQ-FK-SECTIONS-FLAGGED    PIC 9(9) VALUE ZERO.
023100     05  SQ-FK-FLAGS-RAISED        PIC 9(9) VALUE ZERO.
023200     05  SQ-FK-VALUES-DROPPED      PIC 9(9) VALUE ZERO.
023300*
023400*****************************************************************
023500* RUN DATE AND REPORT PAGE CONTROL.
023600*****************************************************************
023700 01  SQ-FK-DATE-TIME-FIELDS.
023800     05  SQ-FK-CURRENT-DATE.
023900         10  SQ-FK-CUR-YEAR        PIC 9(04).
024000         10  SQ-FK-CUR-MONTH       PIC 9(02).
024100         10  SQ-FK-CUR-DAY         PIC 9(02).
024200     05  SQ-FK-REPORT-DATE         PIC X(10) VALUE SPACES.
024300*
024400 01  SQ-FK-PAGE-CONTROL.
024500     05  SQ-FK-PAGE-NO             PIC 9(04) VALUE 1.
024600     05  SQ-FK-LINE-NO             PIC 9(02) VALUE 99.
024700     05  SQ-FK-LINES-PER-PAGE      PIC 9(02) VALUE 55.
024800*
024900*****************************************************************
025000* REPORT LINE IMAGES.
025100*****************************************************************
025200 01  SQ-FK-HDR-LINE-1.
025300     05  FILLER                    PIC X(21) VALUE
025400         "FEED PROFILE CHECK -".
025500     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
025600     05  SQ-FK-H1-DATE             PIC X(10) VALUE SPACES.
025700     05  FILLER                    PIC X(10) VALUE " PAGE ".
025800     05  SQ-FK-H1-PAGE             PIC ZZZ9.
025900     05  FILLER                    PIC X(97) VALUE SPACES.
026000*
026100 01  SQ-FK-COL-HDR-LINE.
026200     05  FILLER                    PIC X(06) VALUE "DEPT".
026300     05  FILLER                    PIC X(10) VALUE "   VALUES".
026400     05  FILLER                    PIC X(10) VALUE "   TYPICAL".
026500     05  FILLER                    PIC X(07) VALUE " NIGHTS".
026600     05  FILLER                    PIC X(10) VALUE "  MAG/PROF".
026700     05  FILLER                    PIC X(10) VALUE "  DEG2/PRF".
026800     05  FILLER                    PIC X(10) VALUE "  DEG3/PRF".
026900     05  FILLER                    PIC X(10) VALUE "   NEG/PRF".
027000     05  FILLER                    PIC X(10) VALUE "   REP/PRF".
027100     05  FILLER                    PIC X(10) VALUE "   OUTSIDE".
027200     05  FILLER                    PIC X(02) VALUE SPACES.
027300     05  FILLER                    PIC X(16) VALUE "FINDING".
027400     05  FILLER                    PIC X(41) VALUE SPACES.
027500*
027600 01  SQ-FK-DETAIL-LINE.
027700     05  SQ-FK-DTL-DEPT            PIC X(03).
027800     05  FILLER                    PIC X(03) VALUE SPACES.
027900     05  SQ-FK-DTL-VALUES          PIC ZZZZZZZZZ9.
028000     05  SQ-FK-DTL-TYPICAL         PIC ZZZZZZZZZ9.
028100     05  SQ-FK-DTL-NIGHTS          PIC ZZZZZZ9.
028200     05  SQ-FK-DTL-MAG             PIC ----9.
028300     05  FILLER                    PIC X(01) VALUE "/".
028400     05  SQ-FK-DTL-PRF-MAG         PIC ---9.
028500     05  SQ-FK-DTL-DEG2            PIC ZZZZ9.
028600     05  FILLER                    PIC X(01) VALUE "/".
028700     05  SQ-FK-DTL-PRF-DEG2        PIC ZZZ9.
028800     05  SQ-FK-DTL-DEG3            PIC ZZZZ9.
028900     05  FILLER                    PIC X(01) VALUE "/".
029000     05  SQ-FK-DTL-PRF-DEG3        PIC ZZZ9.
029100     05  SQ-FK-DTL-NEG             PIC ZZZZ9.
029200     05  FILLER                    PIC X(01) VALUE "/".
029300     05  SQ-FK-DTL-PRF-NEG         PIC ZZZ9.
029400     05  SQ-FK-DTL-REPEAT          PIC ZZZZ9.
029500     05  FILLER                    PIC X(01) VALUE "/".
029600     05  SQ-FK-DTL-PRF-REPEAT      PIC ZZZ9.
029700     05  SQ-FK-DTL-OUTSIDE         PIC ZZZZZZZZZ9.
029800     05  FILLER                    PIC X(02) VALUE SPACES.
029900     05  SQ-FK-DTL-STATUS          PIC X(16).
030000     05  FILLER                    PIC X(41) VALUE SPACES.
030100*
030200 01  SQ-FK-FLAG-LINE.
030300     05  FILLER                    PIC X(06) VALUE SPACES.
030400     05  FILLER                    PIC X(04) VALUE "*** ".
030500     05  SQ-FK-FLG-TEXT            PIC X(40).
030600     05  FILLER                    PIC X(09) VALUE " TONIGHT ".
030700     05  SQ-FK-FLG-TONIGHT         PIC -ZZZZZZZZ9.
030800     05  FILLER                    PIC X(09) VALUE " PROFILE ".
030900     05  SQ-FK-FLG-PROFILE         PIC -ZZZZZZZZ9.
031000     05  FILLER                    PIC X(54) VALUE SPACES.
031100*
031200 01  SQ-FK-SUMMARY-LINE-1.
031300     05  FILLER                    PIC X(28) VALUE
031400         "FEED RECORDS READ         :".
031500     05  SQ-FK-SM-READ             PIC ZZZZZZZZ9.
031600     05  FILLER                    PIC X(115) VALUE SPACES.
031700*
031800 01  SQ-FK-SUMMARY-LINE-2.
031900     05  FILLER                    PIC X(28) VALUE
032000         "VALUES SEEN               :".
032100     05  SQ-FK-SM-VALUES           PIC ZZZZZZZZ9.
032200     05  FILLER                    PIC X(115) VALUE SPACES.
032300*
032400 01  SQ-FK-SUMMARY-LINE-3.
032500     05  FILLER                    PIC X(28) VALUE
032600         "PROFILES ON FILE          :".
032700     05  SQ-FK-SM-PROFILES         PIC ZZZZZZZZ9.
032800     05  FILLER                    PIC X(115) VALUE SPACES.
032900*
033000 01  SQ-FK-SUMMARY-LINE-4.
033100     05  FILLER                    PIC X(28) VALUE
033200         "SECTIONS CHECKED          :".
033300     05  SQ-FK-SM-SECTIONS         PIC ZZZZZZZZ9.
033400     05  FILLER                    PIC X(115) VALUE SPACES.
033500*
033600 01  SQ-FK-SUMMARY-LINE-5.
033700     05  FILLER                    PIC X(28) VALUE
033800         "SECTIONS FLAGGED          :".
033900     05  SQ-FK-SM-FLAGGED          PIC ZZZZZZZZ9.
034000     05  FILLER                    PIC X(115) VALUE SPACES.
034100*
034200 01  SQ-FK-SUMMARY-LINE-6.
034300     05  FILLER                    PIC X(28) VALUE
034400         "VALUES NOT CHECKED (FULL) :".
034500     05  SQ-FK-SM-DROPPED          PIC ZZZZZZZZ9.
034600     05  FILLER                    PIC X(115) VALUE SPACES.
034700*
034800 01  SQ-FK-VERDICT-LINE.
034900     05  SQ-FK-VERDICT             PIC X(64) VALUE SPACES.
035000     05  FILLER                    PIC X(88) VALUE SPACES.
035100*
035110*****************************************************************
035120* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
035130*****************************************************************
035140     COPY SQMLLINK.
035150*
035200*****************************************************************
035300* 0000-MAINLINE.
035400*****************************************************************
035500 PROCEDURE DIVISION.
035600*
035700 0000-MAINLINE.
035800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035900     PERFORM 3000-READ-LOOP THRU 3000-EXIT
036000         UNTIL SQ-FK-EOF.
036100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036200     STOP RUN.
036300*
036400*****************************************************************
036500* 1000 SERIES - STARTUP.
036600*****************************************************************
036700 1000-INITIALIZE.
036800     INITIALIZE SQ-FK-DEPT-AREA.
036900     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
037000     PERFORM 1150-READ-CONTROL-CARD THRU 1150-EXIT.
037100     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
037200     PERFORM 1300-LOAD-PROFILES THRU 1300-EXIT.
037300     ACCEPT SQ-FK-CURRENT-DATE FROM DATE YYYYMMDD.
037400     STRING SQ-FK-CUR-MONTH "/" SQ-FK-CUR-DAY "/" SQ-FK-CUR-YEAR
037500         DELIMITED BY SIZE INTO SQ-FK-REPORT-DATE.
037600     PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.
037700     GO TO 1000-EXIT.
037800 1000-EXIT.
037900     EXIT.
038000*
038100 1100-READ-PARAMETERS.
038200     OPEN INPUT SQ-PARM-FILE.
038300     IF SQ-PARM-STATUS = "00"
038400         READ SQ-PARM-FILE
038500             AT END
038600                 CONTINUE
038700             NOT AT END
038800                 IF SQ-PARM-ROOT-DEGREE NUMERIC
038900                     AND SQ-PARM-ROOT-DEGREE > 0
039000                     MOVE SQ-PARM-ROOT-DEGREE
039100                         TO SQ-FK-BASE-DEGREE
039200                 END-IF
039300         END-READ
039400     END-IF.
039500*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
039600*    WAS NOT THERE - THE FILE IS OPEN AND MUST STILL BE CLOSED.
039700     IF SQ-PARM-STATUS = "00" OR SQ-PARM-STATUS = "05"
039800         CLOSE SQ-PARM-FILE
039900     END-IF.
040000     MOVE SQ-FK-BASE-DEGREE TO SQ-FK-DEGREE.
040100     GO TO 1100-EXIT.
040200 1100-EXIT.
040300     EXIT.
040400*
040500 1150-READ-CONTROL-CARD.
040600     OPEN INPUT SQ-FP-PARM-FILE.
040700     IF SQ-FPPARM-STATUS = "00"
040800         READ SQ-FP-PARM-FILE
040900             AT END
041000                 CONTINUE
041100             NOT AT END
041200                 PERFORM 1160-TAKE-CARD-VALUES THRU 1160-EXIT
041300         END-READ
041400     END-IF.
041500     IF SQ-FPPARM-STATUS = "00" OR SQ-FPPARM-STATUS = "05"
041600         CLOSE SQ-FP-PARM-FILE
041700     END-IF.
041800     GO TO 1150-EXIT.
041900 1150-EXIT.
042000     EXIT.
042100*
042200 1160-TAKE-CARD-VALUES.
042300     IF SQ-FP-MIN-NIGHTS NUMERIC AND SQ-FP-MIN-NIGHTS > 0
042400         MOVE SQ-FP-MIN-NIGHTS TO SQ-FK-MIN-NIGHTS
042500     END-IF.
042600     IF SQ-FP-VOL-HIGH-PCT NUMERIC AND SQ-FP-VOL-HIGH-PCT > 0
042700         MOVE SQ-FP-VOL-HIGH-PCT TO SQ-FK-VOL-HIGH-PCT
042800     END-IF.
042900     IF SQ-FP-VOL-LOW-PCT NUMERIC AND SQ-FP-VOL-LOW-PCT > 0
043000         MOVE SQ-FP-VOL-LOW-PCT TO SQ-FK-VOL-LOW-PCT
043100     END-IF.
043200     IF SQ-FP-MAG-SHIFT NUMERIC AND SQ-FP-MAG-SHIFT > 0
043300         MOVE SQ-FP-MAG-SHIFT TO SQ-FK-MAG-SHIFT
043400     END-IF.
043500     IF SQ-FP-RANGE-PCT NUMERIC AND SQ-FP-RANGE-PCT > 0
043600         MOVE SQ-FP-RANGE-PCT TO SQ-FK-RANGE-PCT
043700     END-IF.
043800     IF SQ-FP-MIX-PTS NUMERIC AND SQ-FP-MIX-PTS > 0
043900         MOVE SQ-FP-MIX-PTS TO SQ-FK-MIX-PTS
044000     END-IF.
044100     IF SQ-FP-NEG-PTS NUMERIC AND SQ-FP-NEG-PTS > 0
044200         MOVE SQ-FP-NEG-PTS TO SQ-FK-NEG-PTS
044300     END-IF.
044400     IF SQ-FP-REPEAT-PTS NUMERIC AND SQ-FP-REPEAT-PTS > 0
044500         MOVE SQ-FP-REPEAT-PTS TO SQ-FK-REPEAT-PTS
044600     END-IF.
044700     IF SQ-FP-IGNORE-NEW-DEPT
044800         MOVE "N" TO SQ-FK-NEW-DEPT-SW
044900     END-IF.
045000     GO TO 1160-EXIT.
045100 1160-EXIT.
045200     EXIT.
045300*
045400 1200-OPEN-FILES.
045500     OPEN INPUT SQ-INPUT-FILE.
045600     IF SQ-INPUT-STATUS NOT = "00"
045700         DISPLAY "FATAL - SQ-INPUT-FILE OPEN FAILED, STATUS "
045800             SQ-INPUT-STATUS
045810         MOVE SPACES TO SQ-ML-TEXT
045820         STRING "FATAL - SQ-INPUT-FILE OPEN FAILED, STATUS "
045830             SQ-INPUT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
045840         MOVE "SQ0001S" TO SQ-ML-MSG-ID
045850         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
045900         MOVE 16 TO RETURN-CODE
046000         STOP RUN
046100     END-IF.
046200     OPEN OUTPUT SQ-FK-REPORT-FILE.
046300     IF SQ-FK-REPORT-STATUS NOT = "00"
046400         DISPLAY "FATAL - SQ-FK-REPORT-FILE OPEN FAILED, STATUS "
046500             SQ-FK-REPORT-STATUS
046510         MOVE SPACES TO SQ-ML-TEXT
046520         STRING "FATAL - SQ-FK-REPORT-FILE OPEN FAILED, STATUS "
046530             SQ-FK-REPORT-STATUS
046540             DELIMITED BY SIZE INTO SQ-ML-TEXT
046550         MOVE "SQ0001S" TO SQ-ML-MSG-ID
046560         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
046600         MOVE 16 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900     GO TO 1200-EXIT.
047000 1200-EXIT.
047100     EXIT.
047200*
047300*****************************************************************
047400* 1300-LOAD-PROFILES.  A MISSING PROFILE FILE IS NOT FATAL - THE
047500* FEED IS STILL READ AND LISTED, AND THE VERDICT SAYS NOTHING WAS
047600* JUDGED.  PROFILES PAST THE TABLE SIZE ARE DROPPED WITH A
047700* WARNING; THEIR DEPARTMENTS THEN READ AS NEW.
047800*****************************************************************
047900 1300-LOAD-PROFILES.
048000     OPEN INPUT SQ-PROFILE-FILE.
048100     IF SQ-PROFILE-STATUS NOT = "00"
048200         DISPLAY "WARNING - NO FEED PROFILES ON FILE, STATUS "
048300             SQ-PROFILE-STATUS
048310         MOVE SPACES TO SQ-ML-TEXT
048320         STRING "WARNING - NO FEED PROFILES ON FILE, STATUS "
048330             SQ-PROFILE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
048340         MOVE "SQ1601W" TO SQ-ML-MSG-ID
048350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
048400*        STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
048500*        WAS NOT THERE - THE FILE IS OPEN AND MUST STILL BE
048600*        CLOSED.
048700         IF SQ-PROFILE-STATUS = "05"
048800             CLOSE SQ-PROFILE-FILE
048900         END-IF
049000         GO TO 1300-EXIT
049100     END-IF.
049200     PERFORM 1310-LOAD-ONE-PROFILE THRU 1310-EXIT
049300         UNTIL SQ-FK-PRF-EOF.
049400     CLOSE SQ-PROFILE-FILE.
049500     GO TO 1300-EXIT.
049600 1300-EXIT.
049700     EXIT.
049800*
049900 1310-LOAD-ONE-PROFILE.
050000     READ SQ-PROFILE-FILE
050100         AT END
050200             SET SQ-FK-PRF-EOF TO TRUE
050300             GO TO 1310-EXIT
050400     END-READ.
050500     IF SQ-FK-PRF-COUNT >= 100
050600         DISPLAY "WARNING - PROFILE TABLE FULL, DEPT "
050700             SQ-PROFILE-IMAGE(1:3) " NOT LOADED"
050710         MOVE SPACES TO SQ-ML-TEXT
050720         STRING "WARNING - PROFILE TABLE FULL, DEPT "
050730             SQ-PROFILE-IMAGE(1:3) " NOT LOADED"
050740             DELIMITED BY SIZE INTO SQ-ML-TEXT
050750         MOVE "SQ1602W" TO SQ-ML-MSG-ID
050760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
050800         GO TO 1310-EXIT
050900     END-IF.
051000     ADD 1 TO SQ-FK-PRF-COUNT.
051100     MOVE SQ-PROFILE-IMAGE TO SQ-FK-PRF-IMAGE(SQ-FK-PRF-COUNT).
051200     GO TO 1310-EXIT.
051300 1310-EXIT.
051400     EXIT.
051500*
051600 1500-WRITE-REPORT-HEADERS.
051700     MOVE SQ-FK-REPORT-DATE TO SQ-FK-H1-DATE.
051800     MOVE SQ-FK-PAGE-NO TO SQ-FK-H1-PAGE.
051900     WRITE SQ-FK-REPORT-LINE FROM SQ-FK-HDR-LINE-1
052000         AFTER ADVANCING PAGE.
052100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
052200     WRITE SQ-FK-REPORT-LINE FROM SQ-FK-COL-HDR-LINE
052300         AFTER ADVANCING 2.
052400     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
052500     MOVE 3 TO SQ-FK-LINE-NO.
052600     GO TO 1500-EXIT.
052700 1500-EXIT.
052800     EXIT.
052900*
053000*****************************************************************
053100* 3000 SERIES - THE READ LOOP.  CONTROL RECORDS ARE PASSED OVER;
053200* SRC RECORDS OPEN A SECTION; SERIES AND DATA RECORDS ARE TALLIED
053300* TO THE DEPARTMENT IN EFFECT.
053400*****************************************************************
053500 3000-READ-LOOP.
053600     READ SQ-INPUT-FILE
053700         AT END
053800             SET SQ-FK-EOF TO TRUE
053900         NOT AT END
054000             ADD 1 TO SQ-FK-RECORDS-READ
054100             PERFORM 3100-CLASSIFY-RECORD THRU 3100-EXIT
054200     END-READ.
054300     GO TO 3000-EXIT.
054400 3000-EXIT.
054500     EXIT.
054600*
054700 3100-CLASSIFY-RECORD.
054800     EVALUATE TRUE
054900         WHEN SQ-INPUT-RECORD(1:4) = "HDR "
055000             CONTINUE
055100         WHEN SQ-INPUT-RECORD(1:4) = "TRL "
055200             CONTINUE
055300         WHEN SQ-INPUT-RECORD(1:4) = "SRC "
055400             PERFORM 3300-OPEN-SECTION THRU 3300-EXIT
055500         WHEN SQ-INPUT-RECORD(1:4) = "SER "
055600             PERFORM 3500-TALLY-SERIES THRU 3500-EXIT
055700         WHEN SQ-INPUT-RECORD = SPACES
055800             CONTINUE
055900         WHEN OTHER
056000             MOVE SQ-INPUT-RECORD TO IN-Z
056100             PERFORM 3600-TALLY-DATA-LINE THRU 3600-EXIT
056200     END-EVALUATE.
056300     GO TO 3100-EXIT.
056400 3100-EXIT.
056500     EXIT.
056600*
056700*****************************************************************
056800* 3300-OPEN-SECTION.  THE SECTION'S DEPARTMENT GETS ITS ENTRY NOW,
056900* SO A SECTION THAT TURNS OUT EMPTY IS STILL JUDGED (ON VOLUME).
057000*****************************************************************
057100 3300-OPEN-SECTION.
057200     MOVE SPACES TO SQ-FK-CTL-TOKEN-1 SQ-FK-CTL-TOKEN-2.
057300     UNSTRING SQ-INPUT-RECORD DELIMITED BY ALL " "
057400         INTO SQ-FK-CTL-TOKEN-1 SQ-FK-CTL-TOKEN-2.
057500     MOVE SQ-FK-CTL-TOKEN-2 TO SQ-FK-CUR-DEPT.
057600     PERFORM 3200-FIND-DEPARTMENT THRU 3200-EXIT.
057700     GO TO 3300-EXIT.
057800 3300-EXIT.
057900     EXIT.
058000*
058100*****************************************************************
058200* 3200-FIND-DEPARTMENT.  SETS SQ-FK-CUR-HIT TO THE ENTRY FOR THE
058300* DEPARTMENT IN EFFECT, ADDING ONE (AND FINDING ITS PROFILE) IF
058400* THERE IS ROOM; ZERO WHEN THE TABLE IS FULL.
058500*****************************************************************
058600 3200-FIND-DEPARTMENT.
058700     MOVE 0 TO SQ-FK-HIT.
058800     MOVE 1 TO SQ-FK-SUB.
058900     PERFORM 3210-MATCH-ONE-DEPT THRU 3210-EXIT
059000         UNTIL SQ-FK-HIT > 0 OR SQ-FK-SUB > SQ-FK-DEPT-COUNT.
059100     IF SQ-FK-HIT = 0 AND SQ-FK-DEPT-COUNT < 100
059200         ADD 1 TO SQ-FK-DEPT-COUNT
059300         MOVE SQ-FK-DEPT-COUNT TO SQ-FK-HIT
059400         MOVE SQ-FK-CUR-DEPT TO SQ-FK-DT-DEPT(SQ-FK-HIT)
059500         MOVE 0 TO SQ-FK-PRF-HIT
059600         MOVE 1 TO SQ-FK-PRF-SUB
059700         PERFORM 3220-MATCH-ONE-PROFILE THRU 3220-EXIT
059800             UNTIL SQ-FK-PRF-HIT > 0
059900             OR SQ-FK-PRF-SUB > SQ-FK-PRF-COUNT
060000         MOVE SQ-FK-PRF-HIT TO SQ-FK-DT-PRF-HIT(SQ-FK-HIT)
060100         IF SQ-FK-PRF-HIT > 0
060200             MOVE SQ-FK-PRF-IMAGE(SQ-FK-PRF-HIT) TO SQ-PR-RECORD
060300             MOVE SQ-PR-LOW-VALUE TO SQ-FK-DT-LOW(SQ-FK-HIT)
060400             MOVE SQ-PR-HIGH-VALUE TO SQ-FK-DT-HIGH(SQ-FK-HIT)
060500         END-IF
060600     END-IF.
060700     MOVE SQ-FK-HIT TO SQ-FK-CUR-HIT.
060800     GO TO 3200-EXIT.
060900 3200-EXIT.
061000     EXIT.
061100*
061200 3210-MATCH-ONE-DEPT.
061300     IF SQ-FK-DT-DEPT(SQ-FK-SUB) = SQ-FK-CUR-DEPT
061400         MOVE SQ-FK-SUB TO SQ-FK-HIT
061500     END-IF.
061600     ADD 1 TO SQ-FK-SUB.
061700     GO TO 3210-EXIT.
061800 3210-EXIT.
061900     EXIT.
062000*
062100 3220-MATCH-ONE-PROFILE.
062200     IF SQ-FK-PRF-IMAGE(SQ-FK-PRF-SUB)(1:3) = SQ-FK-CUR-DEPT
062300         MOVE SQ-FK-PRF-SUB TO SQ-FK-PRF-HIT
062400     END-IF.
062500     ADD 1 TO SQ-FK-PRF-SUB.
062600     GO TO 3220-EXIT.
062700 3220-EXIT.
062800     EXIT.
062900*
063000*****************************************************************
063100* 3500-TALLY-SERIES.  A SERIES CARRIES NO PREFIX OF ITS OWN - IT
063200* RUNS AT THE CARD DEGREE.  ITS FULL EXPANSION COUNTS TOWARD
063300* VOLUME; ITS ENDPOINTS ARE SAMPLED.  A MALFORMED SERIES IS
063400* SQINEDIT'S BUSINESS AND IS PASSED OVER HERE.
063500*****************************************************************
063600 3500-TALLY-SERIES.
063700     MOVE SPACES TO SQ-FK-CTL-TOKEN-1 SQ-FK-CTL-TOKEN-2
063800         SQ-FK-CTL-TOKEN-3 SQ-FK-CTL-TOKEN-4.
063900     UNSTRING SQ-INPUT-RECORD DELIMITED BY ALL " "
064000         INTO SQ-FK-CTL-TOKEN-1 SQ-FK-CTL-TOKEN-2
064100         SQ-FK-CTL-TOKEN-3 SQ-FK-CTL-TOKEN-4.
064200     IF FUNCTION TEST-NUMVAL(SQ-FK-CTL-TOKEN-2) NOT = 0
064300         OR FUNCTION TEST-NUMVAL(SQ-FK-CTL-TOKEN-3) NOT = 0
064400         OR FUNCTION TEST-NUMVAL(SQ-FK-CTL-TOKEN-4) NOT = 0
064500         GO TO 3500-EXIT
064600     END-IF.
064700     COMPUTE SQ-FK-SER-FROM =
064800         FUNCTION NUMVAL(SQ-FK-CTL-TOKEN-2).
064900     COMPUTE SQ-FK-SER-TO =
065000         FUNCTION NUMVAL(SQ-FK-CTL-TOKEN-3).
065100     COMPUTE SQ-FK-SER-STEP =
065200         FUNCTION NUMVAL(SQ-FK-CTL-TOKEN-4).
065300     IF SQ-FK-SER-STEP <= 0 OR SQ-FK-SER-FROM > SQ-FK-SER-TO
065400         GO TO 3500-EXIT
065500     END-IF.
065600     IF SQ-FK-CUR-HIT = 0
065700         PERFORM 3200-FIND-DEPARTMENT THRU 3200-EXIT
065800     END-IF.
065900     COMPUTE SQ-FK-SER-COUNT =
066000         (SQ-FK-SER-TO - SQ-FK-SER-FROM) / SQ-FK-SER-STEP + 1
066100         ON SIZE ERROR
066200             MOVE 999999999 TO SQ-FK-SER-COUNT
066300     END-COMPUTE.
066400     ADD SQ-FK-SER-COUNT TO SQ-FK-VALUES-SEEN.
066500     IF SQ-FK-CUR-HIT = 0
066600         ADD SQ-FK-SER-COUNT TO SQ-FK-VALUES-DROPPED
066700         GO TO 3500-EXIT
066800     END-IF.
066900     ADD SQ-FK-SER-COUNT TO SQ-FK-DT-VALUES(SQ-FK-CUR-HIT).
067000     IF SQ-FK-BASE-DEGREE = 2
067100         ADD SQ-FK-SER-COUNT TO SQ-FK-DT-DEG2(SQ-FK-CUR-HIT)
067200     END-IF.
067300     IF SQ-FK-BASE-DEGREE = 3
067400         ADD SQ-FK-SER-COUNT TO SQ-FK-DT-DEG3(SQ-FK-CUR-HIT)
067500     END-IF.
067600     MOVE SQ-FK-SER-FROM TO SQ-FK-VALUE-NUM.
067700     IF SQ-FK-VALUE-NUM NOT = 0
067800         PERFORM 3800-SAMPLE-ONE-VALUE THRU 3800-EXIT
067900     END-IF.
068000     MOVE SQ-FK-SER-TO TO SQ-FK-VALUE-NUM.
068100     IF SQ-FK-SER-TO NOT = SQ-FK-SER-FROM
068200         AND SQ-FK-VALUE-NUM NOT = 0
068300         PERFORM 3800-SAMPLE-ONE-VALUE THRU 3800-EXIT
068400     END-IF.
068500     GO TO 3500-EXIT.
068600 3500-EXIT.
068700     EXIT.
068800*
068900*****************************************************************
069000* 3600-TALLY-DATA-LINE.  DEG= PREFIXES SET THE LINE'S DEGREE, AS
069100* DOES THE Q OF AN EXP=P/Q PREFIX (A BAD ONE IS IGNORED - SQINEDIT
069200* REPORTS IT); TOL= AND ANY OTHER PREFIX IS STEPPED OVER.  THEN
069300* THE TOKENS, AS SQINEDIT SPLITS THEM.
069400*****************************************************************
069500 3600-TALLY-DATA-LINE.
069600     MOVE SQ-FK-BASE-DEGREE TO SQ-FK-DEGREE.
069700     MOVE "N" TO SQ-FK-OV-DONE-SW.
069800     PERFORM 3610-STEP-OVER-PREFIX THRU 3610-EXIT
069900         UNTIL SQ-FK-OV-DONE.
070000     MOVE 1 TO SQ-FK-UNSTRING-PTR.
070100     MOVE 0 TO SQ-FK-TOKEN-COUNT.
070200     PERFORM 3630-EXTRACT-ONE-TOKEN THRU 3630-EXIT
070300         UNTIL SQ-FK-UNSTRING-PTR > 80
070400             OR SQ-FK-TOKEN-COUNT >= 20.
070500     MOVE 1 TO SQ-FK-TOKEN-INDEX.
070600     PERFORM 3700-TALLY-ONE-TOKEN THRU 3700-EXIT
070700         UNTIL SQ-FK-TOKEN-INDEX > SQ-FK-TOKEN-COUNT.
070800     GO TO 3600-EXIT.
070900 3600-EXIT.
071000     EXIT.
071100*
071200 3610-STEP-OVER-PREFIX.
071250     IF IN-Z(1:4) = "DEG=" OR IN-Z(1:4) = "TOL="
071300         OR IN-Z(1:4) = "EXP="
071400         MOVE 1 TO SQ-FK-OV-PTR
071500         MOVE SPACES TO SQ-FK-RAW-TOKEN
071600         UNSTRING IN-Z DELIMITED BY "," OR " "
071700             INTO SQ-FK-RAW-TOKEN
071800             WITH POINTER SQ-FK-OV-PTR
071900         IF SQ-FK-RAW-TOKEN(1:4) = "DEG="
072000             AND FUNCTION TEST-NUMVAL(SQ-FK-RAW-TOKEN(5:)) = 0
072100             COMPUTE SQ-FK-OV-NUM =
072200                 FUNCTION NUMVAL(SQ-FK-RAW-TOKEN(5:))
072300             IF SQ-FK-OV-NUM >= 1 AND SQ-FK-OV-NUM <= 99
072400                 MOVE SQ-FK-OV-NUM TO SQ-FK-DEGREE
072500             END-IF
072600         END-IF
072601         IF SQ-FK-RAW-TOKEN(1:4) = "EXP="
072602             PERFORM 3615-EXPONENT-DEGREE THRU 3615-EXIT
072603         END-IF
072700         IF SQ-FK-OV-PTR > 80
072800             MOVE SPACES TO IN-Z
072900         ELSE
073000             MOVE IN-Z(SQ-FK-OV-PTR:) TO SQ-FK-OV-REST
073100             MOVE SQ-FK-OV-REST TO IN-Z
073200         END-IF
073300     ELSE
073400         SET SQ-FK-OV-DONE TO TRUE
073500     END-IF.
073600     GO TO 3610-EXIT.
073700 3610-EXIT.
073800     EXIT.
073801*
073802*    AN EXP=P/Q PREFIX ROOTS AT Q (1 WHEN "/Q" IS LEFT OFF).
073803*    A BAD Q IS IGNORED LIKE A BAD DEG=.
073804 3615-EXPONENT-DEGREE.
073805     MOVE SPACES TO SQ-FK-EXP-P-TEXT SQ-FK-EXP-Q-TEXT.
073806     UNSTRING SQ-FK-RAW-TOKEN(5:) DELIMITED BY "/"
073807         INTO SQ-FK-EXP-P-TEXT SQ-FK-EXP-Q-TEXT.
073808     IF SQ-FK-EXP-Q-TEXT = SPACES
073809         MOVE "1" TO SQ-FK-EXP-Q-TEXT
073810     END-IF.
073811     IF FUNCTION TEST-NUMVAL(SQ-FK-EXP-Q-TEXT) = 0
073812         COMPUTE SQ-FK-OV-NUM =
073813             FUNCTION NUMVAL(SQ-FK-EXP-Q-TEXT)
073814         IF SQ-FK-OV-NUM >= 1 AND SQ-FK-OV-NUM <= 99
073815             MOVE SQ-FK-OV-NUM TO SQ-FK-DEGREE
073816         END-IF
073817     END-IF.
073818     GO TO 3615-EXIT.
073819 3615-EXIT.
073820     EXIT.
073900*
074000 3630-EXTRACT-ONE-TOKEN.
074100     MOVE SPACES TO SQ-FK-RAW-TOKEN.
074200     UNSTRING IN-Z DELIMITED BY "," OR " "
074300         INTO SQ-FK-RAW-TOKEN
074400         WITH POINTER SQ-FK-UNSTRING-PTR
074500         TALLYING IN SQ-FK-UNSTRING-TALLY.
074600     IF SQ-FK-RAW-TOKEN NOT = SPACES
074700         ADD 1 TO SQ-FK-TOKEN-COUNT
074800         MOVE SQ-FK-RAW-TOKEN TO SQ-FK-TOKEN(SQ-FK-TOKEN-COUNT)
074900     END-IF.
075000     GO TO 3630-EXIT.
075100 3630-EXIT.
075200     EXIT.
075300*
075400*****************************************************************
075500* 3700-TALLY-ONE-TOKEN.  A DEPT= TAG MOVES THE ATTRIBUTION, AS IT
075600* DOES IN SQUARE; REQ= AND SEQ= ARE PASSED OVER.  AN E-FORM VALUE
075700* COUNTS TOWARD VOLUME AND THE DEGREE SHARES BUT IS NOT SAMPLED
075800* (THE PROFILE'S RANGE AND MAGNITUDES EXCLUDE EXTENDED VALUES).
075900*****************************************************************
076000 3700-TALLY-ONE-TOKEN.
076100     MOVE SQ-FK-TOKEN(SQ-FK-TOKEN-INDEX) TO SQ-FK-CURRENT-TOKEN.
076200     EVALUATE TRUE
076300         WHEN SQ-FK-CURRENT-TOKEN(1:5) = "DEPT="
076400             MOVE SQ-FK-CURRENT-TOKEN(6:3) TO SQ-FK-CUR-DEPT
076500             MOVE 0 TO SQ-FK-CUR-HIT
076600         WHEN SQ-FK-CURRENT-TOKEN(1:4) = "REQ="
076700             CONTINUE
076800         WHEN SQ-FK-CURRENT-TOKEN(1:4) = "SEQ="
076900             CONTINUE
077000         WHEN FUNCTION TEST-NUMVAL(SQ-FK-CURRENT-TOKEN) = 0
077100             COMPUTE SQ-FK-VALUE-NUM =
077200                 FUNCTION NUMVAL(SQ-FK-CURRENT-TOKEN)
077300             IF SQ-FK-VALUE-NUM NOT = 0
077400                 PERFORM 3750-COUNT-ONE-VALUE THRU 3750-EXIT
077500                 IF SQ-FK-CUR-HIT > 0
077600                     PERFORM 3800-SAMPLE-ONE-VALUE THRU 3800-EXIT
077700                 END-IF
077800             END-IF
077900         WHEN FUNCTION TEST-NUMVAL-F(SQ-FK-CURRENT-TOKEN) = 0
078000             PERFORM 3750-COUNT-ONE-VALUE THRU 3750-EXIT
078100         WHEN OTHER
078200             CONTINUE
078300     END-EVALUATE.
078400     ADD 1 TO SQ-FK-TOKEN-INDEX.
078500     GO TO 3700-EXIT.
078600 3700-EXIT.
078700     EXIT.
078800*
078900 3750-COUNT-ONE-VALUE.
079000     ADD 1 TO SQ-FK-VALUES-SEEN.
079100     IF SQ-FK-CUR-HIT = 0
079200         PERFORM 3200-FIND-DEPARTMENT THRU 3200-EXIT
079300     END-IF.
079400     IF SQ-FK-CUR-HIT = 0
079500         ADD 1 TO SQ-FK-VALUES-DROPPED
079600         GO TO 3750-EXIT
079700     END-IF.
079800     ADD 1 TO SQ-FK-DT-VALUES(SQ-FK-CUR-HIT).
079900     IF SQ-FK-DEGREE = 2
080000         ADD 1 TO SQ-FK-DT-DEG2(SQ-FK-CUR-HIT)
080100     END-IF.
080200     IF SQ-FK-DEGREE = 3
080300         ADD 1 TO SQ-FK-DT-DEG3(SQ-FK-CUR-HIT)
080400     END-IF.
080500     GO TO 3750-EXIT.
080600 3750-EXIT.
080700     EXIT.
080800*
080900*****************************************************************
081000* 3800-SAMPLE-ONE-VALUE.  SQ-FK-VALUE-NUM AGAINST THE SECTION'S
081100* RUNNING FIGURES AND ITS PROFILE'S RANGE.
081200*****************************************************************
081300 3800-SAMPLE-ONE-VALUE.
081400     ADD 1 TO SQ-FK-DT-SAMPLES(SQ-FK-CUR-HIT).
081500     IF SQ-FK-VALUE-NUM < 0
081600         ADD 1 TO SQ-FK-DT-NEGATIVE(SQ-FK-CUR-HIT)
081700     END-IF.
081800     IF SQ-FK-DT-SAMPLES(SQ-FK-CUR-HIT) > 1
081900         AND SQ-FK-VALUE-NUM = SQ-FK-DT-PREVIOUS(SQ-FK-CUR-HIT)
082000         ADD 1 TO SQ-FK-DT-REPEAT(SQ-FK-CUR-HIT)
082100     END-IF.
082200     MOVE SQ-FK-VALUE-NUM TO SQ-FK-DT-PREVIOUS(SQ-FK-CUR-HIT).
082300     IF SQ-FK-DT-PRF-HIT(SQ-FK-CUR-HIT) > 0
082400         AND (SQ-FK-VALUE-NUM < SQ-FK-DT-LOW(SQ-FK-CUR-HIT)
082500         OR SQ-FK-VALUE-NUM > SQ-FK-DT-HIGH(SQ-FK-CUR-HIT))
082600         ADD 1 TO SQ-FK-DT-OUTSIDE(SQ-FK-CUR-HIT)
082700     END-IF.
082800     PERFORM 3850-SET-MAGNITUDE THRU 3850-EXIT.
082900     IF SQ-FK-MAG-SUB > 0
083000         ADD 1 TO SQ-FK-DT-MAG-COUNT(SQ-FK-CUR-HIT, SQ-FK-MAG-SUB)
083100     END-IF.
083200     GO TO 3800-EXIT.
083300 3800-EXIT.
083400     EXIT.
083500*
083600*****************************************************************
083700* 3850-SET-MAGNITUDE.  THE POWER OF TEN AT OR BELOW THE ABSOLUTE
083800* VALUE, AS A BUCKET NUMBER - THE SAME BUCKETS SQFPROF BUILDS THE
083900* PROFILE MEDIAN FROM.
084000*****************************************************************
084100 3850-SET-MAGNITUDE.
084200     MOVE 0 TO SQ-FK-MAG-SUB.
084300     MOVE 0 TO SQ-FK-MAGNITUDE.
084400     MOVE SQ-FK-VALUE-NUM TO SQ-FK-MAG-WORK.
084500     IF SQ-FK-MAG-WORK = 0
084600         GO TO 3850-EXIT
084700     END-IF.
084800     IF SQ-FK-MAG-WORK >= 1
084900         PERFORM 3860-TENTH-DOWN THRU 3860-EXIT
085000             UNTIL SQ-FK-MAG-WORK < 10
085100     ELSE
085200         PERFORM 3870-TEN-TIMES-UP THRU 3870-EXIT
085300             UNTIL SQ-FK-MAG-WORK >= 1
085400     END-IF.
085500     COMPUTE SQ-FK-MAG-SUB = SQ-FK-MAGNITUDE + 10.
085600     GO TO 3850-EXIT.
085700 3850-EXIT.
085800     EXIT.
085900*
086000 3860-TENTH-DOWN.
086100     DIVIDE 10 INTO SQ-FK-MAG-WORK.
086200     ADD 1 TO SQ-FK-MAGNITUDE.
086300     GO TO 3860-EXIT.
086400 3860-EXIT.
086500     EXIT.
086600*
086700 3870-TEN-TIMES-UP.
086800     MULTIPLY 10 BY SQ-FK-MAG-WORK.
086900     SUBTRACT 1 FROM SQ-FK-MAGNITUDE.
087000     GO TO 3870-EXIT.
087100 3870-EXIT.
087200     EXIT.
087300*
087400*****************************************************************
087500* 4700 SERIES - REPORT PAGE AND STATUS CONTROL.
087600*****************************************************************
087700 4710-CHECK-PAGE-BREAK.
087800     IF SQ-FK-LINE-NO >= SQ-FK-LINES-PER-PAGE
087900         ADD 1 TO SQ-FK-PAGE-NO
088000         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
088100     END-IF.
088200     GO TO 4710-EXIT.
088300 4710-EXIT.
088400     EXIT.
088500*
088600 4712-CHECK-REPORT-STATUS.
088700     IF SQ-FK-REPORT-STATUS NOT = "00"
088800         DISPLAY "WARNING - SQ-FK-REPORT-FILE WRITE FAILED, "
088900             "STATUS " SQ-FK-REPORT-STATUS
088910         MOVE SPACES TO SQ-ML-TEXT
088920         STRING "WARNING - SQ-FK-REPORT-FILE WRITE FAILED, "
088930             "STATUS " SQ-FK-REPORT-STATUS
088940             DELIMITED BY SIZE INTO SQ-ML-TEXT
088950         MOVE "SQ0004W" TO SQ-ML-MSG-ID
088960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
089000     END-IF.
089100     GO TO 4712-EXIT.
089200 4712-EXIT.
089300     EXIT.
089400*
089500*****************************************************************
089600* 9000 SERIES - ONE JUDGEMENT PER SECTION, SUMMARY, VERDICT.
089700*****************************************************************
089800 9000-TERMINATE.
089900     MOVE 1 TO SQ-FK-SUB.
090000     PERFORM 9100-JUDGE-ONE-DEPT THRU 9100-EXIT
090100         UNTIL SQ-FK-SUB > SQ-FK-DEPT-COUNT.
090200     PERFORM 9500-WRITE-SUMMARY THRU 9500-EXIT.
090300     PERFORM 9600-WRITE-VERDICT THRU 9600-EXIT.
090400     IF SQ-FK-VALUES-DROPPED > 0
090500         DISPLAY "WARNING - SECTION TABLE FULL, "
090600             SQ-FK-VALUES-DROPPED " VALUES NOT CHECKED"
090610         MOVE SPACES TO SQ-ML-TEXT
090620         STRING "WARNING - SECTION TABLE FULL, "
090630             SQ-FK-VALUES-DROPPED " VALUES NOT CHECKED"
090640             DELIMITED BY SIZE INTO SQ-ML-TEXT
090650         MOVE "SQ1603W" TO SQ-ML-MSG-ID
090660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
090700     END-IF.
090800     CLOSE SQ-INPUT-FILE.
090900     CLOSE SQ-FK-REPORT-FILE.
091000     IF SQ-FK-SECTIONS-FLAGGED > 0 OR SQ-FK-PRF-COUNT = 0
091100         OR SQ-FK-VALUES-DROPPED > 0
091200         MOVE 4 TO RETURN-CODE
091300     ELSE
091400         MOVE 0 TO RETURN-CODE
091500     END-IF.
091600     GO TO 9000-EXIT.
091700 9000-EXIT.
091800     EXIT.
091900*
092000*****************************************************************
092100* 9100-JUDGE-ONE-DEPT.  THE FLAGS ARE RAISED AND HELD FIRST SO
092200* THE SECTION LINE CAN SAY WHETHER THERE ARE ANY, THEN THE HELD
092300* FLAG LINES FOLLOW IT.  A DEPARTMENT WITH NO PROFILE, OR ONE TOO
092400* THIN TO JUDGE BY, IS LISTED WITHOUT THE COMPARISONS.
092500*****************************************************************
092600 9100-JUDGE-ONE-DEPT.
092700     MOVE 0 TO SQ-FK-FLAGS-THIS-DEPT.
092800     MOVE SQ-FK-SUB TO SQ-FK-HIT.
092900     MOVE SPACES TO SQ-PR-RECORD.
093000     MOVE ZERO TO SQ-PR-NIGHTS SQ-PR-AVG-COUNT SQ-PR-MEDIAN-MAG
093100         SQ-PR-DEG2-PCT SQ-PR-DEG3-PCT SQ-PR-NEG-PCT
093200         SQ-PR-REPEAT-PCT.
093300     IF SQ-FK-DT-PRF-HIT(SQ-FK-SUB) > 0
093400         MOVE SQ-FK-PRF-IMAGE(SQ-FK-DT-PRF-HIT(SQ-FK-SUB))
093500             TO SQ-PR-RECORD
093600     END-IF.
093700     PERFORM 9150-TONIGHT-MEDIAN THRU 9150-EXIT.
093800     PERFORM 9250-RAISE-FLAGS THRU 9250-EXIT.
093900     EVALUATE TRUE
094000         WHEN SQ-FK-FLAGS-THIS-DEPT > 0
094100             MOVE "FLAGGED" TO SQ-FK-STATUS-WORK
094200         WHEN SQ-FK-DT-PRF-HIT(SQ-FK-SUB) = 0
094300             MOVE "NEW - LISTED" TO SQ-FK-STATUS-WORK
094400         WHEN SQ-PR-NIGHTS < SQ-FK-MIN-NIGHTS
094500             MOVE "THIN - LISTED" TO SQ-FK-STATUS-WORK
094600         WHEN OTHER
094700             MOVE "WITHIN PROFILE" TO SQ-FK-STATUS-WORK
094800     END-EVALUATE.
094900     PERFORM 9200-WRITE-SECTION-LINE THRU 9200-EXIT.
095000     MOVE 1 TO SQ-FK-FLAG-SUB.
095100     PERFORM 9400-WRITE-FLAG-LINE THRU 9400-EXIT
095200         UNTIL SQ-FK-FLAG-SUB > SQ-FK-FLAGS-THIS-DEPT.
095300     IF SQ-FK-FLAGS-THIS-DEPT > 0
095400         ADD 1 TO SQ-FK-SECTIONS-FLAGGED
095500     END-IF.
095600     ADD 1 TO SQ-FK-SUB.
095700     GO TO 9100-EXIT.
095800 9100-EXIT.
095900     EXIT.
096000*
096100*****************************************************************
096200* 9150-TONIGHT-MEDIAN.  THE MAGNITUDE BUCKET HOLDING THE SECTION'S
096300* MIDDLE SAMPLE BY SIZE.  NO SAMPLES LEAVES MAGNITUDE ZERO.
096400*****************************************************************
096500 9150-TONIGHT-MEDIAN.
096600     MOVE 0 TO SQ-FK-TONIGHT-MAG.
096700     IF SQ-FK-DT-SAMPLES(SQ-FK-SUB) = 0
096800         GO TO 9150-EXIT
096900     END-IF.
097000     COMPUTE SQ-FK-HALF-WAY =
097100         (SQ-FK-DT-SAMPLES(SQ-FK-SUB) + 1) / 2.
097200     MOVE 0 TO SQ-FK-RUNNING.
097300     MOVE 0 TO SQ-FK-MAG-SUB.
097400     PERFORM 9160-ADD-ONE-BUCKET THRU 9160-EXIT
097500         UNTIL SQ-FK-RUNNING >= SQ-FK-HALF-WAY
097600         OR SQ-FK-MAG-SUB >= 20.
097700     COMPUTE SQ-FK-TONIGHT-MAG = SQ-FK-MAG-SUB - 10.
097800     GO TO 9150-EXIT.
097900 9150-EXIT.
098000     EXIT.
098100*
098200 9160-ADD-ONE-BUCKET.
098300     ADD 1 TO SQ-FK-MAG-SUB.
098400     ADD SQ-FK-DT-MAG-COUNT(SQ-FK-SUB, SQ-FK-MAG-SUB)
098500         TO SQ-FK-RUNNING.
098600     GO TO 9160-EXIT.
098700 9160-EXIT.
098800     EXIT.
098900*
099000 9200-WRITE-SECTION-LINE.
099100     MOVE SQ-FK-DT-DEPT(SQ-FK-SUB) TO SQ-FK-DTL-DEPT.
099200     MOVE SQ-FK-DT-VALUES(SQ-FK-SUB) TO SQ-FK-DTL-VALUES.
099300     MOVE SQ-PR-AVG-COUNT TO SQ-FK-DTL-TYPICAL.
099400     MOVE SQ-PR-NIGHTS TO SQ-FK-DTL-NIGHTS.
099500     MOVE SQ-FK-TONIGHT-MAG TO SQ-FK-DTL-MAG.
099600     MOVE SQ-PR-MEDIAN-MAG TO SQ-FK-DTL-PRF-MAG.
099700     MOVE 0 TO SQ-FK-DTL-DEG2 SQ-FK-DTL-DEG3.
099800     IF SQ-FK-DT-VALUES(SQ-FK-SUB) > 0
099900         COMPUTE SQ-FK-TONIGHT-PCT ROUNDED =
100000             SQ-FK-DT-DEG2(SQ-FK-SUB) * 100
100100             / SQ-FK-DT-VALUES(SQ-FK-SUB)
100200         MOVE SQ-FK-TONIGHT-PCT TO SQ-FK-DTL-DEG2
100300         COMPUTE SQ-FK-TONIGHT-PCT ROUNDED =
100400             SQ-FK-DT-DEG3(SQ-FK-SUB) * 100
100500             / SQ-FK-DT-VALUES(SQ-FK-SUB)
100600         MOVE SQ-FK-TONIGHT-PCT TO SQ-FK-DTL-DEG3
100700     END-IF.
100800     MOVE SQ-PR-DEG2-PCT TO SQ-FK-DTL-PRF-DEG2.
100900     MOVE SQ-PR-DEG3-PCT TO SQ-FK-DTL-PRF-DEG3.
101000     MOVE 0 TO SQ-FK-DTL-NEG SQ-FK-DTL-REPEAT.
101100     IF SQ-FK-DT-SAMPLES(SQ-FK-SUB) > 0
101200         COMPUTE SQ-FK-TONIGHT-PCT ROUNDED =
101300             SQ-FK-DT-NEGATIVE(SQ-FK-SUB) * 100
101400             / SQ-FK-DT-SAMPLES(SQ-FK-SUB)
101500         MOVE SQ-FK-TONIGHT-PCT TO SQ-FK-DTL-NEG
101600         COMPUTE SQ-FK-TONIGHT-PCT ROUNDED =
101700             SQ-FK-DT-REPEAT(SQ-FK-SUB) * 100
101800             / SQ-FK-DT-SAMPLES(SQ-FK-SUB)
101900         MOVE SQ-FK-TONIGHT-PCT TO SQ-FK-DTL-REPEAT
102000     END-IF.
102100     MOVE SQ-PR-NEG-PCT TO SQ-FK-DTL-PRF-NEG.
102200     MOVE SQ-PR-REPEAT-PCT TO SQ-FK-DTL-PRF-REPEAT.
102300     MOVE SQ-FK-DT-OUTSIDE(SQ-FK-SUB) TO SQ-FK-DTL-OUTSIDE.
102400     MOVE SQ-FK-STATUS-WORK TO SQ-FK-DTL-STATUS.
102500     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
102600     WRITE SQ-FK-REPORT-LINE FROM SQ-FK-DETAIL-LINE
102700         AFTER ADVANCING 2.
102800     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
102900     ADD 2 TO SQ-FK-LINE-NO.
103000     GO TO 9200-EXIT.
103100 9200-EXIT.
103200     EXIT.
103300*
103400*****************************************************************
103500* 9250-RAISE-FLAGS.  NO PROFILE IS ITSELF A FLAG UNLESS THE CARD
103600* SAYS OTHERWISE (OR THERE ARE NO PROFILES AT ALL - THE VERDICT
103700* SAYS SO ONCE); A THIN PROFILE RAISES NONE.
103800*****************************************************************
103900 9250-RAISE-FLAGS.
104000     IF SQ-FK-DT-PRF-HIT(SQ-FK-SUB) = 0
104100         IF SQ-FK-FLAG-NEW-DEPT AND SQ-FK-PRF-COUNT > 0
104200             MOVE "DEPARTMENT HAS NO PROFILE" TO SQ-FK-HELD-TEXT
104300             MOVE SQ-FK-DT-VALUES(SQ-FK-SUB) TO SQ-FK-HELD-TONIGHT
104400             MOVE 0 TO SQ-FK-HELD-PROFILE
104500             PERFORM 9380-HOLD-FLAG THRU 9380-EXIT
104600         END-IF
104700         GO TO 9250-EXIT
104800     END-IF.
104900     IF SQ-PR-NIGHTS < SQ-FK-MIN-NIGHTS
105000         GO TO 9250-EXIT
105100     END-IF.
105200     PERFORM 9300-CHECK-THRESHOLDS THRU 9300-EXIT.
105300     PERFORM 9330-CHECK-DEGREE-MIX THRU 9330-EXIT.
105400     GO TO 9250-EXIT.
105500 9250-EXIT.
105600     EXIT.
105700*
105800*****************************************************************
105900* 9300-CHECK-THRESHOLDS.  VOLUME, THEN THE VALUE COMPARISONS THE
106000* CARD GOVERNS, FOR A SECTION WITH A PROFILE THICK ENOUGH TO
106100* JUDGE BY.
106200*****************************************************************
106300 9300-CHECK-THRESHOLDS.
106400     COMPUTE SQ-FK-VOL-WORK = SQ-FK-DT-VALUES(SQ-FK-SUB) * 100.
106500     COMPUTE SQ-FK-LIMIT-WORK =
106600         SQ-PR-AVG-COUNT * SQ-FK-VOL-HIGH-PCT.
106700     IF SQ-FK-VOL-WORK > SQ-FK-LIMIT-WORK
106800         MOVE "VOLUME ABOVE THE TYPICAL NIGHT" TO SQ-FK-HELD-TEXT
106900         PERFORM 9310-FLAG-VOLUME THRU 9310-EXIT
107000     END-IF.
107100     COMPUTE SQ-FK-LIMIT-WORK =
107200         SQ-PR-AVG-COUNT * SQ-FK-VOL-LOW-PCT.
107300     IF SQ-FK-VOL-WORK < SQ-FK-LIMIT-WORK
107400         MOVE "VOLUME BELOW THE TYPICAL NIGHT" TO SQ-FK-HELD-TEXT
107500         PERFORM 9310-FLAG-VOLUME THRU 9310-EXIT
107600     END-IF.
107700*
107800     IF SQ-FK-DT-SAMPLES(SQ-FK-SUB) = 0
107900         GO TO 9300-EXIT
108000     END-IF.
108100     COMPUTE SQ-FK-PTS-MOVED =
108200         SQ-FK-TONIGHT-MAG - SQ-PR-MEDIAN-MAG.
108300     IF SQ-FK-PTS-MOVED < 0
108400         COMPUTE SQ-FK-PTS-MOVED = 0 - SQ-FK-PTS-MOVED
108500     END-IF.
108600     IF SQ-FK-PTS-MOVED >= SQ-FK-MAG-SHIFT
108700         MOVE "MEDIAN MAGNITUDE (POWER OF TEN) MOVED"
108800             TO SQ-FK-HELD-TEXT
108900         MOVE SQ-FK-TONIGHT-MAG TO SQ-FK-HELD-TONIGHT
109000         MOVE SQ-PR-MEDIAN-MAG TO SQ-FK-HELD-PROFILE
109100         PERFORM 9380-HOLD-FLAG THRU 9380-EXIT
109200     END-IF.
109300     COMPUTE SQ-FK-TONIGHT-PCT ROUNDED =
109400         SQ-FK-DT-OUTSIDE(SQ-FK-SUB) * 100
109500         / SQ-FK-DT-SAMPLES(SQ-FK-SUB).
109600     IF SQ-FK-TONIGHT-PCT > SQ-FK-RANGE-PCT
109700         MOVE "PCT OUTSIDE HISTORIC RANGE (VS LIMIT)"
109800             TO SQ-FK-HELD-TEXT
109900         MOVE SQ-FK-TONIGHT-PCT TO SQ-FK-HELD-TONIGHT
110000         MOVE SQ-FK-RANGE-PCT TO SQ-FK-HELD-PROFILE
110100         PERFORM 9380-HOLD-FLAG THRU 9380-EXIT
110200     END-IF.
110300     COMPUTE SQ-FK-TONIGHT-PCT ROUNDED =
110400         SQ-FK-DT-NEGATIVE(SQ-FK-SUB) * 100
110500         / SQ-FK-DT-SAMPLES(SQ-FK-SUB).
110600     MOVE SQ-PR-NEG-PCT TO SQ-FK-PROFILE-PCT.
110700     IF SQ-FK-TONIGHT-PCT > SQ-FK-PROFILE-PCT
110800         COMPUTE SQ-FK-PTS-MOVED =
110900             SQ-FK-TONIGHT-PCT - SQ-FK-PROFILE-PCT
111000     ELSE
111100         COMPUTE SQ-FK-PTS-MOVED =
111200             SQ-FK-PROFILE-PCT - SQ-FK-TONIGHT-PCT
111300     END-IF.
111400     IF SQ-FK-PTS-MOVED >= SQ-FK-NEG-PTS
111500         MOVE "PCT NEGATIVE VALUES MOVED" TO SQ-FK-HELD-TEXT
111600         PERFORM 9320-FLAG-SHARE THRU 9320-EXIT
111700     END-IF.
111800     COMPUTE SQ-FK-TONIGHT-PCT ROUNDED =
111900         SQ-FK-DT-REPEAT(SQ-FK-SUB) * 100
112000         / SQ-FK-DT-SAMPLES(SQ-FK-SUB).
112100     MOVE SQ-PR-REPEAT-PCT TO SQ-FK-PROFILE-PCT.
112200     IF SQ-FK-TONIGHT-PCT > SQ-FK-PROFILE-PCT
112300         COMPUTE SQ-FK-PTS-MOVED =
112400             SQ-FK-TONIGHT-PCT - SQ-FK-PROFILE-PCT
112500     ELSE
112600         COMPUTE SQ-FK-PTS-MOVED =
112700             SQ-FK-PROFILE-PCT - SQ-FK-TONIGHT-PCT
112800     END-IF.
112900     IF SQ-FK-PTS-MOVED >= SQ-FK-REPEAT-PTS
113000         MOVE "PCT REPEATED VALUES MOVED" TO SQ-FK-HELD-TEXT
113100         PERFORM 9320-FLAG-SHARE THRU 9320-EXIT
113200     END-IF.
113300     GO TO 9300-EXIT.
113400 9300-EXIT.
113500     EXIT.
113600*
113700*****************************************************************
113800* 9330-CHECK-DEGREE-MIX.  TONIGHT'S DEGREES ARE KNOWN FOR EVERY
113900* VALUE, SO THE SHARES ARE OF THE WHOLE VOLUME.
114000*****************************************************************
114100 9330-CHECK-DEGREE-MIX.
114200     IF SQ-FK-DT-VALUES(SQ-FK-SUB) = 0
114300         GO TO 9330-EXIT
114400     END-IF.
114500     COMPUTE SQ-FK-TONIGHT-PCT ROUNDED =
114600         SQ-FK-DT-DEG2(SQ-FK-SUB) * 100
114700         / SQ-FK-DT-VALUES(SQ-FK-SUB).
114800     MOVE SQ-PR-DEG2-PCT TO SQ-FK-PROFILE-PCT.
114900     IF SQ-FK-TONIGHT-PCT > SQ-FK-PROFILE-PCT
115000         COMPUTE SQ-FK-PTS-MOVED =
115100             SQ-FK-TONIGHT-PCT - SQ-FK-PROFILE-PCT
115200     ELSE
115300         COMPUTE SQ-FK-PTS-MOVED =
115400             SQ-FK-PROFILE-PCT - SQ-FK-TONIGHT-PCT
115500     END-IF.
115600     IF SQ-FK-PTS-MOVED >= SQ-FK-MIX-PTS
115700         MOVE "PCT SQUARE ROOTS MOVED" TO SQ-FK-HELD-TEXT
115800         PERFORM 9320-FLAG-SHARE THRU 9320-EXIT
115900     END-IF.
116000     COMPUTE SQ-FK-TONIGHT-PCT ROUNDED =
116100         SQ-FK-DT-DEG3(SQ-FK-SUB) * 100
116200         / SQ-FK-DT-VALUES(SQ-FK-SUB).
116300     MOVE SQ-PR-DEG3-PCT TO SQ-FK-PROFILE-PCT.
116400     IF SQ-FK-TONIGHT-PCT > SQ-FK-PROFILE-PCT
116500         COMPUTE SQ-FK-PTS-MOVED =
116600             SQ-FK-TONIGHT-PCT - SQ-FK-PROFILE-PCT
116700     ELSE
116800         COMPUTE SQ-FK-PTS-MOVED =
116900             SQ-FK-PROFILE-PCT - SQ-FK-TONIGHT-PCT
117000     END-IF.
117100     IF SQ-FK-PTS-MOVED >= SQ-FK-MIX-PTS
117200         MOVE "PCT CUBE ROOTS MOVED" TO SQ-FK-HELD-TEXT
117300         PERFORM 9320-FLAG-SHARE THRU 9320-EXIT
117400     END-IF.
117500     GO TO 9330-EXIT.
117600 9330-EXIT.
117700     EXIT.
117800*
117900 9310-FLAG-VOLUME.
118000     MOVE SQ-FK-DT-VALUES(SQ-FK-SUB) TO SQ-FK-HELD-TONIGHT.
118100     MOVE SQ-PR-AVG-COUNT TO SQ-FK-HELD-PROFILE.
118200     PERFORM 9380-HOLD-FLAG THRU 9380-EXIT.
118300     GO TO 9310-EXIT.
118400 9310-EXIT.
118500     EXIT.
118600*
118700 9320-FLAG-SHARE.
118800     MOVE SQ-FK-TONIGHT-PCT TO SQ-FK-HELD-TONIGHT.
118900     MOVE SQ-FK-PROFILE-PCT TO SQ-FK-HELD-PROFILE.
119000     PERFORM 9380-HOLD-FLAG THRU 9380-EXIT.
119100     GO TO 9320-EXIT.
119200 9320-EXIT.
119300     EXIT.
119400*
119500*****************************************************************
119600* 9380-HOLD-FLAG.  THE CALLER FILLS THE TEXT AND THE TWO FIGURES.
119700*****************************************************************
119800 9380-HOLD-FLAG.
119900     IF SQ-FK-FLAGS-THIS-DEPT >= 10
120000         GO TO 9380-EXIT
120100     END-IF.
120200     ADD 1 TO SQ-FK-FLAGS-THIS-DEPT.
120300     ADD 1 TO SQ-FK-FLAGS-RAISED.
120400     MOVE SQ-FK-HELD-TEXT TO SQ-FK-FT-TEXT(SQ-FK-FLAGS-THIS-DEPT).
120500     MOVE SQ-FK-HELD-TONIGHT
120600         TO SQ-FK-FT-TONIGHT(SQ-FK-FLAGS-THIS-DEPT).
120700     MOVE SQ-FK-HELD-PROFILE
120800         TO SQ-FK-FT-PROFILE(SQ-FK-FLAGS-THIS-DEPT).
120900     GO TO 9380-EXIT.
121000 9380-EXIT.
121100     EXIT.
121200*
121300 9400-WRITE-FLAG-LINE.
121400     MOVE SQ-FK-FT-TEXT(SQ-FK-FLAG-SUB) TO SQ-FK-FLG-TEXT.
121500     MOVE SQ-FK-FT-TONIGHT(SQ-FK-FLAG-SUB) TO SQ-FK-FLG-TONIGHT.
121600     MOVE SQ-FK-FT-PROFILE(SQ-FK-FLAG-SUB) TO SQ-FK-FLG-PROFILE.
121700     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
121800     WRITE SQ-FK-REPORT-LINE FROM SQ-FK-FLAG-LINE
121900         AFTER ADVANCING 1.
122000     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
122100     ADD 1 TO SQ-FK-LINE-NO.
122200     ADD 1 TO SQ-FK-FLAG-SUB.
122300     GO TO 9400-EXIT.
122400 9400-EXIT.
122500     EXIT.
122600*
122700 9500-WRITE-SUMMARY.
122800     MOVE SQ-FK-RECORDS-READ TO SQ-FK-SM-READ.
122900     MOVE SQ-FK-VALUES-SEEN TO SQ-FK-SM-VALUES.
123000     MOVE SQ-FK-PRF-COUNT TO SQ-FK-SM-PROFILES.
123100     MOVE SQ-FK-DEPT-COUNT TO SQ-FK-SM-SECTIONS.
123200     MOVE SQ-FK-SECTIONS-FLAGGED TO SQ-FK-SM-FLAGGED.
123300     MOVE SQ-FK-VALUES-DROPPED TO SQ-FK-SM-DROPPED.
123400     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
123500     WRITE SQ-FK-REPORT-LINE FROM SQ-FK-SUMMARY-LINE-1
123600         AFTER ADVANCING 2.
123700     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
123800     ADD 2 TO SQ-FK-LINE-NO.
123900     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
124000     WRITE SQ-FK-REPORT-LINE FROM SQ-FK-SUMMARY-LINE-2
124100         AFTER ADVANCING 1.
124200     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
124300     ADD 1 TO SQ-FK-LINE-NO.
124400     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
124500     WRITE SQ-FK-REPORT-LINE FROM SQ-FK-SUMMARY-LINE-3
124600         AFTER ADVANCING 1.
124700     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
124800     ADD 1 TO SQ-FK-LINE-NO.
124900     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
125000     WRITE SQ-FK-REPORT-LINE FROM SQ-FK-SUMMARY-LINE-4
125100         AFTER ADVANCING 1.
125200     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
125300     ADD 1 TO SQ-FK-LINE-NO.
125400     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
125500     WRITE SQ-FK-REPORT-LINE FROM SQ-FK-SUMMARY-LINE-5
125600         AFTER ADVANCING 1.
125700     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
125800     ADD 1 TO SQ-FK-LINE-NO.
125900     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
126000     WRITE SQ-FK-REPORT-LINE FROM SQ-FK-SUMMARY-LINE-6
126100         AFTER ADVANCING 1.
126200     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
126300     ADD 1 TO SQ-FK-LINE-NO.
126400     GO TO 9500-EXIT.
126500 9500-EXIT.
126600     EXIT.
126700*
126800 9600-WRITE-VERDICT.
126900     EVALUATE TRUE
127000         WHEN SQ-FK-PRF-COUNT = 0
127100             MOVE "*** NO FEED PROFILES ON FILE - NOT JUDGED ***"
127200                 TO SQ-FK-VERDICT
127300         WHEN SQ-FK-SECTIONS-FLAGGED > 0
127400             MOVE "*** FEED OUTSIDE PROFILE - CALL THE DEPT ***"
127500                 TO SQ-FK-VERDICT
127600         WHEN OTHER
127700             MOVE "FEED WITHIN DEPARTMENT PROFILES"
127800                 TO SQ-FK-VERDICT
127900     END-EVALUATE.
128000     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
128100     WRITE SQ-FK-REPORT-LINE FROM SQ-FK-VERDICT-LINE
128200         AFTER ADVANCING 2.
128300     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
128400     GO TO 9600-EXIT.
128500 9600-EXIT.
128600     EXIT.
128700*
128800*****************************************************************
128900* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
129000* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
129100* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
129200* WAY.
129300*****************************************************************
129400 9800-LOG-MESSAGE.
129500     MOVE "SQFCHECK" TO SQ-ML-PROGRAM.
129600     MOVE ZERO TO SQ-ML-RUN-ID.
129700     MOVE SPACES TO SQ-ML-BUS-DATE.
129800     CALL "SQMSGLOG" USING SQ-ML-AREA.
129900     GO TO 9800-EXIT.
130000 9800-EXIT.
130100     EXIT.
