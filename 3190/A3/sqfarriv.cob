000100*****************************************************************
000200* PROGRAM-ID.  SQFARRIV
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  FEED ARRIVAL CHECK.  THE FEED COLLECTOR (SQCOLLCT)
001000*     TAKES WHATEVER FEEDS ARE THERE - A DEPARTMENT WHOSE FEED
001100*     NEVER LANDED SIMPLY HAS NO RESULTS IN THE MORNING, AND
001200*     NOBODY IS TOLD THAT IT WAS MISSED OR THAT IT CAME IN AFTER
001300*     ITS CUTOFF.  THIS PROGRAM RUNS AHEAD OF THE COLLECTOR IN THE
001400*     SAME JOB, AGAINST THE SAME SQFEED1-SQFEED10 DDS AND THE SAME
001500*     SQFCPARM CARD, AND HOLDS THE FEEDS UP AGAINST THE FEED
001600*     SCHEDULE MASTER (SEE SQFSCHED) - WHICH DEPARTMENTS ARE DUE
001700*     ON THE NIGHT'S DAY OF THE WEEK, BY WHAT CUTOFF, AND WHETHER
001800*     THE NIGHT MUST HOLD FOR EACH OR MAY GO ON WITHOUT IT.  A
001900*     NIGHT THE PROCESSING CALENDAR MARKS AS NOT A PROCESSING DAY
002000*     EXPECTS NOTHING.  A FEED HAS LANDED WHEN ITS DD OPENS AND
002100*     HOLDS AT LEAST ONE RECORD.
002200*
002300*     EVERY LOOK IS APPENDED TO THE ARRIVAL HISTORY (SEE
002400*     SQFAHIST), ONE RECORD PER DEPARTMENT DUE AND PER FEED FOUND
002500*     THAT WAS NOT.  FUNCTION P (A POLL, SCHEDULED THROUGH THE
002600*     EVENING) ONLY LOOKS AND RECORDS; THE FIRST LOOK THAT FINDS A
002700*     FEED FIXES WHEN IT ARRIVED.  A FEED IS LATE ONLY WHEN A LOOK
002800*     PAST ITS CUTOFF HAD FAILED TO FIND IT - WITHOUT POLLS, A
002900*     FEED THERE AT THE CHECK IS TAKEN AS ON TIME.
003000*
003100*     FUNCTION C (THE STEP AHEAD OF THE COLLECTOR) ALSO JUDGES THE
003200*     NIGHT: A DUE FEED THE SCHEDULE SAYS TO HOLD FOR THAT IS NOT
003300*     THERE ENDS THE STEP RC=12 AND THE COLLECTOR DOES NOT RUN; A
003400*     MISSING FEED THE NIGHT MAY GO ON WITHOUT, OR A LATE ONE, IS
003500*     A WARNING.  THE OUTCOME IS WRITTEN TO A ONE-RECORD SUMMARY
003600*     (SEE SQFASUM) FOR THE MORNING DIGEST.  FUNCTION M READS THE
003700*     HISTORY BACK AND PRINTS EACH DEPARTMENT'S ON-TIME RECORD
003800*     MONTH BY MONTH.  THE CARD IS SQFACARD.
003900*
004000*     RC=0  EVERY FEED DUE IN ON TIME (P - THE LOOK RECORDED;
004100*           M - THE MONTHS REPORTED)
004200*     RC=4  A FEED LATE, OR MISSING WITH THE NIGHT FREE TO GO ON
004300*           WITHOUT IT; A SCHEDULE ENTRY REJECTED; THE HISTORY OR
004400*           THE SUMMARY NOT WRITTEN (M - NOTHING ON THE HISTORY)
004500*     RC=8  THE CARD WAS REJECTED - THE REASON IS ON THE REPORT
004600*     RC=12 THE NIGHT IS HELD - A FEED IT MUST HAVE IS MISSING
004700*     RC=16 THE SCHEDULE, THE HISTORY (M) OR THE REPORT COULD NOT
004800*           BE OPENED
004900*
005000* MODIFICATION HISTORY.
005100*     2026-10-15  DL  INITIAL VERSION.
005200*****************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID.  SQFARRIV.
005500 AUTHOR.      D. LOCKWOOD.
005600 INSTALLATION. 3190 SYSTEMS.
005700 DATE-WRITTEN. 2026-10-15.
005800 DATE-COMPILED.
005900*
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT OPTIONAL SQ-FA-CARD-FILE ASSIGN TO SQFACARD
006400         ORGANIZATION LINE SEQUENTIAL
006500         FILE STATUS IS SQ-FACARD-STATUS.
006600*
006700     SELECT OPTIONAL SQ-FS-SCHED-FILE ASSIGN TO SQFSCHED
006800         ORGANIZATION LINE SEQUENTIAL
006900         FILE STATUS IS SQ-FSCHED-STATUS.
007000*
007100     SELECT OPTIONAL SQ-FC-PARM-FILE ASSIGN TO SQFCPARM
007200         ORGANIZATION LINE SEQUENTIAL
007300         FILE STATUS IS SQ-FCPARM-STATUS.
007400*
007500     SELECT OPTIONAL SQ-FEED-FILE-1 ASSIGN TO SQFEED1
007600         ORGANIZATION LINE SEQUENTIAL
007700         FILE STATUS IS SQ-FEED-1-STATUS.
007800     SELECT OPTIONAL SQ-FEED-FILE-2 ASSIGN TO SQFEED2
007900         ORGANIZATION LINE SEQUENTIAL
008000         FILE STATUS IS SQ-FEED-2-STATUS.
008100     SELECT OPTIONAL SQ-FEED-FILE-3 ASSIGN TO SQFEED3
008200         ORGANIZATION LINE SEQUENTIAL
008300         FILE STATUS IS SQ-FEED-3-STATUS.
008400     SELECT OPTIONAL SQ-FEED-FILE-4 ASSIGN TO SQFEED4
008500         ORGANIZATION LINE SEQUENTIAL
008600         FILE STATUS IS SQ-FEED-4-STATUS.
008700     SELECT OPTIONAL SQ-FEED-FILE-5 ASSIGN TO SQFEED5
008800         ORGANIZATION LINE SEQUENTIAL
008900         FILE STATUS IS SQ-FEED-5-STATUS.
009000     SELECT OPTIONAL SQ-FEED-FILE-6 ASSIGN TO SQFEED6
009100         ORGANIZATION LINE SEQUENTIAL
009200         FILE STATUS IS SQ-FEED-6-STATUS.
009300     SELECT OPTIONAL SQ-FEED-FILE-7 ASSIGN TO SQFEED7
009400         ORGANIZATION LINE SEQUENTIAL
009500         FILE STATUS IS SQ-FEED-7-STATUS.
009600     SELECT OPTIONAL SQ-FEED-FILE-8 ASSIGN TO SQFEED8
009700         ORGANIZATION LINE SEQUENTIAL
009800         FILE STATUS IS SQ-FEED-8-STATUS.
009900     SELECT OPTIONAL SQ-FEED-FILE-9 ASSIGN TO SQFEED9
010000         ORGANIZATION LINE SEQUENTIAL
010100         FILE STATUS IS SQ-FEED-9-STATUS.
010200     SELECT OPTIONAL SQ-FEED-FILE-10 ASSIGN TO SQFEED10
010300         ORGANIZATION LINE SEQUENTIAL
010400         FILE STATUS IS SQ-FEED-10-STATUS.
010500*
010600     SELECT OPTIONAL SQ-RUNREG-FILE ASSIGN TO SQRUNREG
010700         ORGANIZATION LINE SEQUENTIAL
010800         FILE STATUS IS SQ-RUNREG-STATUS.
010900*
011000     SELECT OPTIONAL SQ-CAL-FILE ASSIGN TO SQCALEND
011100         ORGANIZATION LINE SEQUENTIAL
011200         FILE STATUS IS SQ-CAL-STATUS.
011300*
011400     SELECT OPTIONAL SQ-FA-HIST-FILE ASSIGN TO SQFAHIST
011500         ORGANIZATION LINE SEQUENTIAL
011600         FILE STATUS IS SQ-FAHIST-STATUS.
011700*
011800     SELECT SQ-FA-SUMMARY-FILE ASSIGN TO SQFASUM
011900         ORGANIZATION LINE SEQUENTIAL
012000         FILE STATUS IS SQ-FASUM-STATUS.
012100*
012200     SELECT SQ-FA-REPORT-FILE ASSIGN TO SQFARPT
012300         ORGANIZATION LINE SEQUENTIAL
012400         FILE STATUS IS SQ-FA-REPORT-STATUS.
012500*
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  SQ-FA-CARD-FILE.
012900 01  SQ-FA-CARD-RECORD             PIC X(80).
013000*
013100 FD  SQ-FS-SCHED-FILE.
013200     COPY SQFSCHED.
013300*
013400 FD  SQ-FC-PARM-FILE.
013500     COPY SQFCPARM.
013600*
013700 FD  SQ-FEED-FILE-1.
013800 01  SQ-FEED-RECORD-1              PIC X(80).
013900 FD  SQ-FEED-FILE-2.
014000 01  SQ-FEED-RECORD-2              PIC X(80).
014100 FD  SQ-FEED-FILE-3.
014200 01  SQ-FEED-RECORD-3              PIC X(80).
014300 FD  SQ-FEED-FILE-4.
014400 01  SQ-FEED-RECORD-4              PIC X(80).
014500 FD  SQ-FEED-FILE-5.
014600 01  SQ-FEED-RECORD-5              PIC X(80).
014700 FD  SQ-FEED-FILE-6.
014800 01  SQ-FEED-RECORD-6              PIC X(80).
014900 FD  SQ-FEED-FILE-7.
015000 01  SQ-FEED-RECORD-7              PIC X(80).
015100 FD  SQ-FEED-FILE-8.
015200 01  SQ-FEED-RECORD-8              PIC X(80).
015300 FD  SQ-FEED-FILE-9.
015400 01  SQ-FEED-RECORD-9              PIC X(80).
015500 FD  SQ-FEED-FILE-10.
015600 01  SQ-FEED-RECORD-10             PIC X(80).
015700*
015800 FD  SQ-RUNREG-FILE.
015900     COPY SQRUNREG.
016000*
016100 FD  SQ-CAL-FILE.
016200     COPY SQCALEND.
016300*
016400 FD  SQ-FA-HIST-FILE.
016500     COPY SQFAHIST.
016600*
016700 FD  SQ-FA-SUMMARY-FILE.
016800     COPY SQFASUM.
016900*
017000 FD  SQ-FA-REPORT-FILE.
017100 01  SQ-FA-REPORT-LINE             PIC X(152).
017200*
017300 WORKING-STORAGE SECTION.
017400*
017500*****************************************************************
017600* SWITCHES AND FILE STATUS.
017700*****************************************************************
017800 01  SQ-FA-SWITCHES.
017900     05  SQ-FA-OUTCOME-SW          PIC X(01) VALUE SPACE.
018000         88  SQ-FA-REFUSED             VALUE "F".
018100     05  SQ-FA-EOF-SW              PIC X(01) VALUE "N".
018200         88  SQ-FA-EOF                 VALUE "Y".
018300     05  SQ-FA-CAL-EOF-SW          PIC X(01) VALUE "N".
018400         88  SQ-FA-CAL-EOF             VALUE "Y".
018500     05  SQ-FA-DATE-SW             PIC X(01) VALUE "N".
018600         88  SQ-FA-DATE-OK             VALUE "Y".
018700     05  SQ-FA-PROC-DAY-SW         PIC X(01) VALUE "Y".
018800         88  SQ-FA-PROCESSING-DAY      VALUE "Y".
018900     05  SQ-FA-HELD-SW             PIC X(01) VALUE "N".
019000         88  SQ-FA-NIGHT-HELD          VALUE "Y".
019100     05  SQ-FA-WARNED-SW           PIC X(01) VALUE "N".
019200         88  SQ-FA-WARNED              VALUE "Y".
019300     05  SQ-FA-HIST-FAIL-SW        PIC X(01) VALUE "N".
019400         88  SQ-FA-HIST-FAILED         VALUE "Y".
019500     05  SQ-FA-FULL-SW             PIC X(01) VALUE "N".
019600         88  SQ-FA-TABLE-FULL-WARNED   VALUE "Y".
019700     05  SQ-FA-RAW-GOT-SW          PIC X(01) VALUE "N".
019800         88  SQ-FA-RAW-GOT             VALUE "Y".
019900     05  SQ-FA-COLS-SW             PIC X(01) VALUE "N".
020000         88  SQ-FA-COLS-NONE           VALUE "N".
020100         88  SQ-FA-COLS-NIGHT          VALUE "D".
020200         88  SQ-FA-COLS-MONTH          VALUE "M".
020300*
020400 01  SQ-FA-FILE-STATUSES.
020500     05  SQ-FACARD-STATUS          PIC X(02) VALUE "00".
020600     05  SQ-FSCHED-STATUS          PIC X(02) VALUE "00".
020700     05  SQ-FCPARM-STATUS          PIC X(02) VALUE "00".
020800     05  SQ-FEED-1-STATUS          PIC X(02) VALUE "00".
020900     05  SQ-FEED-2-STATUS          PIC X(02) VALUE "00".
021000     05  SQ-FEED-3-STATUS          PIC X(02) VALUE "00".
021100     05  SQ-FEED-4-STATUS          PIC X(02) VALUE "00".
021200     05  SQ-FEED-5-STATUS          PIC X(02) VALUE "00".
021300     05  SQ-FEED-6-STATUS          PIC X(02) VALUE "00".
021400     05  SQ-FEED-7-STATUS          PIC X(02) VALUE "00".
021500     05  SQ-FEED-8-STATUS          PIC X(02) VALUE "00".
021600     05  SQ-FEED-9-STATUS          PIC X(02) VALUE "00".
021700     05  SQ-FEED-10-STATUS         PIC X(02) VALUE "00".
021800     05  SQ-RUNREG-STATUS          PIC X(02) VALUE "00".
021900     05  SQ-CAL-STATUS             PIC X(02) VALUE "00".
022000     05  SQ-FAHIST-STATUS          PIC X(02) VALUE "00".
022100     05  SQ-FASUM-STATUS           PIC X(02) VALUE "00".
022200     05  SQ-FA-REPORT-STATUS       PIC X(02) VALUE "00".
022300     05  SQ-FA-OPEN-STATUS         PIC X(02) VALUE "00".
022400     05  SQ-FA-WORK-STATUS         PIC X(02) VALUE "00".
022500*
022600*****************************************************************
022700* THE CARD, AND THE NIGHT OR MONTHS IT ASKS FOR (DEFAULTS
022800* APPLIED).  THE NIGHT'S DAY NUMBER COUNTS FROM 1601-01-01, A
022900* MONDAY, SO ITS DAY OF THE WEEK (1 = MONDAY) INDEXES SQ-FS-DAY.
023000*****************************************************************
023100     COPY SQFACARD.
023200*
023300 01  SQ-FA-CONTROL.
023400     05  SQ-FA-FUNCTION-USED       PIC X(01) VALUE "C".
023500         88  SQ-FA-CHECK               VALUE "C".
023600         88  SQ-FA-POLL                VALUE "P".
023700         88  SQ-FA-MONTHLY             VALUE "M".
023800     05  SQ-FA-NIGHT-DATE          PIC X(10) VALUE SPACES.
023900     05  SQ-FA-NEXT-DATE           PIC X(10) VALUE SPACES.
024000     05  SQ-FA-FROM-MONTH          PIC X(07) VALUE SPACES.
024100     05  SQ-FA-TO-MONTH            PIC X(07) VALUE SPACES.
024200     05  SQ-FA-DEPT-USED           PIC X(03) VALUE SPACES.
024300     05  SQ-FA-RUN-ID              PIC 9(05) VALUE ZERO.
024400     05  SQ-FA-LAST-RUN-ID         PIC 9(05) VALUE ZERO.
024500     05  SQ-FA-BUS-DATE            PIC X(10) VALUE SPACES.
024600     05  SQ-FA-CHECKED-AT          PIC X(16) VALUE SPACES.
024700     05  SQ-FA-NOTE                PIC X(50) VALUE SPACES.
024800     05  SQ-FA-DATE-WORK           PIC X(10) VALUE SPACES.
024900     05  SQ-FA-MONTH-WORK          PIC X(07) VALUE SPACES.
025000*
025100 01  SQ-FA-YMD-WORK.
025200     05  SQ-FA-YMD-YEAR            PIC 9(04).
025300     05  SQ-FA-YMD-MONTH           PIC 9(02).
025400     05  SQ-FA-YMD-DAY             PIC 9(02).
025500 01  SQ-FA-YMD-NUM REDEFINES SQ-FA-YMD-WORK
025600                                   PIC 9(08).
025700*
025800 01  SQ-FA-DAY-WORK.
025900     05  SQ-FA-DAYNO               PIC 9(07) VALUE ZERO.
026000     05  SQ-FA-DOW                 PIC 9(01) VALUE ZERO.
026100*
026200 01  SQ-FA-DAY-NAMES.
026300     05  FILLER                    PIC X(09) VALUE "MONDAY".
026400     05  FILLER                    PIC X(09) VALUE "TUESDAY".
026500     05  FILLER                    PIC X(09) VALUE "WEDNESDAY".
026600     05  FILLER                    PIC X(09) VALUE "THURSDAY".
026700     05  FILLER                    PIC X(09) VALUE "FRIDAY".
026800     05  FILLER                    PIC X(09) VALUE "SATURDAY".
026900     05  FILLER                    PIC X(09) VALUE "SUNDAY".
027000 01  SQ-FA-DAY-TABLE REDEFINES SQ-FA-DAY-NAMES.
027100     05  SQ-FA-DAY-NAME            PIC X(09) OCCURS 7 TIMES.
027200*
027300*****************************************************************
027400* THE TEN FEED SLOTS - THE DEPARTMENT EACH CARRIES ON THE
027500* SQFCPARM CARD, AND THE DD NAME IT IS READ UNDER.
027600*****************************************************************
027700 01  SQ-FA-SLOT-AREA.
027800     05  SQ-FA-SLOT-SUB            PIC 9(02) COMP VALUE ZERO.
027900     05  SQ-FA-SLOT-DEPT           PIC X(03) OCCURS 10 TIMES.
028000*
028100 01  SQ-FA-DD-NAMES.
028200     05  FILLER                    PIC X(08) VALUE "SQFEED1".
028300     05  FILLER                    PIC X(08) VALUE "SQFEED2".
028400     05  FILLER                    PIC X(08) VALUE "SQFEED3".
028500     05  FILLER                    PIC X(08) VALUE "SQFEED4".
028600     05  FILLER                    PIC X(08) VALUE "SQFEED5".
028700     05  FILLER                    PIC X(08) VALUE "SQFEED6".
028800     05  FILLER                    PIC X(08) VALUE "SQFEED7".
028900     05  FILLER                    PIC X(08) VALUE "SQFEED8".
029000     05  FILLER                    PIC X(08) VALUE "SQFEED9".
029100     05  FILLER                    PIC X(08) VALUE "SQFEED10".
029200 01  SQ-FA-DD-TABLE REDEFINES SQ-FA-DD-NAMES.
029300     05  SQ-FA-DD-NAME             PIC X(08) OCCURS 10 TIMES.
029400*
029500*****************************************************************
029600* THE NIGHT'S DEPARTMENTS - EVERY ENTRY ON THE SCHEDULE (DUE
029700* TONIGHT OR NOT), THEN ANY FEED FOUND FOR A DEPARTMENT NOT ON
029800* IT.  ONLY THOSE DUE OR FOUND ARE REPORTED AND RECORDED.
029900*****************************************************************
030000 01  SQ-FA-DEPT-AREA.
030100     05  SQ-FA-DP-COUNT            PIC 9(03) COMP VALUE ZERO.
030200     05  SQ-FA-DP-SUB              PIC 9(03) COMP VALUE ZERO.
030300     05  SQ-FA-DP-HIT              PIC 9(03) COMP VALUE ZERO.
030400     05  SQ-FA-SCHED-COUNT         PIC 9(03) COMP VALUE ZERO.
030500     05  SQ-FA-FIND-DEPT           PIC X(03) VALUE SPACES.
030600     05  SQ-FA-DP-ENTRY OCCURS 60 TIMES.
030700         10  SQ-FA-DP-DEPT         PIC X(03).
030800         10  SQ-FA-DP-DESC         PIC X(30).
030900         10  SQ-FA-DP-DUE-SW       PIC X(01).
031000             88  SQ-FA-DP-DUE          VALUE "Y".
031100         10  SQ-FA-DP-ACTION       PIC X(01).
031200             88  SQ-FA-DP-HOLD         VALUE "H".
031300         10  SQ-FA-DP-CUTOFF-AT    PIC X(16).
031400         10  SQ-FA-DP-FEED-DD      PIC X(08).
031500         10  SQ-FA-DP-FOUND-SW     PIC X(01).
031600             88  SQ-FA-DP-FOUND        VALUE "Y".
031700         10  SQ-FA-DP-PRIOR-STATUS PIC X(01).
031800         10  SQ-FA-DP-PRIOR-FOUND  PIC X(16).
031900         10  SQ-FA-DP-STATUS       PIC X(01).
032000             88  SQ-FA-DP-LISTED       VALUE "O" "L" "M" "W" "U".
032100             88  SQ-FA-DP-ABSENT       VALUE "M" "W".
032200         10  SQ-FA-DP-FOUND-AT     PIC X(16).
032300         10  SQ-FA-DP-REMARK       PIC X(30).
032400*
032500 01  SQ-FA-COUNTERS.
032600     05  SQ-FA-EXPECTED            PIC 9(05) VALUE ZERO.
032700     05  SQ-FA-ON-TIME             PIC 9(05) VALUE ZERO.
032800     05  SQ-FA-LATE                PIC 9(05) VALUE ZERO.
032900     05  SQ-FA-MISSING             PIC 9(05) VALUE ZERO.
033000     05  SQ-FA-UNSCHEDULED         PIC 9(05) VALUE ZERO.
033100     05  SQ-FA-REJECTED            PIC 9(05) VALUE ZERO.
033200     05  SQ-FA-HIST-WRITTEN        PIC 9(09) VALUE ZERO.
033300     05  SQ-FA-HIST-READ           PIC 9(09) VALUE ZERO.
033400     05  SQ-FA-SUM-SLOT            PIC 9(02) COMP VALUE ZERO.
033500     05  SQ-FA-HELD-LIST           PIC X(40) VALUE SPACES.
033600     05  SQ-FA-HELD-PTR            PIC 9(03) COMP VALUE 1.
033700*
033800*****************************************************************
033900* THE MONTHLY REPORT.  THE NIGHTS TABLE HOLDS THE STANDING
034000* (LAST) RECORD FOR EACH NIGHT AND DEPARTMENT IN THE RANGE, FOUND
034100* BY SEARCHING BACK FROM THE NEWEST; THE MONTHS TABLE HOLDS THE
034200* COUNTS BY DEPARTMENT AND MONTH IN KEY ORDER BY SIMPLE INSERTION.
034300*****************************************************************
034400 01  SQ-FA-NIGHT-AREA.
034500     05  SQ-FA-NT-COUNT            PIC 9(05) COMP VALUE ZERO.
034600     05  SQ-FA-NT-SUB              PIC 9(05) COMP VALUE ZERO.
034700     05  SQ-FA-NT-HIT              PIC 9(05) COMP VALUE ZERO.
034800     05  SQ-FA-NT-ENTRY OCCURS 5000 TIMES.
034900         10  SQ-FA-NT-KEY.
035000             15  SQ-FA-NT-NIGHT    PIC X(10).
035100             15  SQ-FA-NT-DEPT     PIC X(03).
035200         10  SQ-FA-NT-DUE          PIC X(01).
035300         10  SQ-FA-NT-STATUS       PIC X(01).
035400*
035500 01  SQ-FA-HIST-KEY.
035600     05  SQ-FA-HK-NIGHT            PIC X(10).
035700     05  SQ-FA-HK-DEPT             PIC X(03).
035800*
035900 01  SQ-FA-MONTH-AREA.
036000     05  SQ-FA-MO-COUNT            PIC 9(03) COMP VALUE ZERO.
036100     05  SQ-FA-MO-SUB              PIC 9(03) COMP VALUE ZERO.
036200     05  SQ-FA-MO-HIT              PIC 9(03) COMP VALUE ZERO.
036300     05  SQ-FA-MO-SLOT             PIC 9(03) COMP VALUE ZERO.
036400     05  SQ-FA-MO-FULL-SW          PIC X(01) VALUE "N".
036500         88  SQ-FA-MO-FULL-WARNED      VALUE "Y".
036600     05  SQ-FA-MO-ENTRY OCCURS 600 TIMES.
036700         10  SQ-FA-MO-KEY.
036800             15  SQ-FA-MO-DEPT     PIC X(03).
036900             15  SQ-FA-MO-MONTH    PIC X(07).
037000         10  SQ-FA-MO-COUNTS.
037100             15  SQ-FA-MO-DUE      PIC 9(05).
037200             15  SQ-FA-MO-ON-TIME  PIC 9(05).
037300             15  SQ-FA-MO-LATE     PIC 9(05).
037400             15  SQ-FA-MO-MISSING  PIC 9(05).
037500             15  SQ-FA-MO-UNSCHED  PIC 9(05).
037600*
037700 01  SQ-FA-MONTH-KEY.
037800     05  SQ-FA-MK-DEPT             PIC X(03).
037900     05  SQ-FA-MK-MONTH            PIC X(07).
038000*
038100*    THE DEPARTMENT TOTAL BUILDS UP WHILE ITS MONTHS ARE PRINTED;
038200*    THE GRAND TOTAL ACROSS EVERY DEPARTMENT.
038300 01  SQ-FA-TOTALS.
038400     05  SQ-FA-TOT-DEPT            PIC X(03) VALUE SPACES.
038500     05  SQ-FA-TOT-MONTHS          PIC 9(03) COMP VALUE ZERO.
038600     05  SQ-FA-DEPT-COUNTS.
038700         10  SQ-FA-DT-DUE          PIC 9(05) VALUE ZERO.
038800         10  SQ-FA-DT-ON-TIME      PIC 9(05) VALUE ZERO.
038900         10  SQ-FA-DT-LATE         PIC 9(05) VALUE ZERO.
039000         10  SQ-FA-DT-MISSING      PIC 9(05) VALUE ZERO.
039100         10  SQ-FA-DT-UNSCHED      PIC 9(05) VALUE ZERO.
039200     05  SQ-FA-GRAND-COUNTS.
039300         10  SQ-FA-GT-DUE          PIC 9(05) VALUE ZERO.
039400         10  SQ-FA-GT-ON-TIME      PIC 9(05) VALUE ZERO.
039500         10  SQ-FA-GT-LATE         PIC 9(05) VALUE ZERO.
039600         10  SQ-FA-GT-MISSING      PIC 9(05) VALUE ZERO.
039700         10  SQ-FA-GT-UNSCHED      PIC 9(05) VALUE ZERO.
039800*
039900*    THE COUNTS OF THE LINE BEING PRINTED.
040000 01  SQ-FA-LINE-COUNTS.
040100     05  SQ-FA-LC-DUE              PIC 9(05).
040200     05  SQ-FA-LC-ON-TIME          PIC 9(05).
040300     05  SQ-FA-LC-LATE             PIC 9(05).
040400     05  SQ-FA-LC-MISSING          PIC 9(05).
040500     05  SQ-FA-LC-UNSCHED          PIC 9(05).
040600*
040700*****************************************************************
040800* RUN DATE, CLOCK AND REPORT PAGE CONTROL.
040900*****************************************************************
041000 01  SQ-FA-DATE-TIME-FIELDS.
041100     05  SQ-FA-CURRENT-DATE.
041200         10  SQ-FA-CUR-YEAR        PIC 9(04).
041300         10  SQ-FA-CUR-MONTH       PIC 9(02).
041400         10  SQ-FA-CUR-DAY         PIC 9(02).
041500     05  SQ-FA-CURRENT-TIME.
041600         10  SQ-FA-CUR-HOUR        PIC 9(02).
041700         10  SQ-FA-CUR-MINUTE      PIC 9(02).
041800         10  SQ-FA-CUR-SECOND      PIC 9(02).
041900         10  SQ-FA-CUR-HUNDREDTH   PIC 9(02).
042000     05  SQ-FA-REPORT-DATE         PIC X(10) VALUE SPACES.
042100     05  SQ-FA-TODAY               PIC X(10) VALUE SPACES.
042200*
042300 01  SQ-FA-PAGE-CONTROL.
042400     05  SQ-FA-PAGE-NO             PIC 9(04) VALUE 1.
042500     05  SQ-FA-LINE-NO             PIC 9(02) VALUE 99.
042600     05  SQ-FA-LINES-PER-PAGE      PIC 9(02) VALUE 55.
042700*
042800*****************************************************************
042900* REPORT LINE IMAGES.
043000*****************************************************************
043100 01  SQ-FA-HDR-LINE-1.
043200     05  FILLER                    PIC X(21) VALUE
043300         "FEED ARRIVAL CHECK -".
043400     05  SQ-FA-H1-TITLE            PIC X(27) VALUE SPACES.
043500     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
043600     05  SQ-FA-H1-DATE             PIC X(10) VALUE SPACES.
043700     05  FILLER                    PIC X(06) VALUE " PAGE ".
043800     05  SQ-FA-H1-PAGE             PIC ZZZ9.
043900     05  FILLER                    PIC X(74) VALUE SPACES.
044000*
044100 01  SQ-FA-HDR-LINE-2.
044200     05  SQ-FA-H2-TEXT             PIC X(120) VALUE SPACES.
044300     05  FILLER                    PIC X(32) VALUE SPACES.
044400*
044500 01  SQ-FA-NIGHT-COL-LINE.
044600     05  FILLER                    PIC X(38) VALUE
044700         "DEPT FEED DD   DUE  CUTOFF".
044800     05  FILLER                    PIC X(40) VALUE
044900         "IF ABSENT  FOUND AT          STATUS".
045000     05  FILLER                    PIC X(32) VALUE "DESCRIPTION".
045100     05  FILLER                    PIC X(42) VALUE "REMARK".
045200*
045300 01  SQ-FA-NIGHT-LINE.
045400     05  SQ-FA-NL-DEPT             PIC X(03).
045500     05  FILLER                    PIC X(02) VALUE SPACES.
045600     05  SQ-FA-NL-FEED-DD          PIC X(08).
045700     05  FILLER                    PIC X(02) VALUE SPACES.
045800     05  SQ-FA-NL-DUE              PIC X(03).
045900     05  FILLER                    PIC X(02) VALUE SPACES.
046000     05  SQ-FA-NL-CUTOFF           PIC X(16).
046100     05  FILLER                    PIC X(02) VALUE SPACES.
046200     05  SQ-FA-NL-ACTION           PIC X(09).
046300     05  FILLER                    PIC X(02) VALUE SPACES.
046400     05  SQ-FA-NL-FOUND            PIC X(16).
046500     05  FILLER                    PIC X(02) VALUE SPACES.
046600     05  SQ-FA-NL-STATUS           PIC X(10).
046700     05  FILLER                    PIC X(01) VALUE SPACE.
046800     05  SQ-FA-NL-DESC             PIC X(30).
046900     05  FILLER                    PIC X(02) VALUE SPACES.
047000     05  SQ-FA-NL-REMARK           PIC X(30).
047100     05  FILLER                    PIC X(12) VALUE SPACES.
047200*
047300 01  SQ-FA-MONTH-COL-LINE.
047400     05  FILLER                    PIC X(42) VALUE
047500         "DEPT  MONTH   NIGHTS DUE    ON TIME".
047600     05  FILLER                    PIC X(29) VALUE
047700         "LATE    MISSING  UNSCHEDULED".
047800     05  FILLER                    PIC X(81) VALUE "% ON TIME".
047900*
048000 01  SQ-FA-MONTH-LINE.
048100     05  SQ-FA-ML-DEPT             PIC X(03).
048200     05  FILLER                    PIC X(03) VALUE SPACES.
048300     05  SQ-FA-ML-MONTH            PIC X(07).
048400     05  FILLER                    PIC X(01) VALUE SPACE.
048500     05  SQ-FA-ML-DUE              PIC ZZZZZZZZZ9.
048600     05  FILLER                    PIC X(01) VALUE SPACE.
048700     05  SQ-FA-ML-ON-TIME          PIC ZZZZZZZZZ9.
048800     05  FILLER                    PIC X(01) VALUE SPACE.
048900     05  SQ-FA-ML-LATE             PIC ZZZZZZZZZ9.
049000     05  FILLER                    PIC X(01) VALUE SPACE.
049100     05  SQ-FA-ML-MISSING          PIC ZZZZZZZZZ9.
049200     05  FILLER                    PIC X(03) VALUE SPACES.
049300     05  SQ-FA-ML-UNSCHED          PIC ZZZZZZZZZ9.
049400     05  FILLER                    PIC X(05) VALUE SPACES.
049500     05  SQ-FA-ML-PCT              PIC X(06).
049600     05  FILLER                    PIC X(71) VALUE SPACES.
049700*
049800 01  SQ-FA-NOTHING-LINE.
049900     05  FILLER                    PIC X(23) VALUE
050000         "*** NOTHING REPORTED - ".
050100     05  SQ-FA-NO-NOTE             PIC X(50).
050200     05  FILLER                    PIC X(04) VALUE " ***".
050300     05  FILLER                    PIC X(75) VALUE SPACES.
050400*
050500 01  SQ-FA-SUMMARY-LINE.
050600     05  SQ-FA-SM-LABEL            PIC X(28) VALUE SPACES.
050700     05  SQ-FA-SM-COUNT            PIC ZZZZZZZZ9.
050800     05  FILLER                    PIC X(115) VALUE SPACES.
050900*
051000 01  SQ-FA-VERDICT-LINE.
051100     05  SQ-FA-VERDICT             PIC X(80) VALUE SPACES.
051200     05  FILLER                    PIC X(72) VALUE SPACES.
051300*
051400 01  SQ-FA-EDIT-WORK.
051500     05  SQ-FA-ED-PCT              PIC ZZ9.9.
051600     05  SQ-FA-ED-COUNT            PIC ZZZZ9.
051700     05  SQ-FA-ED-OF               PIC ZZZZ9.
051800     05  SQ-FA-PCT-WORK            PIC 9(03)V9(01) VALUE ZERO.
051900*
052000*****************************************************************
052100* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
052200*****************************************************************
052300     COPY SQMLLINK.
052400*
052500*****************************************************************
052600* 0000-MAINLINE.
052700*****************************************************************
052800 PROCEDURE DIVISION.
052900*
053000 0000-MAINLINE.
053100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
053200     PERFORM 1200-VALIDATE-CARD THRU 1200-EXIT.
053300     IF SQ-FA-REFUSED
053400         PERFORM 1300-REJECT-CARD THRU 1300-EXIT
053500     ELSE
053600         IF SQ-FA-MONTHLY
053700             PERFORM 6000-MONTH-REPORT THRU 6000-EXIT
053800         ELSE
053900             PERFORM 2000-CHECK-THE-NIGHT THRU 2000-EXIT
054000         END-IF
054100     END-IF.
054200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
054300     STOP RUN.
054400*
054500*****************************************************************
054600* 1000 SERIES - STARTUP.  THE REPORT IS OPENED FIRST SO A REJECTED
054700* CARD STILL GETS A PAGE SAYING WHY.  THE CLOCK IS READ ONCE - IT
054800* IS THE TIME OF THIS LOOK ON EVERY LINE AND HISTORY RECORD.
054900*****************************************************************
055000 1000-INITIALIZE.
055100     MOVE ZERO TO RETURN-CODE.
055200     OPEN OUTPUT SQ-FA-REPORT-FILE.
055300     IF SQ-FA-REPORT-STATUS NOT = "00"
055400         DISPLAY "FATAL - SQ-FA-REPORT-FILE OPEN FAILED, STATUS "
055500             SQ-FA-REPORT-STATUS
055600         MOVE SPACES TO SQ-ML-TEXT
055700         STRING "FATAL - SQ-FA-REPORT-FILE OPEN FAILED, STATUS "
055800             SQ-FA-REPORT-STATUS
055900             DELIMITED BY SIZE INTO SQ-ML-TEXT
056000         MOVE "SQ0001S" TO SQ-ML-MSG-ID
056100         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
056200         MOVE 16 TO RETURN-CODE
056300         STOP RUN
056400     END-IF.
056500     ACCEPT SQ-FA-CURRENT-DATE FROM DATE YYYYMMDD.
056600     ACCEPT SQ-FA-CURRENT-TIME FROM TIME.
056700     STRING SQ-FA-CUR-MONTH "/" SQ-FA-CUR-DAY "/"
056800         SQ-FA-CUR-YEAR DELIMITED BY SIZE
056900         INTO SQ-FA-REPORT-DATE.
057000     STRING SQ-FA-CUR-YEAR "-" SQ-FA-CUR-MONTH "-" SQ-FA-CUR-DAY
057100         DELIMITED BY SIZE INTO SQ-FA-TODAY.
057200     STRING SQ-FA-TODAY " " SQ-FA-CUR-HOUR ":" SQ-FA-CUR-MINUTE
057300         DELIMITED BY SIZE INTO SQ-FA-CHECKED-AT.
057400     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
057500     GO TO 1000-EXIT.
057600 1000-EXIT.
057700     EXIT.
057800*
057900*    NO CARD, OR AN EMPTY ONE, CHECKS TONIGHT'S FEEDS.
058000 1100-READ-CONTROL-CARD.
058100     MOVE SPACES TO SQ-FQ-CARD.
058200     OPEN INPUT SQ-FA-CARD-FILE.
058300     IF SQ-FACARD-STATUS = "00"
058400         READ SQ-FA-CARD-FILE INTO SQ-FQ-CARD
058500             AT END
058600                 MOVE SPACES TO SQ-FQ-CARD
058700         END-READ
058800     END-IF.
058900*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
059000*    WAS NOT THERE - THE FILE IS OPEN AND MUST STILL BE CLOSED.
059100     IF SQ-FACARD-STATUS = "00" OR SQ-FACARD-STATUS = "05"
059200         CLOSE SQ-FA-CARD-FILE
059300     END-IF.
059400     GO TO 1100-EXIT.
059500 1100-EXIT.
059600     EXIT.
059700*
059800*****************************************************************
059900* 1200-VALIDATE-CARD.  THE FUNCTION MUST BE ONE OF ITS LETTERS, A
060000* NIGHT A REAL YYYY-MM-DD, MONTHS REAL YYYY-MM AND IN ORDER.  ONE
060100* MONTH GIVEN ALONE IS THE WHOLE RANGE.  THE FIELDS THE FUNCTION
060200* DOES NOT USE ARE NOT LOOKED AT.
060300*****************************************************************
060400 1200-VALIDATE-CARD.
060500     IF NOT SQ-FQ-FN-CHECK AND NOT SQ-FQ-FN-POLL
060600         AND NOT SQ-FQ-FN-MONTH
060700         MOVE "FUNCTION NOT C, P OR M" TO SQ-FA-NOTE
060800         SET SQ-FA-REFUSED TO TRUE
060900         GO TO 1200-EXIT
061000     END-IF.
061100     IF SQ-FQ-FUNCTION NOT = SPACE
061200         MOVE SQ-FQ-FUNCTION TO SQ-FA-FUNCTION-USED
061300     END-IF.
061400     IF SQ-FA-MONTHLY
061500         PERFORM 1230-VALIDATE-MONTHS THRU 1230-EXIT
061600         GO TO 1200-EXIT
061700     END-IF.
061800*
061900     MOVE SQ-FA-TODAY TO SQ-FA-NIGHT-DATE.
062000     IF SQ-FQ-NIGHT-DATE NOT = SPACES
062100         MOVE SQ-FQ-NIGHT-DATE TO SQ-FA-DATE-WORK
062200         PERFORM 1210-CHECK-DATE THRU 1210-EXIT
062300         IF NOT SQ-FA-DATE-OK
062400             MOVE "NIGHT NOT A DATE YYYY-MM-DD" TO SQ-FA-NOTE
062500             SET SQ-FA-REFUSED TO TRUE
062600             GO TO 1200-EXIT
062700         END-IF
062800         MOVE SQ-FQ-NIGHT-DATE TO SQ-FA-NIGHT-DATE
062900     END-IF.
063000     MOVE SQ-FA-NIGHT-DATE TO SQ-FA-DATE-WORK.
063100     PERFORM 1210-CHECK-DATE THRU 1210-EXIT.
063200*
063300*    THE NIGHT'S DAY OF THE WEEK, AND THE DATE AFTER IT FOR A
063400*    CUTOFF IN THE SMALL HOURS.
063500     COMPUTE SQ-FA-DAYNO =
063600         FUNCTION INTEGER-OF-DATE(SQ-FA-YMD-NUM).
063700     COMPUTE SQ-FA-DOW = FUNCTION MOD(SQ-FA-DAYNO - 1, 7) + 1.
063800     ADD 1 TO SQ-FA-DAYNO.
063900     COMPUTE SQ-FA-YMD-NUM =
064000         FUNCTION DATE-OF-INTEGER(SQ-FA-DAYNO).
064100     STRING SQ-FA-YMD-YEAR "-" SQ-FA-YMD-MONTH "-" SQ-FA-YMD-DAY
064200         DELIMITED BY SIZE INTO SQ-FA-NEXT-DATE.
064300     GO TO 1200-EXIT.
064400 1200-EXIT.
064500     EXIT.
064600*
064700*    1210-CHECK-DATE.  SQ-FA-DATE-WORK A REAL DATE YYYY-MM-DD,
064800*    LEFT IN SQ-FA-YMD-NUM.
064900 1210-CHECK-DATE.
065000     MOVE "N" TO SQ-FA-DATE-SW.
065100     IF SQ-FA-DATE-WORK(1:4) NOT NUMERIC
065200         OR SQ-FA-DATE-WORK(5:1) NOT = "-"
065300         OR SQ-FA-DATE-WORK(6:2) NOT NUMERIC
065400         OR SQ-FA-DATE-WORK(8:1) NOT = "-"
065500         OR SQ-FA-DATE-WORK(9:2) NOT NUMERIC
065600         GO TO 1210-EXIT
065700     END-IF.
065800     MOVE SQ-FA-DATE-WORK(1:4) TO SQ-FA-YMD-YEAR.
065900     MOVE SQ-FA-DATE-WORK(6:2) TO SQ-FA-YMD-MONTH.
066000     MOVE SQ-FA-DATE-WORK(9:2) TO SQ-FA-YMD-DAY.
066100     IF SQ-FA-YMD-YEAR < 1601
066200         GO TO 1210-EXIT
066300     END-IF.
066400     IF FUNCTION TEST-DATE-YYYYMMDD(SQ-FA-YMD-NUM) NOT = 0
066500         GO TO 1210-EXIT
066600     END-IF.
066700     SET SQ-FA-DATE-OK TO TRUE.
066800     GO TO 1210-EXIT.
066900 1210-EXIT.
067000     EXIT.
067100*
067200*    1220-CHECK-MONTH.  SQ-FA-MONTH-WORK A REAL MONTH YYYY-MM.
067300 1220-CHECK-MONTH.
067400     MOVE "N" TO SQ-FA-DATE-SW.
067500     IF SQ-FA-MONTH-WORK(1:4) NOT NUMERIC
067600         OR SQ-FA-MONTH-WORK(5:1) NOT = "-"
067700         OR SQ-FA-MONTH-WORK(6:2) NOT NUMERIC
067800         GO TO 1220-EXIT
067900     END-IF.
068000     IF SQ-FA-MONTH-WORK(6:2) < "01"
068100         OR SQ-FA-MONTH-WORK(6:2) > "12"
068200         GO TO 1220-EXIT
068300     END-IF.
068400     SET SQ-FA-DATE-OK TO TRUE.
068500     GO TO 1220-EXIT.
068600 1220-EXIT.
068700     EXIT.
068800*
068900 1230-VALIDATE-MONTHS.
069000     MOVE SQ-FA-TODAY(1:7) TO SQ-FA-FROM-MONTH.
069100     MOVE SQ-FA-TODAY(1:7) TO SQ-FA-TO-MONTH.
069200     IF SQ-FQ-FROM-MONTH NOT = SPACES
069300         MOVE SQ-FQ-FROM-MONTH TO SQ-FA-MONTH-WORK
069400         PERFORM 1220-CHECK-MONTH THRU 1220-EXIT
069500         IF NOT SQ-FA-DATE-OK
069600             MOVE "FIRST MONTH NOT A MONTH YYYY-MM" TO SQ-FA-NOTE
069700             SET SQ-FA-REFUSED TO TRUE
069800             GO TO 1230-EXIT
069900         END-IF
070000         MOVE SQ-FQ-FROM-MONTH TO SQ-FA-FROM-MONTH
070100         MOVE SQ-FQ-FROM-MONTH TO SQ-FA-TO-MONTH
070200     END-IF.
070300     IF SQ-FQ-TO-MONTH NOT = SPACES
070400         MOVE SQ-FQ-TO-MONTH TO SQ-FA-MONTH-WORK
070500         PERFORM 1220-CHECK-MONTH THRU 1220-EXIT
070600         IF NOT SQ-FA-DATE-OK
070700             MOVE "LAST MONTH NOT A MONTH YYYY-MM" TO SQ-FA-NOTE
070800             SET SQ-FA-REFUSED TO TRUE
070900             GO TO 1230-EXIT
071000         END-IF
071100         MOVE SQ-FQ-TO-MONTH TO SQ-FA-TO-MONTH
071200         IF SQ-FQ-FROM-MONTH = SPACES
071300             MOVE SQ-FQ-TO-MONTH TO SQ-FA-FROM-MONTH
071400         END-IF
071500     END-IF.
071600     IF SQ-FA-FROM-MONTH > SQ-FA-TO-MONTH
071700         MOVE "FIRST MONTH IS AFTER LAST MONTH" TO SQ-FA-NOTE
071800         SET SQ-FA-REFUSED TO TRUE
071900         GO TO 1230-EXIT
072000     END-IF.
072100     MOVE SQ-FQ-DEPT TO SQ-FA-DEPT-USED.
072200     GO TO 1230-EXIT.
072300 1230-EXIT.
072400     EXIT.
072500*
072600 1300-REJECT-CARD.
072700     DISPLAY "ERROR - SQFACARD REJECTED - " SQ-FA-NOTE.
072800     MOVE SPACES TO SQ-ML-TEXT.
072900     STRING "ERROR - SQFACARD REJECTED - " SQ-FA-NOTE
073000         DELIMITED BY SIZE INTO SQ-ML-TEXT.
073100     MOVE "SQ4501E" TO SQ-ML-MSG-ID.
073200     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
073300     GO TO 1300-EXIT.
073400 1300-EXIT.
073500     EXIT.
073600*
073700 1500-WRITE-REPORT-HEADERS.
073800     EVALUATE TRUE
073900         WHEN SQ-FA-REFUSED
074000             MOVE " CONTROL CARD REJECTED" TO SQ-FA-H1-TITLE
074100         WHEN SQ-FA-MONTHLY
074200             MOVE " MONTHLY ON-TIME RECORD" TO SQ-FA-H1-TITLE
074300         WHEN SQ-FA-POLL
074400             MOVE " POLL" TO SQ-FA-H1-TITLE
074500         WHEN OTHER
074600             MOVE " NIGHT AHEAD OF COLLECTOR" TO SQ-FA-H1-TITLE
074700     END-EVALUATE.
074800     MOVE SQ-FA-REPORT-DATE TO SQ-FA-H1-DATE.
074900     MOVE SQ-FA-PAGE-NO TO SQ-FA-H1-PAGE.
075000     WRITE SQ-FA-REPORT-LINE FROM SQ-FA-HDR-LINE-1
075100         AFTER ADVANCING PAGE.
075200     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
075300     MOVE SPACES TO SQ-FA-H2-TEXT.
075400     EVALUATE TRUE
075500         WHEN SQ-FA-REFUSED
075600             MOVE "NOTHING CHECKED - SEE BELOW" TO SQ-FA-H2-TEXT
075700         WHEN SQ-FA-MONTHLY AND SQ-FA-DEPT-USED = SPACES
075800             STRING "MONTHS " SQ-FA-FROM-MONTH " TO "
075900                 SQ-FA-TO-MONTH "  EVERY DEPARTMENT"
076000                 " - FROM THE ARRIVAL HISTORY" DELIMITED BY SIZE
076100                 INTO SQ-FA-H2-TEXT
076200         WHEN SQ-FA-MONTHLY
076300             STRING "MONTHS " SQ-FA-FROM-MONTH " TO "
076400                 SQ-FA-TO-MONTH "  DEPARTMENT " SQ-FA-DEPT-USED
076500                 " - FROM THE ARRIVAL HISTORY" DELIMITED BY SIZE
076600                 INTO SQ-FA-H2-TEXT
076700         WHEN OTHER
076800             STRING "NIGHT " SQ-FA-NIGHT-DATE " "
076900                 SQ-FA-DAY-NAME(SQ-FA-DOW) "  BUSINESS DATE "
077000                 SQ-FA-BUS-DATE "  RUN " SQ-FA-RUN-ID
077100                 "  CHECKED " SQ-FA-CHECKED-AT DELIMITED BY SIZE
077200                 INTO SQ-FA-H2-TEXT
077300             IF NOT SQ-FA-PROCESSING-DAY
077400                 MOVE "NOT A PROCESSING DAY"
077500                     TO SQ-FA-H2-TEXT(92:20)
077600             END-IF
077700     END-EVALUATE.
077800     WRITE SQ-FA-REPORT-LINE FROM SQ-FA-HDR-LINE-2
077900         AFTER ADVANCING 1.
078000     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
078100     MOVE 3 TO SQ-FA-LINE-NO.
078200     EVALUATE TRUE
078300         WHEN SQ-FA-COLS-NIGHT
078400             WRITE SQ-FA-REPORT-LINE FROM SQ-FA-NIGHT-COL-LINE
078500                 AFTER ADVANCING 2
078600         WHEN SQ-FA-COLS-MONTH
078700             WRITE SQ-FA-REPORT-LINE FROM SQ-FA-MONTH-COL-LINE
078800                 AFTER ADVANCING 2
078900         WHEN OTHER
079000             GO TO 1500-EXIT
079100     END-EVALUATE.
079200     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
079300     ADD 2 TO SQ-FA-LINE-NO.
079400     GO TO 1500-EXIT.
079500 1500-EXIT.
079600     EXIT.
079700*
079800*****************************************************************
079900* 2000 SERIES - THE NIGHT (FUNCTIONS C AND P).  THE SCHEDULE
080000* SAYS WHO IS DUE, THE FEED DDS WHO IS THERE, THE HISTORY WHAT
080100* EARLIER LOOKS TONIGHT SAW.
080200*****************************************************************
080300 2000-CHECK-THE-NIGHT.
080400     PERFORM 2100-GET-RUN-CONTEXT THRU 2100-EXIT.
080500     PERFORM 2200-READ-FEED-CARD THRU 2200-EXIT.
080600     PERFORM 2300-LOAD-SCHEDULE THRU 2300-EXIT.
080700     PERFORM 3000-LOOK-FOR-ONE-FEED THRU 3000-EXIT
080800         VARYING SQ-FA-SLOT-SUB FROM 1 BY 1
080900         UNTIL SQ-FA-SLOT-SUB > 10.
081000     PERFORM 3500-READ-PRIOR-LOOKS THRU 3500-EXIT.
081100     PERFORM 4000-JUDGE-ONE-DEPT THRU 4000-EXIT
081200         VARYING SQ-FA-DP-SUB FROM 1 BY 1
081300         UNTIL SQ-FA-DP-SUB > SQ-FA-DP-COUNT.
081400     SET SQ-FA-COLS-NIGHT TO TRUE.
081500     PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.
081600     PERFORM 4500-WRITE-ONE-LINE THRU 4500-EXIT
081700         VARYING SQ-FA-DP-SUB FROM 1 BY 1
081800         UNTIL SQ-FA-DP-SUB > SQ-FA-DP-COUNT.
081900     SET SQ-FA-COLS-NONE TO TRUE.
082000     IF SQ-FA-EXPECTED = 0 AND SQ-FA-UNSCHEDULED = 0
082100         IF SQ-FA-PROCESSING-DAY
082200             MOVE "NO FEED DUE TONIGHT AND NONE FOUND"
082300                 TO SQ-FA-NO-NOTE
082400         ELSE
082500             MOVE "NOT A PROCESSING DAY AND NO FEED FOUND"
082600                 TO SQ-FA-NO-NOTE
082700         END-IF
082800         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
082900         WRITE SQ-FA-REPORT-LINE FROM SQ-FA-NOTHING-LINE
083000             AFTER ADVANCING 2
083100         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
083200         ADD 2 TO SQ-FA-LINE-NO
083300     END-IF.
083400     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
083500     IF SQ-FA-CHECK
083600         PERFORM 5500-WRITE-SUMMARY THRU 5500-EXIT
083700     END-IF.
083800     GO TO 2000-EXIT.
083900 2000-EXIT.
084000     EXIT.
084100*
084200*****************************************************************
084300* 2100-GET-RUN-CONTEXT.  THE RUN ID AND BUSINESS DATE THE NIGHT'S
084400* FEEDS WILL BE PROCESSED UNDER, TAKEN AS THE COLLECTOR TAKES
084500* THEM - THE NEXT RUN ID OFF THE RUN REGISTRY, THE BUSINESS DATE
084600* OFF THE PROCESSING CALENDAR - AND WHETHER THE NIGHT IS A
084700* PROCESSING DAY AT ALL.
084800*****************************************************************
084900 2100-GET-RUN-CONTEXT.
085000     OPEN INPUT SQ-RUNREG-FILE.
085100     MOVE SQ-RUNREG-STATUS TO SQ-FA-OPEN-STATUS.
085200     IF SQ-FA-OPEN-STATUS = "00"
085300         READ SQ-RUNREG-FILE
085400             AT END
085500                 CONTINUE
085600             NOT AT END
085700                 MOVE SQ-RUNREG-LAST-RUN-ID TO SQ-FA-LAST-RUN-ID
085800         END-READ
085900     END-IF.
086000     IF SQ-FA-OPEN-STATUS = "00" OR SQ-FA-OPEN-STATUS = "05"
086100         CLOSE SQ-RUNREG-FILE
086200     END-IF.
086300     IF SQ-FA-LAST-RUN-ID = 99999
086400         MOVE 1 TO SQ-FA-RUN-ID
086500     ELSE
086600         COMPUTE SQ-FA-RUN-ID = SQ-FA-LAST-RUN-ID + 1
086700     END-IF.
086800*
086900     MOVE SQ-FA-NIGHT-DATE TO SQ-FA-BUS-DATE.
087000     OPEN INPUT SQ-CAL-FILE.
087100     MOVE SQ-CAL-STATUS TO SQ-FA-OPEN-STATUS.
087200     IF SQ-FA-OPEN-STATUS = "00"
087300         MOVE "N" TO SQ-FA-CAL-EOF-SW
087400         PERFORM 2110-SCAN-ONE-CAL-ENTRY THRU 2110-EXIT
087500             UNTIL SQ-FA-CAL-EOF
087600     END-IF.
087700     IF SQ-FA-OPEN-STATUS = "00" OR SQ-FA-OPEN-STATUS = "05"
087800         CLOSE SQ-CAL-FILE
087900     END-IF.
088000     GO TO 2100-EXIT.
088100 2100-EXIT.
088200     EXIT.
088300*
088400 2110-SCAN-ONE-CAL-ENTRY.
088500     READ SQ-CAL-FILE
088600         AT END
088700             SET SQ-FA-CAL-EOF TO TRUE
088800         NOT AT END
088900             IF SQ-CAL-DATE = SQ-FA-NIGHT-DATE
089000                 IF SQ-CAL-BUS-DATE NOT = SPACES
089100                     MOVE SQ-CAL-BUS-DATE TO SQ-FA-BUS-DATE
089200                 END-IF
089300                 IF SQ-CAL-PROC-FLAG = "N"
089400                     MOVE "N" TO SQ-FA-PROC-DAY-SW
089500                 END-IF
089600                 SET SQ-FA-CAL-EOF TO TRUE
089700             END-IF
089800     END-READ.
089900     GO TO 2110-EXIT.
090000 2110-EXIT.
090100     EXIT.
090200*
090300*    THE COLLECTOR'S CARD - WHICH DEPARTMENT EACH FEED DD CARRIES.
090400*    NO CARD MEANS NO DEPARTMENT HAS A FEED DD.
090500 2200-READ-FEED-CARD.
090600     MOVE SPACES TO SQ-FA-SLOT-AREA(3:30).
090700     OPEN INPUT SQ-FC-PARM-FILE.
090800     MOVE SQ-FCPARM-STATUS TO SQ-FA-OPEN-STATUS.
090900     IF SQ-FA-OPEN-STATUS = "00"
091000         READ SQ-FC-PARM-FILE
091100             AT END
091200                 CONTINUE
091300             NOT AT END
091400                 PERFORM 2210-TAKE-ONE-SLOT THRU 2210-EXIT
091500                     VARYING SQ-FA-SLOT-SUB FROM 1 BY 1
091600                     UNTIL SQ-FA-SLOT-SUB > 10
091700         END-READ
091800     END-IF.
091900     IF SQ-FA-OPEN-STATUS = "00" OR SQ-FA-OPEN-STATUS = "05"
092000         CLOSE SQ-FC-PARM-FILE
092100     END-IF.
092200     GO TO 2200-EXIT.
092300 2200-EXIT.
092400     EXIT.
092500*
092600 2210-TAKE-ONE-SLOT.
092700     MOVE SQ-FC-DEPT(SQ-FA-SLOT-SUB)
092800         TO SQ-FA-SLOT-DEPT(SQ-FA-SLOT-SUB).
092900     GO TO 2210-EXIT.
093000 2210-EXIT.
093100     EXIT.
093200*
093300*****************************************************************
093400* 2300-LOAD-SCHEDULE.  EVERY GOOD ENTRY GOES INTO THE NIGHT'S
093500* TABLE, DUE OR NOT.  AN ENTRY THAT DOES NOT MAKE SENSE, OR A
093600* SECOND ONE FOR THE SAME DEPARTMENT, IS SET ASIDE WITH A
093700* WARNING - IT EXPECTS NOTHING.  WITH NO SCHEDULE AT ALL NOTHING
093800* IS DUE; A SCHEDULE THAT WILL NOT OPEN STOPS THE STEP, SINCE
093900* WHETHER TO HOLD THE NIGHT CANNOT THEN BE DECIDED.
094000*****************************************************************
094100 2300-LOAD-SCHEDULE.
094200     OPEN INPUT SQ-FS-SCHED-FILE.
094300     MOVE SQ-FSCHED-STATUS TO SQ-FA-OPEN-STATUS.
094400     IF SQ-FA-OPEN-STATUS = "05"
094500         CLOSE SQ-FS-SCHED-FILE
094600         DISPLAY "WARNING - NO FEED SCHEDULE ON FILE - "
094700             "NO FEED IS DUE"
094800         MOVE SPACES TO SQ-ML-TEXT
094900         STRING "WARNING - NO FEED SCHEDULE ON FILE - "
095000             "NO FEED IS DUE" DELIMITED BY SIZE INTO SQ-ML-TEXT
095100         MOVE "SQ4508W" TO SQ-ML-MSG-ID
095200         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
095300         SET SQ-FA-WARNED TO TRUE
095400         GO TO 2300-EXIT
095500     END-IF.
095600     IF SQ-FA-OPEN-STATUS NOT = "00"
095700         DISPLAY "FATAL - SQ-FS-SCHED-FILE OPEN FAILED, STATUS "
095800             SQ-FA-OPEN-STATUS
095900         MOVE SPACES TO SQ-ML-TEXT
096000         STRING "FATAL - SQ-FS-SCHED-FILE OPEN FAILED, STATUS "
096100             SQ-FA-OPEN-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
096200         MOVE "SQ0001S" TO SQ-ML-MSG-ID
096300         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
096400         CLOSE SQ-FA-REPORT-FILE
096500         MOVE 16 TO RETURN-CODE
096600         STOP RUN
096700     END-IF.
096800     MOVE "N" TO SQ-FA-EOF-SW.
096900     PERFORM 2310-TAKE-ONE-SCHEDULE THRU 2310-EXIT
097000         UNTIL SQ-FA-EOF.
097100     CLOSE SQ-FS-SCHED-FILE.
097200     GO TO 2300-EXIT.
097300 2300-EXIT.
097400     EXIT.
097500*
097600 2310-TAKE-ONE-SCHEDULE.
097700     READ SQ-FS-SCHED-FILE
097800         AT END
097900             SET SQ-FA-EOF TO TRUE
098000     END-READ.
098100     IF SQ-FA-EOF OR SQ-FS-RECORD = SPACES
098200         GO TO 2310-EXIT
098300     END-IF.
098400     MOVE SPACES TO SQ-FA-NOTE.
098500     EVALUATE TRUE
098600         WHEN SQ-FS-DEPT = SPACES
098700             MOVE "NO DEPARTMENT" TO SQ-FA-NOTE
098800         WHEN SQ-FS-DAYS = SPACES
098900             MOVE "NO DAYS OF THE WEEK" TO SQ-FA-NOTE
099000         WHEN SQ-FS-CUTOFF-X NOT NUMERIC
099100             MOVE "CUTOFF NOT HHMM" TO SQ-FA-NOTE
099200         WHEN SQ-FS-CUTOFF-HH > 23 OR SQ-FS-CUTOFF-MM > 59
099300             MOVE "CUTOFF NOT HHMM" TO SQ-FA-NOTE
099400         WHEN SQ-FS-NEXT-DAY NOT = "Y"
099500             AND SQ-FS-NEXT-DAY NOT = "N"
099600             AND SQ-FS-NEXT-DAY NOT = SPACE
099700             MOVE "NEXT-DAY FLAG NOT Y OR N" TO SQ-FA-NOTE
099800         WHEN NOT SQ-FS-ACTION-VALID
099900             MOVE "ACTION NOT H OR P" TO SQ-FA-NOTE
100000     END-EVALUATE.
100100     IF SQ-FA-NOTE = SPACES
100200         MOVE 1 TO SQ-FA-SLOT-SUB
100300         PERFORM 2320-CHECK-ONE-DAY THRU 2320-EXIT
100400             UNTIL SQ-FA-SLOT-SUB > 7
100500     END-IF.
100600     IF SQ-FA-NOTE = SPACES
100700         MOVE SQ-FS-DEPT TO SQ-FA-FIND-DEPT
100800         PERFORM 8000-FIND-DEPT THRU 8000-EXIT
100900         IF SQ-FA-DP-HIT > 0
101000             MOVE "SECOND ENTRY FOR THE DEPARTMENT" TO SQ-FA-NOTE
101100         END-IF
101200     END-IF.
101300     IF SQ-FA-NOTE NOT = SPACES
101400         ADD 1 TO SQ-FA-REJECTED
101500         DISPLAY "WARNING - FEED SCHEDULE ENTRY " SQ-FS-DEPT
101600             " REJECTED - " SQ-FA-NOTE
101700         MOVE SPACES TO SQ-ML-TEXT
101800         STRING "WARNING - FEED SCHEDULE ENTRY " SQ-FS-DEPT
101900             " REJECTED - " SQ-FA-NOTE
102000             DELIMITED BY SIZE INTO SQ-ML-TEXT
102100         MOVE "SQ4502W" TO SQ-ML-MSG-ID
102200         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
102300         SET SQ-FA-WARNED TO TRUE
102400         GO TO 2310-EXIT
102500     END-IF.
102600     IF SQ-FA-SCHED-COUNT NOT < 50
102700         IF NOT SQ-FA-TABLE-FULL-WARNED
102800             DISPLAY "WARNING - MORE THAN 50 FEED SCHEDULE "
102900                 "ENTRIES, LATER ONES NOT CHECKED"
103000             MOVE SPACES TO SQ-ML-TEXT
103100             STRING "WARNING - MORE THAN 50 FEED SCHEDULE "
103200                 "ENTRIES, LATER ONES NOT CHECKED"
103300                 DELIMITED BY SIZE INTO SQ-ML-TEXT
103400             MOVE "SQ4503W" TO SQ-ML-MSG-ID
103500             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
103600             SET SQ-FA-TABLE-FULL-WARNED TO TRUE
103700             SET SQ-FA-WARNED TO TRUE
103800         END-IF
103900         GO TO 2310-EXIT
104000     END-IF.
104100*
104200     ADD 1 TO SQ-FA-SCHED-COUNT.
104300     ADD 1 TO SQ-FA-DP-COUNT.
104400     MOVE SQ-FA-DP-COUNT TO SQ-FA-DP-SUB.
104500     MOVE SPACES TO SQ-FA-DP-ENTRY(SQ-FA-DP-SUB).
104600     MOVE SQ-FS-DEPT TO SQ-FA-DP-DEPT(SQ-FA-DP-SUB).
104700     MOVE SQ-FS-DESCRIPTION TO SQ-FA-DP-DESC(SQ-FA-DP-SUB).
104800     MOVE "N" TO SQ-FA-DP-DUE-SW(SQ-FA-DP-SUB).
104900     MOVE "N" TO SQ-FA-DP-FOUND-SW(SQ-FA-DP-SUB).
105000     IF SQ-FA-PROCESSING-DAY AND SQ-FS-DAY(SQ-FA-DOW) = "Y"
105100         MOVE "Y" TO SQ-FA-DP-DUE-SW(SQ-FA-DP-SUB)
105200         MOVE SQ-FS-ACTION TO SQ-FA-DP-ACTION(SQ-FA-DP-SUB)
105300         IF SQ-FS-CUTOFF-NEXT-DAY
105400             MOVE SQ-FA-NEXT-DATE
105500                 TO SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB)
105600         ELSE
105700             MOVE SQ-FA-NIGHT-DATE
105800                 TO SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB)
105900         END-IF
106000         STRING SQ-FS-CUTOFF-HH ":" SQ-FS-CUTOFF-MM
106100             DELIMITED BY SIZE
106200             INTO SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB)(12:5)
106300     END-IF.
106400     GO TO 2310-EXIT.
106500 2310-EXIT.
106600     EXIT.
106700*
106800 2320-CHECK-ONE-DAY.
106900     IF SQ-FS-DAY(SQ-FA-SLOT-SUB) NOT = "Y"
107000         AND SQ-FS-DAY(SQ-FA-SLOT-SUB) NOT = "N"
107100         AND SQ-FS-DAY(SQ-FA-SLOT-SUB) NOT = SPACE
107200         MOVE "DAYS OF THE WEEK NOT Y OR N" TO SQ-FA-NOTE
107300     END-IF.
107400     ADD 1 TO SQ-FA-SLOT-SUB.
107500     GO TO 2320-EXIT.
107600 2320-EXIT.
107700     EXIT.
107800*
107900*****************************************************************
108000* 3000-LOOK-FOR-ONE-FEED.  A SLOT WITH A DEPARTMENT ON THE CARD
108100* IS OPENED; THE FEED HAS LANDED WHEN THE OPEN WORKS AND THERE IS
108200* A RECORD TO READ.  A FEED FOR A DEPARTMENT NOT ON THE SCHEDULE
108300* JOINS THE TABLE WHEN FOUND.  A SLOT WITHOUT A DEPARTMENT IS NOT
108400* LOOKED AT - THE COLLECTOR WARNS OF IT.
108500*****************************************************************
108600 3000-LOOK-FOR-ONE-FEED.
108700     IF SQ-FA-SLOT-DEPT(SQ-FA-SLOT-SUB) = SPACES
108800         GO TO 3000-EXIT
108900     END-IF.
109000     MOVE SQ-FA-SLOT-DEPT(SQ-FA-SLOT-SUB) TO SQ-FA-FIND-DEPT.
109100     PERFORM 8000-FIND-DEPT THRU 8000-EXIT.
109200     IF SQ-FA-DP-HIT > 0
109300         IF SQ-FA-DP-FEED-DD(SQ-FA-DP-HIT) NOT = SPACES
109400             GO TO 3000-EXIT
109500         END-IF
109600     END-IF.
109700     MOVE "N" TO SQ-FA-RAW-GOT-SW.
109800     PERFORM 3010-OPEN-FEED THRU 3010-EXIT.
109900     IF SQ-FA-WORK-STATUS = "00"
110000         PERFORM 3020-READ-FEED THRU 3020-EXIT
110100     END-IF.
110200     IF SQ-FA-WORK-STATUS = "00" OR SQ-FA-WORK-STATUS = "05"
110300         PERFORM 3030-CLOSE-FEED THRU 3030-EXIT
110400     END-IF.
110500*
110600     IF SQ-FA-DP-HIT = 0
110700         IF NOT SQ-FA-RAW-GOT OR SQ-FA-DP-COUNT NOT < 60
110800             GO TO 3000-EXIT
110900         END-IF
111000         ADD 1 TO SQ-FA-DP-COUNT
111100         MOVE SQ-FA-DP-COUNT TO SQ-FA-DP-HIT
111200         MOVE SPACES TO SQ-FA-DP-ENTRY(SQ-FA-DP-HIT)
111300         MOVE SQ-FA-FIND-DEPT TO SQ-FA-DP-DEPT(SQ-FA-DP-HIT)
111400         MOVE "NOT ON THE FEED SCHEDULE"
111500             TO SQ-FA-DP-DESC(SQ-FA-DP-HIT)
111600         MOVE "N" TO SQ-FA-DP-DUE-SW(SQ-FA-DP-HIT)
111700     END-IF.
111800     MOVE SQ-FA-DD-NAME(SQ-FA-SLOT-SUB)
111900         TO SQ-FA-DP-FEED-DD(SQ-FA-DP-HIT).
112000     IF SQ-FA-RAW-GOT
112100         MOVE "Y" TO SQ-FA-DP-FOUND-SW(SQ-FA-DP-HIT)
112200         GO TO 3000-EXIT
112300     END-IF.
112400     MOVE "N" TO SQ-FA-DP-FOUND-SW(SQ-FA-DP-HIT).
112500     EVALUATE SQ-FA-WORK-STATUS
112600         WHEN "00"
112700             MOVE "DATASET EMPTY" TO SQ-FA-DP-REMARK(SQ-FA-DP-HIT)
112800         WHEN "05"
112900             CONTINUE
113000         WHEN OTHER
113100             STRING "FEED DD OPEN FAILED, STATUS "
113200                 SQ-FA-WORK-STATUS DELIMITED BY SIZE
113300                 INTO SQ-FA-DP-REMARK(SQ-FA-DP-HIT)
113400     END-EVALUATE.
113500     GO TO 3000-EXIT.
113600 3000-EXIT.
113700     EXIT.
113800*
113900 3010-OPEN-FEED.
114000     EVALUATE SQ-FA-SLOT-SUB
114100         WHEN 1
114200             OPEN INPUT SQ-FEED-FILE-1
114300             MOVE SQ-FEED-1-STATUS TO SQ-FA-WORK-STATUS
114400         WHEN 2
114500             OPEN INPUT SQ-FEED-FILE-2
114600             MOVE SQ-FEED-2-STATUS TO SQ-FA-WORK-STATUS
114700         WHEN 3
114800             OPEN INPUT SQ-FEED-FILE-3
114900             MOVE SQ-FEED-3-STATUS TO SQ-FA-WORK-STATUS
115000         WHEN 4
115100             OPEN INPUT SQ-FEED-FILE-4
115200             MOVE SQ-FEED-4-STATUS TO SQ-FA-WORK-STATUS
115300         WHEN 5
115400             OPEN INPUT SQ-FEED-FILE-5
115500             MOVE SQ-FEED-5-STATUS TO SQ-FA-WORK-STATUS
115600         WHEN 6
115700             OPEN INPUT SQ-FEED-FILE-6
115800             MOVE SQ-FEED-6-STATUS TO SQ-FA-WORK-STATUS
115900         WHEN 7
116000             OPEN INPUT SQ-FEED-FILE-7
116100             MOVE SQ-FEED-7-STATUS TO SQ-FA-WORK-STATUS
116200         WHEN 8
116300             OPEN INPUT SQ-FEED-FILE-8
116400             MOVE SQ-FEED-8-STATUS TO SQ-FA-WORK-STATUS
116500         WHEN 9
116600             OPEN INPUT SQ-FEED-FILE-9
116700             MOVE SQ-FEED-9-STATUS TO SQ-FA-WORK-STATUS
116800         WHEN 10
116900             OPEN INPUT SQ-FEED-FILE-10
117000             MOVE SQ-FEED-10-STATUS TO SQ-FA-WORK-STATUS
117100     END-EVALUATE.
117200     GO TO 3010-EXIT.
117300 3010-EXIT.
117400     EXIT.
117500*
117600*    ONE RECORD IS ENOUGH - THE COLLECTOR BALANCES THE FEED.
117700 3020-READ-FEED.
117800     EVALUATE SQ-FA-SLOT-SUB
117900         WHEN 1
118000             READ SQ-FEED-FILE-1
118100                 AT END CONTINUE
118200                 NOT AT END SET SQ-FA-RAW-GOT TO TRUE
118300             END-READ
118400         WHEN 2
118500             READ SQ-FEED-FILE-2
118600                 AT END CONTINUE
118700                 NOT AT END SET SQ-FA-RAW-GOT TO TRUE
118800             END-READ
118900         WHEN 3
119000             READ SQ-FEED-FILE-3
119100                 AT END CONTINUE
119200                 NOT AT END SET SQ-FA-RAW-GOT TO TRUE
119300             END-READ
119400         WHEN 4
119500             READ SQ-FEED-FILE-4
119600                 AT END CONTINUE
119700                 NOT AT END SET SQ-FA-RAW-GOT TO TRUE
119800             END-READ
119900         WHEN 5
120000             READ SQ-FEED-FILE-5
120100                 AT END CONTINUE
120200                 NOT AT END SET SQ-FA-RAW-GOT TO TRUE
120300             END-READ
120400         WHEN 6
120500             READ SQ-FEED-FILE-6
120600                 AT END CONTINUE
120700                 NOT AT END SET SQ-FA-RAW-GOT TO TRUE
120800             END-READ
120900         WHEN 7
121000             READ SQ-FEED-FILE-7
121100                 AT END CONTINUE
121200                 NOT AT END SET SQ-FA-RAW-GOT TO TRUE
121300             END-READ
121400         WHEN 8
121500             READ SQ-FEED-FILE-8
121600                 AT END CONTINUE
121700                 NOT AT END SET SQ-FA-RAW-GOT TO TRUE
121800             END-READ
121900         WHEN 9
122000             READ SQ-FEED-FILE-9
122100                 AT END CONTINUE
122200                 NOT AT END SET SQ-FA-RAW-GOT TO TRUE
122300             END-READ
122400         WHEN 10
122500             READ SQ-FEED-FILE-10
122600                 AT END CONTINUE
122700                 NOT AT END SET SQ-FA-RAW-GOT TO TRUE
122800             END-READ
122900     END-EVALUATE.
123000     GO TO 3020-EXIT.
123100 3020-EXIT.
123200     EXIT.
123300*
123400 3030-CLOSE-FEED.
123500     EVALUATE SQ-FA-SLOT-SUB
123600         WHEN 1
123700             CLOSE SQ-FEED-FILE-1
123800         WHEN 2
123900             CLOSE SQ-FEED-FILE-2
124000         WHEN 3
124100             CLOSE SQ-FEED-FILE-3
124200         WHEN 4
124300             CLOSE SQ-FEED-FILE-4
124400         WHEN 5
124500             CLOSE SQ-FEED-FILE-5
124600         WHEN 6
124700             CLOSE SQ-FEED-FILE-6
124800         WHEN 7
124900             CLOSE SQ-FEED-FILE-7
125000         WHEN 8
125100             CLOSE SQ-FEED-FILE-8
125200         WHEN 9
125300             CLOSE SQ-FEED-FILE-9
125400         WHEN 10
125500             CLOSE SQ-FEED-FILE-10
125600     END-EVALUATE.
125700     GO TO 3030-EXIT.
125800 3030-EXIT.
125900     EXIT.
126000*
126100*****************************************************************
126200* 3500-READ-PRIOR-LOOKS.  THE LAST RECORD ON THE HISTORY FOR
126300* TONIGHT AND EACH DEPARTMENT - WHAT THE LAST LOOK DECIDED, AND
126400* WHEN THE FEED WAS FIRST FOUND.  A HISTORY THAT WILL NOT OPEN
126500* LEAVES THIS LOOK TO STAND ON ITS OWN.
126600*****************************************************************
126700 3500-READ-PRIOR-LOOKS.
126800     OPEN INPUT SQ-FA-HIST-FILE.
126900     MOVE SQ-FAHIST-STATUS TO SQ-FA-OPEN-STATUS.
127000     IF SQ-FA-OPEN-STATUS = "05"
127100         CLOSE SQ-FA-HIST-FILE
127200         GO TO 3500-EXIT
127300     END-IF.
127400     IF SQ-FA-OPEN-STATUS NOT = "00"
127500         DISPLAY "WARNING - SQ-FA-HIST-FILE OPEN FAILED, STATUS "
127600             SQ-FA-OPEN-STATUS " - EARLIER LOOKS NOT SEEN"
127700         MOVE SPACES TO SQ-ML-TEXT
127800         STRING "WARNING - SQ-FA-HIST-FILE OPEN FAILED, STATUS "
127900             SQ-FA-OPEN-STATUS " - EARLIER LOOKS NOT SEEN"
128000             DELIMITED BY SIZE INTO SQ-ML-TEXT
128100         MOVE "SQ0002W" TO SQ-ML-MSG-ID
128200         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
128300         SET SQ-FA-WARNED TO TRUE
128400         GO TO 3500-EXIT
128500     END-IF.
128600     MOVE "N" TO SQ-FA-EOF-SW.
128700     PERFORM 3510-TAKE-ONE-PRIOR THRU 3510-EXIT
128800         UNTIL SQ-FA-EOF.
128900     CLOSE SQ-FA-HIST-FILE.
129000     GO TO 3500-EXIT.
129100 3500-EXIT.
129200     EXIT.
129300*
129400 3510-TAKE-ONE-PRIOR.
129500     READ SQ-FA-HIST-FILE
129600         AT END
129700             SET SQ-FA-EOF TO TRUE
129800     END-READ.
129900     IF SQ-FA-EOF OR SQ-FH-NIGHT-DATE NOT = SQ-FA-NIGHT-DATE
130000         GO TO 3510-EXIT
130100     END-IF.
130200     MOVE SQ-FH-DEPT TO SQ-FA-FIND-DEPT.
130300     PERFORM 8000-FIND-DEPT THRU 8000-EXIT.
130400     IF SQ-FA-DP-HIT > 0
130500         MOVE SQ-FH-STATUS TO SQ-FA-DP-PRIOR-STATUS(SQ-FA-DP-HIT)
130600         MOVE SQ-FH-FOUND-AT TO SQ-FA-DP-PRIOR-FOUND(SQ-FA-DP-HIT)
130700     END-IF.
130800     GO TO 3510-EXIT.
130900 3510-EXIT.
131000     EXIT.
131100*
131200*****************************************************************
131300* 4000-JUDGE-ONE-DEPT.  A FEED FOUND KEEPS THE TIME IT WAS FIRST
131400* FOUND.  IT IS LATE WHEN THE LAST LOOK HAD IT MISSING PAST ITS
131500* CUTOFF, ON TIME OTHERWISE - ONCE DECIDED, THAT STANDS.  A FEED
131600* NOT FOUND IS MISSING PAST ITS CUTOFF AND STILL AWAITED BEFORE
131700* IT.  ON THE CHECK AHEAD OF THE COLLECTOR EITHER WAY IT IS NOT
131800* THERE, AND A FEED THE SCHEDULE HOLDS FOR HOLDS THE NIGHT.
131900*****************************************************************
132000 4000-JUDGE-ONE-DEPT.
132100     MOVE SPACE TO SQ-FA-DP-STATUS(SQ-FA-DP-SUB).
132200     IF NOT SQ-FA-DP-DUE(SQ-FA-DP-SUB)
132300         AND NOT SQ-FA-DP-FOUND(SQ-FA-DP-SUB)
132400         GO TO 4000-EXIT
132500     END-IF.
132600     IF SQ-FA-DP-FOUND(SQ-FA-DP-SUB)
132700         PERFORM 4100-JUDGE-FOUND THRU 4100-EXIT
132800     ELSE
132900         PERFORM 4200-JUDGE-ABSENT THRU 4200-EXIT
133000     END-IF.
133100     EVALUATE SQ-FA-DP-STATUS(SQ-FA-DP-SUB)
133200         WHEN "O"
133300             ADD 1 TO SQ-FA-EXPECTED
133400             ADD 1 TO SQ-FA-ON-TIME
133500         WHEN "L"
133600             ADD 1 TO SQ-FA-EXPECTED
133700             ADD 1 TO SQ-FA-LATE
133800         WHEN "M"
133900         WHEN "W"
134000             ADD 1 TO SQ-FA-EXPECTED
134100             ADD 1 TO SQ-FA-MISSING
134200         WHEN "U"
134300             ADD 1 TO SQ-FA-UNSCHEDULED
134400     END-EVALUATE.
134500     IF SQ-FA-CHECK
134600         PERFORM 4300-TELL-THE-OPERATOR THRU 4300-EXIT
134700     END-IF.
134800     GO TO 4000-EXIT.
134900 4000-EXIT.
135000     EXIT.
135100*
135200 4100-JUDGE-FOUND.
135300     IF SQ-FA-DP-PRIOR-FOUND(SQ-FA-DP-SUB) NOT = SPACES
135400         MOVE SQ-FA-DP-PRIOR-FOUND(SQ-FA-DP-SUB)
135500             TO SQ-FA-DP-FOUND-AT(SQ-FA-DP-SUB)
135600     ELSE
135700         MOVE SQ-FA-CHECKED-AT TO SQ-FA-DP-FOUND-AT(SQ-FA-DP-SUB)
135800     END-IF.
135900     IF NOT SQ-FA-DP-DUE(SQ-FA-DP-SUB)
136000         MOVE "U" TO SQ-FA-DP-STATUS(SQ-FA-DP-SUB)
136100         IF SQ-FA-PROCESSING-DAY
136200             AND SQ-FA-DP-DESC(SQ-FA-DP-SUB) NOT =
136300                 "NOT ON THE FEED SCHEDULE"
136400             MOVE "NOT DUE TONIGHT"
136500                 TO SQ-FA-DP-REMARK(SQ-FA-DP-SUB)
136600         END-IF
136700         IF NOT SQ-FA-PROCESSING-DAY
136800             MOVE "NOT A PROCESSING DAY"
136900                 TO SQ-FA-DP-REMARK(SQ-FA-DP-SUB)
137000         END-IF
137100         GO TO 4100-EXIT
137200     END-IF.
137300     EVALUATE SQ-FA-DP-PRIOR-STATUS(SQ-FA-DP-SUB)
137400         WHEN "O"
137500         WHEN "L"
137600             MOVE SQ-FA-DP-PRIOR-STATUS(SQ-FA-DP-SUB)
137700                 TO SQ-FA-DP-STATUS(SQ-FA-DP-SUB)
137800         WHEN "M"
137900             MOVE "L" TO SQ-FA-DP-STATUS(SQ-FA-DP-SUB)
138000             MOVE SQ-FA-CHECKED-AT
138100                 TO SQ-FA-DP-FOUND-AT(SQ-FA-DP-SUB)
138200         WHEN OTHER
138300             MOVE "O" TO SQ-FA-DP-STATUS(SQ-FA-DP-SUB)
138400     END-EVALUATE.
138500     GO TO 4100-EXIT.
138600 4100-EXIT.
138700     EXIT.
138800*
138900 4200-JUDGE-ABSENT.
139000     IF SQ-FA-CHECKED-AT > SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB)
139100         MOVE "M" TO SQ-FA-DP-STATUS(SQ-FA-DP-SUB)
139200     ELSE
139300         MOVE "W" TO SQ-FA-DP-STATUS(SQ-FA-DP-SUB)
139400     END-IF.
139500     IF SQ-FA-DP-REMARK(SQ-FA-DP-SUB) NOT = SPACES
139600         GO TO 4200-EXIT
139700     END-IF.
139800     EVALUATE TRUE
139900         WHEN SQ-FA-DP-FEED-DD(SQ-FA-DP-SUB) = SPACES
140000             MOVE "NO FEED DD ON SQFCPARM"
140100                 TO SQ-FA-DP-REMARK(SQ-FA-DP-SUB)
140200         WHEN SQ-FA-DP-PRIOR-FOUND(SQ-FA-DP-SUB) NOT = SPACES
140300             STRING "FOUND AT "
140400                 SQ-FA-DP-PRIOR-FOUND(SQ-FA-DP-SUB)(12:5)
140500                 ", GONE NOW" DELIMITED BY SIZE
140600                 INTO SQ-FA-DP-REMARK(SQ-FA-DP-SUB)
140700     END-EVALUATE.
140800     GO TO 4200-EXIT.
140900 4200-EXIT.
141000     EXIT.
141100*
141200*    4300-TELL-THE-OPERATOR.  THE CHECK AHEAD OF THE COLLECTOR
141300*    ONLY - A POLL LOOKS AGAIN BEFORE ANYTHING IS DECIDED.
141400 4300-TELL-THE-OPERATOR.
141500     IF SQ-FA-DP-DUE(SQ-FA-DP-SUB)
141600         AND SQ-FA-DP-FEED-DD(SQ-FA-DP-SUB) = SPACES
141700         DISPLAY "WARNING - DEPARTMENT "
141800             SQ-FA-DP-DEPT(SQ-FA-DP-SUB)
141900             " IS DUE BUT HAS NO FEED DD ON SQFCPARM"
142000         MOVE SPACES TO SQ-ML-TEXT
142100         STRING "WARNING - DEPARTMENT "
142200             SQ-FA-DP-DEPT(SQ-FA-DP-SUB)
142300             " IS DUE BUT HAS NO FEED DD ON SQFCPARM"
142400             DELIMITED BY SIZE INTO SQ-ML-TEXT
142500         MOVE "SQ4509W" TO SQ-ML-MSG-ID
142600         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
142700         SET SQ-FA-WARNED TO TRUE
142800     END-IF.
142900     IF SQ-FA-DP-ABSENT(SQ-FA-DP-SUB)
143000         AND SQ-FA-DP-HOLD(SQ-FA-DP-SUB)
143100         DISPLAY "ERROR - FEED FOR " SQ-FA-DP-DEPT(SQ-FA-DP-SUB)
143200             " NOT IN - CUTOFF "
143300             SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB)
143400             " - THE NIGHT IS HELD"
143500         MOVE SPACES TO SQ-ML-TEXT
143600         STRING "ERROR - FEED FOR " SQ-FA-DP-DEPT(SQ-FA-DP-SUB)
143700             " NOT IN - CUTOFF "
143800             SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB)
143900             " - THE NIGHT IS HELD"
144000             DELIMITED BY SIZE INTO SQ-ML-TEXT
144100         MOVE "SQ4504E" TO SQ-ML-MSG-ID
144200         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
144300         SET SQ-FA-NIGHT-HELD TO TRUE
144400         IF SQ-FA-HELD-PTR < 37
144500             STRING " " SQ-FA-DP-DEPT(SQ-FA-DP-SUB)
144600                 DELIMITED BY SIZE INTO SQ-FA-HELD-LIST
144700                 WITH POINTER SQ-FA-HELD-PTR
144800         END-IF
144900         GO TO 4300-EXIT
145000     END-IF.
145100     IF SQ-FA-DP-ABSENT(SQ-FA-DP-SUB)
145200         DISPLAY "WARNING - FEED FOR " SQ-FA-DP-DEPT(SQ-FA-DP-SUB)
145300             " NOT IN - CUTOFF "
145400             SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB)
145500             " - THE NIGHT GOES ON WITHOUT IT"
145600         MOVE SPACES TO SQ-ML-TEXT
145700         STRING "WARNING - FEED FOR " SQ-FA-DP-DEPT(SQ-FA-DP-SUB)
145800             " NOT IN - CUTOFF "
145900             SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB)
146000             " - THE NIGHT GOES ON WITHOUT IT"
146100             DELIMITED BY SIZE INTO SQ-ML-TEXT
146200         MOVE "SQ4505W" TO SQ-ML-MSG-ID
146300         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
146400         GO TO 4300-EXIT
146500     END-IF.
146600     IF SQ-FA-DP-STATUS(SQ-FA-DP-SUB) = "L"
146700         DISPLAY "WARNING - FEED FOR " SQ-FA-DP-DEPT(SQ-FA-DP-SUB)
146800             " LATE - CUTOFF "
146900             SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB)
147000             ", FOUND " SQ-FA-DP-FOUND-AT(SQ-FA-DP-SUB)
147100         MOVE SPACES TO SQ-ML-TEXT
147200         STRING "WARNING - FEED FOR " SQ-FA-DP-DEPT(SQ-FA-DP-SUB)
147300             " LATE - CUTOFF "
147400             SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB)
147500             ", FOUND " SQ-FA-DP-FOUND-AT(SQ-FA-DP-SUB)
147600             DELIMITED BY SIZE INTO SQ-ML-TEXT
147700         MOVE "SQ4506W" TO SQ-ML-MSG-ID
147800         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
147900     END-IF.
148000     GO TO 4300-EXIT.
148100 4300-EXIT.
148200     EXIT.
148300*
148400*****************************************************************
148500* 4500-WRITE-ONE-LINE.  ONE LINE PER DEPARTMENT DUE OR FOUND.
148600*****************************************************************
148700 4500-WRITE-ONE-LINE.
148800     IF NOT SQ-FA-DP-LISTED(SQ-FA-DP-SUB)
148900         GO TO 4500-EXIT
149000     END-IF.
149100     MOVE SQ-FA-DP-DEPT(SQ-FA-DP-SUB) TO SQ-FA-NL-DEPT.
149200     MOVE SQ-FA-DP-FEED-DD(SQ-FA-DP-SUB) TO SQ-FA-NL-FEED-DD.
149300     MOVE SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB) TO SQ-FA-NL-CUTOFF.
149400     MOVE SQ-FA-DP-FOUND-AT(SQ-FA-DP-SUB) TO SQ-FA-NL-FOUND.
149500     MOVE SQ-FA-DP-DESC(SQ-FA-DP-SUB) TO SQ-FA-NL-DESC.
149600     MOVE SQ-FA-DP-REMARK(SQ-FA-DP-SUB) TO SQ-FA-NL-REMARK.
149700     IF SQ-FA-DP-DUE(SQ-FA-DP-SUB)
149800         MOVE "YES" TO SQ-FA-NL-DUE
149900     ELSE
150000         MOVE "NO" TO SQ-FA-NL-DUE
150100     END-IF.
150200     EVALUATE SQ-FA-DP-ACTION(SQ-FA-DP-SUB)
150300         WHEN "H"
150400             MOVE "HOLD" TO SQ-FA-NL-ACTION
150500         WHEN "P"
150600             MOVE "PROCEED" TO SQ-FA-NL-ACTION
150700         WHEN OTHER
150800             MOVE SPACES TO SQ-FA-NL-ACTION
150900     END-EVALUATE.
151000     EVALUATE SQ-FA-DP-STATUS(SQ-FA-DP-SUB)
151100         WHEN "O"
151200             MOVE "ON TIME" TO SQ-FA-NL-STATUS
151300         WHEN "L"
151400             MOVE "LATE" TO SQ-FA-NL-STATUS
151500         WHEN "M"
151600             MOVE "MISSING" TO SQ-FA-NL-STATUS
151700         WHEN "W"
151800             MOVE "NOT IN YET" TO SQ-FA-NL-STATUS
151900         WHEN "U"
152000             MOVE "UNSCHED" TO SQ-FA-NL-STATUS
152100     END-EVALUATE.
152200     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
152300     WRITE SQ-FA-REPORT-LINE FROM SQ-FA-NIGHT-LINE
152400         AFTER ADVANCING 1.
152500     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
152600     ADD 1 TO SQ-FA-LINE-NO.
152700     GO TO 4500-EXIT.
152800 4500-EXIT.
152900     EXIT.
153000*
153100 4710-CHECK-PAGE-BREAK.
153200     IF SQ-FA-LINE-NO >= SQ-FA-LINES-PER-PAGE
153300         IF SQ-FA-LINE-NO NOT = 99
153400             ADD 1 TO SQ-FA-PAGE-NO
153500         END-IF
153600         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
153700     END-IF.
153800     GO TO 4710-EXIT.
153900 4710-EXIT.
154000     EXIT.
154100*
154200 4712-CHECK-REPORT-STATUS.
154300     IF SQ-FA-REPORT-STATUS NOT = "00"
154400         DISPLAY "WARNING - SQ-FA-REPORT-FILE WRITE FAILED, "
154500             "STATUS " SQ-FA-REPORT-STATUS
154600         MOVE SPACES TO SQ-ML-TEXT
154700         STRING "WARNING - SQ-FA-REPORT-FILE WRITE FAILED, "
154800             "STATUS " SQ-FA-REPORT-STATUS
154900             DELIMITED BY SIZE INTO SQ-ML-TEXT
155000         MOVE "SQ0004W" TO SQ-ML-MSG-ID
155100         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
155200     END-IF.
155300     GO TO 4712-EXIT.
155400 4712-EXIT.
155500     EXIT.
155600*
155700*****************************************************************
155800* 5000-WRITE-HISTORY.  THIS LOOK, ONE RECORD PER DEPARTMENT
155900* LISTED.  STATUS 05 ON THE EXTEND IS THE FIRST LOOK EVER - IT
156000* CREATES THE HISTORY.  A HISTORY NOT WRITTEN IS A WARNING: THE
156100* NIGHT IS JUDGED EITHER WAY, BUT THE NEXT LOOK WILL NOT KNOW
156200* WHAT THIS ONE SAW.
156300*****************************************************************
156400 5000-WRITE-HISTORY.
156500     IF SQ-FA-EXPECTED = 0 AND SQ-FA-UNSCHEDULED = 0
156600         GO TO 5000-EXIT
156700     END-IF.
156800     OPEN EXTEND SQ-FA-HIST-FILE.
156900     IF SQ-FAHIST-STATUS NOT = "00"
157000         AND SQ-FAHIST-STATUS NOT = "05"
157100         DISPLAY "WARNING - SQ-FA-HIST-FILE OPEN FAILED, STATUS "
157200             SQ-FAHIST-STATUS " - THIS LOOK NOT RECORDED"
157300         MOVE SPACES TO SQ-ML-TEXT
157400         STRING "WARNING - SQ-FA-HIST-FILE OPEN FAILED, STATUS "
157500             SQ-FAHIST-STATUS " - THIS LOOK NOT RECORDED"
157600             DELIMITED BY SIZE INTO SQ-ML-TEXT
157700         MOVE "SQ0002W" TO SQ-ML-MSG-ID
157800         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
157900         SET SQ-FA-HIST-FAILED TO TRUE
158000         SET SQ-FA-WARNED TO TRUE
158100         GO TO 5000-EXIT
158200     END-IF.
158300     PERFORM 5010-WRITE-ONE-HISTORY THRU 5010-EXIT
158400         VARYING SQ-FA-DP-SUB FROM 1 BY 1
158500         UNTIL SQ-FA-DP-SUB > SQ-FA-DP-COUNT
158600             OR SQ-FA-HIST-FAILED.
158700     CLOSE SQ-FA-HIST-FILE.
158800     GO TO 5000-EXIT.
158900 5000-EXIT.
159000     EXIT.
159100*
159200 5010-WRITE-ONE-HISTORY.
159300     IF NOT SQ-FA-DP-LISTED(SQ-FA-DP-SUB)
159400         GO TO 5010-EXIT
159500     END-IF.
159600     MOVE SPACES TO SQ-FH-RECORD.
159700     MOVE SQ-FA-NIGHT-DATE TO SQ-FH-NIGHT-DATE.
159800     MOVE SQ-FA-BUS-DATE TO SQ-FH-BUS-DATE.
159900     MOVE SQ-FA-RUN-ID TO SQ-FH-RUN-ID.
160000     MOVE SQ-FA-CHECKED-AT TO SQ-FH-CHECKED-AT.
160100     MOVE SQ-FA-FUNCTION-USED TO SQ-FH-CHECK-TYPE.
160200     MOVE SQ-FA-DP-DEPT(SQ-FA-DP-SUB) TO SQ-FH-DEPT.
160300     MOVE SQ-FA-DP-FEED-DD(SQ-FA-DP-SUB) TO SQ-FH-FEED-DD.
160400     MOVE SQ-FA-DP-DUE-SW(SQ-FA-DP-SUB) TO SQ-FH-EXPECTED.
160500     MOVE SQ-FA-DP-ACTION(SQ-FA-DP-SUB) TO SQ-FH-ACTION.
160600     MOVE SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB) TO SQ-FH-CUTOFF-AT.
160700     MOVE SQ-FA-DP-FOUND-AT(SQ-FA-DP-SUB) TO SQ-FH-FOUND-AT.
160800     MOVE SQ-FA-DP-STATUS(SQ-FA-DP-SUB) TO SQ-FH-STATUS.
160900     WRITE SQ-FH-RECORD.
161000     IF SQ-FAHIST-STATUS NOT = "00"
161100         DISPLAY "WARNING - SQ-FA-HIST-FILE WRITE FAILED, STATUS "
161200             SQ-FAHIST-STATUS
161300         MOVE SPACES TO SQ-ML-TEXT
161400         STRING "WARNING - SQ-FA-HIST-FILE WRITE FAILED, STATUS "
161500             SQ-FAHIST-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
161600         MOVE "SQ0004W" TO SQ-ML-MSG-ID
161700         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
161800         SET SQ-FA-HIST-FAILED TO TRUE
161900         SET SQ-FA-WARNED TO TRUE
162000         GO TO 5010-EXIT
162100     END-IF.
162200     ADD 1 TO SQ-FA-HIST-WRITTEN.
162300     GO TO 5010-EXIT.
162400 5010-EXIT.
162500     EXIT.
162600*
162700*****************************************************************
162800* 5500-WRITE-SUMMARY.  THE NIGHT'S OUTCOME FOR THE MORNING
162900* DIGEST, REWRITTEN EVERY CHECK - A HELD NIGHT RESUBMITTED
163000* REPLACES ITS OWN SUMMARY.  THE SLOTS CARRY EVERY FEED LATE OR
163100* NOT IN, UP TO TEN.
163200*****************************************************************
163300 5500-WRITE-SUMMARY.
163400     MOVE SPACES TO SQ-FU-RECORD.
163500     MOVE SQ-FA-RUN-ID TO SQ-FU-RUN-ID.
163600     MOVE SQ-FA-NIGHT-DATE TO SQ-FU-NIGHT-DATE.
163700     MOVE SQ-FA-BUS-DATE TO SQ-FU-BUS-DATE.
163800     MOVE SQ-FA-CHECKED-AT TO SQ-FU-CHECKED-AT.
163900     MOVE SQ-FA-HELD-SW TO SQ-FU-HELD.
164000     MOVE SQ-FA-EXPECTED TO SQ-FU-EXPECTED.
164100     MOVE SQ-FA-ON-TIME TO SQ-FU-ON-TIME.
164200     MOVE SQ-FA-LATE TO SQ-FU-LATE.
164300     MOVE SQ-FA-MISSING TO SQ-FU-MISSING.
164400     MOVE SQ-FA-UNSCHEDULED TO SQ-FU-UNSCHEDULED.
164500     MOVE 0 TO SQ-FA-SUM-SLOT.
164600     PERFORM 5510-FILL-ONE-SLOT THRU 5510-EXIT
164700         VARYING SQ-FA-DP-SUB FROM 1 BY 1
164800         UNTIL SQ-FA-DP-SUB > SQ-FA-DP-COUNT
164900             OR SQ-FA-SUM-SLOT NOT < 10.
165000     OPEN OUTPUT SQ-FA-SUMMARY-FILE.
165100     IF SQ-FASUM-STATUS NOT = "00"
165200         DISPLAY "WARNING - SQ-FA-SUMMARY-FILE OPEN FAILED, "
165300             "STATUS " SQ-FASUM-STATUS
165400         MOVE SPACES TO SQ-ML-TEXT
165500         STRING "WARNING - SQ-FA-SUMMARY-FILE OPEN FAILED, "
165600             "STATUS " SQ-FASUM-STATUS
165700             DELIMITED BY SIZE INTO SQ-ML-TEXT
165800         MOVE "SQ0002W" TO SQ-ML-MSG-ID
165900         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
166000         SET SQ-FA-WARNED TO TRUE
166100         GO TO 5500-EXIT
166200     END-IF.
166300     WRITE SQ-FU-RECORD.
166400     IF SQ-FASUM-STATUS NOT = "00"
166500         DISPLAY "WARNING - SQ-FA-SUMMARY-FILE WRITE FAILED, "
166600             "STATUS " SQ-FASUM-STATUS
166700         MOVE SPACES TO SQ-ML-TEXT
166800         STRING "WARNING - SQ-FA-SUMMARY-FILE WRITE FAILED, "
166900             "STATUS " SQ-FASUM-STATUS
167000             DELIMITED BY SIZE INTO SQ-ML-TEXT
167100         MOVE "SQ0004W" TO SQ-ML-MSG-ID
167200         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
167300         SET SQ-FA-WARNED TO TRUE
167400     END-IF.
167500     CLOSE SQ-FA-SUMMARY-FILE.
167600     GO TO 5500-EXIT.
167700 5500-EXIT.
167800     EXIT.
167900*
168000 5510-FILL-ONE-SLOT.
168100     IF NOT SQ-FA-DP-ABSENT(SQ-FA-DP-SUB)
168200         AND SQ-FA-DP-STATUS(SQ-FA-DP-SUB) NOT = "L"
168300         GO TO 5510-EXIT
168400     END-IF.
168500     ADD 1 TO SQ-FA-SUM-SLOT.
168600     MOVE SQ-FA-DP-DEPT(SQ-FA-DP-SUB)
168700         TO SQ-FU-DEPT(SQ-FA-SUM-SLOT).
168800     MOVE SQ-FA-DP-STATUS(SQ-FA-DP-SUB)
168900         TO SQ-FU-STATUS(SQ-FA-SUM-SLOT).
169000     MOVE SQ-FA-DP-ACTION(SQ-FA-DP-SUB)
169100         TO SQ-FU-ACTION(SQ-FA-SUM-SLOT).
169200     MOVE SQ-FA-DP-CUTOFF-AT(SQ-FA-DP-SUB)(12:5)
169300         TO SQ-FU-CUTOFF(SQ-FA-SUM-SLOT).
169400     MOVE SQ-FA-DP-FOUND-AT(SQ-FA-DP-SUB)(12:5)
169500         TO SQ-FU-FOUND(SQ-FA-SUM-SLOT).
169600     GO TO 5510-EXIT.
169700 5510-EXIT.
169800     EXIT.
169900*
170000*****************************************************************
170100* 6000 SERIES - THE MONTHLY ON-TIME RECORD (FUNCTION M).  ONLY
170200* THE STANDING RECORD FOR EACH NIGHT AND DEPARTMENT COUNTS - THE
170300* POLLS BEFORE IT ARE HOW IT WAS REACHED.  A FEED STILL NOT IN AT
170400* THE LAST LOOK COUNTS AS MISSING.
170500*****************************************************************
170600 6000-MONTH-REPORT.
170700     OPEN INPUT SQ-FA-HIST-FILE.
170800     MOVE SQ-FAHIST-STATUS TO SQ-FA-OPEN-STATUS.
170900     IF SQ-FA-OPEN-STATUS NOT = "00"
171000         AND SQ-FA-OPEN-STATUS NOT = "05"
171100         DISPLAY "FATAL - SQ-FA-HIST-FILE OPEN FAILED, STATUS "
171200             SQ-FA-OPEN-STATUS
171300         MOVE SPACES TO SQ-ML-TEXT
171400         STRING "FATAL - SQ-FA-HIST-FILE OPEN FAILED, STATUS "
171500             SQ-FA-OPEN-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
171600         MOVE "SQ0001S" TO SQ-ML-MSG-ID
171700         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
171800         CLOSE SQ-FA-REPORT-FILE
171900         MOVE 16 TO RETURN-CODE
172000         STOP RUN
172100     END-IF.
172200     IF SQ-FA-OPEN-STATUS = "00"
172300         MOVE "N" TO SQ-FA-EOF-SW
172400         PERFORM 6100-TAKE-ONE-HISTORY THRU 6100-EXIT
172500             UNTIL SQ-FA-EOF
172600     END-IF.
172700     CLOSE SQ-FA-HIST-FILE.
172800     PERFORM 6300-TALLY-ONE-NIGHT THRU 6300-EXIT
172900         VARYING SQ-FA-NT-SUB FROM 1 BY 1
173000         UNTIL SQ-FA-NT-SUB > SQ-FA-NT-COUNT.
173100     IF SQ-FA-MO-COUNT = 0
173200         GO TO 6000-EXIT
173300     END-IF.
173400     SET SQ-FA-COLS-MONTH TO TRUE.
173500     PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.
173600     PERFORM 6400-WRITE-ONE-MONTH THRU 6400-EXIT
173700         VARYING SQ-FA-MO-SUB FROM 1 BY 1
173800         UNTIL SQ-FA-MO-SUB > SQ-FA-MO-COUNT.
173900     IF SQ-FA-TOT-MONTHS = 1
174000         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
174100         MOVE SPACES TO SQ-FA-REPORT-LINE
174200         WRITE SQ-FA-REPORT-LINE AFTER ADVANCING 1
174300         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
174400         ADD 1 TO SQ-FA-LINE-NO
174500     END-IF.
174600     PERFORM 6500-WRITE-DEPT-TOTAL THRU 6500-EXIT.
174700     MOVE SQ-FA-GRAND-COUNTS TO SQ-FA-LINE-COUNTS.
174800     MOVE "ALL" TO SQ-FA-ML-DEPT.
174900     MOVE "TOTAL" TO SQ-FA-ML-MONTH.
175000     PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT.
175100     SET SQ-FA-COLS-NONE TO TRUE.
175200     GO TO 6000-EXIT.
175300 6000-EXIT.
175400     EXIT.
175500*
175600 6100-TAKE-ONE-HISTORY.
175700     READ SQ-FA-HIST-FILE
175800         AT END
175900             SET SQ-FA-EOF TO TRUE
176000     END-READ.
176100     IF SQ-FA-EOF
176200         GO TO 6100-EXIT
176300     END-IF.
176400     ADD 1 TO SQ-FA-HIST-READ.
176500     IF SQ-FH-NIGHT-DATE(1:7) < SQ-FA-FROM-MONTH
176600         OR SQ-FH-NIGHT-DATE(1:7) > SQ-FA-TO-MONTH
176700         GO TO 6100-EXIT
176800     END-IF.
176900     IF SQ-FA-DEPT-USED NOT = SPACES
177000         AND SQ-FH-DEPT NOT = SQ-FA-DEPT-USED
177100         GO TO 6100-EXIT
177200     END-IF.
177300     MOVE SQ-FH-NIGHT-DATE TO SQ-FA-HK-NIGHT.
177400     MOVE SQ-FH-DEPT TO SQ-FA-HK-DEPT.
177500     PERFORM 6200-FIND-NIGHT THRU 6200-EXIT.
177600     IF SQ-FA-NT-HIT = 0
177700         GO TO 6100-EXIT
177800     END-IF.
177900     MOVE SQ-FH-EXPECTED TO SQ-FA-NT-DUE(SQ-FA-NT-HIT).
178000     MOVE SQ-FH-STATUS TO SQ-FA-NT-STATUS(SQ-FA-NT-HIT).
178100     GO TO 6100-EXIT.
178200 6100-EXIT.
178300     EXIT.
178400*
178500*****************************************************************
178600* 6200-FIND-NIGHT.  THE ENTRY FOR SQ-FA-HIST-KEY, SEARCHED FROM
178700* THE NEWEST BACK - THE LOOKS AT ONE NIGHT LIE TOGETHER ON THE
178800* HISTORY - AND ADDED WHEN NEW.  A FULL TABLE LEAVES SQ-FA-NT-HIT
178900* ZERO.
179000*****************************************************************
179100 6200-FIND-NIGHT.
179200     MOVE 0 TO SQ-FA-NT-HIT.
179300     MOVE SQ-FA-NT-COUNT TO SQ-FA-NT-SUB.
179400     PERFORM 6210-TRY-ONE-NIGHT THRU 6210-EXIT
179500         UNTIL SQ-FA-NT-SUB = 0 OR SQ-FA-NT-HIT > 0.
179600     IF SQ-FA-NT-HIT > 0
179700         GO TO 6200-EXIT
179800     END-IF.
179900     IF SQ-FA-NT-COUNT NOT < 5000
180000         IF NOT SQ-FA-TABLE-FULL-WARNED
180100             DISPLAY "WARNING - MORE THAN 5000 DEPARTMENT "
180200                 "NIGHTS, LATER ONES NOT COUNTED"
180300             MOVE SPACES TO SQ-ML-TEXT
180400             STRING "WARNING - MORE THAN 5000 DEPARTMENT "
180500                 "NIGHTS, LATER ONES NOT COUNTED"
180600                 DELIMITED BY SIZE INTO SQ-ML-TEXT
180700             MOVE "SQ4507W" TO SQ-ML-MSG-ID
180800             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
180900             SET SQ-FA-TABLE-FULL-WARNED TO TRUE
181000             SET SQ-FA-WARNED TO TRUE
181100         END-IF
181200         GO TO 6200-EXIT
181300     END-IF.
181400     ADD 1 TO SQ-FA-NT-COUNT.
181500     MOVE SQ-FA-NT-COUNT TO SQ-FA-NT-HIT.
181600     MOVE SQ-FA-HIST-KEY TO SQ-FA-NT-KEY(SQ-FA-NT-HIT).
181700     GO TO 6200-EXIT.
181800 6200-EXIT.
181900     EXIT.
182000*
182100 6210-TRY-ONE-NIGHT.
182200     IF SQ-FA-NT-KEY(SQ-FA-NT-SUB) = SQ-FA-HIST-KEY
182300         MOVE SQ-FA-NT-SUB TO SQ-FA-NT-HIT
182400     END-IF.
182500     SUBTRACT 1 FROM SQ-FA-NT-SUB.
182600     GO TO 6210-EXIT.
182700 6210-EXIT.
182800     EXIT.
182900*
183000 6300-TALLY-ONE-NIGHT.
183100     MOVE SQ-FA-NT-DEPT(SQ-FA-NT-SUB) TO SQ-FA-MK-DEPT.
183200     MOVE SQ-FA-NT-NIGHT(SQ-FA-NT-SUB)(1:7) TO SQ-FA-MK-MONTH.
183300     PERFORM 6310-FIND-MONTH THRU 6310-EXIT.
183400     IF SQ-FA-MO-HIT = 0
183500         GO TO 6300-EXIT
183600     END-IF.
183700     IF SQ-FA-NT-DUE(SQ-FA-NT-SUB) = "Y"
183800         ADD 1 TO SQ-FA-MO-DUE(SQ-FA-MO-HIT)
183900     END-IF.
184000     EVALUATE SQ-FA-NT-STATUS(SQ-FA-NT-SUB)
184100         WHEN "O"
184200             ADD 1 TO SQ-FA-MO-ON-TIME(SQ-FA-MO-HIT)
184300         WHEN "L"
184400             ADD 1 TO SQ-FA-MO-LATE(SQ-FA-MO-HIT)
184500         WHEN "M"
184600         WHEN "W"
184700             ADD 1 TO SQ-FA-MO-MISSING(SQ-FA-MO-HIT)
184800         WHEN "U"
184900             ADD 1 TO SQ-FA-MO-UNSCHED(SQ-FA-MO-HIT)
185000     END-EVALUATE.
185100     GO TO 6300-EXIT.
185200 6300-EXIT.
185300     EXIT.
185400*
185500*****************************************************************
185600* 6310-FIND-MONTH.  THE ENTRY FOR SQ-FA-MONTH-KEY, ADDED IN KEY
185700* ORDER WHEN NEW.  A FULL TABLE LEAVES SQ-FA-MO-HIT ZERO.
185800*****************************************************************
185900 6310-FIND-MONTH.
186000     MOVE 0 TO SQ-FA-MO-HIT.
186100     MOVE 0 TO SQ-FA-MO-SLOT.
186200     PERFORM 6320-TRY-ONE-MONTH THRU 6320-EXIT
186300         VARYING SQ-FA-MO-SUB FROM 1 BY 1
186400         UNTIL SQ-FA-MO-SUB > SQ-FA-MO-COUNT
186500             OR SQ-FA-MO-HIT > 0 OR SQ-FA-MO-SLOT > 0.
186600     IF SQ-FA-MO-HIT > 0
186700         GO TO 6310-EXIT
186800     END-IF.
186900     IF SQ-FA-MO-COUNT NOT < 600
187000         IF NOT SQ-FA-MO-FULL-WARNED
187100             DISPLAY "WARNING - MORE THAN 600 DEPARTMENT "
187200                 "MONTHS, LATER ONES NOT REPORTED"
187300             MOVE SPACES TO SQ-ML-TEXT
187400             STRING "WARNING - MORE THAN 600 DEPARTMENT "
187500                 "MONTHS, LATER ONES NOT REPORTED"
187600                 DELIMITED BY SIZE INTO SQ-ML-TEXT
187700             MOVE "SQ4510W" TO SQ-ML-MSG-ID
187800             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
187900             SET SQ-FA-MO-FULL-WARNED TO TRUE
188000             SET SQ-FA-WARNED TO TRUE
188100         END-IF
188200         GO TO 6310-EXIT
188300     END-IF.
188400     IF SQ-FA-MO-SLOT = 0
188500         COMPUTE SQ-FA-MO-SLOT = SQ-FA-MO-COUNT + 1
188600     ELSE
188700         MOVE SQ-FA-MO-COUNT TO SQ-FA-MO-SUB
188800         PERFORM 6330-SHIFT-ONE-MONTH THRU 6330-EXIT
188900             UNTIL SQ-FA-MO-SUB < SQ-FA-MO-SLOT
189000     END-IF.
189100     ADD 1 TO SQ-FA-MO-COUNT.
189200     MOVE SQ-FA-MO-SLOT TO SQ-FA-MO-HIT.
189300     MOVE SQ-FA-MONTH-KEY TO SQ-FA-MO-KEY(SQ-FA-MO-HIT).
189400     MOVE ZERO TO SQ-FA-MO-DUE(SQ-FA-MO-HIT).
189500     MOVE ZERO TO SQ-FA-MO-ON-TIME(SQ-FA-MO-HIT).
189600     MOVE ZERO TO SQ-FA-MO-LATE(SQ-FA-MO-HIT).
189700     MOVE ZERO TO SQ-FA-MO-MISSING(SQ-FA-MO-HIT).
189800     MOVE ZERO TO SQ-FA-MO-UNSCHED(SQ-FA-MO-HIT).
189900     GO TO 6310-EXIT.
190000 6310-EXIT.
190100     EXIT.
190200*
190300 6320-TRY-ONE-MONTH.
190400     IF SQ-FA-MO-KEY(SQ-FA-MO-SUB) = SQ-FA-MONTH-KEY
190500         MOVE SQ-FA-MO-SUB TO SQ-FA-MO-HIT
190600     END-IF.
190700     IF SQ-FA-MO-KEY(SQ-FA-MO-SUB) > SQ-FA-MONTH-KEY
190800         MOVE SQ-FA-MO-SUB TO SQ-FA-MO-SLOT
190900     END-IF.
191000     GO TO 6320-EXIT.
191100 6320-EXIT.
191200     EXIT.
191300*
191400 6330-SHIFT-ONE-MONTH.
191500     MOVE SQ-FA-MO-ENTRY(SQ-FA-MO-SUB)
191600         TO SQ-FA-MO-ENTRY(SQ-FA-MO-SUB + 1).
191700     SUBTRACT 1 FROM SQ-FA-MO-SUB.
191800     GO TO 6330-EXIT.
191900 6330-EXIT.
192000     EXIT.
192100*
192200*****************************************************************
192300* 6400-WRITE-ONE-MONTH.  THE MONTHS COME IN DEPARTMENT ORDER; A
192400* CHANGE OF DEPARTMENT PRINTS THE LAST ONE'S TOTAL FIRST.
192500*****************************************************************
192600 6400-WRITE-ONE-MONTH.
192700     IF SQ-FA-MO-DEPT(SQ-FA-MO-SUB) NOT = SQ-FA-TOT-DEPT
192800         PERFORM 6500-WRITE-DEPT-TOTAL THRU 6500-EXIT
192900         MOVE SQ-FA-MO-DEPT(SQ-FA-MO-SUB) TO SQ-FA-TOT-DEPT
193000     END-IF.
193100     MOVE SQ-FA-MO-COUNTS(SQ-FA-MO-SUB) TO SQ-FA-LINE-COUNTS.
193200     ADD SQ-FA-LC-DUE TO SQ-FA-DT-DUE SQ-FA-GT-DUE.
193300     ADD SQ-FA-LC-ON-TIME TO SQ-FA-DT-ON-TIME SQ-FA-GT-ON-TIME.
193400     ADD SQ-FA-LC-LATE TO SQ-FA-DT-LATE SQ-FA-GT-LATE.
193500     ADD SQ-FA-LC-MISSING TO SQ-FA-DT-MISSING SQ-FA-GT-MISSING.
193600     ADD SQ-FA-LC-UNSCHED TO SQ-FA-DT-UNSCHED SQ-FA-GT-UNSCHED.
193700     ADD 1 TO SQ-FA-TOT-MONTHS.
193800     MOVE SQ-FA-MO-DEPT(SQ-FA-MO-SUB) TO SQ-FA-ML-DEPT.
193900     MOVE SQ-FA-MO-MONTH(SQ-FA-MO-SUB) TO SQ-FA-ML-MONTH.
194000     PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT.
194100     GO TO 6400-EXIT.
194200 6400-EXIT.
194300     EXIT.
194400*
194500*    A DEPARTMENT WITH MORE THAN ONE MONTH GETS A TOTAL LINE AND A
194600*    BLANK LINE AFTER IT.
194700 6500-WRITE-DEPT-TOTAL.
194800     IF SQ-FA-TOT-MONTHS > 1
194900         MOVE SQ-FA-DEPT-COUNTS TO SQ-FA-LINE-COUNTS
195000         MOVE SQ-FA-TOT-DEPT TO SQ-FA-ML-DEPT
195100         MOVE "TOTAL" TO SQ-FA-ML-MONTH
195200         PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT
195300         PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
195400         MOVE SPACES TO SQ-FA-REPORT-LINE
195500         WRITE SQ-FA-REPORT-LINE AFTER ADVANCING 1
195600         PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
195700         ADD 1 TO SQ-FA-LINE-NO
195800     END-IF.
195900     MOVE ZERO TO SQ-FA-TOT-MONTHS.
196000     MOVE ZERO TO SQ-FA-DT-DUE SQ-FA-DT-ON-TIME SQ-FA-DT-LATE
196100         SQ-FA-DT-MISSING SQ-FA-DT-UNSCHED.
196200     GO TO 6500-EXIT.
196300 6500-EXIT.
196400     EXIT.
196500*
196600*    6600-WRITE-COUNT-LINE.  SQ-FA-LINE-COUNTS UNDER THE
196700*    DEPARTMENT AND MONTH ALREADY SET.  THE ON-TIME PERCENT IS OF
196800*    THE NIGHTS DUE; WITH NONE DUE IT IS LEFT BLANK.
196900 6600-WRITE-COUNT-LINE.
197000     MOVE SQ-FA-LC-DUE TO SQ-FA-ML-DUE.
197100     MOVE SQ-FA-LC-ON-TIME TO SQ-FA-ML-ON-TIME.
197200     MOVE SQ-FA-LC-LATE TO SQ-FA-ML-LATE.
197300     MOVE SQ-FA-LC-MISSING TO SQ-FA-ML-MISSING.
197400     MOVE SQ-FA-LC-UNSCHED TO SQ-FA-ML-UNSCHED.
197500     MOVE SPACES TO SQ-FA-ML-PCT.
197600     IF SQ-FA-LC-DUE > 0
197700         COMPUTE SQ-FA-PCT-WORK ROUNDED =
197800             SQ-FA-LC-ON-TIME * 100 / SQ-FA-LC-DUE
197900         MOVE SQ-FA-PCT-WORK TO SQ-FA-ED-PCT
198000         MOVE SQ-FA-ED-PCT TO SQ-FA-ML-PCT
198100     END-IF.
198200     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
198300     WRITE SQ-FA-REPORT-LINE FROM SQ-FA-MONTH-LINE
198400         AFTER ADVANCING 1.
198500     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
198600     ADD 1 TO SQ-FA-LINE-NO.
198700     GO TO 6600-EXIT.
198800 6600-EXIT.
198900     EXIT.
199000*
199100*****************************************************************
199200* 8000-FIND-DEPT.  SETS SQ-FA-DP-HIT TO SQ-FA-FIND-DEPT'S ENTRY IN
199300* THE NIGHT'S TABLE, OR ZERO.
199400*****************************************************************
199500 8000-FIND-DEPT.
199600     MOVE 0 TO SQ-FA-DP-HIT.
199700     MOVE 1 TO SQ-FA-DP-SUB.
199800     PERFORM 8010-MATCH-ONE-DEPT THRU 8010-EXIT
199900         UNTIL SQ-FA-DP-HIT > 0 OR SQ-FA-DP-SUB > SQ-FA-DP-COUNT.
200000     GO TO 8000-EXIT.
200100 8000-EXIT.
200200     EXIT.
200300*
200400 8010-MATCH-ONE-DEPT.
200500     IF SQ-FA-DP-DEPT(SQ-FA-DP-SUB) = SQ-FA-FIND-DEPT
200600         MOVE SQ-FA-DP-SUB TO SQ-FA-DP-HIT
200700     END-IF.
200800     ADD 1 TO SQ-FA-DP-SUB.
200900     GO TO 8010-EXIT.
201000 8010-EXIT.
201100     EXIT.
201200*
201300*****************************************************************
201400* 9000 SERIES - THE SUMMARY, THE VERDICT, AND THE RETURN CODE.
201500*****************************************************************
201600 9000-TERMINATE.
201700     IF SQ-FA-LINE-NO = 99
201800         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
201900     END-IF.
202000     EVALUATE TRUE
202100         WHEN SQ-FA-REFUSED
202200             CONTINUE
202300         WHEN SQ-FA-MONTHLY
202400             MOVE "HISTORY RECORDS READ      :" TO SQ-FA-SM-LABEL
202500             MOVE SQ-FA-HIST-READ TO SQ-FA-SM-COUNT
202600             PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
202700             MOVE "DEPARTMENT NIGHTS COUNTED :" TO SQ-FA-SM-LABEL
202800             MOVE SQ-FA-NT-COUNT TO SQ-FA-SM-COUNT
202900             PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
203000         WHEN OTHER
203100             MOVE "FEEDS DUE TONIGHT         :" TO SQ-FA-SM-LABEL
203200             MOVE SQ-FA-EXPECTED TO SQ-FA-SM-COUNT
203300             PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
203400             MOVE "  ON TIME                 :" TO SQ-FA-SM-LABEL
203500             MOVE SQ-FA-ON-TIME TO SQ-FA-SM-COUNT
203600             PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
203700             MOVE "  LATE                    :" TO SQ-FA-SM-LABEL
203800             MOVE SQ-FA-LATE TO SQ-FA-SM-COUNT
203900             PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
204000             MOVE "  NOT IN                  :" TO SQ-FA-SM-LABEL
204100             MOVE SQ-FA-MISSING TO SQ-FA-SM-COUNT
204200             PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
204300             MOVE "FEEDS IN, NOT DUE         :" TO SQ-FA-SM-LABEL
204400             MOVE SQ-FA-UNSCHEDULED TO SQ-FA-SM-COUNT
204500             PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
204600             MOVE "SCHEDULE ENTRIES REJECTED :" TO SQ-FA-SM-LABEL
204700             MOVE SQ-FA-REJECTED TO SQ-FA-SM-COUNT
204800             PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
204900             MOVE "ADDED TO THE HISTORY      :" TO SQ-FA-SM-LABEL
205000             MOVE SQ-FA-HIST-WRITTEN TO SQ-FA-SM-COUNT
205100             PERFORM 9200-WRITE-SUMMARY-LINE THRU 9200-EXIT
205200     END-EVALUATE.
205300     PERFORM 9300-WRITE-VERDICT THRU 9300-EXIT.
205400     CLOSE SQ-FA-REPORT-FILE.
205500     GO TO 9000-EXIT.
205600 9000-EXIT.
205700     EXIT.
205800*
205900 9200-WRITE-SUMMARY-LINE.
206000     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
206100     IF SQ-FA-SM-LABEL(1:9) = "FEEDS DUE"
206200         OR SQ-FA-SM-LABEL(1:7) = "HISTORY"
206300         WRITE SQ-FA-REPORT-LINE FROM SQ-FA-SUMMARY-LINE
206400             AFTER ADVANCING 2
206500         ADD 1 TO SQ-FA-LINE-NO
206600     ELSE
206700         WRITE SQ-FA-REPORT-LINE FROM SQ-FA-SUMMARY-LINE
206800             AFTER ADVANCING 1
206900     END-IF.
207000     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
207100     ADD 1 TO SQ-FA-LINE-NO.
207200     GO TO 9200-EXIT.
207300 9200-EXIT.
207400     EXIT.
207500*
207600 9300-WRITE-VERDICT.
207700     MOVE SPACES TO SQ-FA-VERDICT.
207800     MOVE SQ-FA-EXPECTED TO SQ-FA-ED-OF.
207900     COMPUTE SQ-FA-ED-COUNT = SQ-FA-ON-TIME + SQ-FA-LATE.
208000     EVALUATE TRUE
208100         WHEN SQ-FA-REFUSED
208200             MOVE SQ-FA-NOTE TO SQ-FA-NO-NOTE
208300             PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT
208400             WRITE SQ-FA-REPORT-LINE FROM SQ-FA-NOTHING-LINE
208500                 AFTER ADVANCING 2
208600             PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT
208700             STRING "CONTROL CARD REJECTED - " SQ-FA-NOTE
208800                 DELIMITED BY SIZE INTO SQ-FA-VERDICT
208900             MOVE 8 TO RETURN-CODE
209000         WHEN SQ-FA-MONTHLY AND SQ-FA-MO-COUNT = 0
209100             STRING "NO FEED ARRIVALS ON THE HISTORY FOR "
209200                 SQ-FA-FROM-MONTH " TO " SQ-FA-TO-MONTH
209300                 DELIMITED BY SIZE INTO SQ-FA-VERDICT
209400             MOVE 4 TO RETURN-CODE
209500         WHEN SQ-FA-MONTHLY
209600             STRING "ON-TIME RECORD REPORTED FOR "
209700                 SQ-FA-FROM-MONTH
209800                 " TO " SQ-FA-TO-MONTH DELIMITED BY SIZE
209900                 INTO SQ-FA-VERDICT
210000         WHEN SQ-FA-NIGHT-HELD
210100             STRING "*** NIGHT HELD - FEEDS NOT IN:"
210200                 SQ-FA-HELD-LIST " ***" DELIMITED BY "  "
210300                 INTO SQ-FA-VERDICT
210400             MOVE 12 TO RETURN-CODE
210500         WHEN SQ-FA-POLL
210600             STRING "POLL RECORDED -" SQ-FA-ED-COUNT " OF"
210700                 SQ-FA-ED-OF " FEEDS DUE ARE IN" DELIMITED BY SIZE
210800                 INTO SQ-FA-VERDICT
210900         WHEN SQ-FA-MISSING > 0
211000             MOVE "FEEDS NOT IN - THE NIGHT GOES ON WITHOUT THEM"
211100                 TO SQ-FA-VERDICT
211200             MOVE 4 TO RETURN-CODE
211300         WHEN SQ-FA-LATE > 0
211400             MOVE "EVERY FEED DUE IS IN - SOME LATE, SEE ABOVE"
211500                 TO SQ-FA-VERDICT
211600             MOVE 4 TO RETURN-CODE
211700         WHEN NOT SQ-FA-PROCESSING-DAY
211800             MOVE "NOT A PROCESSING DAY - NO FEED DUE"
211900                 TO SQ-FA-VERDICT
212000         WHEN SQ-FA-EXPECTED = 0
212100             MOVE "NO FEED DUE TONIGHT" TO SQ-FA-VERDICT
212200         WHEN OTHER
212300             MOVE "EVERY FEED DUE IS IN ON TIME" TO SQ-FA-VERDICT
212400     END-EVALUATE.
212500     IF SQ-FA-WARNED AND RETURN-CODE < 4
212600         MOVE 4 TO RETURN-CODE
212700     END-IF.
212800     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
212900     WRITE SQ-FA-REPORT-LINE FROM SQ-FA-VERDICT-LINE
213000         AFTER ADVANCING 2.
213100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
213200     DISPLAY "SQFARRIV - " SQ-FA-VERDICT.
213300     GO TO 9300-EXIT.
213400 9300-EXIT.
213500     EXIT.
213600*
213700*****************************************************************
213800* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
213900* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
214000* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
214100* WAY.
214200*****************************************************************
214300 9800-LOG-MESSAGE.
214400     MOVE "SQFARRIV" TO SQ-ML-PROGRAM.
214500     MOVE SQ-FA-RUN-ID TO SQ-ML-RUN-ID.
214600     MOVE SQ-FA-BUS-DATE TO SQ-ML-BUS-DATE.
214700     CALL "SQMSGLOG" USING SQ-ML-AREA.
214800     GO TO 9800-EXIT.
214900 9800-EXIT.
215000     EXIT.
