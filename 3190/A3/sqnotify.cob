000100*****************************************************************
000200* PROGRAM-ID.  SQNOTIFY
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  OUTBOUND NOTIFICATION EXTRACT TO DEPARTMENT CONTACTS,
001000*     RUN AS THE LAST SQBATCH STEP.  DEPARTMENTS LEARNED OF THEIR
001100*     REJECTS, EXCEPTIONS AND DELIVERIES ONLY WHEN SOMEONE IN
001200*     OPERATIONS READ THE DIGEST AND PICKED UP THE PHONE.  THIS
001300*     STEP GATHERS THE NIGHT - RUN ID, BUSINESS DATE AND START
001400*     TIME FROM THE RUN REGISTRY - AND FOR EVERY DEPARTMENT ON THE
001500*     CONTACT MASTER (SEE SQCONTCT) WRITES ONE FIXED-LAYOUT RECORD
001600*     PER SUBSCRIBED EVENT (SEE SQNTREC) FOR THE MAIL GATEWAY -
001700*       REJ  THE DEPARTMENT'S ROWS ON TONIGHT'S REJECT DATASET;
001800*       RPR  THE REPROCESSING OUTCOME (SQRPSUM, TONIGHT'S BUSINESS
001900*            DATE ONLY) - A WHOLE-NIGHT FIGURE;
002000*       DRF  THE DRIFT FLAGS OF THE RESULTS COMPARE (SQCPSUM,
002100*            TONIGHT'S RUN ID ONLY) - A WHOLE-NIGHT FIGURE;
002200*       ACK  THE DEPARTMENT'S DELIVERY ACKNOWLEDGMENT OF THE
002300*            LATEST RUN VERIFIED (SQRESACK), READ AS THE DIGEST
002400*            READS IT;
002500*       QUE  THE DEPARTMENT'S QUEUE ENTRIES POSTED SINCE TONIGHT'S
002600*            RUN STARTED, AND THOSE STILL DEFERRED OVER QUOTA.
002700*     A QUEUE ENTRY WITH NO DEPARTMENT IS CHARGED TO ITS
002800*     REQUESTER'S OWNING DEPARTMENT ON THE AUTHORIZATION MASTER,
002900*     AS THE DRAIN DOES.  AN EVENT WITH NOTHING TO SAY WRITES
003000*     NOTHING.
003100*     EACH RECORD SAYS WHAT HAPPENED AND WHAT, IF ANYTHING, THE
003200*     DEPARTMENT NEEDS TO DO.  THE REPORT LISTS EVERY NOTIFICATION
003300*     WRITTEN AND ANY DEPARTMENT THAT NEEDS TO ACT BUT HAS NO
003400*     CONTACT ON FILE.
003500*
003600*     RC=0 NORMALLY.  RC=4 WHEN THERE IS NO CONTACT MASTER, OR A
003700*     DEPARTMENT THAT NEEDS TO ACT COULD NOT BE TOLD.  RC=16 ON A
003800*     FILE FAILURE.  EVERY INPUT BEYOND THE REGISTRY IS OPTIONAL.
003900*
004000* MODIFICATION HISTORY.
004100*     2026-10-15  DL  INITIAL VERSION.
004120*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
004140*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
004160*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
004180*                     COPYBOOK SQMSGCAT).
004200*****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.  SQNOTIFY.
004500 AUTHOR.      D. LOCKWOOD.
004600 INSTALLATION. 3190 SYSTEMS.
004700 DATE-WRITTEN. 2026-10-15.
004800 DATE-COMPILED.
004900*
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT SQ-RUNREG-FILE ASSIGN TO SQRUNREG
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS SQ-RUNREG-STATUS.
005600*
005700     SELECT OPTIONAL SQ-CONTACT-FILE ASSIGN TO SQCONTCT
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS SQ-CONTACT-STATUS.
006000*
006100     SELECT OPTIONAL SQ-AUTH-FILE ASSIGN TO SQAUTH
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS IS SQ-AUTH-STATUS.
006400*
006500     SELECT OPTIONAL SQ-REJECT-FILE ASSIGN TO SQREJECT
006600         ORGANIZATION LINE SEQUENTIAL
006700         FILE STATUS IS SQ-REJECT-STATUS.
006800*
006900     SELECT OPTIONAL SQ-RP-SUMMARY-FILE ASSIGN TO SQRPSUM
007000         ORGANIZATION LINE SEQUENTIAL
007100         FILE STATUS IS SQ-RPSUM-STATUS.
007200*
007300     SELECT OPTIONAL SQ-CP-SUMMARY-FILE ASSIGN TO SQCPSUM
007400         ORGANIZATION LINE SEQUENTIAL
007500         FILE STATUS IS SQ-CPSUM-STATUS.
007600*
007700     SELECT OPTIONAL SQ-ACK-FILE ASSIGN TO SQRESACK
007800         ORGANIZATION LINE SEQUENTIAL
007900         FILE STATUS IS SQ-ACK-STATUS.
008000*
008100     SELECT OPTIONAL SQ-QUEUE-FILE ASSIGN TO SQQUEUE
008200         ORGANIZATION INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS SQ-QUE-KEY
008500         FILE STATUS IS SQ-QUEUE-STATUS.
008600*
008700     SELECT SQ-NOTIFY-FILE ASSIGN TO SQNOTOUT
008800         ORGANIZATION LINE SEQUENTIAL
008900         FILE STATUS IS SQ-NOTIFY-STATUS.
009000*
009100     SELECT SQ-NF-REPORT-FILE ASSIGN TO SQNFRPT
009200         ORGANIZATION LINE SEQUENTIAL
009300         FILE STATUS IS SQ-NF-REPORT-STATUS.
009400*
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  SQ-RUNREG-FILE.
009800     COPY SQRUNREG.
009900*
010000 FD  SQ-CONTACT-FILE.
010100     COPY SQCONTCT.
010200*
010300 FD  SQ-AUTH-FILE.
010400     COPY SQAUTH.
010500*
010600 FD  SQ-REJECT-FILE.
010700     COPY SQREJECT.
010800*
010900 FD  SQ-RP-SUMMARY-FILE.
011000     COPY SQRPSUM.
011100*
011200 FD  SQ-CP-SUMMARY-FILE.
011300     COPY SQCPSUM.
011400*
011500 FD  SQ-ACK-FILE.
011600 01  SQ-ACK-RECORD                 PIC X(80).
011700*
011800 FD  SQ-QUEUE-FILE.
011900     COPY SQQUEUE.
012000*
012100 FD  SQ-NOTIFY-FILE.
012200     COPY SQNTREC.
012300*
012400 FD  SQ-NF-REPORT-FILE.
012500 01  SQ-NF-REPORT-LINE             PIC X(152).
012600*
012700 WORKING-STORAGE SECTION.
012800*
012900*****************************************************************
013000* THE ACKNOWLEDGMENT LAYOUT (SEE SQRESCTL).
013100*****************************************************************
013200     COPY SQRESCTL.
013300*
013400*****************************************************************
013500* SWITCHES AND FILE STATUS.
013600*****************************************************************
013700 01  SQ-NF-SWITCHES.
013800     05  SQ-NF-EOF-SW              PIC X(01) VALUE "N".
013900         88  SQ-NF-EOF                 VALUE "Y".
014000     05  SQ-NF-RPSUM-SW            PIC X(01) VALUE "N".
014100         88  SQ-NF-RPSUM-PRESENT       VALUE "Y".
014200     05  SQ-NF-CPSUM-SW            PIC X(01) VALUE "N".
014300         88  SQ-NF-CPSUM-PRESENT       VALUE "Y".
014400     05  SQ-NF-NIGHT-ACK-SW        PIC X(01) VALUE "N".
014500         88  SQ-NF-NIGHT-ACK-PRESENT   VALUE "Y".
014600     05  SQ-NF-SEND-SW             PIC X(01) VALUE "N".
014700         88  SQ-NF-SEND                VALUE "Y".
014800     05  SQ-NF-ATTENTION-SW        PIC X(01) VALUE "N".
014900         88  SQ-NF-ATTENTION-NEEDED    VALUE "Y".
015000*
015100 01  SQ-NF-FILE-STATUSES.
015200     05  SQ-RUNREG-STATUS          PIC X(02) VALUE "00".
015300     05  SQ-CONTACT-STATUS         PIC X(02) VALUE "00".
015400     05  SQ-AUTH-STATUS            PIC X(02) VALUE "00".
015500     05  SQ-REJECT-STATUS          PIC X(02) VALUE "00".
015600     05  SQ-RPSUM-STATUS           PIC X(02) VALUE "00".
015700     05  SQ-CPSUM-STATUS           PIC X(02) VALUE "00".
015800     05  SQ-ACK-STATUS             PIC X(02) VALUE "00".
015900     05  SQ-QUEUE-STATUS           PIC X(02) VALUE "00".
016000     05  SQ-NOTIFY-STATUS          PIC X(02) VALUE "00".
016100     05  SQ-NF-REPORT-STATUS       PIC X(02) VALUE "00".
016200*
016300*****************************************************************
016400* THE NIGHT, FROM THE RUN REGISTRY, AND THE WHOLE-NIGHT FIGURES.
016500*****************************************************************
016600 01  SQ-NF-NIGHT.
016700     05  SQ-NF-RUN-ID              PIC 9(05) VALUE ZERO.
016800     05  SQ-NF-BUS-DATE            PIC X(10) VALUE SPACES.
016900     05  SQ-NF-RUN-STARTED         PIC X(26) VALUE SPACES.
017000     05  SQ-NF-RP-SELECTED         PIC 9(09) VALUE ZERO.
017100     05  SQ-NF-RP-CLEARED          PIC 9(09) VALUE ZERO.
017200     05  SQ-NF-RP-UNRESOLVED       PIC 9(09) VALUE ZERO.
017300     05  SQ-NF-RP-WAIVED           PIC 9(09) VALUE ZERO.
017400     05  SQ-NF-CP-PAIRS            PIC 9(09) VALUE ZERO.
017500     05  SQ-NF-CP-DRIFT            PIC 9(09) VALUE ZERO.
017600     05  SQ-NF-CP-NEW              PIC 9(09) VALUE ZERO.
017700     05  SQ-NF-CP-UNMATCHED        PIC 9(09) VALUE ZERO.
017800     05  SQ-NF-CP-FLAGGED          PIC 9(09) VALUE ZERO.
017900     05  SQ-NF-ACK-RUN             PIC 9(05) VALUE ZERO.
018000     05  SQ-NF-NIGHT-ACK-STAT      PIC X(02) VALUE SPACES.
018100     05  SQ-NF-NIGHT-ACK-ROWS      PIC 9(09) VALUE ZERO.
018200*
018300*****************************************************************
018400* THE CONTACT MASTER IN STORAGE - AT MOST 100 DEPARTMENTS.  AN
018500* ENTRY IS WORKED ON THROUGH SQ-NFC-RECORD (THE SQCONTCT LAYOUT).
018600*****************************************************************
018700 01  SQ-NF-CONTACT-AREA.
018800     05  SQ-NF-CONTACT-COUNT       PIC 9(03) COMP VALUE ZERO.
018900     05  SQ-NF-CSUB                PIC 9(03) COMP VALUE ZERO.
019000     05  SQ-NF-CONTACT-HIT         PIC 9(03) COMP VALUE ZERO.
019100     05  SQ-NF-CONTACT-ENTRY OCCURS 100 TIMES
019200                                   PIC X(160).
019300*
019400     COPY SQCONTCT REPLACING LEADING ==SQ-CON== BY ==SQ-NFC==.
019500*
019600*****************************************************************
019700* REQUESTER OWNING DEPARTMENTS (AUTHORIZATION MASTER TYPE R), FOR
019800* QUEUE ENTRIES SUBMITTED WITHOUT A DEPARTMENT.
019900*****************************************************************
020000 01  SQ-NF-REQ-AREA.
020100     05  SQ-NF-REQ-COUNT           PIC 9(03) COMP VALUE ZERO.
020200     05  SQ-NF-RSUB                PIC 9(03) COMP VALUE ZERO.
020300     05  SQ-NF-REQ-HIT             PIC 9(03) COMP VALUE ZERO.
020400     05  SQ-NF-REQ-TABLE OCCURS 500 TIMES.
020500         10  SQ-NF-REQ-ID          PIC X(08).
020600         10  SQ-NF-REQ-OWNER       PIC X(03).
020700*
020800*****************************************************************
020900* TONIGHT'S ACTIVITY BY DEPARTMENT - AT MOST 100 DEPARTMENTS.
021000*****************************************************************
021100 01  SQ-NF-DEPT-AREA.
021200     05  SQ-NF-DEPT-COUNT          PIC 9(03) COMP VALUE ZERO.
021300     05  SQ-NF-DSUB                PIC 9(03) COMP VALUE ZERO.
021400     05  SQ-NF-DEPT-HIT            PIC 9(03) COMP VALUE ZERO.
021500     05  SQ-NF-DEPT-ENTRY OCCURS 100 TIMES.
021600         10  SQ-NF-DT-DEPT         PIC X(03).
021700         10  SQ-NF-DT-REJECTS      PIC 9(09).
021800         10  SQ-NF-DT-REASONS      PIC 9(09).
021900         10  SQ-NF-DT-LEAD-REASON  PIC X(04).
022000         10  SQ-NF-DT-LEAD-COUNT   PIC 9(09).
022100         10  SQ-NF-DT-Q-COMPLETE   PIC 9(09).
022200         10  SQ-NF-DT-Q-REJECTED   PIC 9(09).
022300         10  SQ-NF-DT-Q-DEFERRED   PIC 9(09).
022400         10  SQ-NF-DT-ACK-STAT     PIC X(02).
022500         10  SQ-NF-DT-ACK-ROWS     PIC 9(09).
022600*
022700*    REJECT ROWS BY DEPARTMENT AND REASON CODE, FOR THE LEADING
022800*    REASON - AT MOST 500 PAIRS.
022900 01  SQ-NF-REASON-AREA.
023000     05  SQ-NF-RN-COUNT            PIC 9(03) COMP VALUE ZERO.
023100     05  SQ-NF-NSUB                PIC 9(03) COMP VALUE ZERO.
023200     05  SQ-NF-RN-HIT              PIC 9(03) COMP VALUE ZERO.
023300     05  SQ-NF-RN-ENTRY OCCURS 500 TIMES.
023400         10  SQ-NF-RN-DEPT         PIC X(03).
023500         10  SQ-NF-RN-CODE         PIC X(04).
023600         10  SQ-NF-RN-ROWS         PIC 9(09).
023700*
023800*    THE ACKNOWLEDGMENTS OF THE LATEST RUN VERIFIED, ONE PER
023900*    DEPARTMENT, AS THE DIGEST KEEPS THEM.
024000 01  SQ-NF-ACK-TABLE.
024100     05  SQ-NF-ACK-KEPT            PIC 9(04) COMP VALUE ZERO.
024200     05  SQ-NF-ASUB                PIC 9(04) COMP VALUE ZERO.
024300     05  SQ-NF-ACK-ENTRY OCCURS 20 TIMES.
024400         10  SQ-NF-ACK-DEPT        PIC X(03).
024500         10  SQ-NF-ACK-STAT        PIC X(02).
024600         10  SQ-NF-ACK-ROWS        PIC 9(09).
024700*
024800*****************************************************************
024900* THE EVENT CODES, IN THE ORDER OF THE SUBSCRIPTION FLAGS ON THE
025000* CONTACT MASTER.
025100*****************************************************************
025200 01  SQ-NF-EVENT-DATA.
025300     05  FILLER                    PIC X(15)
025400                                   VALUE "REJRPRDRFACKQUE".
025500 01  SQ-NF-EVENT-TABLE REDEFINES SQ-NF-EVENT-DATA.
025600     05  SQ-NF-EVENT-CODE          PIC X(03) OCCURS 5 TIMES.
025700*
025800*****************************************************************
025900* COUNTERS AND WORK FIELDS.
026000*****************************************************************
026100 01  SQ-NF-COUNTERS.
026200     05  SQ-NF-WRITTEN             PIC 9(07) VALUE ZERO.
026300     05  SQ-NF-ACTION-COUNT        PIC 9(07) VALUE ZERO.
026400     05  SQ-NF-UNSERVED            PIC 9(07) VALUE ZERO.
026500     05  SQ-NF-REJ-NO-DEPT         PIC 9(09) VALUE ZERO.
026600     05  SQ-NF-QUE-NO-DEPT         PIC 9(09) VALUE ZERO.
026700     05  SQ-NF-DROPPED             PIC 9(09) VALUE ZERO.
026800*
026900 01  SQ-NF-WORK-FIELDS.
027000     05  SQ-NF-EV-SUB              PIC 9(02) COMP VALUE ZERO.
027100     05  SQ-NF-FIND-DEPT           PIC X(03) VALUE SPACES.
027200     05  SQ-NF-ADD-SW              PIC X(01) VALUE "N".
027300         88  SQ-NF-ADD-IF-MISSING      VALUE "Y".
027400     05  SQ-NF-POSTED-SW           PIC X(01) VALUE "N".
027500         88  SQ-NF-POSTED-TONIGHT      VALUE "Y".
027600     05  SQ-NF-ACK-STAT-WORK       PIC X(02) VALUE SPACES.
027700     05  SQ-NF-ACK-ROWS-WORK       PIC 9(09) VALUE ZERO.
027800     05  SQ-NF-NUM-IN              PIC 9(09) VALUE ZERO.
027900     05  SQ-NF-NUM-EDIT            PIC ZZZZZZZZ9.
028000     05  SQ-NF-NUM-LEAD            PIC 9(02) COMP VALUE ZERO.
028100     05  SQ-NF-NUM-OUT             PIC X(09) VALUE SPACES.
028200     05  SQ-NF-NUM-A               PIC X(09) VALUE SPACES.
028300     05  SQ-NF-NUM-B               PIC X(09) VALUE SPACES.
028400     05  SQ-NF-NUM-C               PIC X(09) VALUE SPACES.
028500     05  SQ-NF-NUM-D               PIC X(09) VALUE SPACES.
028600     05  SQ-NF-RUN-SHOW            PIC 9(05) VALUE ZERO.
028700*
028800*****************************************************************
028900* RUN DATE.
029000*****************************************************************
029100 01  SQ-NF-DATE-TIME-FIELDS.
029200     05  SQ-NF-CURRENT-DATE.
029300         10  SQ-NF-CUR-YEAR        PIC 9(04).
029400         10  SQ-NF-CUR-MONTH       PIC 9(02).
029500         10  SQ-NF-CUR-DAY         PIC 9(02).
029600     05  SQ-NF-REPORT-DATE         PIC X(10) VALUE SPACES.
029700*
029800*****************************************************************
029900* REPORT LINE IMAGES.
030000*****************************************************************
030100 01  SQ-NF-HDR-LINE-1.
030200     05  FILLER                    PIC X(32) VALUE
030300         "DEPARTMENT NOTIFICATION EXTRACT".
030400     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
030500     05  SQ-NF-H1-DATE             PIC X(10) VALUE SPACES.
030600     05  FILLER                    PIC X(05) VALUE " RUN ".
030700     05  SQ-NF-H1-RUN              PIC ZZZZ9.
030800     05  FILLER                    PIC X(10) VALUE " BUS DATE ".
030900     05  SQ-NF-H1-BUS              PIC X(10) VALUE SPACES.
031000     05  FILLER                    PIC X(70) VALUE SPACES.
031100*
031200 01  SQ-NF-HDR-LINE-2.
031300     05  FILLER                    PIC X(22) VALUE
031400         "  DEPT  EVENT  ACTION ".
031500     05  FILLER                    PIC X(62) VALUE
031600         " SUMMARY".
031700     05  FILLER                    PIC X(68) VALUE
031800         "MAILED TO".
031900*
032000 01  SQ-NF-DETAIL-LINE.
032100     05  FILLER                    PIC X(02) VALUE SPACES.
032200     05  SQ-NF-DL-DEPT             PIC X(03) VALUE SPACES.
032300     05  FILLER                    PIC X(03) VALUE SPACES.
032400     05  SQ-NF-DL-EVENT            PIC X(03) VALUE SPACES.
032500     05  FILLER                    PIC X(04) VALUE SPACES.
032600     05  SQ-NF-DL-ACTION           PIC X(03) VALUE SPACES.
032700     05  FILLER                    PIC X(05) VALUE SPACES.
032800     05  SQ-NF-DL-SUMMARY          PIC X(60) VALUE SPACES.
032900     05  FILLER                    PIC X(02) VALUE SPACES.
033000     05  SQ-NF-DL-ADDRESS          PIC X(50) VALUE SPACES.
033100     05  FILLER                    PIC X(17) VALUE SPACES.
033200*
033300 01  SQ-NF-ITEM-LINE.
033400     05  FILLER                    PIC X(02) VALUE SPACES.
033500     05  SQ-NF-ITEM-TEXT           PIC X(80) VALUE SPACES.
033600     05  FILLER                    PIC X(70) VALUE SPACES.
033700*
033800 01  SQ-NF-COUNT-LINE.
033900     05  FILLER                    PIC X(02) VALUE SPACES.
034000     05  SQ-NF-CT-LABEL            PIC X(40) VALUE SPACES.
034100     05  SQ-NF-CT-COUNT            PIC ZZZZZZZZ9.
034200     05  FILLER                    PIC X(101) VALUE SPACES.
034300*
034400*****************************************************************
034500* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
034600*****************************************************************
034700     COPY SQSTLINK.
034800*
034810*****************************************************************
034820* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
034830*****************************************************************
034840     COPY SQMLLINK.
034850*
034900*****************************************************************
035000* 0000-MAINLINE.
035100*****************************************************************
035200 PROCEDURE DIVISION.
035300*
035400 0000-MAINLINE.
035500     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
035600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035700     PERFORM 2000-GATHER-THE-NIGHT THRU 2000-EXIT.
035800     PERFORM 3000-WRITE-NOTIFICATIONS THRU 3000-EXIT.
035900     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
036000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036100     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT.
036200     STOP RUN.
036300*
036400*****************************************************************
036500* 0100-CHECK-STEP-STATUS.  RECORDS THE STEP'S START ON THE
036600* STEP-STATUS DATASET.  ON A RESUBMITTED NIGHT A STEP THAT ALREADY
036700* COMPLETED ENDS HERE WITH THE RETURN CODE IT ENDED WITH THEN - SO
036800* NO DEPARTMENT IS MAILED TWICE - AND ONE BEHIND A STEP THAT NEVER
036900* FINISHED ENDS RC=16 (SEE SQSTPLOG).
037000*****************************************************************
037100 0100-CHECK-STEP-STATUS.
037200     MOVE "B" TO SQ-SL-FUNCTION.
037300     MOVE "SQNOTIFY" TO SQ-SL-PROGRAM.
037400     CALL "SQSTPLOG" USING SQ-SL-AREA.
037500     IF SQ-SL-SKIP
037600         DISPLAY "SQNOTIFY ALREADY COMPLETE FOR THIS NIGHT"
037700             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
037800         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
037900         STOP RUN
038000     END-IF.
038100     IF SQ-SL-STOP
038200         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
038300             " NEVER FINISHED - RERUN IT FIRST"
038310         MOVE SPACES TO SQ-ML-TEXT
038320         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
038330             " NEVER FINISHED - RERUN IT FIRST"
038340             DELIMITED BY SIZE INTO SQ-ML-TEXT
038350         MOVE "SQ0005S" TO SQ-ML-MSG-ID
038360         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
038400         MOVE 16 TO RETURN-CODE
038500         STOP RUN
038600     END-IF.
038700     MOVE ZERO TO RETURN-CODE.
038800     GO TO 0100-EXIT.
038900 0100-EXIT.
039000     EXIT.
039100*
039200*****************************************************************
039300* 1000 SERIES - STARTUP.
039400*****************************************************************
039500 1000-INITIALIZE.
039600     OPEN OUTPUT SQ-NF-REPORT-FILE.
039700     IF SQ-NF-REPORT-STATUS NOT = "00"
039800         DISPLAY "FATAL - SQ-NF-REPORT-FILE OPEN FAILED, STATUS "
039900             SQ-NF-REPORT-STATUS
039910         MOVE SPACES TO SQ-ML-TEXT
039920         STRING "FATAL - SQ-NF-REPORT-FILE OPEN FAILED, STATUS "
039930             SQ-NF-REPORT-STATUS
039940             DELIMITED BY SIZE INTO SQ-ML-TEXT
039950         MOVE "SQ0001S" TO SQ-ML-MSG-ID
039960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
040000         MOVE 16 TO RETURN-CODE
040100         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
040200         STOP RUN
040300     END-IF.
040400     OPEN OUTPUT SQ-NOTIFY-FILE.
040500     IF SQ-NOTIFY-STATUS NOT = "00"
040600         DISPLAY "FATAL - SQ-NOTIFY-FILE OPEN FAILED, STATUS "
040700             SQ-NOTIFY-STATUS
040710         MOVE SPACES TO SQ-ML-TEXT
040720         STRING "FATAL - SQ-NOTIFY-FILE OPEN FAILED, STATUS "
040730             SQ-NOTIFY-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
040740         MOVE "SQ0001S" TO SQ-ML-MSG-ID
040750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
040800         CLOSE SQ-NF-REPORT-FILE
040900         MOVE 16 TO RETURN-CODE
041000         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
041100         STOP RUN
041200     END-IF.
041300     ACCEPT SQ-NF-CURRENT-DATE FROM DATE YYYYMMDD.
041400     STRING SQ-NF-CUR-MONTH "/" SQ-NF-CUR-DAY "/"
041500         SQ-NF-CUR-YEAR DELIMITED BY SIZE
041600         INTO SQ-NF-REPORT-DATE.
041700     GO TO 1000-EXIT.
041800 1000-EXIT.
041900     EXIT.
042000*
042100*****************************************************************
042200* 2000 SERIES - GATHER.  THE REGISTRY NAMES THE NIGHT; THE CONTACT
042300* AND AUTHORIZATION MASTERS ARE LOADED; THE FIVE SOURCES FILL IN
042400* WHAT EACH DEPARTMENT IS TO BE TOLD.
042500*****************************************************************
042600 2000-GATHER-THE-NIGHT.
042700     PERFORM 2100-READ-REGISTRY THRU 2100-EXIT.
042800     PERFORM 2200-LOAD-CONTACTS THRU 2200-EXIT.
042900     PERFORM 2300-LOAD-REQUESTERS THRU 2300-EXIT.
043000     PERFORM 2400-COUNT-REJECTS THRU 2400-EXIT.
043100     PERFORM 2500-READ-REPROCESS-SUMMARY THRU 2500-EXIT.
043200     PERFORM 2600-READ-DRIFT-SUMMARY THRU 2600-EXIT.
043300     PERFORM 2700-READ-ACKNOWLEDGMENTS THRU 2700-EXIT.
043400     PERFORM 2800-SCAN-QUEUE THRU 2800-EXIT.
043500     GO TO 2000-EXIT.
043600 2000-EXIT.
043700     EXIT.
043800*
043900 2100-READ-REGISTRY.
044000     OPEN INPUT SQ-RUNREG-FILE.
044100     IF SQ-RUNREG-STATUS NOT = "00"
044200         DISPLAY "FATAL - RUN REGISTRY OPEN FAILED, STATUS "
044300             SQ-RUNREG-STATUS
044310         MOVE SPACES TO SQ-ML-TEXT
044320         STRING "FATAL - RUN REGISTRY OPEN FAILED, STATUS "
044330             SQ-RUNREG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
044340         MOVE "SQ0001S" TO SQ-ML-MSG-ID
044350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
044400         MOVE 16 TO RETURN-CODE
044500         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
044600         STOP RUN
044700     END-IF.
044800     READ SQ-RUNREG-FILE
044900         AT END
045000             DISPLAY "FATAL - RUN REGISTRY IS EMPTY"
045010             MOVE SPACES TO SQ-ML-TEXT
045020             STRING "FATAL - RUN REGISTRY IS EMPTY"
045030                 DELIMITED BY SIZE INTO SQ-ML-TEXT
045040             MOVE "SQ0008S" TO SQ-ML-MSG-ID
045050             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
045100             MOVE 16 TO RETURN-CODE
045200             PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
045300             STOP RUN
045400     END-READ.
045500     MOVE SQ-RUNREG-LAST-RUN-ID TO SQ-NF-RUN-ID.
045600     MOVE SQ-RUNREG-BUS-DATE TO SQ-NF-BUS-DATE.
045700     MOVE SQ-RUNREG-TIMESTAMP TO SQ-NF-RUN-STARTED.
045800     CLOSE SQ-RUNREG-FILE.
045900     GO TO 2100-EXIT.
046000 2100-EXIT.
046100     EXIT.
046200*
046300 2200-LOAD-CONTACTS.
046400     OPEN INPUT SQ-CONTACT-FILE.
046500     IF SQ-CONTACT-STATUS NOT = "00"
046600         IF SQ-CONTACT-STATUS = "05"
046700             CLOSE SQ-CONTACT-FILE
046800         END-IF
046900         GO TO 2200-EXIT
047000     END-IF.
047100     MOVE "N" TO SQ-NF-EOF-SW.
047200     PERFORM 2210-LOAD-ONE-CONTACT THRU 2210-EXIT
047300         UNTIL SQ-NF-EOF.
047400     CLOSE SQ-CONTACT-FILE.
047500     GO TO 2200-EXIT.
047600 2200-EXIT.
047700     EXIT.
047800*
047900 2210-LOAD-ONE-CONTACT.
048000     READ SQ-CONTACT-FILE
048100         AT END
048200             SET SQ-NF-EOF TO TRUE
048300             GO TO 2210-EXIT
048400     END-READ.
048500     IF SQ-CON-DEPT = SPACES OR SQ-CON-ADDRESS = SPACES
048600         GO TO 2210-EXIT
048700     END-IF.
048800     IF SQ-NF-CONTACT-COUNT NOT < 100
048900         DISPLAY "WARNING - MORE THAN 100 CONTACTS, DEPARTMENT "
049000             SQ-CON-DEPT " IGNORED"
049010         MOVE SPACES TO SQ-ML-TEXT
049020         STRING "WARNING - MORE THAN 100 CONTACTS, DEPARTMENT "
049030             SQ-CON-DEPT " IGNORED"
049040             DELIMITED BY SIZE INTO SQ-ML-TEXT
049050         MOVE "SQ2101W" TO SQ-ML-MSG-ID
049060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
049100         GO TO 2210-EXIT
049200     END-IF.
049300     ADD 1 TO SQ-NF-CONTACT-COUNT.
049400     MOVE SQ-CON-RECORD
049500         TO SQ-NF-CONTACT-ENTRY(SQ-NF-CONTACT-COUNT).
049600     GO TO 2210-EXIT.
049700 2210-EXIT.
049800     EXIT.
049900*
050000 2300-LOAD-REQUESTERS.
050100     OPEN INPUT SQ-AUTH-FILE.
050200     IF SQ-AUTH-STATUS NOT = "00"
050300         IF SQ-AUTH-STATUS = "05"
050400             CLOSE SQ-AUTH-FILE
050500         END-IF
050600         GO TO 2300-EXIT
050700     END-IF.
050800     MOVE "N" TO SQ-NF-EOF-SW.
050900     PERFORM 2310-LOAD-ONE-REQUESTER THRU 2310-EXIT
051000         UNTIL SQ-NF-EOF.
051100     CLOSE SQ-AUTH-FILE.
051200     GO TO 2300-EXIT.
051300 2300-EXIT.
051400     EXIT.
051500*
051600 2310-LOAD-ONE-REQUESTER.
051700     READ SQ-AUTH-FILE
051800         AT END
051900             SET SQ-NF-EOF TO TRUE
052000         NOT AT END
052100             IF SQ-AUTH-TYPE = "R"
052200                 AND SQ-NF-REQ-COUNT < 500
052300                 ADD 1 TO SQ-NF-REQ-COUNT
052400                 MOVE SQ-AUTH-REQ-ID
052500                     TO SQ-NF-REQ-ID(SQ-NF-REQ-COUNT)
052600                 MOVE SQ-AUTH-DEPT
052700                     TO SQ-NF-REQ-OWNER(SQ-NF-REQ-COUNT)
052800             END-IF
052900     END-READ.
053000     GO TO 2310-EXIT.
053100 2310-EXIT.
053200     EXIT.
053300*
053400*****************************************************************
053500* 2400-COUNT-REJECTS.  ONLY ROWS STAMPED WITH TONIGHT'S RUN ID
053600* COUNT.  A ROW WITH NO DEPARTMENT CANNOT BE SENT ANYWHERE AND IS
053700* COUNTED ON THE REPORT.
053800*****************************************************************
053900 2400-COUNT-REJECTS.
054000     OPEN INPUT SQ-REJECT-FILE.
054100     IF SQ-REJECT-STATUS NOT = "00"
054200         IF SQ-REJECT-STATUS = "05"
054300             CLOSE SQ-REJECT-FILE
054400         END-IF
054500         GO TO 2400-EXIT
054600     END-IF.
054700     MOVE "N" TO SQ-NF-EOF-SW.
054800     PERFORM 2410-COUNT-ONE-REJECT THRU 2410-EXIT
054900         UNTIL SQ-NF-EOF.
055000     CLOSE SQ-REJECT-FILE.
055100     MOVE 1 TO SQ-NF-NSUB.
055200     PERFORM 2420-TAKE-ONE-REASON THRU 2420-EXIT
055300         UNTIL SQ-NF-NSUB > SQ-NF-RN-COUNT.
055400     GO TO 2400-EXIT.
055500 2400-EXIT.
055600     EXIT.
055700*
055800 2410-COUNT-ONE-REJECT.
055900     READ SQ-REJECT-FILE
056000         AT END
056100             SET SQ-NF-EOF TO TRUE
056200             GO TO 2410-EXIT
056300     END-READ.
056400     IF SQ-RJF-RUN-ID NOT NUMERIC
056500         OR SQ-RJF-RUN-ID NOT = SQ-NF-RUN-ID
056600         GO TO 2410-EXIT
056700     END-IF.
056800     IF SQ-RJF-DEPT = SPACES
056900         ADD 1 TO SQ-NF-REJ-NO-DEPT
057000         GO TO 2410-EXIT
057100     END-IF.
057200     MOVE SQ-RJF-DEPT TO SQ-NF-FIND-DEPT.
057300     SET SQ-NF-ADD-IF-MISSING TO TRUE.
057400     PERFORM 7100-FIND-DEPT THRU 7100-EXIT.
057500     IF SQ-NF-DEPT-HIT = 0
057600         GO TO 2410-EXIT
057700     END-IF.
057800     ADD 1 TO SQ-NF-DT-REJECTS(SQ-NF-DEPT-HIT).
057900     PERFORM 7200-COUNT-REASON THRU 7200-EXIT.
058000     GO TO 2410-EXIT.
058100 2410-EXIT.
058200     EXIT.
058300*
058400*    ONE DEPARTMENT/REASON PAIR - ANOTHER REASON CODE FOR THE
058500*    DEPARTMENT, AND THE LEADING ONE SO FAR.
058600 2420-TAKE-ONE-REASON.
058700     MOVE SQ-NF-RN-DEPT(SQ-NF-NSUB) TO SQ-NF-FIND-DEPT.
058800     MOVE "N" TO SQ-NF-ADD-SW.
058900     PERFORM 7100-FIND-DEPT THRU 7100-EXIT.
059000     IF SQ-NF-DEPT-HIT > 0
059100         ADD 1 TO SQ-NF-DT-REASONS(SQ-NF-DEPT-HIT)
059200         IF SQ-NF-RN-ROWS(SQ-NF-NSUB)
059300             > SQ-NF-DT-LEAD-COUNT(SQ-NF-DEPT-HIT)
059400             MOVE SQ-NF-RN-CODE(SQ-NF-NSUB)
059500                 TO SQ-NF-DT-LEAD-REASON(SQ-NF-DEPT-HIT)
059600             MOVE SQ-NF-RN-ROWS(SQ-NF-NSUB)
059700                 TO SQ-NF-DT-LEAD-COUNT(SQ-NF-DEPT-HIT)
059800         END-IF
059900     END-IF.
060000     ADD 1 TO SQ-NF-NSUB.
060100     GO TO 2420-EXIT.
060200 2420-EXIT.
060300     EXIT.
060400*
060500 2500-READ-REPROCESS-SUMMARY.
060600     OPEN INPUT SQ-RP-SUMMARY-FILE.
060700     IF SQ-RPSUM-STATUS NOT = "00"
060800         IF SQ-RPSUM-STATUS = "05"
060900             CLOSE SQ-RP-SUMMARY-FILE
061000         END-IF
061100         GO TO 2500-EXIT
061200     END-IF.
061300     READ SQ-RP-SUMMARY-FILE
061400         AT END
061500             CONTINUE
061600         NOT AT END
061700*            REWRITTEN IN PLACE ONLY ON NIGHTS STEP020 RUNS - ANY
061800*            OTHER BUSINESS DATE IS A LEFTOVER, NOT TONIGHT'S.
061900             IF SQ-RS-BUS-DATE = SQ-NF-BUS-DATE
062000                 SET SQ-NF-RPSUM-PRESENT TO TRUE
062100                 MOVE SQ-RS-SELECTED TO SQ-NF-RP-SELECTED
062200                 MOVE SQ-RS-CLEARED TO SQ-NF-RP-CLEARED
062300                 MOVE SQ-RS-UNRESOLVED TO SQ-NF-RP-UNRESOLVED
062400                 MOVE SQ-RS-WAIVED TO SQ-NF-RP-WAIVED
062500             END-IF
062600     END-READ.
062700     CLOSE SQ-RP-SUMMARY-FILE.
062800     GO TO 2500-EXIT.
062900 2500-EXIT.
063000     EXIT.
063100*
063200 2600-READ-DRIFT-SUMMARY.
063300     OPEN INPUT SQ-CP-SUMMARY-FILE.
063400     IF SQ-CPSUM-STATUS NOT = "00"
063500         IF SQ-CPSUM-STATUS = "05"
063600             CLOSE SQ-CP-SUMMARY-FILE
063700         END-IF
063800         GO TO 2600-EXIT
063900     END-IF.
064000     READ SQ-CP-SUMMARY-FILE
064100         AT END
064200             CONTINUE
064300         NOT AT END
064400*            ONLY A COMPARE OF TONIGHT'S RESULTS COUNTS.
064500             IF SQ-CS-RUN-ID NUMERIC
064600                 AND SQ-CS-RUN-ID = SQ-NF-RUN-ID
064700                 SET SQ-NF-CPSUM-PRESENT TO TRUE
064800                 MOVE SQ-CS-PAIRS TO SQ-NF-CP-PAIRS
064900                 MOVE SQ-CS-DRIFT TO SQ-NF-CP-DRIFT
065000                 COMPUTE SQ-NF-CP-NEW =
065100                     SQ-CS-NEW-NONCONV + SQ-CS-NEW-DISCREP
065200                 MOVE SQ-CS-UNMATCHED TO SQ-NF-CP-UNMATCHED
065300                 COMPUTE SQ-NF-CP-FLAGGED =
065400                     SQ-NF-CP-DRIFT + SQ-NF-CP-NEW
065500                     + SQ-NF-CP-UNMATCHED
065600             END-IF
065700     END-READ.
065800     CLOSE SQ-CP-SUMMARY-FILE.
065900     GO TO 2600-EXIT.
066000 2600-EXIT.
066100     EXIT.
066200*
066300*****************************************************************
066400* 2700-READ-ACKNOWLEDGMENTS.  THE ACKNOWLEDGMENTS OF THE HIGHEST
066500* RUN ID ON FILE, ONE PER DEPARTMENT.  ONE WITH NO DEPARTMENT IS
066600* A WHOLE-NIGHT DELIVERY AND SPEAKS FOR EVERY DEPARTMENT WITHOUT
066700* ONE OF ITS OWN.
066800*****************************************************************
066900 2700-READ-ACKNOWLEDGMENTS.
067000     OPEN INPUT SQ-ACK-FILE.
067100     IF SQ-ACK-STATUS NOT = "00"
067200         IF SQ-ACK-STATUS = "05"
067300             CLOSE SQ-ACK-FILE
067400         END-IF
067500         GO TO 2700-EXIT
067600     END-IF.
067700     MOVE "N" TO SQ-NF-EOF-SW.
067800     PERFORM 2710-TAKE-ONE-ACK THRU 2710-EXIT
067900         UNTIL SQ-NF-EOF.
068000     CLOSE SQ-ACK-FILE.
068100     MOVE 1 TO SQ-NF-ASUB.
068200     PERFORM 2720-POST-ONE-ACK THRU 2720-EXIT
068300         UNTIL SQ-NF-ASUB > SQ-NF-ACK-KEPT.
068400     GO TO 2700-EXIT.
068500 2700-EXIT.
068600     EXIT.
068700*
068800 2710-TAKE-ONE-ACK.
068900     READ SQ-ACK-FILE
069000         AT END
069100             SET SQ-NF-EOF TO TRUE
069200             GO TO 2710-EXIT
069300     END-READ.
069400     MOVE SQ-ACK-RECORD TO SQ-RC-ACK-IMAGE.
069500     IF SQ-RC-ACK-RUN-ID NOT NUMERIC
069600         OR SQ-RC-ACK-RUN-ID < SQ-NF-ACK-RUN
069700         GO TO 2710-EXIT
069800     END-IF.
069900     IF SQ-RC-ACK-RUN-ID > SQ-NF-ACK-RUN
070000         MOVE SQ-RC-ACK-RUN-ID TO SQ-NF-ACK-RUN
070100         MOVE ZERO TO SQ-NF-ACK-KEPT
070200     END-IF.
070300     IF SQ-NF-ACK-KEPT < 20
070400         ADD 1 TO SQ-NF-ACK-KEPT
070500         MOVE SQ-RC-ACK-DEPT TO SQ-NF-ACK-DEPT(SQ-NF-ACK-KEPT)
070600         MOVE SQ-RC-ACK-STATUS TO SQ-NF-ACK-STAT(SQ-NF-ACK-KEPT)
070700         MOVE SQ-RC-ACK-COUNT TO SQ-NF-ACK-ROWS(SQ-NF-ACK-KEPT)
070800     END-IF.
070900     GO TO 2710-EXIT.
071000 2710-EXIT.
071100     EXIT.
071200*
071300 2720-POST-ONE-ACK.
071400     IF SQ-NF-ACK-DEPT(SQ-NF-ASUB) = SPACES
071500         SET SQ-NF-NIGHT-ACK-PRESENT TO TRUE
071600         MOVE SQ-NF-ACK-STAT(SQ-NF-ASUB) TO SQ-NF-NIGHT-ACK-STAT
071700         MOVE SQ-NF-ACK-ROWS(SQ-NF-ASUB) TO SQ-NF-NIGHT-ACK-ROWS
071800     ELSE
071900         MOVE SQ-NF-ACK-DEPT(SQ-NF-ASUB) TO SQ-NF-FIND-DEPT
072000         SET SQ-NF-ADD-IF-MISSING TO TRUE
072100         PERFORM 7100-FIND-DEPT THRU 7100-EXIT
072200         IF SQ-NF-DEPT-HIT > 0
072300             MOVE SQ-NF-ACK-STAT(SQ-NF-ASUB)
072400                 TO SQ-NF-DT-ACK-STAT(SQ-NF-DEPT-HIT)
072500             MOVE SQ-NF-ACK-ROWS(SQ-NF-ASUB)
072600                 TO SQ-NF-DT-ACK-ROWS(SQ-NF-DEPT-HIT)
072700         END-IF
072800     END-IF.
072900     ADD 1 TO SQ-NF-ASUB.
073000     GO TO 2720-EXIT.
073100 2720-EXIT.
073200     EXIT.
073300*
073400*****************************************************************
073500* 2800-SCAN-QUEUE.  AN ENTRY POSTED (COMPLETE OR REJECTED) AT OR
073600* AFTER TONIGHT'S RUN STARTED WAS POSTED TONIGHT - THE DRAIN RUNS
073700* AFTER STEP010 AND STAMPS THE SAME TIMESTAMP FORM.  A PENDING
073800* ENTRY DEFERRED OVER QUOTA IS COUNTED AS STILL WAITING.
073900*****************************************************************
074000 2800-SCAN-QUEUE.
074100     OPEN INPUT SQ-QUEUE-FILE.
074200     IF SQ-QUEUE-STATUS NOT = "00"
074300         IF SQ-QUEUE-STATUS = "05"
074400             CLOSE SQ-QUEUE-FILE
074500         END-IF
074600         GO TO 2800-EXIT
074700     END-IF.
074800     MOVE "N" TO SQ-NF-EOF-SW.
074900     PERFORM 2810-TAKE-ONE-ENTRY THRU 2810-EXIT
075000         UNTIL SQ-NF-EOF.
075100     CLOSE SQ-QUEUE-FILE.
075200     GO TO 2800-EXIT.
075300 2800-EXIT.
075400     EXIT.
075500*
075600 2810-TAKE-ONE-ENTRY.
075700     READ SQ-QUEUE-FILE NEXT
075800         AT END
075900             SET SQ-NF-EOF TO TRUE
076000     END-READ.
076100     IF SQ-NF-EOF
076200         GO TO 2810-EXIT
076300     END-IF.
076400     IF SQ-QUEUE-STATUS NOT = "00"
076500         DISPLAY "WARNING - QUEUE READ FAILED, STATUS "
076600             SQ-QUEUE-STATUS
076610         MOVE SPACES TO SQ-ML-TEXT
076620         STRING "WARNING - QUEUE READ FAILED, STATUS "
076630             SQ-QUEUE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
076640         MOVE "SQ0004W" TO SQ-ML-MSG-ID
076650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
076700         SET SQ-NF-EOF TO TRUE
076800         GO TO 2810-EXIT
076900     END-IF.
077000     MOVE "N" TO SQ-NF-POSTED-SW.
077100     IF (SQ-QUE-COMPLETE OR SQ-QUE-REJECTED)
077200         AND SQ-QUE-POSTED-TS NOT = SPACES
077300         AND SQ-QUE-POSTED-TS NOT < SQ-NF-RUN-STARTED
077400         SET SQ-NF-POSTED-TONIGHT TO TRUE
077500     END-IF.
077600     IF NOT SQ-NF-POSTED-TONIGHT
077700         AND NOT (SQ-QUE-PENDING AND SQ-QUE-DEFERRED)
077800         GO TO 2810-EXIT
077900     END-IF.
078000     MOVE SQ-QUE-DEPT TO SQ-NF-FIND-DEPT.
078100     IF SQ-NF-FIND-DEPT = SPACES
078200         PERFORM 7300-FIND-REQUESTER THRU 7300-EXIT
078300         IF SQ-NF-REQ-HIT > 0
078400             MOVE SQ-NF-REQ-OWNER(SQ-NF-REQ-HIT)
078500                 TO SQ-NF-FIND-DEPT
078600         END-IF
078700     END-IF.
078800     IF SQ-NF-FIND-DEPT = SPACES
078900         ADD 1 TO SQ-NF-QUE-NO-DEPT
079000         GO TO 2810-EXIT
079100     END-IF.
079200     SET SQ-NF-ADD-IF-MISSING TO TRUE.
079300     PERFORM 7100-FIND-DEPT THRU 7100-EXIT.
079400     IF SQ-NF-DEPT-HIT = 0
079500         GO TO 2810-EXIT
079600     END-IF.
079700     EVALUATE TRUE
079800         WHEN NOT SQ-NF-POSTED-TONIGHT
079900             ADD 1 TO SQ-NF-DT-Q-DEFERRED(SQ-NF-DEPT-HIT)
080000         WHEN SQ-QUE-COMPLETE
080100             ADD 1 TO SQ-NF-DT-Q-COMPLETE(SQ-NF-DEPT-HIT)
080200         WHEN OTHER
080300             ADD 1 TO SQ-NF-DT-Q-REJECTED(SQ-NF-DEPT-HIT)
080400     END-EVALUATE.
080500     GO TO 2810-EXIT.
080600 2810-EXIT.
080700     EXIT.
080800*
080900*****************************************************************
081000* 3000 SERIES - ONE NOTIFICATION PER CONTACT DEPARTMENT PER
081100* SUBSCRIBED EVENT THAT HAS SOMETHING TO SAY.
081200*****************************************************************
081300 3000-WRITE-NOTIFICATIONS.
081400     MOVE SQ-NF-RUN-ID TO SQ-NF-H1-RUN.
081500     MOVE SQ-NF-REPORT-DATE TO SQ-NF-H1-DATE.
081600     MOVE SQ-NF-BUS-DATE TO SQ-NF-H1-BUS.
081700     WRITE SQ-NF-REPORT-LINE FROM SQ-NF-HDR-LINE-1
081800         AFTER ADVANCING PAGE.
081900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
082000     IF SQ-NF-CONTACT-COUNT = 0
082100         MOVE "NO CONTACT MASTER ON FILE - NOTHING WAS SENT"
082200             TO SQ-NF-ITEM-TEXT
082300         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
082400         SET SQ-NF-ATTENTION-NEEDED TO TRUE
082500         GO TO 3000-EXIT
082600     END-IF.
082700     WRITE SQ-NF-REPORT-LINE FROM SQ-NF-HDR-LINE-2
082800         AFTER ADVANCING 2.
082900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
083000     MOVE 1 TO SQ-NF-CSUB.
083100     PERFORM 3100-NOTIFY-ONE-CONTACT THRU 3100-EXIT
083200         UNTIL SQ-NF-CSUB > SQ-NF-CONTACT-COUNT.
083300     GO TO 3000-EXIT.
083400 3000-EXIT.
083500     EXIT.
083600*
083700 3100-NOTIFY-ONE-CONTACT.
083800     MOVE SQ-NF-CONTACT-ENTRY(SQ-NF-CSUB) TO SQ-NFC-RECORD.
083900     MOVE SQ-NFC-DEPT TO SQ-NF-FIND-DEPT.
084000     MOVE "N" TO SQ-NF-ADD-SW.
084100     PERFORM 7100-FIND-DEPT THRU 7100-EXIT.
084200     MOVE 1 TO SQ-NF-EV-SUB.
084300     PERFORM 3200-NOTIFY-ONE-EVENT THRU 3200-EXIT
084400         UNTIL SQ-NF-EV-SUB > 5.
084500     ADD 1 TO SQ-NF-CSUB.
084600     GO TO 3100-EXIT.
084700 3100-EXIT.
084800     EXIT.
084900*
085000 3200-NOTIFY-ONE-EVENT.
085100     IF SQ-NFC-EV-FLAG(SQ-NF-EV-SUB) = "Y"
085200         PERFORM 3210-BUILD-ONE-EVENT THRU 3210-EXIT
085300     END-IF.
085400     ADD 1 TO SQ-NF-EV-SUB.
085500     GO TO 3200-EXIT.
085600 3200-EXIT.
085700     EXIT.
085800*
085900 3210-BUILD-ONE-EVENT.
086000     MOVE "N" TO SQ-NF-SEND-SW.
086100     MOVE SPACES TO SQ-NT-RECORD.
086200     MOVE ZERO TO SQ-NT-COUNT(1).
086300     MOVE ZERO TO SQ-NT-COUNT(2).
086400     MOVE ZERO TO SQ-NT-COUNT(3).
086500     MOVE ZERO TO SQ-NT-COUNT(4).
086600     SET SQ-NT-FOR-INFORMATION TO TRUE.
086700     EVALUATE SQ-NF-EV-SUB
086800         WHEN 1
086900             PERFORM 3300-BUILD-REJECTS THRU 3300-EXIT
087000         WHEN 2
087100             PERFORM 3400-BUILD-REPROCESS THRU 3400-EXIT
087200         WHEN 3
087300             PERFORM 3500-BUILD-DRIFT THRU 3500-EXIT
087400         WHEN 4
087500             PERFORM 3600-BUILD-DELIVERY THRU 3600-EXIT
087600         WHEN 5
087700             PERFORM 3700-BUILD-QUEUE THRU 3700-EXIT
087800     END-EVALUATE.
087900     IF SQ-NF-SEND
088000         PERFORM 3800-WRITE-NOTIFICATION THRU 3800-EXIT
088100     END-IF.
088200     GO TO 3210-EXIT.
088300 3210-EXIT.
088400     EXIT.
088500*
088600 3300-BUILD-REJECTS.
088700     IF SQ-NF-DEPT-HIT = 0
088800         GO TO 3300-EXIT
088900     END-IF.
089000     IF SQ-NF-DT-REJECTS(SQ-NF-DEPT-HIT) = 0
089100         GO TO 3300-EXIT
089200     END-IF.
089300     SET SQ-NF-SEND TO TRUE.
089400     MOVE SQ-NF-DT-REJECTS(SQ-NF-DEPT-HIT) TO SQ-NT-COUNT(1).
089500     MOVE SQ-NF-DT-REASONS(SQ-NF-DEPT-HIT) TO SQ-NT-COUNT(2).
089600     MOVE SQ-NF-DT-LEAD-COUNT(SQ-NF-DEPT-HIT) TO SQ-NT-COUNT(3).
089700     MOVE SQ-NF-DT-LEAD-REASON(SQ-NF-DEPT-HIT) TO SQ-NT-REASON.
089800     MOVE SQ-NT-COUNT(1) TO SQ-NF-NUM-IN.
089900     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
090000     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-A.
090100     MOVE SQ-NT-COUNT(3) TO SQ-NF-NUM-IN.
090200     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
090300     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-B.
090400     STRING SQ-NF-NUM-A DELIMITED BY SPACE
090500         " VALUES REJECTED - MOST OFTEN " DELIMITED BY SIZE
090600         SQ-NT-REASON DELIMITED BY SPACE
090700         " (" DELIMITED BY SIZE
090800         SQ-NF-NUM-B DELIMITED BY SPACE
090900         ")" DELIMITED BY SIZE
091000         INTO SQ-NT-SUMMARY.
091100     SET SQ-NT-ACTION-NEEDED TO TRUE.
091200     MOVE "CORRECT AND RESUBMIT - SEE THE REJECT TRACKING REPORT"
091300         TO SQ-NT-ACTION-TEXT.
091400     GO TO 3300-EXIT.
091500 3300-EXIT.
091600     EXIT.
091700*
091800 3400-BUILD-REPROCESS.
091900     IF NOT SQ-NF-RPSUM-PRESENT OR SQ-NF-RP-SELECTED = 0
092000         GO TO 3400-EXIT
092100     END-IF.
092200     SET SQ-NF-SEND TO TRUE.
092300     MOVE SQ-NF-RP-SELECTED TO SQ-NT-COUNT(1).
092400     MOVE SQ-NF-RP-CLEARED TO SQ-NT-COUNT(2).
092500     MOVE SQ-NF-RP-UNRESOLVED TO SQ-NT-COUNT(3).
092600     MOVE SQ-NF-RP-WAIVED TO SQ-NT-COUNT(4).
092700     MOVE SQ-NF-RP-SELECTED TO SQ-NF-NUM-IN.
092800     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
092900     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-A.
093000     MOVE SQ-NF-RP-CLEARED TO SQ-NF-NUM-IN.
093100     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
093200     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-B.
093300     MOVE SQ-NF-RP-UNRESOLVED TO SQ-NF-NUM-IN.
093400     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
093500     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-C.
093600     STRING "NIGHT'S EXCEPTIONS REPROCESSED " DELIMITED BY SIZE
093700         SQ-NF-NUM-A DELIMITED BY SPACE
093800         ", CLEARED " DELIMITED BY SIZE
093900         SQ-NF-NUM-B DELIMITED BY SPACE
094000         ", UNRESOLVED " DELIMITED BY SIZE
094100         SQ-NF-NUM-C DELIMITED BY SPACE
094200         INTO SQ-NT-SUMMARY.
094300     IF SQ-NF-RP-UNRESOLVED > 0
094400         SET SQ-NT-ACTION-NEEDED TO TRUE
094500         MOVE "CHECK YOUR VALUES ON THE REPROCESSING REPORT"
094600             TO SQ-NT-ACTION-TEXT
094700     END-IF.
094800     GO TO 3400-EXIT.
094900 3400-EXIT.
095000     EXIT.
095100*
095200 3500-BUILD-DRIFT.
095300     IF NOT SQ-NF-CPSUM-PRESENT OR SQ-NF-CP-FLAGGED = 0
095400         GO TO 3500-EXIT
095500     END-IF.
095600     SET SQ-NF-SEND TO TRUE.
095700     MOVE SQ-NF-CP-PAIRS TO SQ-NT-COUNT(1).
095800     MOVE SQ-NF-CP-DRIFT TO SQ-NT-COUNT(2).
095900     MOVE SQ-NF-CP-NEW TO SQ-NT-COUNT(3).
096000     MOVE SQ-NF-CP-UNMATCHED TO SQ-NT-COUNT(4).
096100     MOVE SQ-NF-CP-FLAGGED TO SQ-NF-NUM-IN.
096200     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
096300     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-A.
096400     MOVE SQ-NF-CP-PAIRS TO SQ-NF-NUM-IN.
096500     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
096600     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-B.
096700     STRING "DRIFT COMPARE FLAGGED " DELIMITED BY SIZE
096800         SQ-NF-NUM-A DELIMITED BY SPACE
096900         " RESULTS OF " DELIMITED BY SIZE
097000         SQ-NF-NUM-B DELIMITED BY SPACE
097100         " COMPARED TONIGHT" DELIMITED BY SIZE
097200         INTO SQ-NT-SUMMARY.
097300     SET SQ-NT-ACTION-NEEDED TO TRUE.
097400     MOVE "CHECK TONIGHT'S RESULTS ON THE DRIFT COMPARE REPORT"
097500         TO SQ-NT-ACTION-TEXT.
097600     GO TO 3500-EXIT.
097700 3500-EXIT.
097800     EXIT.
097900*
098000*    THE DEPARTMENT'S OWN ACKNOWLEDGMENT, ELSE A WHOLE-NIGHT ONE.
098100 3600-BUILD-DELIVERY.
098200     MOVE SPACES TO SQ-NF-ACK-STAT-WORK.
098300     IF SQ-NF-DEPT-HIT > 0
098400         MOVE SQ-NF-DT-ACK-STAT(SQ-NF-DEPT-HIT)
098500             TO SQ-NF-ACK-STAT-WORK
098600         MOVE SQ-NF-DT-ACK-ROWS(SQ-NF-DEPT-HIT)
098700             TO SQ-NF-ACK-ROWS-WORK
098800     END-IF.
098900     IF SQ-NF-ACK-STAT-WORK = SPACES
099000         AND SQ-NF-NIGHT-ACK-PRESENT
099100         MOVE SQ-NF-NIGHT-ACK-STAT TO SQ-NF-ACK-STAT-WORK
099200         MOVE SQ-NF-NIGHT-ACK-ROWS TO SQ-NF-ACK-ROWS-WORK
099300     END-IF.
099400     IF SQ-NF-ACK-STAT-WORK = SPACES
099500         GO TO 3600-EXIT
099600     END-IF.
099700     SET SQ-NF-SEND TO TRUE.
099800     MOVE SQ-NF-ACK-ROWS-WORK TO SQ-NT-COUNT(1).
099900     MOVE SQ-NF-ACK-RUN TO SQ-NT-COUNT(2).
100000     MOVE SQ-NF-ACK-RUN TO SQ-NF-RUN-SHOW.
100100     MOVE SQ-NF-ACK-ROWS-WORK TO SQ-NF-NUM-IN.
100200     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
100300     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-A.
100400     IF SQ-NF-ACK-STAT-WORK = "OK"
100500         STRING "DELIVERY OF RUN " SQ-NF-RUN-SHOW
100600             " CONFIRMED - " DELIMITED BY SIZE
100700             SQ-NF-NUM-A DELIMITED BY SPACE
100800             " ROWS VERIFIED" DELIMITED BY SIZE
100900             INTO SQ-NT-SUMMARY
101000     ELSE
101100         STRING "DELIVERY OF RUN " SQ-NF-RUN-SHOW
101200             " FAILED ITS CONTROL CHECK" DELIMITED BY SIZE
101300             INTO SQ-NT-SUMMARY
101400         SET SQ-NT-ACTION-NEEDED TO TRUE
101500         MOVE "DO NOT LOAD THE DELIVERY - CALL OPERATIONS"
101600             TO SQ-NT-ACTION-TEXT
101700     END-IF.
101800     GO TO 3600-EXIT.
101900 3600-EXIT.
102000     EXIT.
102100*
102200 3700-BUILD-QUEUE.
102300     IF SQ-NF-DEPT-HIT = 0
102400         GO TO 3700-EXIT
102500     END-IF.
102600     IF SQ-NF-DT-Q-COMPLETE(SQ-NF-DEPT-HIT) = 0
102700         AND SQ-NF-DT-Q-REJECTED(SQ-NF-DEPT-HIT) = 0
102800         AND SQ-NF-DT-Q-DEFERRED(SQ-NF-DEPT-HIT) = 0
102900         GO TO 3700-EXIT
103000     END-IF.
103100     SET SQ-NF-SEND TO TRUE.
103200     MOVE SQ-NF-DT-Q-COMPLETE(SQ-NF-DEPT-HIT) TO SQ-NT-COUNT(1).
103300     MOVE SQ-NF-DT-Q-REJECTED(SQ-NF-DEPT-HIT) TO SQ-NT-COUNT(2).
103400     MOVE SQ-NF-DT-Q-DEFERRED(SQ-NF-DEPT-HIT) TO SQ-NT-COUNT(3).
103500     MOVE SQ-NT-COUNT(1) TO SQ-NF-NUM-IN.
103600     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
103700     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-A.
103800     MOVE SQ-NT-COUNT(2) TO SQ-NF-NUM-IN.
103900     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
104000     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-B.
104100     MOVE SQ-NT-COUNT(3) TO SQ-NF-NUM-IN.
104200     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
104300     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-C.
104400     STRING "QUEUE ENTRIES POSTED " DELIMITED BY SIZE
104500         SQ-NF-NUM-A DELIMITED BY SPACE
104600         ", REJECTED " DELIMITED BY SIZE
104700         SQ-NF-NUM-B DELIMITED BY SPACE
104800         ", HELD OVER QUOTA " DELIMITED BY SIZE
104900         SQ-NF-NUM-C DELIMITED BY SPACE
105000         INTO SQ-NT-SUMMARY.
105100     IF SQ-NT-COUNT(2) > 0
105200         SET SQ-NT-ACTION-NEEDED TO TRUE
105300         MOVE "CORRECT AND REQUEUE THE REJECTED ENTRIES"
105400             TO SQ-NT-ACTION-TEXT
105500     END-IF.
105600     GO TO 3700-EXIT.
105700 3700-EXIT.
105800     EXIT.
105900*
106000 3800-WRITE-NOTIFICATION.
106100     MOVE SQ-NF-RUN-ID TO SQ-NT-RUN-ID.
106200     MOVE SQ-NF-BUS-DATE TO SQ-NT-BUS-DATE.
106300     MOVE SQ-NFC-DEPT TO SQ-NT-DEPT.
106400     MOVE SQ-NF-EVENT-CODE(SQ-NF-EV-SUB) TO SQ-NT-EVENT.
106500     MOVE SQ-NFC-NAME TO SQ-NT-CONTACT-NAME.
106600     MOVE SQ-NFC-ADDRESS TO SQ-NT-ADDRESS.
106700     MOVE SQ-NFC-COPY-ADDRESS TO SQ-NT-COPY-ADDRESS.
106800     WRITE SQ-NT-RECORD.
106900     IF SQ-NOTIFY-STATUS NOT = "00"
107000         DISPLAY "FATAL - SQ-NOTIFY-FILE WRITE FAILED, STATUS "
107100             SQ-NOTIFY-STATUS
107110         MOVE SPACES TO SQ-ML-TEXT
107120         STRING "FATAL - SQ-NOTIFY-FILE WRITE FAILED, STATUS "
107130             SQ-NOTIFY-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
107140         MOVE "SQ0003S" TO SQ-ML-MSG-ID
107150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
107200         MOVE 16 TO RETURN-CODE
107300         CLOSE SQ-NOTIFY-FILE
107400         CLOSE SQ-NF-REPORT-FILE
107500         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
107600         STOP RUN
107700     END-IF.
107800     ADD 1 TO SQ-NF-WRITTEN.
107900     MOVE SQ-NT-DEPT TO SQ-NF-DL-DEPT.
108000     MOVE SQ-NT-EVENT TO SQ-NF-DL-EVENT.
108100     IF SQ-NT-ACTION-NEEDED
108200         ADD 1 TO SQ-NF-ACTION-COUNT
108300         MOVE "YES" TO SQ-NF-DL-ACTION
108400     ELSE
108500         MOVE "NO " TO SQ-NF-DL-ACTION
108600     END-IF.
108700     MOVE SQ-NT-SUMMARY TO SQ-NF-DL-SUMMARY.
108800     MOVE SQ-NT-ADDRESS TO SQ-NF-DL-ADDRESS.
108900     WRITE SQ-NF-REPORT-LINE FROM SQ-NF-DETAIL-LINE
109000         AFTER ADVANCING 1.
109100     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
109200     GO TO 3800-EXIT.
109300 3800-EXIT.
109400     EXIT.
109500*
109600*****************************************************************
109700* 4000 SERIES - TOTALS, AND THE DEPARTMENTS THAT NEED TO ACT BUT
109800* HAVE NO CONTACT ON FILE - OPERATIONS TELLS THOSE BY HAND.
109900*****************************************************************
110000 4000-WRITE-TOTALS.
110100     MOVE SPACES TO SQ-NF-ITEM-TEXT.
110200     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
110300     MOVE 1 TO SQ-NF-DSUB.
110400     PERFORM 4100-CHECK-ONE-DEPT THRU 4100-EXIT
110500         UNTIL SQ-NF-DSUB > SQ-NF-DEPT-COUNT.
110600     MOVE SPACES TO SQ-NF-ITEM-TEXT.
110700     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
110800     MOVE "CONTACT DEPARTMENTS ON FILE:" TO SQ-NF-CT-LABEL.
110900     MOVE SQ-NF-CONTACT-COUNT TO SQ-NF-CT-COUNT.
111000     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
111100     MOVE "NOTIFICATIONS WRITTEN:" TO SQ-NF-CT-LABEL.
111200     MOVE SQ-NF-WRITTEN TO SQ-NF-CT-COUNT.
111300     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
111400     MOVE "  OF WHICH ASK FOR ACTION:" TO SQ-NF-CT-LABEL.
111500     MOVE SQ-NF-ACTION-COUNT TO SQ-NF-CT-COUNT.
111600     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
111700     MOVE "DEPARTMENTS TO ACT WITH NO CONTACT:" TO SQ-NF-CT-LABEL.
111800     MOVE SQ-NF-UNSERVED TO SQ-NF-CT-COUNT.
111900     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
112000     MOVE "REJECT ROWS WITH NO DEPARTMENT:" TO SQ-NF-CT-LABEL.
112100     MOVE SQ-NF-REJ-NO-DEPT TO SQ-NF-CT-COUNT.
112200     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
112300     MOVE "QUEUE ENTRIES WITH NO DEPARTMENT:" TO SQ-NF-CT-LABEL.
112400     MOVE SQ-NF-QUE-NO-DEPT TO SQ-NF-CT-COUNT.
112500     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
112600     IF SQ-NF-DROPPED > 0
112700         MOVE "ROWS NOT COUNTED - TABLE FULL:" TO SQ-NF-CT-LABEL
112800         MOVE SQ-NF-DROPPED TO SQ-NF-CT-COUNT
112900         PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
113000     END-IF.
113100     IF SQ-NF-UNSERVED > 0
113200         SET SQ-NF-ATTENTION-NEEDED TO TRUE
113300     END-IF.
113400     GO TO 4000-EXIT.
113500 4000-EXIT.
113600     EXIT.
113700*
113800 4100-CHECK-ONE-DEPT.
113900     IF SQ-NF-DT-REJECTS(SQ-NF-DSUB) > 0
114000         OR SQ-NF-DT-Q-REJECTED(SQ-NF-DSUB) > 0
114100         OR SQ-NF-DT-ACK-STAT(SQ-NF-DSUB) = "NG"
114200         PERFORM 4110-CHECK-CONTACT THRU 4110-EXIT
114300     END-IF.
114400     ADD 1 TO SQ-NF-DSUB.
114500     GO TO 4100-EXIT.
114600 4100-EXIT.
114700     EXIT.
114800*
114900 4110-CHECK-CONTACT.
115000     MOVE SQ-NF-DT-DEPT(SQ-NF-DSUB) TO SQ-NF-FIND-DEPT.
115100     PERFORM 7500-FIND-CONTACT THRU 7500-EXIT.
115200     IF SQ-NF-CONTACT-HIT > 0
115300         GO TO 4110-EXIT
115400     END-IF.
115500     ADD 1 TO SQ-NF-UNSERVED.
115600     MOVE SQ-NF-DT-REJECTS(SQ-NF-DSUB) TO SQ-NF-NUM-IN.
115700     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
115800     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-A.
115900     MOVE SQ-NF-DT-Q-REJECTED(SQ-NF-DSUB) TO SQ-NF-NUM-IN.
116000     PERFORM 7400-EDIT-NUMBER THRU 7400-EXIT.
116100     MOVE SQ-NF-NUM-OUT TO SQ-NF-NUM-B.
116200     MOVE SQ-NF-DT-ACK-STAT(SQ-NF-DSUB) TO SQ-NF-ACK-STAT-WORK.
116300     IF SQ-NF-ACK-STAT-WORK = SPACES
116400         MOVE "--" TO SQ-NF-ACK-STAT-WORK
116500     END-IF.
116600     STRING "*** DEPT " SQ-NF-DT-DEPT(SQ-NF-DSUB)
116700         " NO CONTACT ON FILE - REJECTS " DELIMITED BY SIZE
116800         SQ-NF-NUM-A DELIMITED BY SPACE
116900         ", QUEUE REJECTS " DELIMITED BY SIZE
117000         SQ-NF-NUM-B DELIMITED BY SPACE
117100         ", ACK " DELIMITED BY SIZE
117200         SQ-NF-ACK-STAT-WORK DELIMITED BY SIZE
117300         INTO SQ-NF-ITEM-TEXT.
117400     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
117500     GO TO 4110-EXIT.
117600 4110-EXIT.
117700     EXIT.
117800*
117900 4712-CHECK-REPORT-STATUS.
118000     IF SQ-NF-REPORT-STATUS NOT = "00"
118100         DISPLAY "WARNING - SQ-NF-REPORT-FILE WRITE FAILED, "
118200             "STATUS " SQ-NF-REPORT-STATUS
118210         MOVE SPACES TO SQ-ML-TEXT
118220         STRING "WARNING - SQ-NF-REPORT-FILE WRITE FAILED, "
118230             "STATUS " SQ-NF-REPORT-STATUS
118240             DELIMITED BY SIZE INTO SQ-ML-TEXT
118250         MOVE "SQ0004W" TO SQ-ML-MSG-ID
118260         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
118300     END-IF.
118400     GO TO 4712-EXIT.
118500 4712-EXIT.
118600     EXIT.
118700*
118800*****************************************************************
118900* 7000 SERIES - SHARED SERVICE PARAGRAPHS.
119000*****************************************************************
119100*
119200*    7100-FIND-DEPT.  SETS SQ-NF-DEPT-HIT TO SQ-NF-FIND-DEPT'S
119300*    ENTRY, ADDING ONE WHEN SQ-NF-ADD-IF-MISSING.  ZERO WHEN NOT
119400*    THERE (OR THE TABLE IS FULL - THE ROW IS COUNTED AS DROPPED).
119500 7100-FIND-DEPT.
119600     MOVE 0 TO SQ-NF-DEPT-HIT.
119700     MOVE 1 TO SQ-NF-DSUB.
119800     PERFORM 7110-MATCH-ONE-DEPT THRU 7110-EXIT
119900         UNTIL SQ-NF-DEPT-HIT > 0
120000             OR SQ-NF-DSUB > SQ-NF-DEPT-COUNT.
120100     IF SQ-NF-DEPT-HIT > 0 OR NOT SQ-NF-ADD-IF-MISSING
120200         GO TO 7100-EXIT
120300     END-IF.
120400     IF SQ-NF-DEPT-COUNT NOT < 100
120500         ADD 1 TO SQ-NF-DROPPED
120600         GO TO 7100-EXIT
120700     END-IF.
120800     ADD 1 TO SQ-NF-DEPT-COUNT.
120900     MOVE SQ-NF-DEPT-COUNT TO SQ-NF-DEPT-HIT.
121000     MOVE SQ-NF-FIND-DEPT TO SQ-NF-DT-DEPT(SQ-NF-DEPT-HIT).
121100     MOVE ZERO TO SQ-NF-DT-REJECTS(SQ-NF-DEPT-HIT).
121200     MOVE ZERO TO SQ-NF-DT-REASONS(SQ-NF-DEPT-HIT).
121300     MOVE SPACES TO SQ-NF-DT-LEAD-REASON(SQ-NF-DEPT-HIT).
121400     MOVE ZERO TO SQ-NF-DT-LEAD-COUNT(SQ-NF-DEPT-HIT).
121500     MOVE ZERO TO SQ-NF-DT-Q-COMPLETE(SQ-NF-DEPT-HIT).
121600     MOVE ZERO TO SQ-NF-DT-Q-REJECTED(SQ-NF-DEPT-HIT).
121700     MOVE ZERO TO SQ-NF-DT-Q-DEFERRED(SQ-NF-DEPT-HIT).
121800     MOVE SPACES TO SQ-NF-DT-ACK-STAT(SQ-NF-DEPT-HIT).
121900     MOVE ZERO TO SQ-NF-DT-ACK-ROWS(SQ-NF-DEPT-HIT).
122000     GO TO 7100-EXIT.
122100 7100-EXIT.
122200     EXIT.
122300*
122400 7110-MATCH-ONE-DEPT.
122500     IF SQ-NF-DT-DEPT(SQ-NF-DSUB) = SQ-NF-FIND-DEPT
122600         MOVE SQ-NF-DSUB TO SQ-NF-DEPT-HIT
122700     END-IF.
122800     ADD 1 TO SQ-NF-DSUB.
122900     GO TO 7110-EXIT.
123000 7110-EXIT.
123100     EXIT.
123200*
123300*    7200-COUNT-REASON.  ONE MORE ROW FOR THE CURRENT REJECT'S
123400*    DEPARTMENT AND REASON CODE.
123500 7200-COUNT-REASON.
123600     MOVE 0 TO SQ-NF-RN-HIT.
123700     MOVE 1 TO SQ-NF-NSUB.
123800     PERFORM 7210-MATCH-ONE-REASON THRU 7210-EXIT
123900         UNTIL SQ-NF-RN-HIT > 0 OR SQ-NF-NSUB > SQ-NF-RN-COUNT.
124000     IF SQ-NF-RN-HIT = 0
124100         IF SQ-NF-RN-COUNT NOT < 500
124200             GO TO 7200-EXIT
124300         END-IF
124400         ADD 1 TO SQ-NF-RN-COUNT
124500         MOVE SQ-NF-RN-COUNT TO SQ-NF-RN-HIT
124600         MOVE SQ-RJF-DEPT TO SQ-NF-RN-DEPT(SQ-NF-RN-HIT)
124700         MOVE SQ-RJF-REASON-CODE TO SQ-NF-RN-CODE(SQ-NF-RN-HIT)
124800         MOVE ZERO TO SQ-NF-RN-ROWS(SQ-NF-RN-HIT)
124900     END-IF.
125000     ADD 1 TO SQ-NF-RN-ROWS(SQ-NF-RN-HIT).
125100     GO TO 7200-EXIT.
125200 7200-EXIT.
125300     EXIT.
125400*
125500 7210-MATCH-ONE-REASON.
125600     IF SQ-NF-RN-DEPT(SQ-NF-NSUB) = SQ-RJF-DEPT
125700         AND SQ-NF-RN-CODE(SQ-NF-NSUB) = SQ-RJF-REASON-CODE
125800         MOVE SQ-NF-NSUB TO SQ-NF-RN-HIT
125900     END-IF.
126000     ADD 1 TO SQ-NF-NSUB.
126100     GO TO 7210-EXIT.
126200 7210-EXIT.
126300     EXIT.
126400*
126500*    7300-FIND-REQUESTER.  SQ-NF-REQ-HIT FOR SQ-QUE-REQUESTER.
126600 7300-FIND-REQUESTER.
126700     MOVE 0 TO SQ-NF-REQ-HIT.
126800     MOVE 1 TO SQ-NF-RSUB.
126900     PERFORM 7310-MATCH-ONE-REQUESTER THRU 7310-EXIT
127000         UNTIL SQ-NF-REQ-HIT > 0 OR SQ-NF-RSUB > SQ-NF-REQ-COUNT.
127100     GO TO 7300-EXIT.
127200 7300-EXIT.
127300     EXIT.
127400*
127500 7310-MATCH-ONE-REQUESTER.
127600     IF SQ-NF-REQ-ID(SQ-NF-RSUB) = SQ-QUE-REQUESTER
127700         MOVE SQ-NF-RSUB TO SQ-NF-REQ-HIT
127800     END-IF.
127900     ADD 1 TO SQ-NF-RSUB.
128000     GO TO 7310-EXIT.
128100 7310-EXIT.
128200     EXIT.
128300*
128400*    7400-EDIT-NUMBER.  SQ-NF-NUM-IN, LEFT-JUSTIFIED WITHOUT
128500*    LEADING ZEROS, IN SQ-NF-NUM-OUT - FOR THE MAILED TEXT.
128600 7400-EDIT-NUMBER.
128700     MOVE SQ-NF-NUM-IN TO SQ-NF-NUM-EDIT.
128800     MOVE 0 TO SQ-NF-NUM-LEAD.
128900     INSPECT SQ-NF-NUM-EDIT TALLYING SQ-NF-NUM-LEAD
129000         FOR LEADING SPACES.
129100     MOVE SPACES TO SQ-NF-NUM-OUT.
129200     MOVE SQ-NF-NUM-EDIT(SQ-NF-NUM-LEAD + 1:) TO SQ-NF-NUM-OUT.
129300     GO TO 7400-EXIT.
129400 7400-EXIT.
129500     EXIT.
129600*
129700*    7500-FIND-CONTACT.  SQ-NF-CONTACT-HIT FOR SQ-NF-FIND-DEPT.
129800 7500-FIND-CONTACT.
129900     MOVE 0 TO SQ-NF-CONTACT-HIT.
130000     MOVE 1 TO SQ-NF-CSUB.
130100     PERFORM 7510-MATCH-ONE-CONTACT THRU 7510-EXIT
130200         UNTIL SQ-NF-CONTACT-HIT > 0
130300             OR SQ-NF-CSUB > SQ-NF-CONTACT-COUNT.
130400     GO TO 7500-EXIT.
130500 7500-EXIT.
130600     EXIT.
130700*
130800 7510-MATCH-ONE-CONTACT.
130900     IF SQ-NF-CONTACT-ENTRY(SQ-NF-CSUB)(1:3) = SQ-NF-FIND-DEPT
131000         MOVE SQ-NF-CSUB TO SQ-NF-CONTACT-HIT
131100     END-IF.
131200     ADD 1 TO SQ-NF-CSUB.
131300     GO TO 7510-EXIT.
131400 7510-EXIT.
131500     EXIT.
131600*
131700 8100-WRITE-ITEM.
131800     WRITE SQ-NF-REPORT-LINE FROM SQ-NF-ITEM-LINE
131900         AFTER ADVANCING 1.
132000     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
132100     MOVE SPACES TO SQ-NF-ITEM-TEXT.
132200     GO TO 8100-EXIT.
132300 8100-EXIT.
132400     EXIT.
132500*
132600 8200-WRITE-COUNT.
132700     WRITE SQ-NF-REPORT-LINE FROM SQ-NF-COUNT-LINE
132800         AFTER ADVANCING 1.
132900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
133000     GO TO 8200-EXIT.
133100 8200-EXIT.
133200     EXIT.
133300*
133400*****************************************************************
133500* 9000 SERIES - END OF RUN.  RC 4 SAYS A DEPARTMENT THAT NEEDS TO
133600* ACT WAS NOT TOLD.
133700*****************************************************************
133800 9000-TERMINATE.
133900     CLOSE SQ-NOTIFY-FILE.
134000     CLOSE SQ-NF-REPORT-FILE.
134100     DISPLAY "SQNOTIFY - NOTIFICATIONS WRITTEN: " SQ-NF-WRITTEN.
134200     IF SQ-NF-ATTENTION-NEEDED
134300         MOVE 4 TO RETURN-CODE
134400     END-IF.
134500     GO TO 9000-EXIT.
134600 9000-EXIT.
134700     EXIT.
134705*
134710*****************************************************************
134715* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
134720* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
134725* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
134730* WAY.
134735*****************************************************************
134740 9800-LOG-MESSAGE.
134745     MOVE "SQNOTIFY" TO SQ-ML-PROGRAM.
134750     MOVE SQ-NF-RUN-ID TO SQ-ML-RUN-ID.
134755     MOVE SPACES TO SQ-ML-BUS-DATE.
134760     CALL "SQMSGLOG" USING SQ-ML-AREA.
134765     GO TO 9800-EXIT.
134770 9800-EXIT.
134775     EXIT.
134800*
134900*****************************************************************
135000* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
135100* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
135200*****************************************************************
135300 9900-LOG-STEP-END.
135400     MOVE RETURN-CODE TO SQ-SL-RC.
135500     MOVE "E" TO SQ-SL-FUNCTION.
135600     CALL "SQSTPLOG" USING SQ-SL-AREA.
135700     MOVE SQ-SL-RC TO RETURN-CODE.
135800     GO TO 9900-EXIT.
135900 9900-EXIT.
136000     EXIT.
