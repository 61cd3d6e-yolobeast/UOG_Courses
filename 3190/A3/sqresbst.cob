000100*****************************************************************
000200* PROGRAM-ID.  SQRESBST
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  PER-DEPARTMENT RESULTS BURSTING.  THE NIGHT'S
001000*     RESULTS WENT OUT AS ONE DATASET, SO EVERY CONSUMING
001100*     DEPARTMENT RECEIVED EVERY OTHER DEPARTMENT'S ROWS AND HAD
001200*     TO FILTER THEM ITSELF, AND ONE DEPARTMENT'S BAD DELIVERY
001300*     FAILED THE ACKNOWLEDGMENT FOR ALL OF THEM.  THIS STEP READS
001400*     THE NIGHT'S RESULTS FILE (SQRESULT - THE APPLY STEP'S FINAL
001500*     FILE ON A NIGHT THAT REPROCESSED) AND SPLITS IT INTO ONE
001600*     DATASET PER DEPARTMENT, DD SQBRST01 THRU SQBRST10, EACH
001700*     FRAMED WITH ITS OWN HEADER (RUN ID AND DEPARTMENT) AND
001800*     TRAILER (ITS OWN ROW COUNT AND HASH - SEE SQRESCTL), SO
001900*     EACH DEPARTMENT CAN RUN SQRESVFY AGAINST ITS OWN FILE.
002000*
002100*     A RESULTS ROW CARRIES NO DEPARTMENT.  SQUARE WRITES THE
002200*     AUDIT ROW AND THEN THE RESULTS ROW FOR EVERY VALUE, SO
002300*     TONIGHT'S FEED AUDIT ROWS (SQAUDIT - THIS RUN ID, NOT THE
002400*     QUEUE DRAIN'S "Q" ROWS OR A SEAL) LINE UP WITH THE RESULTS
002500*     ROWS IN ORDER.  EACH RESULTS ROW IS MATCHED ON INPUT VALUE
002600*     AND METHOD AGAINST A SHORT WINDOW OF THE NEXT AUDIT ROWS
002700*     AND TAKES THE DEPARTMENT OF THE ONE IT MATCHES, SO A ROW
002800*     THE TWO FILES DO NOT SHARE (A RESTARTED RUN'S REPEATED
002900*     AUDIT ROWS) SLIPS BY WITHOUT THROWING THE PAIRING OFF.
003000*
003100*     THE CONTROL CARD (SQBRPARM) NAMES THE DEPARTMENT FOR EACH
003200*     BURST DD; NO CARD HANDS THE SLOTS OUT IN ORDER OF FIRST
003300*     APPEARANCE.  A CARD DEPARTMENT WITH NO ROWS TONIGHT STILL
003400*     GETS AN EMPTY FRAMED DATASET, SO ITS VERIFICATION SAYS
003500*     "NOTHING TONIGHT" RATHER THAN "NOTHING ARRIVED".  A ROW
003600*     WITH NO AUDIT MATCH, NO DEPARTMENT, OR NO SLOT GOES TO THE
003700*     UNASSIGNED DATASET (SQBRSTUN, DEPARTMENT "***") - NEVER
003800*     DROPPED.  THE ONE-RECORD SUMMARY (SQBRSUM) FEEDS THE
003900*     MORNING DIGEST.
004000*
004100*     RC=0 EVERY ROW ATTRIBUTED, RC=4 ROWS ON THE UNASSIGNED
004200*     DATASET, RC=8 THE INPUT FILE'S OWN CONTROLS DO NOT BALANCE
004300*     (THE BURSTS ARE COMPLETE BUT THE NIGHT'S FILE IS NOT),
004400*     RC=16 NO CONTROL HEADER OR A FILE FAILURE.
004500*
004600* MODIFICATION HISTORY.
004700*     2026-10-15  DL  INITIAL VERSION.
004720*     2026-10-15  DL  RECORD IMAGES WIDENED 110 TO 120 FOR THE
004740*                     RATIONAL-EXPONENT COLUMN (SEE SQRESULT).
004741*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
004742*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
004743*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
004750*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
004760*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
004770*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
004780*                     COPYBOOK SQMSGCAT).
004782*     2026-10-15  DL  A DEPARTMENT DATASET NO DEPARTMENT TOOK
004784*                     TONIGHT IS EMPTIED AT END OF RUN - THE
004786*                     BURSTS ARE NOW REWRITTEN IN PLACE (DISP=OLD)
004788*                     AND MUST NOT CARRY AN EARLIER NIGHT'S ROWS.
004800*****************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID.  SQRESBST.
005100 AUTHOR.      D. LOCKWOOD.
005200 INSTALLATION. 3190 SYSTEMS.
005300 DATE-WRITTEN. 2026-10-15.
005400 DATE-COMPILED.
005500*
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT SQ-RESULT-FILE ASSIGN TO SQRESULT
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS IS SQ-RESULT-STATUS.
006200*
006300     SELECT SQ-AUDIT-FILE ASSIGN TO SQAUDIT
006400         ORGANIZATION LINE SEQUENTIAL
006500         FILE STATUS IS SQ-AUDIT-STATUS.
006600*
006700     SELECT OPTIONAL SQ-BR-PARM-FILE ASSIGN TO SQBRPARM
006800         ORGANIZATION LINE SEQUENTIAL
006900         FILE STATUS IS SQ-BRPARM-STATUS.
007000*
007100     SELECT SQ-BURST-FILE-01 ASSIGN TO SQBRST01
007200         ORGANIZATION LINE SEQUENTIAL
007300         FILE STATUS IS SQ-BURST-01-STATUS.
007400     SELECT SQ-BURST-FILE-02 ASSIGN TO SQBRST02
007500         ORGANIZATION LINE SEQUENTIAL
007600         FILE STATUS IS SQ-BURST-02-STATUS.
007700     SELECT SQ-BURST-FILE-03 ASSIGN TO SQBRST03
007800         ORGANIZATION LINE SEQUENTIAL
007900         FILE STATUS IS SQ-BURST-03-STATUS.
008000     SELECT SQ-BURST-FILE-04 ASSIGN TO SQBRST04
008100         ORGANIZATION LINE SEQUENTIAL
008200         FILE STATUS IS SQ-BURST-04-STATUS.
008300     SELECT SQ-BURST-FILE-05 ASSIGN TO SQBRST05
008400         ORGANIZATION LINE SEQUENTIAL
008500         FILE STATUS IS SQ-BURST-05-STATUS.
008600     SELECT SQ-BURST-FILE-06 ASSIGN TO SQBRST06
008700         ORGANIZATION LINE SEQUENTIAL
008800         FILE STATUS IS SQ-BURST-06-STATUS.
008900     SELECT SQ-BURST-FILE-07 ASSIGN TO SQBRST07
009000         ORGANIZATION LINE SEQUENTIAL
009100         FILE STATUS IS SQ-BURST-07-STATUS.
009200     SELECT SQ-BURST-FILE-08 ASSIGN TO SQBRST08
009300         ORGANIZATION LINE SEQUENTIAL
009400         FILE STATUS IS SQ-BURST-08-STATUS.
009500     SELECT SQ-BURST-FILE-09 ASSIGN TO SQBRST09
009600         ORGANIZATION LINE SEQUENTIAL
009700         FILE STATUS IS SQ-BURST-09-STATUS.
009800     SELECT SQ-BURST-FILE-10 ASSIGN TO SQBRST10
009900         ORGANIZATION LINE SEQUENTIAL
010000         FILE STATUS IS SQ-BURST-10-STATUS.
010100     SELECT SQ-BURST-FILE-UN ASSIGN TO SQBRSTUN
010200         ORGANIZATION LINE SEQUENTIAL
010300         FILE STATUS IS SQ-BURST-UN-STATUS.
010400*
010500     SELECT SQ-BR-SUMMARY-FILE ASSIGN TO SQBRSUM
010600         ORGANIZATION LINE SEQUENTIAL
010700         FILE STATUS IS SQ-BRSUM-STATUS.
010800*
010900     SELECT SQ-BR-REPORT-FILE ASSIGN TO SQBRRPT
011000         ORGANIZATION LINE SEQUENTIAL
011100         FILE STATUS IS SQ-BR-REPORT-STATUS.
011200*
011300 DATA DIVISION.
011400 FILE SECTION.
011500 FD  SQ-RESULT-FILE.
011600     COPY SQRESULT.
011700*
011800 FD  SQ-AUDIT-FILE.
011900     COPY SQAUDIT.
012000*
012100 FD  SQ-BR-PARM-FILE.
012200     COPY SQBRPARM.
012300*
012400 FD  SQ-BURST-FILE-01.
012500 01  SQ-BURST-RECORD-01            PIC X(120).
012600 FD  SQ-BURST-FILE-02.
012700 01  SQ-BURST-RECORD-02            PIC X(120).
012800 FD  SQ-BURST-FILE-03.
012900 01  SQ-BURST-RECORD-03            PIC X(120).
013000 FD  SQ-BURST-FILE-04.
013100 01  SQ-BURST-RECORD-04            PIC X(120).
013200 FD  SQ-BURST-FILE-05.
013300 01  SQ-BURST-RECORD-05            PIC X(120).
013400 FD  SQ-BURST-FILE-06.
013500 01  SQ-BURST-RECORD-06            PIC X(120).
013600 FD  SQ-BURST-FILE-07.
013700 01  SQ-BURST-RECORD-07            PIC X(120).
013800 FD  SQ-BURST-FILE-08.
013900 01  SQ-BURST-RECORD-08            PIC X(120).
014000 FD  SQ-BURST-FILE-09.
014100 01  SQ-BURST-RECORD-09            PIC X(120).
014200 FD  SQ-BURST-FILE-10.
014300 01  SQ-BURST-RECORD-10            PIC X(120).
014400 FD  SQ-BURST-FILE-UN.
014500 01  SQ-BURST-RECORD-UN            PIC X(120).
014600*
014700 FD  SQ-BR-SUMMARY-FILE.
014800     COPY SQBRSUM.
014900*
015000 FD  SQ-BR-REPORT-FILE.
015100 01  SQ-BR-REPORT-LINE             PIC X(152).
015200*
015300 WORKING-STORAGE SECTION.
015400*
015500*****************************************************************
015600* CONTROL IMAGES (SEE SQRESCTL).
015700*****************************************************************
015800     COPY SQRESCTL.
015900*
016000*****************************************************************
016100* SWITCHES AND FILE STATUS.
016200*****************************************************************
016300 01  SQ-BR-SWITCHES.
016400     05  SQ-BR-EOF-SW              PIC X(01) VALUE "N".
016500         88  SQ-BR-EOF                 VALUE "Y".
016600     05  SQ-BR-AUDIT-EOF-SW        PIC X(01) VALUE "N".
016700         88  SQ-BR-AUDIT-EOF           VALUE "Y".
016800     05  SQ-BR-CARD-SW             PIC X(01) VALUE "N".
016900         88  SQ-BR-CARD-IN-FORCE       VALUE "Y".
017000     05  SQ-BR-TRL-SW              PIC X(01) VALUE "N".
017100         88  SQ-BR-TRL-SEEN            VALUE "Y".
017200     05  SQ-BR-FAIL-SW             PIC X(01) VALUE "N".
017300         88  SQ-BR-FILE-FAILURE        VALUE "Y".
017400     05  SQ-BR-UNBAL-SW            PIC X(01) VALUE "N".
017500         88  SQ-BR-INPUT-UNBALANCED    VALUE "Y".
017600*
017700 01  SQ-BR-FILE-STATUSES.
017800     05  SQ-RESULT-STATUS          PIC X(02) VALUE "00".
017900     05  SQ-AUDIT-STATUS           PIC X(02) VALUE "00".
018000     05  SQ-BRPARM-STATUS          PIC X(02) VALUE "00".
018100     05  SQ-BURST-01-STATUS        PIC X(02) VALUE "00".
018200     05  SQ-BURST-02-STATUS        PIC X(02) VALUE "00".
018300     05  SQ-BURST-03-STATUS        PIC X(02) VALUE "00".
018400     05  SQ-BURST-04-STATUS        PIC X(02) VALUE "00".
018500     05  SQ-BURST-05-STATUS        PIC X(02) VALUE "00".
018600     05  SQ-BURST-06-STATUS        PIC X(02) VALUE "00".
018700     05  SQ-BURST-07-STATUS        PIC X(02) VALUE "00".
018800     05  SQ-BURST-08-STATUS        PIC X(02) VALUE "00".
018900     05  SQ-BURST-09-STATUS        PIC X(02) VALUE "00".
019000     05  SQ-BURST-10-STATUS        PIC X(02) VALUE "00".
019100     05  SQ-BURST-UN-STATUS        PIC X(02) VALUE "00".
019200     05  SQ-BRSUM-STATUS           PIC X(02) VALUE "00".
019300     05  SQ-BR-REPORT-STATUS       PIC X(02) VALUE "00".
019400     05  SQ-BR-WORK-STATUS         PIC X(02) VALUE "00".
019500*
019600*****************************************************************
019700* SUBSCRIPTS.  SLOTS 1-10 ARE THE DEPARTMENT DATASETS, SLOT 11
019800* THE UNASSIGNED DATASET.
019900*****************************************************************
020000 77  SQ-BR-SLOT                    PIC 9(04) COMP VALUE ZERO.
020100 77  SQ-BR-SUB                     PIC 9(04) COMP VALUE ZERO.
020200 77  SQ-BR-WIN-SUB                 PIC 9(04) COMP VALUE ZERO.
020300 77  SQ-BR-HIT                     PIC 9(04) COMP VALUE ZERO.
020400 77  SQ-BR-KEY-LEN                 PIC 9(04) COMP VALUE ZERO.
020500 77  SQ-BR-UNASSIGNED-SLOT         PIC 9(04) COMP VALUE 11.
020600 77  SQ-BR-SLOT-DISPLAY            PIC 9(02) VALUE ZERO.
020700*
020800*****************************************************************
020900* THE BURST SLOTS - DEPARTMENT, OPEN SWITCH, AND THE CONTROLS
021000* ACCUMULATED FOR EACH SLOT'S OWN TRAILER.
021100*****************************************************************
021200 01  SQ-BR-SLOT-TABLE.
021300     05  SQ-BR-SLOT-ENTRY OCCURS 11 TIMES.
021400         10  SQ-BR-SLOT-DEPT       PIC X(03).
021500         10  SQ-BR-SLOT-OPEN-SW    PIC X(01).
021600             88  SQ-BR-SLOT-OPEN       VALUE "Y".
021700         10  SQ-BR-SLOT-ROWS       PIC 9(09).
021800         10  SQ-BR-SLOT-HASH       PIC S9(15)V9(4).
021900*
022000*****************************************************************
022100* THE AUDIT WINDOW - THE NEXT TONIGHT'S-FEED AUDIT ROWS NOT YET
022200* PAIRED WITH A RESULTS ROW, OLDEST FIRST.  A RESULTS ROW PAIRS
022300* WITH THE FIRST ENTRY THAT MATCHES IT; WHEN NOTHING MATCHES
022400* AND THE WINDOW IS FULL, THE OLDEST ENTRY IS GIVEN UP SO THE
022500* WINDOW KEEPS MOVING WITH THE RESULTS.
022600*****************************************************************
022700 77  SQ-BR-WIN-COUNT               PIC 9(04) COMP VALUE ZERO.
022800 77  SQ-BR-WIN-MAX                 PIC 9(04) COMP VALUE 50.
022900 01  SQ-BR-WINDOW.
023000     05  SQ-BR-WIN-ENTRY OCCURS 50 TIMES.
023100         10  SQ-BR-WIN-VALUE       PIC X(22).
023200         10  SQ-BR-WIN-METHOD      PIC X(01).
023300         10  SQ-BR-WIN-DEPT        PIC X(03).
023400*
023500*****************************************************************
023600* THE RESULTS ROW'S MATCH KEY - THE INPUT VALUE EDITED EXACTLY
023700* AS SQUARE EDITS IT ONTO THE AUDIT ROW, OR THE E-NOTATION TEXT
023800* OF AN EXTENDED ROW.
023900*****************************************************************
024000 01  SQ-BR-KEY-FIELDS.
024100     05  SQ-BR-KEY-EDITED          PIC -(11)9.9(9).
024200     05  SQ-BR-KEY-TEXT            REDEFINES
024300         SQ-BR-KEY-EDITED          PIC X(22).
024400     05  SQ-BR-ROW-DEPT            PIC X(03) VALUE SPACES.
024500*
024600 01  SQ-BR-OUT-RECORD              PIC X(120) VALUE SPACES.
024700*
024800*****************************************************************
024900* COUNTS AND THE INPUT FILE'S OWN CONTROLS.
025000*****************************************************************
025100 01  SQ-BR-COUNTERS.
025200     05  SQ-BR-RUN-ID              PIC 9(05) VALUE ZERO.
025300     05  SQ-BR-ROWS-READ           PIC 9(09) VALUE ZERO.
025400     05  SQ-BR-INPUT-HASH          PIC S9(15)V9(4) VALUE ZERO.
025500     05  SQ-BR-EXPECT-ROWS         PIC 9(09) VALUE ZERO.
025600     05  SQ-BR-EXPECT-HASH         PIC S9(15)V9(4) VALUE ZERO.
025700     05  SQ-BR-AUDIT-ROWS          PIC 9(09) VALUE ZERO.
025800     05  SQ-BR-ROWS-MATCHED        PIC 9(09) VALUE ZERO.
025900     05  SQ-BR-AUDIT-UNPAIRED      PIC 9(09) VALUE ZERO.
026000     05  SQ-BR-NO-MATCH            PIC 9(09) VALUE ZERO.
026100     05  SQ-BR-NO-DEPT             PIC 9(09) VALUE ZERO.
026200     05  SQ-BR-NO-SLOT             PIC 9(09) VALUE ZERO.
026300*
026400*****************************************************************
026500* RUN DATE.
026600*****************************************************************
026700 01  SQ-BR-DATE-TIME-FIELDS.
026800     05  SQ-BR-CURRENT-DATE.
026900         10  SQ-BR-CUR-YEAR        PIC 9(04).
027000         10  SQ-BR-CUR-MONTH       PIC 9(02).
027100         10  SQ-BR-CUR-DAY         PIC 9(02).
027200     05  SQ-BR-REPORT-DATE         PIC X(10) VALUE SPACES.
027300*
027400 01  SQ-BR-PAGE-CONTROL.
027500     05  SQ-BR-PAGE-NO             PIC 9(04) VALUE 1.
027600     05  SQ-BR-LINE-NO             PIC 9(02) VALUE 99.
027700     05  SQ-BR-LINES-PER-PAGE      PIC 9(02) VALUE 55.
027800*
027900*****************************************************************
028000* REPORT LINE IMAGES.
028100*****************************************************************
028200 01  SQ-BR-HDR-LINE-1.
028300     05  FILLER                    PIC X(21) VALUE
028400         "RESULTS BURSTING -".
028500     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
028600     05  SQ-BR-H1-DATE             PIC X(10) VALUE SPACES.
028700     05  FILLER                    PIC X(10) VALUE " PAGE ".
028800     05  SQ-BR-H1-PAGE             PIC ZZZ9.
028900     05  FILLER                    PIC X(12) VALUE "  DELIVERY  ".
029000     05  SQ-BR-H1-RUN              PIC ZZZZ9.
029100     05  FILLER                    PIC X(80) VALUE SPACES.
029200*
029300 01  SQ-BR-HDR-LINE-2.
029400     05  FILLER                    PIC X(48) VALUE
029500         "DD NAME   DEPT  DATA ROWS             HASH TOTAL".
029600     05  FILLER                    PIC X(104) VALUE SPACES.
029700*
029800 01  SQ-BR-SLOT-LINE.
029900     05  SQ-BR-SL-DDNAME           PIC X(08) VALUE SPACES.
030000     05  FILLER                    PIC X(02) VALUE SPACES.
030100     05  SQ-BR-SL-DEPT             PIC X(03) VALUE SPACES.
030200     05  FILLER                    PIC X(03) VALUE SPACES.
030300     05  SQ-BR-SL-ROWS             PIC ZZZZZZZZ9.
030400     05  FILLER                    PIC X(02) VALUE SPACES.
030500     05  SQ-BR-SL-HASH             PIC -Z(14)9.9(4).
030600     05  FILLER                    PIC X(104) VALUE SPACES.
030700*
030800 01  SQ-BR-SUMMARY-LINE.
030900     05  SQ-BR-SM-LABEL            PIC X(28) VALUE SPACES.
031000     05  SQ-BR-SM-COUNT            PIC ZZZZZZZZ9.
031100     05  FILLER                    PIC X(115) VALUE SPACES.
031200*
031300 01  SQ-BR-VERDICT-LINE.
031400     05  SQ-BR-VERDICT             PIC X(52) VALUE SPACES.
031500     05  FILLER                    PIC X(100) VALUE SPACES.
031600*
031601*****************************************************************
031602* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
031603*****************************************************************
031604     COPY SQSTLINK.
031605*
031610*****************************************************************
031620* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
031630*****************************************************************
031640     COPY SQMLLINK.
031650*
031700*****************************************************************
031800* 0000-MAINLINE.
031900*****************************************************************
032000 PROCEDURE DIVISION.
032100*
032200 0000-MAINLINE.
032201     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
032300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032400     PERFORM 3000-BURST-LOOP THRU 3000-EXIT
032500         UNTIL SQ-BR-EOF.
032600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032601     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
032700     STOP RUN.
032701*
032702*****************************************************************
032703* 0100-CHECK-STEP-STATUS.  RECORDS THE STEP'S START ON THE
032704* STEP-STATUS DATASET.  ON A RESUBMITTED NIGHT A STEP THAT ALREADY
032705* COMPLETED ENDS HERE WITH THE RETURN CODE IT ENDED WITH THEN, AND
032706* ONE BEHIND A STEP THAT NEVER FINISHED ENDS RC=16 (SEE SQSTPLOG).
032707*****************************************************************
032708 0100-CHECK-STEP-STATUS.
032709     MOVE "B" TO SQ-SL-FUNCTION.
032710     MOVE "SQRESBST" TO SQ-SL-PROGRAM.
032711     CALL "SQSTPLOG" USING SQ-SL-AREA.
032712     IF SQ-SL-SKIP
032713         DISPLAY "SQRESBST ALREADY COMPLETE FOR THIS NIGHT"
032714             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
032715         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
032716         STOP RUN
032717     END-IF.
032718     IF SQ-SL-STOP
032719         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
032720             " NEVER FINISHED - RERUN IT FIRST"
032725         MOVE SPACES TO SQ-ML-TEXT
032730         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
032735             " NEVER FINISHED - RERUN IT FIRST"
032740             DELIMITED BY SIZE INTO SQ-ML-TEXT
032745         MOVE "SQ0005S" TO SQ-ML-MSG-ID
032750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
032755         MOVE 16 TO RETURN-CODE
032760         STOP RUN
032765     END-IF.
032770     MOVE ZERO TO RETURN-CODE.
032775     GO TO 0100-EXIT.
032780 0100-EXIT.
032785     EXIT.
032800*
032900*****************************************************************
033000* 1000 SERIES - STARTUP.  THE RESULTS HEADER NAMES THE RUN; THE
033100* CARD NAMES THE SLOTS; THE AUDIT WINDOW IS PRIMED.
033200*****************************************************************
033300 1000-INITIALIZE.
033400     OPEN INPUT SQ-RESULT-FILE.
033500     IF SQ-RESULT-STATUS NOT = "00"
033600         DISPLAY "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
033700             SQ-RESULT-STATUS
033710         MOVE SPACES TO SQ-ML-TEXT
033720         STRING "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
033730             SQ-RESULT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
033740         MOVE "SQ0001S" TO SQ-ML-MSG-ID
033750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
033800         MOVE 16 TO RETURN-CODE
033801         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
033900         STOP RUN
034000     END-IF.
034100     OPEN INPUT SQ-AUDIT-FILE.
034200     IF SQ-AUDIT-STATUS NOT = "00"
034300         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
034400             SQ-AUDIT-STATUS
034410         MOVE SPACES TO SQ-ML-TEXT
034420         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
034430             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
034440         MOVE "SQ0001S" TO SQ-ML-MSG-ID
034450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
034500         MOVE 16 TO RETURN-CODE
034501         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
034600         STOP RUN
034700     END-IF.
034800     OPEN OUTPUT SQ-BR-REPORT-FILE.
034900     IF SQ-BR-REPORT-STATUS NOT = "00"
035000         DISPLAY "FATAL - SQ-BR-REPORT-FILE OPEN FAILED, STATUS "
035100             SQ-BR-REPORT-STATUS
035110         MOVE SPACES TO SQ-ML-TEXT
035120         STRING "FATAL - SQ-BR-REPORT-FILE OPEN FAILED, STATUS "
035130             SQ-BR-REPORT-STATUS
035140             DELIMITED BY SIZE INTO SQ-ML-TEXT
035150         MOVE "SQ0001S" TO SQ-ML-MSG-ID
035160         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
035200         MOVE 16 TO RETURN-CODE
035201         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
035300         STOP RUN
035400     END-IF.
035500     ACCEPT SQ-BR-CURRENT-DATE FROM DATE YYYYMMDD.
035600     STRING SQ-BR-CUR-MONTH "/" SQ-BR-CUR-DAY "/"
035700         SQ-BR-CUR-YEAR DELIMITED BY SIZE
035800         INTO SQ-BR-REPORT-DATE.
035900     MOVE SPACES TO SQ-BR-SLOT-TABLE.
036000     MOVE 1 TO SQ-BR-SUB.
036100     PERFORM 1050-CLEAR-ONE-SLOT THRU 1050-EXIT
036200         UNTIL SQ-BR-SUB > SQ-BR-UNASSIGNED-SLOT.
036300     MOVE "***" TO SQ-BR-SLOT-DEPT(SQ-BR-UNASSIGNED-SLOT).
036400     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
036500     PERFORM 1200-READ-RESULT-HEADER THRU 1200-EXIT.
036600     PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.
036700*
036800*    EVERY CARD SLOT AND THE UNASSIGNED DATASET ARE FRAMED NOW,
036900*    ROWS OR NOT; A SLOT HANDED OUT BY FIRST APPEARANCE IS
037000*    OPENED WHEN ITS FIRST ROW ARRIVES.
037100     MOVE 1 TO SQ-BR-SLOT.
037200     PERFORM 1300-OPEN-CARD-SLOT THRU 1300-EXIT
037300         UNTIL SQ-BR-SLOT > SQ-BR-UNASSIGNED-SLOT.
037400     PERFORM 2100-FILL-WINDOW THRU 2100-EXIT.
037500     GO TO 1000-EXIT.
037600 1000-EXIT.
037700     EXIT.
037800*
037900 1050-CLEAR-ONE-SLOT.
038000     MOVE "N" TO SQ-BR-SLOT-OPEN-SW(SQ-BR-SUB).
038100     MOVE ZERO TO SQ-BR-SLOT-ROWS(SQ-BR-SUB).
038200     MOVE ZERO TO SQ-BR-SLOT-HASH(SQ-BR-SUB).
038300     ADD 1 TO SQ-BR-SUB.
038400     GO TO 1050-EXIT.
038500 1050-EXIT.
038600     EXIT.
038700*
038800 1100-READ-CONTROL-CARD.
038900     OPEN INPUT SQ-BR-PARM-FILE.
039000     IF SQ-BRPARM-STATUS NOT = "00"
039100         IF SQ-BRPARM-STATUS = "05"
039200             CLOSE SQ-BR-PARM-FILE
039300         ELSE
039400             DISPLAY "WARNING - SQ-BR-PARM-FILE OPEN FAILED, "
039500                 "STATUS " SQ-BRPARM-STATUS
039600                 " - SLOTS BY FIRST APPEARANCE"
039610             MOVE SPACES TO SQ-ML-TEXT
039620             STRING "WARNING - SQ-BR-PARM-FILE OPEN FAILED, "
039630                 "STATUS " SQ-BRPARM-STATUS
039640                 " - SLOTS BY FIRST APPEARANCE"
039650                 DELIMITED BY SIZE INTO SQ-ML-TEXT
039660             MOVE "SQ0002W" TO SQ-ML-MSG-ID
039670             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
039700         END-IF
039800         GO TO 1100-EXIT
039900     END-IF.
040000     READ SQ-BR-PARM-FILE
040100         AT END
040200             CONTINUE
040300         NOT AT END
040400             MOVE 1 TO SQ-BR-SUB
040500             PERFORM 1110-TAKE-CARD-SLOT THRU 1110-EXIT
040600                 UNTIL SQ-BR-SUB > 10
040700     END-READ.
040800     CLOSE SQ-BR-PARM-FILE.
040900     GO TO 1100-EXIT.
041000 1100-EXIT.
041100     EXIT.
041200*
041300 1110-TAKE-CARD-SLOT.
041400     MOVE SQ-BP-DEPT(SQ-BR-SUB) TO SQ-BR-SLOT-DEPT(SQ-BR-SUB).
041500     IF SQ-BP-DEPT(SQ-BR-SUB) NOT = SPACES
041600         SET SQ-BR-CARD-IN-FORCE TO TRUE
041700     END-IF.
041800     ADD 1 TO SQ-BR-SUB.
041900     GO TO 1110-EXIT.
042000 1110-EXIT.
042100     EXIT.
042200*
042300*    THE FIRST RECORD MUST BE THE CONTROL HEADER - IT CARRIES
042400*    THE RUN ID THE AUDIT ROWS ARE SELECTED BY.
042500 1200-READ-RESULT-HEADER.
042600     READ SQ-RESULT-FILE
042700         AT END
042800             DISPLAY "FATAL - RESULTS FILE IS EMPTY"
042810             MOVE SPACES TO SQ-ML-TEXT
042820             STRING "FATAL - RESULTS FILE IS EMPTY"
042830                 DELIMITED BY SIZE INTO SQ-ML-TEXT
042840             MOVE "SQ3201S" TO SQ-ML-MSG-ID
042850             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042900             MOVE 16 TO RETURN-CODE
042901             PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
043000             STOP RUN
043100     END-READ.
043200     IF SQ-RES-RECORD(1:4) NOT = "HDR "
043300         DISPLAY "FATAL - RESULTS FILE CARRIES NO CONTROL HEADER"
043310         MOVE SPACES TO SQ-ML-TEXT
043320         STRING "FATAL - RESULTS FILE CARRIES NO CONTROL HEADER"
043330             DELIMITED BY SIZE INTO SQ-ML-TEXT
043340         MOVE "SQ3202S" TO SQ-ML-MSG-ID
043350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043400         MOVE 16 TO RETURN-CODE
043401         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
043500         STOP RUN
043600     END-IF.
043700     MOVE SQ-RES-RECORD(1:100) TO SQ-RC-HEADER-IMAGE.
043800     IF SQ-RC-HDR-RUN-ID NOT NUMERIC
043900         DISPLAY "FATAL - RESULTS HEADER RUN ID IS NOT NUMERIC"
043910         MOVE SPACES TO SQ-ML-TEXT
043920         STRING "FATAL - RESULTS HEADER RUN ID IS NOT NUMERIC"
043930             DELIMITED BY SIZE INTO SQ-ML-TEXT
043940         MOVE "SQ3203S" TO SQ-ML-MSG-ID
043950         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
044000         MOVE 16 TO RETURN-CODE
044001         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
044100         STOP RUN
044200     END-IF.
044300     MOVE SQ-RC-HDR-RUN-ID TO SQ-BR-RUN-ID.
044400     GO TO 1200-EXIT.
044500 1200-EXIT.
044600     EXIT.
044700*
044800 1300-OPEN-CARD-SLOT.
044900     IF SQ-BR-SLOT-DEPT(SQ-BR-SLOT) NOT = SPACES
045000         PERFORM 7100-OPEN-SLOT THRU 7100-EXIT
045100     END-IF.
045200     ADD 1 TO SQ-BR-SLOT.
045300     GO TO 1300-EXIT.
045400 1300-EXIT.
045500     EXIT.
045600*
045700 1500-WRITE-REPORT-HEADERS.
045800     MOVE SQ-BR-REPORT-DATE TO SQ-BR-H1-DATE.
045900     MOVE SQ-BR-PAGE-NO TO SQ-BR-H1-PAGE.
046000     MOVE SQ-BR-RUN-ID TO SQ-BR-H1-RUN.
046100     WRITE SQ-BR-REPORT-LINE FROM SQ-BR-HDR-LINE-1
046200         AFTER ADVANCING PAGE.
046300     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
046400     WRITE SQ-BR-REPORT-LINE FROM SQ-BR-HDR-LINE-2
046500         AFTER ADVANCING 2.
046600     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
046700     MOVE 3 TO SQ-BR-LINE-NO.
046800     GO TO 1500-EXIT.
046900 1500-EXIT.
047000     EXIT.
047100*
047200*****************************************************************
047300* 2000 SERIES - THE AUDIT WINDOW.
047400*****************************************************************
047500 2100-FILL-WINDOW.
047600     PERFORM 2110-READ-AUDIT-ROW THRU 2110-EXIT
047700         UNTIL SQ-BR-AUDIT-EOF
047800         OR SQ-BR-WIN-COUNT NOT < SQ-BR-WIN-MAX.
047900     GO TO 2100-EXIT.
048000 2100-EXIT.
048100     EXIT.
048200*
048300*    ONLY TONIGHT'S FEED ROWS HAVE A RESULTS ROW - QUEUE-DRAIN
048400*    ROWS AND SEALS ARE PASSED OVER.  ONCE THE RESULTS ARE DONE
048500*    THE REST OF THE FILE IS STILL READ, TO COUNT THE ROWS THAT
048600*    NEVER PAIRED; THE WINDOW IS NOT FILLED PAST ITS SIZE.
048700 2110-READ-AUDIT-ROW.
048800     READ SQ-AUDIT-FILE
048900         AT END
049000             SET SQ-BR-AUDIT-EOF TO TRUE
049100             GO TO 2110-EXIT
049200     END-READ.
049300     IF SQ-AUDIT-RUN-ID NOT NUMERIC
049400         OR SQ-AUDIT-RUN-ID NOT = SQ-BR-RUN-ID
049500         OR SQ-AUDIT-SOURCE = "Q"
049600         OR SQ-AUDIT-SEAL-ROW
049700         GO TO 2110-EXIT
049800     END-IF.
049900     ADD 1 TO SQ-BR-AUDIT-ROWS.
050000     IF SQ-BR-WIN-COUNT < SQ-BR-WIN-MAX
050100         ADD 1 TO SQ-BR-WIN-COUNT
050200         MOVE SQ-AUDIT-INPUT-TEXT
050300             TO SQ-BR-WIN-VALUE(SQ-BR-WIN-COUNT)
050400         MOVE SQ-AUDIT-METHOD TO SQ-BR-WIN-METHOD(SQ-BR-WIN-COUNT)
050500         MOVE SQ-AUDIT-DEPT TO SQ-BR-WIN-DEPT(SQ-BR-WIN-COUNT)
050600     END-IF.
050700     GO TO 2110-EXIT.
050800 2110-EXIT.
050900     EXIT.
051000*
051100*    TAKES WINDOW ENTRY SQ-BR-HIT OUT, CLOSING THE GAP SO THE
051200*    WINDOW STAYS OLDEST-FIRST.
051300 2200-REMOVE-ENTRY.
051400     MOVE SQ-BR-HIT TO SQ-BR-WIN-SUB.
051500     PERFORM 2210-SHIFT-ONE-ENTRY THRU 2210-EXIT
051600         UNTIL SQ-BR-WIN-SUB NOT < SQ-BR-WIN-COUNT.
051700     SUBTRACT 1 FROM SQ-BR-WIN-COUNT.
051800     GO TO 2200-EXIT.
051900 2200-EXIT.
052000     EXIT.
052100*
052200 2210-SHIFT-ONE-ENTRY.
052300     MOVE SQ-BR-WIN-ENTRY(SQ-BR-WIN-SUB + 1)
052400         TO SQ-BR-WIN-ENTRY(SQ-BR-WIN-SUB).
052500     ADD 1 TO SQ-BR-WIN-SUB.
052600     GO TO 2210-EXIT.
052700 2210-EXIT.
052800     EXIT.
052900*
053000*****************************************************************
053100* 3000 SERIES - ATTRIBUTE AND ROUTE EVERY RESULTS ROW.
053200*****************************************************************
053300 3000-BURST-LOOP.
053400     READ SQ-RESULT-FILE
053500         AT END
053600             SET SQ-BR-EOF TO TRUE
053700         NOT AT END
053800             PERFORM 3100-TAKE-ONE-ROW THRU 3100-EXIT
053900     END-READ.
054000     GO TO 3000-EXIT.
054100 3000-EXIT.
054200     EXIT.
054300*
054400 3100-TAKE-ONE-ROW.
054500     EVALUATE TRUE
054600         WHEN SQ-RES-RECORD(1:4) = "HDR "
054700             CONTINUE
054800         WHEN SQ-RES-RECORD(1:4) = "TRL "
054900             SET SQ-BR-TRL-SEEN TO TRUE
055000             MOVE SQ-RES-RECORD(1:100) TO SQ-RC-TRAILER-IMAGE
055100             IF SQ-RC-TRL-COUNT NUMERIC
055200                 MOVE SQ-RC-TRL-COUNT TO SQ-BR-EXPECT-ROWS
055300                 MOVE SQ-RC-TRL-HASH TO SQ-BR-EXPECT-HASH
055400             ELSE
055500                 DISPLAY "RESULTS TRAILER IS NOT NUMERIC"
055600                 SET SQ-BR-INPUT-UNBALANCED TO TRUE
055700             END-IF
055800         WHEN OTHER
055900             ADD 1 TO SQ-BR-ROWS-READ
056000             IF SQ-RES-EXTENDED NOT = "Y"
056100                 ADD SQ-RES-BABY-RESULT TO SQ-BR-INPUT-HASH
056200                 ADD SQ-RES-NEWTON-RESULT TO SQ-BR-INPUT-HASH
056300             END-IF
056400             PERFORM 3200-ATTRIBUTE-ROW THRU 3200-EXIT
056500             PERFORM 3300-FIND-SLOT THRU 3300-EXIT
056600             PERFORM 3400-ROUTE-ROW THRU 3400-EXIT
056700     END-EVALUATE.
056800     GO TO 3100-EXIT.
056900 3100-EXIT.
057000     EXIT.
057100*
057200*    AN EXTENDED ROW'S VALUE IS ITS E-NOTATION TEXT, CUT TO 20
057300*    BYTES ON THE RESULTS ROW AND 22 ON THE AUDIT ROW - ONLY THE
057400*    FIRST 20 ARE COMPARED.
057500 3200-ATTRIBUTE-ROW.
057600     MOVE SPACES TO SQ-BR-ROW-DEPT.
057700     IF SQ-RES-EXTENDED = "Y"
057800         MOVE SPACES TO SQ-BR-KEY-TEXT
057900         MOVE SQ-RES-INPUT-TEXT TO SQ-BR-KEY-TEXT
058000         MOVE 20 TO SQ-BR-KEY-LEN
058100     ELSE
058200         MOVE SQ-RES-INPUT-VALUE TO SQ-BR-KEY-EDITED
058300         MOVE 22 TO SQ-BR-KEY-LEN
058400     END-IF.
058500     MOVE ZERO TO SQ-BR-HIT.
058600     MOVE 1 TO SQ-BR-WIN-SUB.
058700     PERFORM 3210-TRY-ONE-ENTRY THRU 3210-EXIT
058800         UNTIL SQ-BR-WIN-SUB > SQ-BR-WIN-COUNT
058900         OR SQ-BR-HIT > ZERO.
059000     IF SQ-BR-HIT > ZERO
059100         ADD 1 TO SQ-BR-ROWS-MATCHED
059200         MOVE SQ-BR-WIN-DEPT(SQ-BR-HIT) TO SQ-BR-ROW-DEPT
059300         PERFORM 2200-REMOVE-ENTRY THRU 2200-EXIT
059400     ELSE
059500         ADD 1 TO SQ-BR-NO-MATCH
059600         IF SQ-BR-WIN-COUNT NOT < SQ-BR-WIN-MAX
059700             MOVE 1 TO SQ-BR-HIT
059800             PERFORM 2200-REMOVE-ENTRY THRU 2200-EXIT
059900         END-IF
060000     END-IF.
060100     PERFORM 2100-FILL-WINDOW THRU 2100-EXIT.
060200     GO TO 3200-EXIT.
060300 3200-EXIT.
060400     EXIT.
060500*
060600 3210-TRY-ONE-ENTRY.
060700     IF SQ-BR-WIN-METHOD(SQ-BR-WIN-SUB) = SQ-RES-METHOD
060800         AND SQ-BR-WIN-VALUE(SQ-BR-WIN-SUB)(1:SQ-BR-KEY-LEN)
060900             = SQ-BR-KEY-TEXT(1:SQ-BR-KEY-LEN)
061000         MOVE SQ-BR-WIN-SUB TO SQ-BR-HIT
061100     END-IF.
061200     ADD 1 TO SQ-BR-WIN-SUB.
061300     GO TO 3210-EXIT.
061400 3210-EXIT.
061500     EXIT.
061600*
061700*    THE DEPARTMENT'S SLOT - ON THE CARD WHEN THERE IS ONE,
061800*    OTHERWISE THE FIRST FREE SLOT THE FIRST TIME IT IS SEEN.
061900 3300-FIND-SLOT.
062000     MOVE SQ-BR-UNASSIGNED-SLOT TO SQ-BR-SLOT.
062100     IF SQ-BR-ROW-DEPT = SPACES
062200         IF SQ-BR-HIT > ZERO
062300             ADD 1 TO SQ-BR-NO-DEPT
062400         END-IF
062500         GO TO 3300-EXIT
062600     END-IF.
062700     MOVE 1 TO SQ-BR-SUB.
062800     PERFORM 3310-TRY-ONE-SLOT THRU 3310-EXIT
062900         UNTIL SQ-BR-SUB > 10
063000         OR SQ-BR-SLOT NOT = SQ-BR-UNASSIGNED-SLOT.
063100     IF SQ-BR-SLOT NOT = SQ-BR-UNASSIGNED-SLOT
063200         GO TO 3300-EXIT
063300     END-IF.
063400     IF NOT SQ-BR-CARD-IN-FORCE
063500         MOVE 1 TO SQ-BR-SUB
063600         PERFORM 3320-TRY-FREE-SLOT THRU 3320-EXIT
063700             UNTIL SQ-BR-SUB > 10
063800             OR SQ-BR-SLOT NOT = SQ-BR-UNASSIGNED-SLOT
063900     END-IF.
064000     IF SQ-BR-SLOT = SQ-BR-UNASSIGNED-SLOT
064100         ADD 1 TO SQ-BR-NO-SLOT
064200     END-IF.
064300     GO TO 3300-EXIT.
064400 3300-EXIT.
064500     EXIT.
064600*
064700 3310-TRY-ONE-SLOT.
064800     IF SQ-BR-SLOT-DEPT(SQ-BR-SUB) = SQ-BR-ROW-DEPT
064900         MOVE SQ-BR-SUB TO SQ-BR-SLOT
065000     END-IF.
065100     ADD 1 TO SQ-BR-SUB.
065200     GO TO 3310-EXIT.
065300 3310-EXIT.
065400     EXIT.
065500*
065600 3320-TRY-FREE-SLOT.
065700     IF SQ-BR-SLOT-DEPT(SQ-BR-SUB) = SPACES
065800         MOVE SQ-BR-ROW-DEPT TO SQ-BR-SLOT-DEPT(SQ-BR-SUB)
065900         MOVE SQ-BR-SUB TO SQ-BR-SLOT
066000     END-IF.
066100     ADD 1 TO SQ-BR-SUB.
066200     GO TO 3320-EXIT.
066300 3320-EXIT.
066400     EXIT.
066500*
066600 3400-ROUTE-ROW.
066700     IF NOT SQ-BR-SLOT-OPEN(SQ-BR-SLOT)
066800         PERFORM 7100-OPEN-SLOT THRU 7100-EXIT
066900     END-IF.
067000     MOVE SQ-RES-RECORD TO SQ-BR-OUT-RECORD.
067100     PERFORM 7000-WRITE-BURST-ROW THRU 7000-EXIT.
067200     ADD 1 TO SQ-BR-SLOT-ROWS(SQ-BR-SLOT).
067300     IF SQ-RES-EXTENDED NOT = "Y"
067400         ADD SQ-RES-BABY-RESULT TO SQ-BR-SLOT-HASH(SQ-BR-SLOT)
067500         ADD SQ-RES-NEWTON-RESULT TO SQ-BR-SLOT-HASH(SQ-BR-SLOT)
067600     END-IF.
067700     GO TO 3400-EXIT.
067800 3400-EXIT.
067900     EXIT.
068000*
068100*****************************************************************
068200* 4700 SERIES - REPORT PAGE AND STATUS CONTROL.
068300*****************************************************************
068400 4710-CHECK-PAGE-BREAK.
068500     IF SQ-BR-LINE-NO >= SQ-BR-LINES-PER-PAGE
068600         ADD 1 TO SQ-BR-PAGE-NO
068700         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
068800     END-IF.
068900     GO TO 4710-EXIT.
069000 4710-EXIT.
069100     EXIT.
069200*
069300 4712-CHECK-REPORT-STATUS.
069400     IF SQ-BR-REPORT-STATUS NOT = "00"
069500         DISPLAY "WARNING - SQ-BR-REPORT-FILE WRITE FAILED, "
069600             "STATUS " SQ-BR-REPORT-STATUS
069610         MOVE SPACES TO SQ-ML-TEXT
069620         STRING "WARNING - SQ-BR-REPORT-FILE WRITE FAILED, "
069630             "STATUS " SQ-BR-REPORT-STATUS
069640             DELIMITED BY SIZE INTO SQ-ML-TEXT
069650         MOVE "SQ0004W" TO SQ-ML-MSG-ID
069660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
069700     END-IF.
069800     GO TO 4712-EXIT.
069900 4712-EXIT.
070000     EXIT.
070100*
070200*****************************************************************
070300* 7000 SERIES - BURST DATASET I/O.  ONE FD PER SLOT, PICKED BY
070400* SQ-BR-SLOT.
070500*****************************************************************
070600 7000-WRITE-BURST-ROW.
070700     EVALUATE SQ-BR-SLOT
070800         WHEN 1
070900             WRITE SQ-BURST-RECORD-01 FROM SQ-BR-OUT-RECORD
071000             MOVE SQ-BURST-01-STATUS TO SQ-BR-WORK-STATUS
071100         WHEN 2
071200             WRITE SQ-BURST-RECORD-02 FROM SQ-BR-OUT-RECORD
071300             MOVE SQ-BURST-02-STATUS TO SQ-BR-WORK-STATUS
071400         WHEN 3
071500             WRITE SQ-BURST-RECORD-03 FROM SQ-BR-OUT-RECORD
071600             MOVE SQ-BURST-03-STATUS TO SQ-BR-WORK-STATUS
071700         WHEN 4
071800             WRITE SQ-BURST-RECORD-04 FROM SQ-BR-OUT-RECORD
071900             MOVE SQ-BURST-04-STATUS TO SQ-BR-WORK-STATUS
072000         WHEN 5
072100             WRITE SQ-BURST-RECORD-05 FROM SQ-BR-OUT-RECORD
072200             MOVE SQ-BURST-05-STATUS TO SQ-BR-WORK-STATUS
072300         WHEN 6
072400             WRITE SQ-BURST-RECORD-06 FROM SQ-BR-OUT-RECORD
072500             MOVE SQ-BURST-06-STATUS TO SQ-BR-WORK-STATUS
072600         WHEN 7
072700             WRITE SQ-BURST-RECORD-07 FROM SQ-BR-OUT-RECORD
072800             MOVE SQ-BURST-07-STATUS TO SQ-BR-WORK-STATUS
072900         WHEN 8
073000             WRITE SQ-BURST-RECORD-08 FROM SQ-BR-OUT-RECORD
073100             MOVE SQ-BURST-08-STATUS TO SQ-BR-WORK-STATUS
073200         WHEN 9
073300             WRITE SQ-BURST-RECORD-09 FROM SQ-BR-OUT-RECORD
073400             MOVE SQ-BURST-09-STATUS TO SQ-BR-WORK-STATUS
073500         WHEN 10
073600             WRITE SQ-BURST-RECORD-10 FROM SQ-BR-OUT-RECORD
073700             MOVE SQ-BURST-10-STATUS TO SQ-BR-WORK-STATUS
073800         WHEN OTHER
073900             WRITE SQ-BURST-RECORD-UN FROM SQ-BR-OUT-RECORD
074000             MOVE SQ-BURST-UN-STATUS TO SQ-BR-WORK-STATUS
074100     END-EVALUATE.
074200     IF SQ-BR-WORK-STATUS NOT = "00"
074300         MOVE SQ-BR-SLOT TO SQ-BR-SLOT-DISPLAY
074400         DISPLAY "FATAL - BURST WRITE FAILED, SLOT "
074500             SQ-BR-SLOT-DISPLAY " STATUS " SQ-BR-WORK-STATUS
074510         MOVE SPACES TO SQ-ML-TEXT
074520         STRING "FATAL - BURST WRITE FAILED, SLOT "
074530             SQ-BR-SLOT-DISPLAY " STATUS " SQ-BR-WORK-STATUS
074540             DELIMITED BY SIZE INTO SQ-ML-TEXT
074550         MOVE "SQ0003S" TO SQ-ML-MSG-ID
074560         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
074600         SET SQ-BR-FILE-FAILURE TO TRUE
074700         SET SQ-BR-EOF TO TRUE
074800     END-IF.
074900     GO TO 7000-EXIT.
075000 7000-EXIT.
075100     EXIT.
075200*
075300*    OPENS SLOT SQ-BR-SLOT AND WRITES ITS HEADER - THE RUN ID
075400*    AND THE SLOT'S DEPARTMENT.
075500 7100-OPEN-SLOT.
075600     EVALUATE SQ-BR-SLOT
075700         WHEN 1
075800             OPEN OUTPUT SQ-BURST-FILE-01
075900             MOVE SQ-BURST-01-STATUS TO SQ-BR-WORK-STATUS
076000         WHEN 2
076100             OPEN OUTPUT SQ-BURST-FILE-02
076200             MOVE SQ-BURST-02-STATUS TO SQ-BR-WORK-STATUS
076300         WHEN 3
076400             OPEN OUTPUT SQ-BURST-FILE-03
076500             MOVE SQ-BURST-03-STATUS TO SQ-BR-WORK-STATUS
076600         WHEN 4
076700             OPEN OUTPUT SQ-BURST-FILE-04
076800             MOVE SQ-BURST-04-STATUS TO SQ-BR-WORK-STATUS
076900         WHEN 5
077000             OPEN OUTPUT SQ-BURST-FILE-05
077100             MOVE SQ-BURST-05-STATUS TO SQ-BR-WORK-STATUS
077200         WHEN 6
077300             OPEN OUTPUT SQ-BURST-FILE-06
077400             MOVE SQ-BURST-06-STATUS TO SQ-BR-WORK-STATUS
077500         WHEN 7
077600             OPEN OUTPUT SQ-BURST-FILE-07
077700             MOVE SQ-BURST-07-STATUS TO SQ-BR-WORK-STATUS
077800         WHEN 8
077900             OPEN OUTPUT SQ-BURST-FILE-08
078000             MOVE SQ-BURST-08-STATUS TO SQ-BR-WORK-STATUS
078100         WHEN 9
078200             OPEN OUTPUT SQ-BURST-FILE-09
078300             MOVE SQ-BURST-09-STATUS TO SQ-BR-WORK-STATUS
078400         WHEN 10
078500             OPEN OUTPUT SQ-BURST-FILE-10
078600             MOVE SQ-BURST-10-STATUS TO SQ-BR-WORK-STATUS
078700         WHEN OTHER
078800             OPEN OUTPUT SQ-BURST-FILE-UN
078900             MOVE SQ-BURST-UN-STATUS TO SQ-BR-WORK-STATUS
079000     END-EVALUATE.
079100     IF SQ-BR-WORK-STATUS NOT = "00"
079200         MOVE SQ-BR-SLOT TO SQ-BR-SLOT-DISPLAY
079300         DISPLAY "FATAL - BURST DATASET OPEN FAILED, SLOT "
079400             SQ-BR-SLOT-DISPLAY " STATUS " SQ-BR-WORK-STATUS
079410         MOVE SPACES TO SQ-ML-TEXT
079420         STRING "FATAL - BURST DATASET OPEN FAILED, SLOT "
079430             SQ-BR-SLOT-DISPLAY " STATUS " SQ-BR-WORK-STATUS
079440             DELIMITED BY SIZE INTO SQ-ML-TEXT
079450         MOVE "SQ0001S" TO SQ-ML-MSG-ID
079460         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
079500         MOVE 16 TO RETURN-CODE
079501         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
079600         STOP RUN
079700     END-IF.
079800     SET SQ-BR-SLOT-OPEN(SQ-BR-SLOT) TO TRUE.
079900     MOVE SQ-BR-RUN-ID TO SQ-RC-HDR-RUN-ID.
080000     MOVE SQ-BR-SLOT-DEPT(SQ-BR-SLOT) TO SQ-RC-HDR-DEPT.
080100     MOVE SPACES TO SQ-BR-OUT-RECORD.
080200     MOVE SQ-RC-HEADER-IMAGE TO SQ-BR-OUT-RECORD(1:100).
080300     PERFORM 7000-WRITE-BURST-ROW THRU 7000-EXIT.
080400     GO TO 7100-EXIT.
080500 7100-EXIT.
080600     EXIT.
080700*
080800*    WRITES SLOT SQ-BR-SLOT'S TRAILER AND CLOSES IT.  NO
080900*    TRAILER AFTER A FILE FAILURE - AN UNFRAMED DATASET FAILS
081000*    VERIFICATION, WHICH IS THE POINT.
081100 7200-CLOSE-SLOT.
081200     IF NOT SQ-BR-SLOT-OPEN(SQ-BR-SLOT)
081300         GO TO 7200-EXIT
081400     END-IF.
081500     IF NOT SQ-BR-FILE-FAILURE
081600         MOVE SQ-BR-SLOT-ROWS(SQ-BR-SLOT) TO SQ-RC-TRL-COUNT
081700         MOVE SQ-BR-SLOT-HASH(SQ-BR-SLOT) TO SQ-RC-TRL-HASH
081800         MOVE SPACES TO SQ-BR-OUT-RECORD
081900         MOVE SQ-RC-TRAILER-IMAGE TO SQ-BR-OUT-RECORD(1:100)
082000         PERFORM 7000-WRITE-BURST-ROW THRU 7000-EXIT
082100     END-IF.
082200     EVALUATE SQ-BR-SLOT
082300         WHEN 1
082400             CLOSE SQ-BURST-FILE-01
082500         WHEN 2
082600             CLOSE SQ-BURST-FILE-02
082700         WHEN 3
082800             CLOSE SQ-BURST-FILE-03
082900         WHEN 4
083000             CLOSE SQ-BURST-FILE-04
083100         WHEN 5
083200             CLOSE SQ-BURST-FILE-05
083300         WHEN 6
083400             CLOSE SQ-BURST-FILE-06
083500         WHEN 7
083600             CLOSE SQ-BURST-FILE-07
083700         WHEN 8
083800             CLOSE SQ-BURST-FILE-08
083900         WHEN 9
084000             CLOSE SQ-BURST-FILE-09
084100         WHEN 10
084200             CLOSE SQ-BURST-FILE-10
084300         WHEN OTHER
084400             CLOSE SQ-BURST-FILE-UN
084500     END-EVALUATE.
084600     MOVE "N" TO SQ-BR-SLOT-OPEN-SW(SQ-BR-SLOT).
084700     GO TO 7200-EXIT.
084800 7200-EXIT.
084900     EXIT.
084902*
084904*    EMPTIES SLOT SQ-BR-SLOT WHEN NO DEPARTMENT HAD IT TONIGHT -
084906*    THE BURST DATASETS ARE REWRITTEN IN PLACE, SO AN UNUSED ONE
084908*    WOULD OTHERWISE STILL HOLD AN EARLIER NIGHT'S ROWS.
084910 7300-EMPTY-SLOT.
084912     EVALUATE SQ-BR-SLOT
084914         WHEN 1
084916             OPEN OUTPUT SQ-BURST-FILE-01
084918             CLOSE SQ-BURST-FILE-01
084920         WHEN 2
084922             OPEN OUTPUT SQ-BURST-FILE-02
084924             CLOSE SQ-BURST-FILE-02
084926         WHEN 3
084928             OPEN OUTPUT SQ-BURST-FILE-03
084930             CLOSE SQ-BURST-FILE-03
084932         WHEN 4
084934             OPEN OUTPUT SQ-BURST-FILE-04
084936             CLOSE SQ-BURST-FILE-04
084938         WHEN 5
084940             OPEN OUTPUT SQ-BURST-FILE-05
084942             CLOSE SQ-BURST-FILE-05
084944         WHEN 6
084946             OPEN OUTPUT SQ-BURST-FILE-06
084948             CLOSE SQ-BURST-FILE-06
084950         WHEN 7
084952             OPEN OUTPUT SQ-BURST-FILE-07
084954             CLOSE SQ-BURST-FILE-07
084956         WHEN 8
084958             OPEN OUTPUT SQ-BURST-FILE-08
084960             CLOSE SQ-BURST-FILE-08
084962         WHEN 9
084964             OPEN OUTPUT SQ-BURST-FILE-09
084966             CLOSE SQ-BURST-FILE-09
084968         WHEN 10
084970             OPEN OUTPUT SQ-BURST-FILE-10
084972             CLOSE SQ-BURST-FILE-10
084974         WHEN OTHER
084976             OPEN OUTPUT SQ-BURST-FILE-UN
084978             CLOSE SQ-BURST-FILE-UN
084980     END-EVALUATE.
084982     GO TO 7300-EXIT.
084984 7300-EXIT.
084986     EXIT.
085000*
085100*****************************************************************
085200* 9000 SERIES - TRAILERS, RECONCILIATION, REPORT, SUMMARY.
085300*****************************************************************
085400 9000-TERMINATE.
085500     MOVE 1 TO SQ-BR-SLOT.
085600     PERFORM 9050-CLOSE-ONE-SLOT THRU 9050-EXIT
085700         UNTIL SQ-BR-SLOT > SQ-BR-UNASSIGNED-SLOT.
085800*
085900*    THE REST OF THE AUDIT FILE IS READ ONLY TO COUNT TONIGHT'S
086000*    ROWS THAT NEVER PAIRED WITH A RESULTS ROW.
086100     PERFORM 2110-READ-AUDIT-ROW THRU 2110-EXIT
086200         UNTIL SQ-BR-AUDIT-EOF.
086300     COMPUTE SQ-BR-AUDIT-UNPAIRED =
086400         SQ-BR-AUDIT-ROWS - SQ-BR-ROWS-MATCHED.
086500*
086600*    THE INPUT FILE'S OWN FRAME - THE BURSTS ADD UP TO WHAT WAS
086700*    READ BY CONSTRUCTION, SO THIS IS THE ONLY PLACE A SHORT OR
086800*    DAMAGED NIGHT'S FILE WOULD SHOW.
086900     IF NOT SQ-BR-TRL-SEEN
087000         DISPLAY "RESULTS FILE HAS NO TRAILER - TRUNCATED"
087100         SET SQ-BR-INPUT-UNBALANCED TO TRUE
087200     END-IF.
087300     IF SQ-BR-TRL-SEEN
087400         AND (SQ-BR-EXPECT-ROWS NOT = SQ-BR-ROWS-READ
087500         OR SQ-BR-EXPECT-HASH NOT = SQ-BR-INPUT-HASH)
087600         DISPLAY "RESULTS FILE CONTROLS DO NOT BALANCE"
087700         SET SQ-BR-INPUT-UNBALANCED TO TRUE
087800     END-IF.
087900*
088000     MOVE 1 TO SQ-BR-SLOT.
088100     PERFORM 9100-REPORT-ONE-SLOT THRU 9100-EXIT
088200         UNTIL SQ-BR-SLOT > SQ-BR-UNASSIGNED-SLOT.
088300     PERFORM 9200-WRITE-SUMMARY-LINES THRU 9200-EXIT.
088400     PERFORM 9300-WRITE-SUMMARY-RECORD THRU 9300-EXIT.
088500*
088600     CLOSE SQ-RESULT-FILE.
088700     CLOSE SQ-AUDIT-FILE.
088800     CLOSE SQ-BR-REPORT-FILE.
088900     DISPLAY "SQRESBST - RUN " SQ-BR-RUN-ID
089000         " ROWS " SQ-BR-ROWS-READ
089100         " UNASSIGNED " SQ-BR-SLOT-ROWS(SQ-BR-UNASSIGNED-SLOT).
089200     EVALUATE TRUE
089300         WHEN SQ-BR-FILE-FAILURE
089400             MOVE 16 TO RETURN-CODE
089500         WHEN SQ-BR-INPUT-UNBALANCED
089600             MOVE 8 TO RETURN-CODE
089700         WHEN SQ-BR-SLOT-ROWS(SQ-BR-UNASSIGNED-SLOT) > ZERO
089800             MOVE 4 TO RETURN-CODE
089900         WHEN OTHER
090000             MOVE 0 TO RETURN-CODE
090100     END-EVALUATE.
090200     GO TO 9000-EXIT.
090300 9000-EXIT.
090400     EXIT.
090500*
090600 9050-CLOSE-ONE-SLOT.
090650     IF SQ-BR-SLOT-DEPT(SQ-BR-SLOT) = SPACES
090660         PERFORM 7300-EMPTY-SLOT THRU 7300-EXIT
090670     ELSE
090680         PERFORM 7200-CLOSE-SLOT THRU 7200-EXIT
090690     END-IF.
090800     ADD 1 TO SQ-BR-SLOT.
090900     GO TO 9050-EXIT.
091000 9050-EXIT.
091100     EXIT.
091200*
091300*    ONE LINE PER SLOT IN USE - A CARD SLOT, A SLOT HANDED OUT
091400*    TONIGHT, AND ALWAYS THE UNASSIGNED DATASET.
091500 9100-REPORT-ONE-SLOT.
091600     IF SQ-BR-SLOT-DEPT(SQ-BR-SLOT) NOT = SPACES
091700         PERFORM 9110-WRITE-SLOT-LINE THRU 9110-EXIT
091800     END-IF.
091900     ADD 1 TO SQ-BR-SLOT.
092000     GO TO 9100-EXIT.
092100 9100-EXIT.
092200     EXIT.
092300*
092400 9110-WRITE-SLOT-LINE.
092500     IF SQ-BR-SLOT = SQ-BR-UNASSIGNED-SLOT
092600         MOVE "SQBRSTUN" TO SQ-BR-SL-DDNAME
092700     ELSE
092800         MOVE SQ-BR-SLOT TO SQ-BR-SLOT-DISPLAY
092900         MOVE SPACES TO SQ-BR-SL-DDNAME
093000         STRING "SQBRST" SQ-BR-SLOT-DISPLAY DELIMITED BY SIZE
093100             INTO SQ-BR-SL-DDNAME
093200     END-IF.
093300     MOVE SQ-BR-SLOT-DEPT(SQ-BR-SLOT) TO SQ-BR-SL-DEPT.
093400     MOVE SQ-BR-SLOT-ROWS(SQ-BR-SLOT) TO SQ-BR-SL-ROWS.
093500     MOVE SQ-BR-SLOT-HASH(SQ-BR-SLOT) TO SQ-BR-SL-HASH.
093600     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
093700     WRITE SQ-BR-REPORT-LINE FROM SQ-BR-SLOT-LINE
093800         AFTER ADVANCING 1.
093900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
094000     ADD 1 TO SQ-BR-LINE-NO.
094100     GO TO 9110-EXIT.
094200 9110-EXIT.
094300     EXIT.
094400*
094500 9200-WRITE-SUMMARY-LINES.
094600     MOVE "RESULT DATA ROWS READ     :" TO SQ-BR-SM-LABEL.
094700     MOVE SQ-BR-ROWS-READ TO SQ-BR-SM-COUNT.
094800     PERFORM 9210-WRITE-ONE-SUMMARY THRU 9210-EXIT.
094900     MOVE "TONIGHT'S FEED AUDIT ROWS :" TO SQ-BR-SM-LABEL.
095000     MOVE SQ-BR-AUDIT-ROWS TO SQ-BR-SM-COUNT.
095100     PERFORM 9210-WRITE-ONE-SUMMARY THRU 9210-EXIT.
095200     MOVE "ROWS MATCHED TO AUDIT     :" TO SQ-BR-SM-LABEL.
095300     MOVE SQ-BR-ROWS-MATCHED TO SQ-BR-SM-COUNT.
095400     PERFORM 9210-WRITE-ONE-SUMMARY THRU 9210-EXIT.
095500     MOVE "ROWS WITH NO AUDIT MATCH  :" TO SQ-BR-SM-LABEL.
095600     MOVE SQ-BR-NO-MATCH TO SQ-BR-SM-COUNT.
095700     PERFORM 9210-WRITE-ONE-SUMMARY THRU 9210-EXIT.
095800     MOVE "ROWS WITH NO DEPARTMENT   :" TO SQ-BR-SM-LABEL.
095900     MOVE SQ-BR-NO-DEPT TO SQ-BR-SM-COUNT.
096000     PERFORM 9210-WRITE-ONE-SUMMARY THRU 9210-EXIT.
096100     MOVE "ROWS WITH NO BURST SLOT   :" TO SQ-BR-SM-LABEL.
096200     MOVE SQ-BR-NO-SLOT TO SQ-BR-SM-COUNT.
096300     PERFORM 9210-WRITE-ONE-SUMMARY THRU 9210-EXIT.
096400     MOVE "AUDIT ROWS NEVER PAIRED   :" TO SQ-BR-SM-LABEL.
096500     MOVE SQ-BR-AUDIT-UNPAIRED TO SQ-BR-SM-COUNT.
096600     PERFORM 9210-WRITE-ONE-SUMMARY THRU 9210-EXIT.
096700*
096800     EVALUATE TRUE
096900         WHEN SQ-BR-FILE-FAILURE
097000             MOVE "*** BURST FAILED - DO NOT DELIVER ***"
097100                 TO SQ-BR-VERDICT
097200         WHEN SQ-BR-INPUT-UNBALANCED
097300             MOVE "*** NIGHT'S RESULTS FILE DID NOT BALANCE ***"
097400                 TO SQ-BR-VERDICT
097500         WHEN SQ-BR-SLOT-ROWS(SQ-BR-UNASSIGNED-SLOT) > ZERO
097600             MOVE "ROWS ON THE UNASSIGNED DATASET - SEE COUNTS"
097700                 TO SQ-BR-VERDICT
097800         WHEN OTHER
097900             MOVE "EVERY ROW DELIVERED TO ITS DEPARTMENT"
098000                 TO SQ-BR-VERDICT
098100     END-EVALUATE.
098200     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
098300     WRITE SQ-BR-REPORT-LINE FROM SQ-BR-VERDICT-LINE
098400         AFTER ADVANCING 2.
098500     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
098600     GO TO 9200-EXIT.
098700 9200-EXIT.
098800     EXIT.
098900*
099000 9210-WRITE-ONE-SUMMARY.
099100     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
099200     WRITE SQ-BR-REPORT-LINE FROM SQ-BR-SUMMARY-LINE
099300         AFTER ADVANCING 1.
099400     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
099500     ADD 1 TO SQ-BR-LINE-NO.
099600     GO TO 9210-EXIT.
099700 9210-EXIT.
099800     EXIT.
099900*
100000 9300-WRITE-SUMMARY-RECORD.
100100     OPEN OUTPUT SQ-BR-SUMMARY-FILE.
100200     IF SQ-BRSUM-STATUS NOT = "00"
100300         DISPLAY "WARNING - SQ-BR-SUMMARY-FILE OPEN FAILED, "
100400             "STATUS " SQ-BRSUM-STATUS
100410         MOVE SPACES TO SQ-ML-TEXT
100420         STRING "WARNING - SQ-BR-SUMMARY-FILE OPEN FAILED, "
100430             "STATUS " SQ-BRSUM-STATUS
100440             DELIMITED BY SIZE INTO SQ-ML-TEXT
100450         MOVE "SQ0002W" TO SQ-ML-MSG-ID
100460         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
100500         GO TO 9300-EXIT
100600     END-IF.
100700     MOVE SPACES TO SQ-BU-RECORD.
100800     MOVE SQ-BR-RUN-ID TO SQ-BU-RUN-ID.
100900     MOVE SQ-BR-ROWS-READ TO SQ-BU-ROWS-READ.
101000     MOVE SQ-BR-SLOT-ROWS(SQ-BR-UNASSIGNED-SLOT)
101100         TO SQ-BU-UNASSIGNED.
101200     MOVE 1 TO SQ-BR-SUB.
101300     PERFORM 9310-SUMMARIZE-ONE-SLOT THRU 9310-EXIT
101400         UNTIL SQ-BR-SUB > 10.
101500     WRITE SQ-BU-RECORD.
101600     IF SQ-BRSUM-STATUS NOT = "00"
101700         DISPLAY "WARNING - SQ-BR-SUMMARY-FILE WRITE FAILED, "
101800             "STATUS " SQ-BRSUM-STATUS
101810         MOVE SPACES TO SQ-ML-TEXT
101820         STRING "WARNING - SQ-BR-SUMMARY-FILE WRITE FAILED, "
101830             "STATUS " SQ-BRSUM-STATUS
101840             DELIMITED BY SIZE INTO SQ-ML-TEXT
101850         MOVE "SQ0004W" TO SQ-ML-MSG-ID
101860         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
101900     END-IF.
102000     CLOSE SQ-BR-SUMMARY-FILE.
102100     GO TO 9300-EXIT.
102200 9300-EXIT.
102300     EXIT.
102400*
102500 9310-SUMMARIZE-ONE-SLOT.
102600     MOVE SQ-BR-SLOT-DEPT(SQ-BR-SUB) TO SQ-BU-DEPT(SQ-BR-SUB).
102700     MOVE SQ-BR-SLOT-ROWS(SQ-BR-SUB) TO SQ-BU-ROWS(SQ-BR-SUB).
102800     ADD 1 TO SQ-BR-SUB.
102900     GO TO 9310-EXIT.
103000 9310-EXIT.
103100     EXIT.
103200*
103300*****************************************************************
103400* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
103500* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
103600* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
103700* WAY.
103800*****************************************************************
103900 9800-LOG-MESSAGE.
104000     MOVE "SQRESBST" TO SQ-ML-PROGRAM.
104100     MOVE SQ-BR-RUN-ID TO SQ-ML-RUN-ID.
104200     MOVE SPACES TO SQ-ML-BUS-DATE.
104300     CALL "SQMSGLOG" USING SQ-ML-AREA.
104400     GO TO 9800-EXIT.
104500 9800-EXIT.
104600     EXIT.
104700*
104800*****************************************************************
104900* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
105000* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
105100*****************************************************************
105200 9900-LOG-STEP-END.
105300     MOVE RETURN-CODE TO SQ-SL-RC.
105400     MOVE "E" TO SQ-SL-FUNCTION.
105500     CALL "SQSTPLOG" USING SQ-SL-AREA.
105600     MOVE SQ-SL-RC TO RETURN-CODE.
105700     GO TO 9900-EXIT.
105800 9900-EXIT.
105900     EXIT.
