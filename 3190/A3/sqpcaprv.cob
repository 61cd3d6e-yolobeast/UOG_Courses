000100*****************************************************************
000200* PROGRAM-ID.  SQPCAPRV
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  CHECKER SIDE OF THE MAKER/CHECKER CONTROL OVER THE
001000*     THREE DATASETS THAT STEER THE NIGHTLY RUN - THE PARAMETER
001100*     CARD (SQPARMS), THE BUSINESS RULES (SQRULES) AND THE
001200*     AUTHORIZATION MASTER (SQAUTH).  SQPARMNT, SQRULMNT AND
001300*     SQAUTMNT NO LONGER WRITE THOSE DATASETS; THEY STAGE EACH
001400*     CHANGE ON THE PENDING-CHANGE DATASET (SEE COPYBOOK SQPENDCH
001500*     AND SUBPROGRAM SQPCPOST) WITH THE MAKER'S USER ID AND THE
001600*     LIVE RECORD'S IMAGE BEFORE AND AFTER.  THIS PROGRAM LETS A
001700*     SECOND USER -
001800*       - LIST THE CHANGES AWAITING APPROVAL, BEFORE AND AFTER
001900*         IMAGES DECODED FIELD BY FIELD;
002000*       - APPROVE ONE BY ID.  THE CHECKER MAY NOT BE THE MAKER.
002100*         THE CHANGE IS APPLIED TO THE LIVE DATASET ONLY IF THE
002200*         LIVE RECORD STILL MATCHES THE BEFORE IMAGE (AN ADD ONLY
002300*         IF THE KEY IS STILL FREE) - ANYTHING ELSE MEANS THE
002400*         DATASET MOVED UNDER THE PROPOSAL, WHICH IS LEFT PENDING
002500*         TO BE REJECTED AND PROPOSED AGAIN.  AN APPROVED RULE
002600*         CHANGE IS ALSO WRITTEN TO THE RULE-CHANGE LOG (SEE
002700*         SQRULLOG) WITH BOTH USER IDS;
002800*       - REJECT ONE BY ID.  NOTHING IS APPLIED;
002900*       - PRINT THE PENDING-CHANGE REPORT.  THE NIGHTLY STREAM
003000*         DOES THIS FIRST, WITH A PRINT AND QUIT SYSIN, SO A
003100*         CHANGE SOMEBODY FORGOT TO GET APPROVED SHOWS UP BEFORE
003200*         THE WINDOW OPENS - THE STEP ENDS RC 4 WHEN ANY CHANGE
003300*         IS STILL WAITING.
003400*
003500*     EVERY DECISION RELOADS THE PENDING-CHANGE DATASET, MARKS
003600*     THE CHANGE APPROVED OR REJECTED WITH THE CHECKER'S ID AND
003700*     THE TIME, AND WRITES THE DATASET BACK.  DECIDED CHANGES
003800*     STAY ON IT AS THE AUDIT TRAIL FOR 90 DAYS AND ARE THEN
003900*     DROPPED ON THE NEXT REWRITE.  CONVERSES ON SYSIN/SYSOUT
004000*     LIKE SQPARMNT.
004100*
004200* MODIFICATION HISTORY.
004300*     2026-10-15  DL  INITIAL VERSION.
004301*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
004302*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
004303*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
004320*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
004340*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
004360*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
004380*                     COPYBOOK SQMSGCAT).
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.  SQPCAPRV.
004700 AUTHOR.      D. LOCKWOOD.
004800 INSTALLATION. 3190 SYSTEMS.
004900 DATE-WRITTEN. 2026-10-15.
005000 DATE-COMPILED.
005100*
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT OPTIONAL SQ-PEND-FILE ASSIGN TO SQPENDCH
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS IS SQ-PEND-STATUS.
005800*
005900     SELECT OPTIONAL SQ-PARM-FILE ASSIGN TO SQPARMS
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS IS SQ-PARM-STATUS.
006200*
006300     SELECT OPTIONAL SQ-RULES-FILE ASSIGN TO SQRULES
006400         ORGANIZATION LINE SEQUENTIAL
006500         FILE STATUS IS SQ-RULES-STATUS.
006600*
006700     SELECT OPTIONAL SQ-AUTH-FILE ASSIGN TO SQAUTH
006800         ORGANIZATION LINE SEQUENTIAL
006900         FILE STATUS IS SQ-AUTH-STATUS.
007000*
007100     SELECT OPTIONAL SQ-RULE-LOG-FILE ASSIGN TO SQRULLOG
007200         ORGANIZATION LINE SEQUENTIAL
007300         FILE STATUS IS SQ-RULLOG-STATUS.
007400*
007500     SELECT SQ-PA-REPORT-FILE ASSIGN TO SQPCRPT
007600         ORGANIZATION LINE SEQUENTIAL
007700         FILE STATUS IS SQ-PA-REPORT-STATUS.
007800*
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  SQ-PEND-FILE.
008200     COPY SQPENDCH.
008300*
008400 FD  SQ-PARM-FILE.
008500     COPY SQPARMS.
008600*
008700 FD  SQ-RULES-FILE.
008800     COPY SQRULES.
008900*
009000 FD  SQ-AUTH-FILE.
009100     COPY SQAUTH.
009200*
009300 FD  SQ-RULE-LOG-FILE.
009400     COPY SQRULLOG.
009500*
009600 FD  SQ-PA-REPORT-FILE.
009700 01  SQ-PA-REPORT-LINE             PIC X(152).
009800*
009900 WORKING-STORAGE SECTION.
010000*
010100*****************************************************************
010200* SWITCHES AND FILE STATUS.
010300*****************************************************************
010400 01  SQ-PA-SWITCHES.
010500     05  SQ-PA-QUIT-SW             PIC X(01) VALUE "N".
010600         88  SQ-PA-QUIT-REQUESTED      VALUE "Y".
010700     05  SQ-PA-VALID-SW            PIC X(01) VALUE "N".
010800         88  SQ-PA-FIELD-VALID         VALUE "Y".
010900         88  SQ-PA-FIELD-INVALID       VALUE "N".
011000     05  SQ-PA-EOF-SW              PIC X(01) VALUE "N".
011100         88  SQ-PA-EOF                 VALUE "Y".
011200     05  SQ-PA-LOADED-SW           PIC X(01) VALUE "N".
011300         88  SQ-PA-LOADED-OK           VALUE "Y".
011400     05  SQ-PA-APPLIED-SW          PIC X(01) VALUE "N".
011500         88  SQ-PA-APPLIED             VALUE "Y".
011600     05  SQ-PA-AGE-SW              PIC X(01) VALUE "N".
011700         88  SQ-PA-AGE-KNOWN           VALUE "Y".
011800     05  SQ-PA-SAVED-SW            PIC X(01) VALUE "N".
011900         88  SQ-PA-SAVED               VALUE "Y".
012000*
012100 01  SQ-PA-FILE-STATUSES.
012200     05  SQ-PEND-STATUS            PIC X(02) VALUE "00".
012300     05  SQ-PARM-STATUS            PIC X(02) VALUE "00".
012400     05  SQ-RULES-STATUS           PIC X(02) VALUE "00".
012500     05  SQ-AUTH-STATUS            PIC X(02) VALUE "00".
012600     05  SQ-RULLOG-STATUS          PIC X(02) VALUE "00".
012700     05  SQ-PA-REPORT-STATUS       PIC X(02) VALUE "00".
012800*
012900*****************************************************************
013000* PROMPT AND WORK FIELDS.
013100*****************************************************************
013200 01  SQ-PA-WORK.
013300     05  SQ-PA-ANSWER              PIC X(20) VALUE SPACES.
013400     05  SQ-PA-SEL                 PIC X(01) VALUE SPACE.
013500     05  SQ-PA-DECISION            PIC X(01) VALUE SPACE.
013600         88  SQ-PA-APPROVING           VALUE "A".
013700         88  SQ-PA-REJECTING           VALUE "R".
013800     05  SQ-PA-CHECKER             PIC X(08) VALUE SPACES.
013900     05  SQ-PA-SEL-ID              PIC 9(06) VALUE ZERO.
014000     05  SQ-PA-HIT                 PIC 9(04) COMP VALUE ZERO.
014100     05  SQ-PA-SUB                 PIC 9(04) COMP VALUE ZERO.
014200     05  SQ-PA-SAVE-HIT            PIC 9(04) COMP VALUE ZERO.
014300     05  SQ-PA-PEND-HIT            PIC 9(04) COMP VALUE ZERO.
014400     05  SQ-PA-LISTED              PIC 9(04) VALUE ZERO.
014500     05  SQ-PA-TARGET-TEXT         PIC X(13) VALUE SPACES.
014600     05  SQ-PA-ACTION-TEXT         PIC X(07) VALUE SPACES.
014700     05  SQ-PA-REFUSAL             PIC X(60) VALUE SPACES.
014800     05  SQ-PA-RC                  PIC 9(02) VALUE ZERO.
014900*
015000*****************************************************************
015100* THE PENDING-CHANGE DATASET, HELD IN STORAGE FOR A DECISION AND
015200* WRITTEN BACK WHOLE.  MORE RECORDS THAN THE TABLE HOLDS AND NO
015300* DECISION IS TAKEN - A SHORT REWRITE WOULD LOSE THE REST.
015400*****************************************************************
015500 01  SQ-PA-PEND-TABLE.
015600     05  SQ-PA-PEND-COUNT          PIC 9(04) COMP VALUE ZERO.
015700     05  SQ-PA-PEND-ENTRY          PIC X(260) OCCURS 500 TIMES.
015800*
015900     COPY SQPENDCH REPLACING LEADING ==SQ-PC== BY ==SQ-PA-CHG==.
016000*
016100*****************************************************************
016200* THE LIVE RULES DATASET OR AUTHORIZATION MASTER, WHICHEVER THE
016300* CHANGE IS TO, HELD AS RAW 80-BYTE IMAGES.  THE CAP IS THE SAME
016400* AS THE MAINTENANCE FRONT END'S - 50 RULES, 600 ENTRIES.
016500*****************************************************************
016600 01  SQ-PA-LIVE-TABLE.
016700     05  SQ-PA-LIVE-COUNT          PIC 9(04) COMP VALUE ZERO.
016800     05  SQ-PA-LIVE-CAP            PIC 9(04) COMP VALUE ZERO.
016900     05  SQ-PA-LIVE-ENTRY          PIC X(80) OCCURS 600 TIMES.
017000*
017100 01  SQ-PA-LIVE-IMAGE              PIC X(80) VALUE SPACES.
017200*
017300*****************************************************************
017400* IMAGE DECODING - ONE 80-BYTE IMAGE LAID OVER THE RECORD IT IS
017500* AN IMAGE OF, AND TURNED INTO A LINE OF TEXT.
017600*****************************************************************
017700     COPY SQPARMS REPLACING LEADING ==SQ-PARM== BY ==SQ-PA-PRM==.
017800     COPY SQRULES REPLACING LEADING ==SQ-RULE== BY ==SQ-PA-RUL==.
017900     COPY SQAUTH REPLACING LEADING ==SQ-AUTH== BY ==SQ-PA-AUT==.
018000*
018100 01  SQ-PA-DECODE-WORK.
018200     05  SQ-PA-DEC-IMAGE           PIC X(80) VALUE SPACES.
018300     05  SQ-PA-DEC-TEXT            PIC X(120) VALUE SPACES.
018400     05  SQ-PA-TOL-ED              PIC 9.9(6).
018500     05  SQ-PA-TOL-TEXT            PIC X(08) VALUE SPACES.
018600     05  SQ-PA-BOUND-ED            PIC Z(10)9.9(9).
018700     05  SQ-PA-MIN-TEXT            PIC X(21) VALUE SPACES.
018800     05  SQ-PA-MAX-TEXT            PIC X(21) VALUE SPACES.
018900*
019000*****************************************************************
019100* AGE ARITHMETIC.  THE DATE PART OF A TIMESTAMP IS TURNED INTO A
019200* DAY NUMBER AND TAKEN FROM TODAY'S.  A DATE THAT DOES NOT EDIT
019300* HAS NO AGE.
019400*****************************************************************
019500 01  SQ-PA-AGE-WORK.
019600     05  SQ-PA-AGE-DATE            PIC X(10) VALUE SPACES.
019700     05  SQ-PA-AGE-DATE-R REDEFINES SQ-PA-AGE-DATE.
019800         10  SQ-PA-AGE-YEAR        PIC X(04).
019900         10  FILLER                PIC X(01).
020000         10  SQ-PA-AGE-MONTH       PIC X(02).
020100         10  FILLER                PIC X(01).
020200         10  SQ-PA-AGE-DAY         PIC X(02).
020300     05  SQ-PA-AGE-YYYYMMDD        PIC 9(08) VALUE ZERO.
020400     05  SQ-PA-AGE-DAYS            PIC S9(07) VALUE ZERO.
020500     05  SQ-PA-TODAY-DAYNO         PIC 9(07) VALUE ZERO.
020600     05  SQ-PA-RETAIN-DAYS         PIC 9(04) VALUE 0090.
020700*
020800*****************************************************************
020900* SESSION COUNTS.
021000*****************************************************************
021100 01  SQ-PA-COUNTS.
021200     05  SQ-PA-CT-APPROVED         PIC 9(05) VALUE ZERO.
021300     05  SQ-PA-CT-REJECTED         PIC 9(05) VALUE ZERO.
021400     05  SQ-PA-CT-AGED-OFF         PIC 9(05) VALUE ZERO.
021500     05  SQ-PA-CT-ON-FILE          PIC 9(05) VALUE ZERO.
021600     05  SQ-PA-CT-PENDING          PIC 9(05) VALUE ZERO.
021700*
021800*****************************************************************
021900* RUN DATE AND REPORT PAGE CONTROL.
022000*****************************************************************
022100 01  SQ-PA-DATE-TIME-FIELDS.
022200     05  SQ-PA-CURRENT-DATE.
022300         10  SQ-PA-CUR-YEAR        PIC 9(04).
022400         10  SQ-PA-CUR-MONTH       PIC 9(02).
022500         10  SQ-PA-CUR-DAY         PIC 9(02).
022600     05  SQ-PA-CURRENT-DATE-N REDEFINES SQ-PA-CURRENT-DATE
022700                                   PIC 9(08).
022800     05  SQ-PA-CURRENT-TIME.
022900         10  SQ-PA-CUR-HOUR        PIC 9(02).
023000         10  SQ-PA-CUR-MINUTE      PIC 9(02).
023100         10  SQ-PA-CUR-SECOND      PIC 9(02).
023200         10  SQ-PA-CUR-HUNDREDTH   PIC 9(02).
023300     05  SQ-PA-REPORT-DATE         PIC X(10) VALUE SPACES.
023400     05  SQ-PA-TIMESTAMP-TEXT      PIC X(26) VALUE SPACES.
023500*
023600 01  SQ-PA-PAGE-CONTROL.
023700     05  SQ-PA-PAGE-NO             PIC 9(04) VALUE 1.
023800     05  SQ-PA-LINE-NO             PIC 9(02) VALUE 99.
023900     05  SQ-PA-LINES-PER-PAGE      PIC 9(02) VALUE 55.
024000*
024100*****************************************************************
024200* REPORT LINE IMAGES.
024300*****************************************************************
024400 01  SQ-PA-HDR-LINE-1.
024500     05  FILLER                    PIC X(30) VALUE
024600         "PENDING CHANGE CONTROL -".
024700     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
024800     05  SQ-PA-H1-DATE             PIC X(10) VALUE SPACES.
024900     05  FILLER                    PIC X(10) VALUE " PAGE ".
025000     05  SQ-PA-H1-PAGE             PIC ZZZ9.
025100     05  FILLER                    PIC X(88) VALUE SPACES.
025200*
025300 01  SQ-PA-HDR-LINE-2.
025400     05  FILLER                    PIC X(60) VALUE
025500         "CHANGES AWAITING APPROVAL".
025600     05  FILLER                    PIC X(92) VALUE SPACES.
025700*
025800 01  SQ-PA-COL-HDR-LINE.
025900     05  FILLER                    PIC X(08) VALUE "CHANGE".
026000     05  FILLER                    PIC X(15) VALUE "DATASET".
026100     05  FILLER                    PIC X(09) VALUE "ACTION".
026200     05  FILLER                    PIC X(14) VALUE "KEY".
026300     05  FILLER                    PIC X(10) VALUE "MAKER".
026400     05  FILLER                    PIC X(28) VALUE "PROPOSED".
026500     05  FILLER                    PIC X(68) VALUE "  AGE (DAYS)".
026600*
026700 01  SQ-PA-DETAIL-LINE.
026800     05  SQ-PA-DL-ID               PIC 9(06).
026900     05  FILLER                    PIC X(02) VALUE SPACES.
027000     05  SQ-PA-DL-TARGET           PIC X(13).
027100     05  FILLER                    PIC X(02) VALUE SPACES.
027200     05  SQ-PA-DL-ACTION           PIC X(07).
027300     05  FILLER                    PIC X(02) VALUE SPACES.
027400     05  SQ-PA-DL-KEY              PIC X(12).
027500     05  FILLER                    PIC X(02) VALUE SPACES.
027600     05  SQ-PA-DL-MAKER            PIC X(08).
027700     05  FILLER                    PIC X(02) VALUE SPACES.
027800     05  SQ-PA-DL-MADE-TS          PIC X(26).
027900     05  FILLER                    PIC X(02) VALUE SPACES.
028000     05  SQ-PA-DL-AGE              PIC ZZZZ9.
028100     05  FILLER                    PIC X(63) VALUE SPACES.
028200*
028300 01  SQ-PA-IMAGE-LINE.
028400     05  FILLER                    PIC X(08) VALUE SPACES.
028500     05  SQ-PA-IL-LABEL            PIC X(08).
028600     05  SQ-PA-IL-TEXT             PIC X(120).
028700     05  FILLER                    PIC X(16) VALUE SPACES.
028800*
028900 01  SQ-PA-TOTAL-LINE.
029000     05  SQ-PA-TL-LABEL            PIC X(40) VALUE SPACES.
029100     05  SQ-PA-TL-COUNT            PIC ZZZZ9.
029200     05  FILLER                    PIC X(107) VALUE SPACES.
029300*
029301*****************************************************************
029302* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
029303*****************************************************************
029304     COPY SQSTLINK.
029305*
029310*****************************************************************
029320* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
029330*****************************************************************
029340     COPY SQMLLINK.
029350*
029400*****************************************************************
029500* 0000-MAINLINE.
029600*****************************************************************
029700 PROCEDURE DIVISION.
029800*
029900 0000-MAINLINE.
029901     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
030000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030100     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
030200         UNTIL SQ-PA-QUIT-REQUESTED.
030300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030301     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
030400     STOP RUN.
030401*
030402*****************************************************************
030403* 0100-CHECK-STEP-STATUS.  RECORDS THE STEP'S START ON THE
030404* STEP-STATUS DATASET.  ON A RESUBMITTED NIGHT A STEP THAT ALREADY
030405* COMPLETED ENDS HERE WITH THE RETURN CODE IT ENDED WITH THEN, AND
030406* ONE BEHIND A STEP THAT NEVER FINISHED ENDS RC=16 (SEE SQSTPLOG).
030407*****************************************************************
030408 0100-CHECK-STEP-STATUS.
030409     MOVE "B" TO SQ-SL-FUNCTION.
030410     MOVE "SQPCAPRV" TO SQ-SL-PROGRAM.
030411     CALL "SQSTPLOG" USING SQ-SL-AREA.
030412     IF SQ-SL-SKIP
030413         DISPLAY "SQPCAPRV ALREADY COMPLETE FOR THIS NIGHT"
030414             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
030415         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
030416         STOP RUN
030417     END-IF.
030418     IF SQ-SL-STOP
030419         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
030420             " NEVER FINISHED - RERUN IT FIRST"
030425         MOVE SPACES TO SQ-ML-TEXT
030430         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
030435             " NEVER FINISHED - RERUN IT FIRST"
030440             DELIMITED BY SIZE INTO SQ-ML-TEXT
030445         MOVE "SQ0005S" TO SQ-ML-MSG-ID
030450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
030455         MOVE 16 TO RETURN-CODE
030460         STOP RUN
030465     END-IF.
030470     MOVE ZERO TO RETURN-CODE.
030475     GO TO 0100-EXIT.
030480 0100-EXIT.
030485     EXIT.
030500*
030600*****************************************************************
030700* 1000 SERIES - STARTUP.  RUN DATE AND THE SESSION'S REPORT.
030800*****************************************************************
030900 1000-INITIALIZE.
031000     ACCEPT SQ-PA-CURRENT-DATE FROM DATE YYYYMMDD.
031100     STRING SQ-PA-CUR-MONTH "/" SQ-PA-CUR-DAY "/" SQ-PA-CUR-YEAR
031200         DELIMITED BY SIZE INTO SQ-PA-REPORT-DATE.
031300     COMPUTE SQ-PA-TODAY-DAYNO =
031400         FUNCTION INTEGER-OF-DATE(SQ-PA-CURRENT-DATE-N).
031500     OPEN OUTPUT SQ-PA-REPORT-FILE.
031600     IF SQ-PA-REPORT-STATUS NOT = "00"
031700         DISPLAY "FATAL - SQ-PA-REPORT-FILE OPEN FAILED, STATUS "
031800             SQ-PA-REPORT-STATUS
031810         MOVE SPACES TO SQ-ML-TEXT
031820         STRING "FATAL - SQ-PA-REPORT-FILE OPEN FAILED, STATUS "
031830             SQ-PA-REPORT-STATUS
031840             DELIMITED BY SIZE INTO SQ-ML-TEXT
031850         MOVE "SQ0001S" TO SQ-ML-MSG-ID
031860         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
031900         MOVE 16 TO RETURN-CODE
031901         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
032000         STOP RUN
032100     END-IF.
032200     GO TO 1000-EXIT.
032300 1000-EXIT.
032400     EXIT.
032500*
032600*****************************************************************
032700* 2000-MENU-LOOP.
032800*****************************************************************
032900 2000-MENU-LOOP.
033000     DISPLAY "----------------------------------------------".
033100     DISPLAY "PENDING CHANGE APPROVAL".
033200     DISPLAY "  L = LIST CHANGES AWAITING APPROVAL".
033300     DISPLAY "  A = APPROVE A CHANGE".
033400     DISPLAY "  R = REJECT A CHANGE".
033500     DISPLAY "  P = PRINT THE PENDING-CHANGE REPORT".
033600     DISPLAY "  Q = QUIT".
033700     MOVE SPACE TO SQ-PA-SEL.
033800     ACCEPT SQ-PA-SEL.
033900     INSPECT SQ-PA-SEL CONVERTING "larpq" TO "LARPQ".
034000     EVALUATE SQ-PA-SEL
034100         WHEN "L"
034200             PERFORM 3000-LIST-PENDING THRU 3000-EXIT
034300         WHEN "A"
034400             MOVE "A" TO SQ-PA-DECISION
034500             PERFORM 4000-DECIDE-CHANGE THRU 4000-EXIT
034600         WHEN "R"
034700             MOVE "R" TO SQ-PA-DECISION
034800             PERFORM 4000-DECIDE-CHANGE THRU 4000-EXIT
034900         WHEN "P"
035000             PERFORM 6000-PENDING-REPORT THRU 6000-EXIT
035100         WHEN "Q"
035200             SET SQ-PA-QUIT-REQUESTED TO TRUE
035300         WHEN OTHER
035400             DISPLAY "ENTER L, A, R, P, OR Q"
035500     END-EVALUATE.
035600     GO TO 2000-EXIT.
035700 2000-EXIT.
035800     EXIT.
035900*
036000*****************************************************************
036100* 3000 SERIES - LIST THE CHANGES AWAITING APPROVAL.
036200*****************************************************************
036300 3000-LIST-PENDING.
036400     PERFORM 7000-LOAD-PENDING THRU 7000-EXIT.
036500     IF NOT SQ-PA-LOADED-OK
036600         GO TO 3000-EXIT
036700     END-IF.
036800     MOVE ZERO TO SQ-PA-LISTED.
036900     MOVE 1 TO SQ-PA-SUB.
037000     PERFORM 3100-LIST-ONE-CHANGE THRU 3100-EXIT
037100         UNTIL SQ-PA-SUB > SQ-PA-PEND-COUNT.
037200     IF SQ-PA-LISTED = 0
037300         DISPLAY "NO CHANGES AWAITING APPROVAL"
037400     ELSE
037500         DISPLAY SQ-PA-LISTED " CHANGE(S) AWAITING APPROVAL"
037600     END-IF.
037700     GO TO 3000-EXIT.
037800 3000-EXIT.
037900     EXIT.
038000*
038100 3100-LIST-ONE-CHANGE.
038200     MOVE SQ-PA-PEND-ENTRY(SQ-PA-SUB) TO SQ-PA-CHG-RECORD.
038300     ADD 1 TO SQ-PA-SUB.
038400     IF NOT SQ-PA-CHG-PENDING
038500         GO TO 3100-EXIT
038600     END-IF.
038700     ADD 1 TO SQ-PA-LISTED.
038800     PERFORM 4500-SHOW-CHANGE THRU 4500-EXIT.
038900     GO TO 3100-EXIT.
039000 3100-EXIT.
039100     EXIT.
039200*
039300*****************************************************************
039400* 4000 SERIES - APPROVE OR REJECT ONE CHANGE.  SQ-PA-DECISION
039500* SAYS WHICH.  THE PENDING-CHANGE DATASET IS RELOADED FOR EVERY
039600* DECISION, SO A CHANGE PROPOSED OR DECIDED SINCE THE LAST LIST
039700* IS SEEN AS IT NOW STANDS.
039800*****************************************************************
039900 4000-DECIDE-CHANGE.
040000     IF SQ-PA-CHECKER = SPACES
040100         PERFORM 4100-PROMPT-CHECKER THRU 4100-EXIT
040200             UNTIL SQ-PA-CHECKER NOT = SPACES
040300     END-IF.
040400     SET SQ-PA-FIELD-INVALID TO TRUE.
040500     PERFORM 4200-PROMPT-CHANGE-ID THRU 4200-EXIT
040600         UNTIL SQ-PA-FIELD-VALID.
040700     PERFORM 7000-LOAD-PENDING THRU 7000-EXIT.
040800     IF NOT SQ-PA-LOADED-OK
040900         GO TO 4000-EXIT
041000     END-IF.
041100     MOVE 0 TO SQ-PA-PEND-HIT.
041200     MOVE 1 TO SQ-PA-SUB.
041300     PERFORM 4300-MATCH-ONE-CHANGE THRU 4300-EXIT
041400         UNTIL SQ-PA-PEND-HIT > 0 OR SQ-PA-SUB > SQ-PA-PEND-COUNT.
041500     IF SQ-PA-PEND-HIT = 0
041600         DISPLAY "CHANGE " SQ-PA-SEL-ID " IS NOT ON FILE"
041700         GO TO 4000-EXIT
041800     END-IF.
041900     MOVE SQ-PA-PEND-ENTRY(SQ-PA-PEND-HIT) TO SQ-PA-CHG-RECORD.
042000     IF SQ-PA-CHG-APPROVED
042100         DISPLAY "CHANGE " SQ-PA-SEL-ID " WAS APPROVED BY "
042200             SQ-PA-CHG-CHECKER " AT " SQ-PA-CHG-CHECKED-TS
042300         GO TO 4000-EXIT
042400     END-IF.
042500     IF SQ-PA-CHG-REJECTED
042600         DISPLAY "CHANGE " SQ-PA-SEL-ID " WAS REJECTED BY "
042700             SQ-PA-CHG-CHECKER " AT " SQ-PA-CHG-CHECKED-TS
042800         GO TO 4000-EXIT
042900     END-IF.
043000     IF SQ-PA-CHG-MAKER = SQ-PA-CHECKER
043100         DISPLAY "YOU PROPOSED CHANGE " SQ-PA-SEL-ID
043200             " - ANOTHER USER MUST DECIDE IT"
043300         GO TO 4000-EXIT
043400     END-IF.
043500     PERFORM 4500-SHOW-CHANGE THRU 4500-EXIT.
043600     IF SQ-PA-APPROVING
043700         DISPLAY "APPROVE AND APPLY THIS CHANGE? (Y/N):"
043800     ELSE
043900         DISPLAY "REJECT THIS CHANGE? (Y/N):"
044000     END-IF.
044100     MOVE SPACES TO SQ-PA-ANSWER.
044200     ACCEPT SQ-PA-ANSWER.
044300     INSPECT SQ-PA-ANSWER CONVERTING "y" TO "Y".
044400     IF SQ-PA-ANSWER NOT = "Y"
044500         DISPLAY "NOTHING DONE - CHANGE " SQ-PA-SEL-ID
044600             " IS STILL PENDING"
044700         GO TO 4000-EXIT
044800     END-IF.
044900     IF SQ-PA-APPROVING
045000         PERFORM 5000-APPLY-CHANGE THRU 5000-EXIT
045100         IF NOT SQ-PA-APPLIED
045200             DISPLAY "NOT APPLIED - " SQ-PA-REFUSAL
045300             DISPLAY "CHANGE " SQ-PA-SEL-ID " IS STILL PENDING -"
045400                 " REJECT IT IF IT CAN NO LONGER BE APPLIED"
045500             GO TO 4000-EXIT
045600         END-IF
045700         SET SQ-PA-CHG-APPROVED TO TRUE
045800     ELSE
045900         SET SQ-PA-CHG-REJECTED TO TRUE
046000     END-IF.
046100     PERFORM 7500-STAMP-TIME THRU 7500-EXIT.
046200     MOVE SQ-PA-CHECKER TO SQ-PA-CHG-CHECKER.
046300     MOVE SQ-PA-TIMESTAMP-TEXT TO SQ-PA-CHG-CHECKED-TS.
046400     MOVE SQ-PA-CHG-RECORD TO SQ-PA-PEND-ENTRY(SQ-PA-PEND-HIT).
046500     PERFORM 7100-SAVE-PENDING THRU 7100-EXIT.
046600     IF SQ-PA-APPROVING
046700         ADD 1 TO SQ-PA-CT-APPROVED
046800         IF NOT SQ-PA-SAVED
046900             DISPLAY "WARNING - CHANGE " SQ-PA-SEL-ID
047000                 " IS APPLIED BUT COULD NOT BE MARKED APPROVED"
047010             MOVE SPACES TO SQ-ML-TEXT
047020             STRING "WARNING - CHANGE " SQ-PA-SEL-ID
047030                 " IS APPLIED BUT COULD NOT BE MARKED APPROVED"
047040                 DELIMITED BY SIZE INTO SQ-ML-TEXT
047050             MOVE "SQ2301W" TO SQ-ML-MSG-ID
047060             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
047100         ELSE
047200             DISPLAY "CHANGE " SQ-PA-SEL-ID
047300                 " APPROVED AND APPLIED"
047400         END-IF
047500     ELSE
047600         ADD 1 TO SQ-PA-CT-REJECTED
047700         IF NOT SQ-PA-SAVED
047800             DISPLAY "WARNING - CHANGE " SQ-PA-SEL-ID
047900                 " COULD NOT BE MARKED REJECTED"
047910             MOVE SPACES TO SQ-ML-TEXT
047920             STRING "WARNING - CHANGE " SQ-PA-SEL-ID
047930                 " COULD NOT BE MARKED REJECTED"
047940                 DELIMITED BY SIZE INTO SQ-ML-TEXT
047950             MOVE "SQ2302W" TO SQ-ML-MSG-ID
047960             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
048000         ELSE
048100             DISPLAY "CHANGE " SQ-PA-SEL-ID " REJECTED"
048200         END-IF
048300     END-IF.
048400     GO TO 4000-EXIT.
048500 4000-EXIT.
048600     EXIT.
048700*
048800 4100-PROMPT-CHECKER.
048900     DISPLAY "YOUR USER ID - 1 TO 8 CHARACTERS:".
049000     MOVE SPACES TO SQ-PA-ANSWER.
049100     ACCEPT SQ-PA-ANSWER.
049200     INSPECT SQ-PA-ANSWER CONVERTING
049300         "abcdefghijklmnopqrstuvwxyz"
049400         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
049500     IF SQ-PA-ANSWER = SPACES OR SQ-PA-ANSWER(9:) NOT = SPACES
049600         DISPLAY "USER ID IS 1 TO 8 CHARACTERS"
049700     ELSE
049800         MOVE SQ-PA-ANSWER(1:8) TO SQ-PA-CHECKER
049900     END-IF.
050000     GO TO 4100-EXIT.
050100 4100-EXIT.
050200     EXIT.
050300*
050400 4200-PROMPT-CHANGE-ID.
050500     DISPLAY "CHANGE ID:".
050600     MOVE SPACES TO SQ-PA-ANSWER.
050700     ACCEPT SQ-PA-ANSWER.
050800     IF SQ-PA-ANSWER = SPACES
050900         OR FUNCTION TEST-NUMVAL(SQ-PA-ANSWER) NOT = 0
051000         DISPLAY "CHANGE ID IS A NUMBER"
051100         GO TO 4200-EXIT
051200     END-IF.
051300     IF FUNCTION NUMVAL(SQ-PA-ANSWER) < 1
051400         OR FUNCTION NUMVAL(SQ-PA-ANSWER) > 999999
051500         DISPLAY "CHANGE ID IS 1 TO 999999"
051600         GO TO 4200-EXIT
051700     END-IF.
051800     COMPUTE SQ-PA-SEL-ID = FUNCTION NUMVAL(SQ-PA-ANSWER).
051900     SET SQ-PA-FIELD-VALID TO TRUE.
052000     GO TO 4200-EXIT.
052100 4200-EXIT.
052200     EXIT.
052300*
052400 4300-MATCH-ONE-CHANGE.
052500     IF SQ-PA-PEND-ENTRY(SQ-PA-SUB)(1:6) = SQ-PA-SEL-ID
052600         MOVE SQ-PA-SUB TO SQ-PA-PEND-HIT
052700     END-IF.
052800     ADD 1 TO SQ-PA-SUB.
052900     GO TO 4300-EXIT.
053000 4300-EXIT.
053100     EXIT.
053200*
053300*****************************************************************
053400* 4500-SHOW-CHANGE.  DISPLAYS THE CHANGE IN SQ-PA-CHG-RECORD WITH
053500* ITS IMAGES DECODED.
053600*****************************************************************
053700 4500-SHOW-CHANGE.
053800     PERFORM 7300-DESCRIBE-CHANGE THRU 7300-EXIT.
053900     DISPLAY "CHANGE " SQ-PA-CHG-CHANGE-ID "  " SQ-PA-TARGET-TEXT
054000         "  " SQ-PA-ACTION-TEXT "  " SQ-PA-CHG-KEY.
054100     DISPLAY "    PROPOSED BY " SQ-PA-CHG-MAKER " AT "
054200         SQ-PA-CHG-MADE-TS.
054300     MOVE SQ-PA-CHG-BEFORE-IMAGE TO SQ-PA-DEC-IMAGE.
054400     PERFORM 7200-DECODE-IMAGE THRU 7200-EXIT.
054500     DISPLAY "    BEFORE: " SQ-PA-DEC-TEXT.
054600     MOVE SQ-PA-CHG-AFTER-IMAGE TO SQ-PA-DEC-IMAGE.
054700     PERFORM 7200-DECODE-IMAGE THRU 7200-EXIT.
054800     DISPLAY "    AFTER:  " SQ-PA-DEC-TEXT.
054900     GO TO 4500-EXIT.
055000 4500-EXIT.
055100     EXIT.
055200*
055300*****************************************************************
055400* 5000 SERIES - APPLY AN APPROVED CHANGE TO THE LIVE DATASET.
055500* SETS SQ-PA-APPLIED, OR LEAVES IT OFF WITH SQ-PA-REFUSAL SAYING
055600* WHY.  A REFUSED CHANGE HAS TOUCHED NOTHING.
055700*****************************************************************
055800 5000-APPLY-CHANGE.
055900     MOVE "N" TO SQ-PA-APPLIED-SW.
056000     MOVE SPACES TO SQ-PA-REFUSAL.
056100     EVALUATE TRUE
056200         WHEN SQ-PA-CHG-FOR-PARMS
056300             PERFORM 5100-APPLY-PARMS THRU 5100-EXIT
056400         WHEN SQ-PA-CHG-FOR-RULES
056500             PERFORM 5200-APPLY-RULES THRU 5200-EXIT
056600         WHEN SQ-PA-CHG-FOR-AUTH
056700             PERFORM 5300-APPLY-AUTH THRU 5300-EXIT
056800         WHEN OTHER
056900             MOVE "UNKNOWN TARGET DATASET ON THE CHANGE"
057000                 TO SQ-PA-REFUSAL
057100     END-EVALUATE.
057200     GO TO 5000-EXIT.
057300 5000-EXIT.
057400     EXIT.
057500*
057600*****************************************************************
057700* 5100-APPLY-PARMS.  THE CARD ON FILE MUST STILL BE THE ONE THE
057800* MAKER SAW (SPACES IF THERE WAS NONE); THE AFTER IMAGE REPLACES
057900* IT.
058000*****************************************************************
058100 5100-APPLY-PARMS.
058200     MOVE SPACES TO SQ-PA-LIVE-IMAGE.
058300     OPEN INPUT SQ-PARM-FILE.
058400     IF SQ-PARM-STATUS NOT = "00" AND SQ-PARM-STATUS NOT = "05"
058500         MOVE "PARAMETER CARD COULD NOT BE READ" TO SQ-PA-REFUSAL
058600         GO TO 5100-EXIT
058700     END-IF.
058800     IF SQ-PARM-STATUS = "00"
058900         READ SQ-PARM-FILE
059000             AT END
059100                 CONTINUE
059200             NOT AT END
059300                 MOVE SQ-PARM-RECORD TO SQ-PA-LIVE-IMAGE
059400         END-READ
059500     END-IF.
059600     CLOSE SQ-PARM-FILE.
059700     IF SQ-PA-LIVE-IMAGE NOT = SQ-PA-CHG-BEFORE-IMAGE
059800         MOVE "LIVE CARD HAS CHANGED SINCE PROPOSED"
059900             TO SQ-PA-REFUSAL
060000         GO TO 5100-EXIT
060100     END-IF.
060200     OPEN OUTPUT SQ-PARM-FILE.
060300*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
060400*    DID NOT EXIST YET.
060500     IF SQ-PARM-STATUS NOT = "00" AND SQ-PARM-STATUS NOT = "05"
060600         MOVE "PARAMETER CARD COULD NOT BE OPENED FOR OUTPUT"
060700             TO SQ-PA-REFUSAL
060800         GO TO 5100-EXIT
060900     END-IF.
061000     MOVE SQ-PA-CHG-AFTER-IMAGE TO SQ-PARM-RECORD.
061100     WRITE SQ-PARM-RECORD.
061200     IF SQ-PARM-STATUS NOT = "00"
061300         DISPLAY "WARNING - PARAMETER CARD WRITE FAILED, STATUS "
061400             SQ-PARM-STATUS
061410         MOVE SPACES TO SQ-ML-TEXT
061420         STRING "WARNING - PARAMETER CARD WRITE FAILED, STATUS "
061430             SQ-PARM-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
061440         MOVE "SQ0004W" TO SQ-ML-MSG-ID
061450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
061500         MOVE "PARAMETER CARD WRITE FAILED" TO SQ-PA-REFUSAL
061600         CLOSE SQ-PARM-FILE
061700         GO TO 5100-EXIT
061800     END-IF.
061900     CLOSE SQ-PARM-FILE.
062000     SET SQ-PA-APPLIED TO TRUE.
062100     GO TO 5100-EXIT.
062200 5100-EXIT.
062300     EXIT.
062400*
062500*****************************************************************
062600* 5200-APPLY-RULES.  AN ADD NEEDS THE RULE ID STILL FREE; A
062700* CHANGE OR DELETE NEEDS THE RULE ON FILE TO BE EXACTLY THE ONE
062800* THE MAKER SAW.  THE DATASET IS REWRITTEN AND THE CHANGE LOGGED.
062900*****************************************************************
063000 5200-APPLY-RULES.
063100     MOVE 50 TO SQ-PA-LIVE-CAP.
063200     PERFORM 5210-LOAD-RULES THRU 5210-EXIT.
063300     IF SQ-PA-REFUSAL NOT = SPACES
063400         GO TO 5200-EXIT
063500     END-IF.
063600     MOVE 0 TO SQ-PA-HIT.
063700     MOVE 1 TO SQ-PA-SUB.
063800     PERFORM 5220-MATCH-ONE-RULE THRU 5220-EXIT
063900         UNTIL SQ-PA-HIT > 0 OR SQ-PA-SUB > SQ-PA-LIVE-COUNT.
064000     EVALUATE SQ-PA-CHG-ACTION
064100         WHEN "A"
064200             IF SQ-PA-HIT > 0
064300                 MOVE "RULE ID HAS BEEN ADDED SINCE PROPOSED"
064400                     TO SQ-PA-REFUSAL
064500                 GO TO 5200-EXIT
064600             END-IF
064700             IF SQ-PA-LIVE-COUNT >= SQ-PA-LIVE-CAP
064800                 MOVE "RULES DATASET IS FULL (50 RULES)"
064900                     TO SQ-PA-REFUSAL
065000                 GO TO 5200-EXIT
065100             END-IF
065200             ADD 1 TO SQ-PA-LIVE-COUNT
065300             MOVE SQ-PA-CHG-AFTER-IMAGE
065400                 TO SQ-PA-LIVE-ENTRY(SQ-PA-LIVE-COUNT)
065500         WHEN "C"
065600             IF SQ-PA-HIT = 0
065700                 OR SQ-PA-LIVE-ENTRY(SQ-PA-HIT)
065800                     NOT = SQ-PA-CHG-BEFORE-IMAGE
065900                 MOVE "LIVE RULE HAS CHANGED SINCE PROPOSED"
066000                     TO SQ-PA-REFUSAL
066100                 GO TO 5200-EXIT
066200             END-IF
066300             MOVE SQ-PA-CHG-AFTER-IMAGE
066400                 TO SQ-PA-LIVE-ENTRY(SQ-PA-HIT)
066500         WHEN "D"
066600             IF SQ-PA-HIT = 0
066700                 OR SQ-PA-LIVE-ENTRY(SQ-PA-HIT)
066800                     NOT = SQ-PA-CHG-BEFORE-IMAGE
066900                 MOVE "LIVE RULE HAS CHANGED SINCE PROPOSED"
067000                     TO SQ-PA-REFUSAL
067100                 GO TO 5200-EXIT
067200             END-IF
067300             PERFORM 5500-SQUEEZE-LIVE-TABLE THRU 5500-EXIT
067400         WHEN OTHER
067500             MOVE "UNKNOWN ACTION ON THE CHANGE" TO SQ-PA-REFUSAL
067600             GO TO 5200-EXIT
067700     END-EVALUATE.
067800     PERFORM 5230-WRITE-RULES THRU 5230-EXIT.
067900     IF SQ-PA-REFUSAL NOT = SPACES
068000         GO TO 5200-EXIT
068100     END-IF.
068200     SET SQ-PA-APPLIED TO TRUE.
068300     PERFORM 5250-LOG-RULE-CHANGE THRU 5250-EXIT.
068400     GO TO 5200-EXIT.
068500 5200-EXIT.
068600     EXIT.
068700*
068800 5210-LOAD-RULES.
068900     MOVE ZERO TO SQ-PA-LIVE-COUNT.
069000     MOVE "N" TO SQ-PA-EOF-SW.
069100     OPEN INPUT SQ-RULES-FILE.
069200     IF SQ-RULES-STATUS NOT = "00" AND SQ-RULES-STATUS NOT = "05"
069300         MOVE "RULES DATASET COULD NOT BE READ" TO SQ-PA-REFUSAL
069400         GO TO 5210-EXIT
069500     END-IF.
069600     PERFORM 5211-LOAD-ONE-RULE THRU 5211-EXIT
069700         UNTIL SQ-PA-EOF.
069800     CLOSE SQ-RULES-FILE.
069900     GO TO 5210-EXIT.
070000 5210-EXIT.
070100     EXIT.
070200*
070300 5211-LOAD-ONE-RULE.
070400     READ SQ-RULES-FILE
070500         AT END
070600             SET SQ-PA-EOF TO TRUE
070700             GO TO 5211-EXIT
070800     END-READ.
070900     IF SQ-PA-LIVE-COUNT >= SQ-PA-LIVE-CAP
071000         MOVE "MORE RULES ON FILE THAN THE TABLE HOLDS"
071100             TO SQ-PA-REFUSAL
071200         SET SQ-PA-EOF TO TRUE
071300         GO TO 5211-EXIT
071400     END-IF.
071500     ADD 1 TO SQ-PA-LIVE-COUNT.
071600     MOVE SQ-RULE-RECORD TO SQ-PA-LIVE-ENTRY(SQ-PA-LIVE-COUNT).
071700     GO TO 5211-EXIT.
071800 5211-EXIT.
071900     EXIT.
072000*
072100 5220-MATCH-ONE-RULE.
072200     IF SQ-PA-LIVE-ENTRY(SQ-PA-SUB)(1:8) = SQ-PA-CHG-KEY(1:8)
072300         MOVE SQ-PA-SUB TO SQ-PA-HIT
072400     END-IF.
072500     ADD 1 TO SQ-PA-SUB.
072600     GO TO 5220-EXIT.
072700 5220-EXIT.
072800     EXIT.
072900*
073000 5230-WRITE-RULES.
073100     OPEN OUTPUT SQ-RULES-FILE.
073200*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
073300*    DID NOT EXIST YET.
073400     IF SQ-RULES-STATUS NOT = "00" AND SQ-RULES-STATUS NOT = "05"
073500         MOVE "RULES DATASET COULD NOT BE OPENED FOR OUTPUT"
073600             TO SQ-PA-REFUSAL
073700         GO TO 5230-EXIT
073800     END-IF.
073900     MOVE 1 TO SQ-PA-SUB.
074000     PERFORM 5231-WRITE-ONE-RULE THRU 5231-EXIT
074100         UNTIL SQ-PA-SUB > SQ-PA-LIVE-COUNT.
074200     CLOSE SQ-RULES-FILE.
074300     GO TO 5230-EXIT.
074400 5230-EXIT.
074500     EXIT.
074600*
074700 5231-WRITE-ONE-RULE.
074800     MOVE SQ-PA-LIVE-ENTRY(SQ-PA-SUB) TO SQ-RULE-RECORD.
074900     WRITE SQ-RULE-RECORD.
075000     IF SQ-RULES-STATUS NOT = "00"
075100         DISPLAY "WARNING - RULES DATASET WRITE FAILED, STATUS "
075200             SQ-RULES-STATUS
075210         MOVE SPACES TO SQ-ML-TEXT
075220         STRING "WARNING - RULES DATASET WRITE FAILED, STATUS "
075230             SQ-RULES-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
075240         MOVE "SQ0004W" TO SQ-ML-MSG-ID
075250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
075300     END-IF.
075400     ADD 1 TO SQ-PA-SUB.
075500     GO TO 5231-EXIT.
075600 5231-EXIT.
075700     EXIT.
075800*
075900*****************************************************************
076000* 5250-LOG-RULE-CHANGE.  AN ADD OR CHANGE LOGS THE RULE AS IT NOW
076100* STANDS, A DELETE THE RULE AS IT STOOD.  A LOG THAT CANNOT BE
076200* WRITTEN WARNS LOUDLY BUT DOES NOT UNDO THE APPROVED CHANGE.
076300*****************************************************************
076400 5250-LOG-RULE-CHANGE.
076500     IF SQ-PA-CHG-ACTION = "D"
076600         MOVE SQ-PA-CHG-BEFORE-IMAGE TO SQ-PA-RUL-RECORD
076700     ELSE
076800         MOVE SQ-PA-CHG-AFTER-IMAGE TO SQ-PA-RUL-RECORD
076900     END-IF.
077000     OPEN EXTEND SQ-RULE-LOG-FILE.
077100     IF SQ-RULLOG-STATUS NOT = "00"
077200         AND SQ-RULLOG-STATUS NOT = "05"
077300         DISPLAY "WARNING - RULE CHANGE NOT LOGGED, STATUS "
077400             SQ-RULLOG-STATUS
077410         MOVE SPACES TO SQ-ML-TEXT
077420         STRING "WARNING - RULE CHANGE NOT LOGGED, STATUS "
077430             SQ-RULLOG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
077440         MOVE "SQ2303W" TO SQ-ML-MSG-ID
077450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
077500         GO TO 5250-EXIT
077600     END-IF.
077700     PERFORM 7500-STAMP-TIME THRU 7500-EXIT.
077800     MOVE SPACES TO SQ-RLG-RECORD.
077900     MOVE SQ-PA-TIMESTAMP-TEXT TO SQ-RLG-TIMESTAMP.
078000     MOVE SQ-PA-CHG-ACTION TO SQ-RLG-ACTION.
078100     MOVE SQ-PA-RUL-ID TO SQ-RLG-RULE-ID.
078200     MOVE SQ-PA-RUL-DEPT TO SQ-RLG-DEPT.
078300     MOVE SQ-PA-RUL-MIN TO SQ-RLG-MIN.
078400     MOVE SQ-PA-RUL-MAX TO SQ-RLG-MAX.
078500     MOVE SQ-PA-RUL-EFF-DATE TO SQ-RLG-EFF-DATE.
078600     MOVE SQ-PA-RUL-EXP-DATE TO SQ-RLG-EXP-DATE.
078700     MOVE SQ-PA-CHG-MAKER TO SQ-RLG-MAKER.
078800     MOVE SQ-PA-CHECKER TO SQ-RLG-CHECKER.
078900     WRITE SQ-RLG-RECORD.
079000     IF SQ-RULLOG-STATUS NOT = "00"
079100         DISPLAY "WARNING - RULE-CHANGE LOG WRITE FAILED, "
079200             "STATUS " SQ-RULLOG-STATUS
079210         MOVE SPACES TO SQ-ML-TEXT
079220         STRING "WARNING - RULE-CHANGE LOG WRITE FAILED, "
079230             "STATUS " SQ-RULLOG-STATUS
079240             DELIMITED BY SIZE INTO SQ-ML-TEXT
079250         MOVE "SQ0004W" TO SQ-ML-MSG-ID
079260         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
079300     END-IF.
079400     CLOSE SQ-RULE-LOG-FILE.
079500     GO TO 5250-EXIT.
079600 5250-EXIT.
079700     EXIT.
079800*
079900*****************************************************************
080000* 5300-APPLY-AUTH.  SAME TESTS AS 5200, PLUS THE MASTER'S OWN
080100* INTEGRITY - A REQUESTER'S OWNING DEPARTMENT MUST BE ON FILE,
080200* AND A DEPARTMENT THAT STILL OWNS REQUESTERS CANNOT GO.
080300*****************************************************************
080400 5300-APPLY-AUTH.
080500     MOVE 600 TO SQ-PA-LIVE-CAP.
080600     PERFORM 5310-LOAD-AUTH THRU 5310-EXIT.
080700     IF SQ-PA-REFUSAL NOT = SPACES
080800         GO TO 5300-EXIT
080900     END-IF.
081000     MOVE 0 TO SQ-PA-HIT.
081100     MOVE 1 TO SQ-PA-SUB.
081200     PERFORM 5320-MATCH-ONE-ENTRY THRU 5320-EXIT
081300         UNTIL SQ-PA-HIT > 0 OR SQ-PA-SUB > SQ-PA-LIVE-COUNT.
081400     EVALUATE SQ-PA-CHG-ACTION
081500         WHEN "A"
081600             IF SQ-PA-HIT > 0
081700                 MOVE "ENTRY HAS BEEN ADDED SINCE PROPOSED"
081800                     TO SQ-PA-REFUSAL
081900                 GO TO 5300-EXIT
082000             END-IF
082100             IF SQ-PA-LIVE-COUNT >= SQ-PA-LIVE-CAP
082200                 MOVE "MASTER IS FULL (600 ENTRIES)"
082300                     TO SQ-PA-REFUSAL
082400                 GO TO 5300-EXIT
082500             END-IF
082600             IF SQ-PA-CHG-KEY(1:1) = "R"
082700                 MOVE SQ-PA-CHG-AFTER-IMAGE TO SQ-PA-AUT-RECORD
082800                 PERFORM 5330-FIND-DEPT THRU 5330-EXIT
082900                 IF SQ-PA-HIT = 0
083000                     MOVE "OWNING DEPARTMENT IS NO LONGER ON FILE"
083100                         TO SQ-PA-REFUSAL
083200                     GO TO 5300-EXIT
083300                 END-IF
083400             END-IF
083500             ADD 1 TO SQ-PA-LIVE-COUNT
083600             MOVE SQ-PA-CHG-AFTER-IMAGE
083700                 TO SQ-PA-LIVE-ENTRY(SQ-PA-LIVE-COUNT)
083800         WHEN "D"
083900             IF SQ-PA-HIT = 0
084000                 OR SQ-PA-LIVE-ENTRY(SQ-PA-HIT)
084100                     NOT = SQ-PA-CHG-BEFORE-IMAGE
084200                 MOVE "ENTRY IS NO LONGER ON FILE AS PROPOSED"
084300                     TO SQ-PA-REFUSAL
084400                 GO TO 5300-EXIT
084500             END-IF
084600             IF SQ-PA-CHG-KEY(1:1) = "D"
084700                 MOVE SQ-PA-HIT TO SQ-PA-SAVE-HIT
084800                 MOVE SQ-PA-CHG-BEFORE-IMAGE TO SQ-PA-AUT-RECORD
084900                 PERFORM 5340-FIND-OWNED-REQUESTER THRU 5340-EXIT
085000                 IF SQ-PA-HIT > 0
085100                     MOVE "DEPARTMENT NOW OWNS REQUESTERS"
085200                         TO SQ-PA-REFUSAL
085300                     GO TO 5300-EXIT
085400                 END-IF
085500                 MOVE SQ-PA-SAVE-HIT TO SQ-PA-HIT
085600             END-IF
085700             PERFORM 5500-SQUEEZE-LIVE-TABLE THRU 5500-EXIT
085800         WHEN OTHER
085900             MOVE "UNKNOWN ACTION ON THE CHANGE" TO SQ-PA-REFUSAL
086000             GO TO 5300-EXIT
086100     END-EVALUATE.
086200     PERFORM 5350-WRITE-AUTH THRU 5350-EXIT.
086300     IF SQ-PA-REFUSAL NOT = SPACES
086400         GO TO 5300-EXIT
086500     END-IF.
086600     SET SQ-PA-APPLIED TO TRUE.
086700     GO TO 5300-EXIT.
086800 5300-EXIT.
086900     EXIT.
087000*
087100 5310-LOAD-AUTH.
087200     MOVE ZERO TO SQ-PA-LIVE-COUNT.
087300     MOVE "N" TO SQ-PA-EOF-SW.
087400     OPEN INPUT SQ-AUTH-FILE.
087500     IF SQ-AUTH-STATUS NOT = "00" AND SQ-AUTH-STATUS NOT = "05"
087600         MOVE "AUTHORIZATION MASTER COULD NOT BE READ"
087700             TO SQ-PA-REFUSAL
087800         GO TO 5310-EXIT
087900     END-IF.
088000     PERFORM 5311-LOAD-ONE-ENTRY THRU 5311-EXIT
088100         UNTIL SQ-PA-EOF.
088200     CLOSE SQ-AUTH-FILE.
088300     GO TO 5310-EXIT.
088400 5310-EXIT.
088500     EXIT.
088600*
088700 5311-LOAD-ONE-ENTRY.
088800     READ SQ-AUTH-FILE
088900         AT END
089000             SET SQ-PA-EOF TO TRUE
089100             GO TO 5311-EXIT
089200     END-READ.
089300     IF SQ-PA-LIVE-COUNT >= SQ-PA-LIVE-CAP
089400         MOVE "MORE ENTRIES ON FILE THAN THE TABLE HOLDS"
089500             TO SQ-PA-REFUSAL
089600         SET SQ-PA-EOF TO TRUE
089700         GO TO 5311-EXIT
089800     END-IF.
089900     ADD 1 TO SQ-PA-LIVE-COUNT.
090000     MOVE SQ-AUTH-RECORD TO SQ-PA-LIVE-ENTRY(SQ-PA-LIVE-COUNT).
090100     GO TO 5311-EXIT.
090200 5311-EXIT.
090300     EXIT.
090400*
090500*    THE KEY IS THE TYPE BYTE, THEN THE DEPARTMENT (TYPE D) OR
090600*    THREE SPACES AND THE REQUESTER ID (TYPE R) - SEE SQPENDCH.
090700 5320-MATCH-ONE-ENTRY.
090800     IF SQ-PA-LIVE-ENTRY(SQ-PA-SUB)(1:1) = SQ-PA-CHG-KEY(1:1)
090900         IF SQ-PA-CHG-KEY(1:1) = "D"
091000             IF SQ-PA-LIVE-ENTRY(SQ-PA-SUB)(3:3)
091100                 = SQ-PA-CHG-KEY(2:3)
091200                 MOVE SQ-PA-SUB TO SQ-PA-HIT
091300             END-IF
091400         ELSE
091500             IF SQ-PA-LIVE-ENTRY(SQ-PA-SUB)(7:8)
091600                 = SQ-PA-CHG-KEY(5:8)
091700                 MOVE SQ-PA-SUB TO SQ-PA-HIT
091800             END-IF
091900         END-IF
092000     END-IF.
092100     ADD 1 TO SQ-PA-SUB.
092200     GO TO 5320-EXIT.
092300 5320-EXIT.
092400     EXIT.
092500*
092600*    SETS SQ-PA-HIT WHEN SQ-PA-AUT-DEPT IS A DEPARTMENT ON FILE.
092700 5330-FIND-DEPT.
092800     MOVE 0 TO SQ-PA-HIT.
092900     MOVE 1 TO SQ-PA-SUB.
093000     PERFORM 5331-MATCH-ONE-DEPT THRU 5331-EXIT
093100         UNTIL SQ-PA-HIT > 0 OR SQ-PA-SUB > SQ-PA-LIVE-COUNT.
093200     GO TO 5330-EXIT.
093300 5330-EXIT.
093400     EXIT.
093500*
093600 5331-MATCH-ONE-DEPT.
093700     IF SQ-PA-LIVE-ENTRY(SQ-PA-SUB)(1:1) = "D"
093800         AND SQ-PA-LIVE-ENTRY(SQ-PA-SUB)(3:3) = SQ-PA-AUT-DEPT
093900         MOVE SQ-PA-SUB TO SQ-PA-HIT
094000     END-IF.
094100     ADD 1 TO SQ-PA-SUB.
094200     GO TO 5331-EXIT.
094300 5331-EXIT.
094400     EXIT.
094500*
094600*    SETS SQ-PA-HIT WHEN ANY REQUESTER IS OWNED BY SQ-PA-AUT-DEPT.
094700 5340-FIND-OWNED-REQUESTER.
094800     MOVE 0 TO SQ-PA-HIT.
094900     MOVE 1 TO SQ-PA-SUB.
095000     PERFORM 5341-CHECK-ONE-OWNER THRU 5341-EXIT
095100         UNTIL SQ-PA-HIT > 0 OR SQ-PA-SUB > SQ-PA-LIVE-COUNT.
095200     GO TO 5340-EXIT.
095300 5340-EXIT.
095400     EXIT.
095500*
095600 5341-CHECK-ONE-OWNER.
095700     IF SQ-PA-LIVE-ENTRY(SQ-PA-SUB)(1:1) = "R"
095800         AND SQ-PA-LIVE-ENTRY(SQ-PA-SUB)(3:3) = SQ-PA-AUT-DEPT
095900         MOVE SQ-PA-SUB TO SQ-PA-HIT
096000     END-IF.
096100     ADD 1 TO SQ-PA-SUB.
096200     GO TO 5341-EXIT.
096300 5341-EXIT.
096400     EXIT.
096500*
096600 5350-WRITE-AUTH.
096700     OPEN OUTPUT SQ-AUTH-FILE.
096800*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
096900*    DID NOT EXIST YET.
097000     IF SQ-AUTH-STATUS NOT = "00" AND SQ-AUTH-STATUS NOT = "05"
097100         MOVE "AUTHORIZATION MASTER NOT OPENED FOR OUTPUT"
097200             TO SQ-PA-REFUSAL
097300         GO TO 5350-EXIT
097400     END-IF.
097500     MOVE 1 TO SQ-PA-SUB.
097600     PERFORM 5351-WRITE-ONE-ENTRY THRU 5351-EXIT
097700         UNTIL SQ-PA-SUB > SQ-PA-LIVE-COUNT.
097800     CLOSE SQ-AUTH-FILE.
097900     GO TO 5350-EXIT.
098000 5350-EXIT.
098100     EXIT.
098200*
098300 5351-WRITE-ONE-ENTRY.
098400     MOVE SQ-PA-LIVE-ENTRY(SQ-PA-SUB) TO SQ-AUTH-RECORD.
098500     WRITE SQ-AUTH-RECORD.
098600     IF SQ-AUTH-STATUS NOT = "00"
098700         DISPLAY "WARNING - AUTHORIZATION MASTER WRITE FAILED, "
098800             "STATUS " SQ-AUTH-STATUS
098810         MOVE SPACES TO SQ-ML-TEXT
098820         STRING "WARNING - AUTHORIZATION MASTER WRITE FAILED, "
098830             "STATUS " SQ-AUTH-STATUS
098840             DELIMITED BY SIZE INTO SQ-ML-TEXT
098850         MOVE "SQ0004W" TO SQ-ML-MSG-ID
098860         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
098900     END-IF.
099000     ADD 1 TO SQ-PA-SUB.
099100     GO TO 5351-EXIT.
099200 5351-EXIT.
099300     EXIT.
099400*
099500*****************************************************************
099600* 5500-SQUEEZE-LIVE-TABLE.  DROPS ROW SQ-PA-HIT, CLOSING THE GAP.
099700*****************************************************************
099800 5500-SQUEEZE-LIVE-TABLE.
099900     MOVE SQ-PA-HIT TO SQ-PA-SUB.
100000     PERFORM 5510-SHIFT-ONE-SLOT THRU 5510-EXIT
100100         UNTIL SQ-PA-SUB >= SQ-PA-LIVE-COUNT.
100200     SUBTRACT 1 FROM SQ-PA-LIVE-COUNT.
100300     GO TO 5500-EXIT.
100400 5500-EXIT.
100500     EXIT.
100600*
100700 5510-SHIFT-ONE-SLOT.
100800     MOVE SQ-PA-LIVE-ENTRY(SQ-PA-SUB + 1)
100900         TO SQ-PA-LIVE-ENTRY(SQ-PA-SUB).
101000     ADD 1 TO SQ-PA-SUB.
101100     GO TO 5510-EXIT.
101200 5510-EXIT.
101300     EXIT.
101400*
101500*****************************************************************
101600* 6000 SERIES - THE PENDING-CHANGE REPORT.  EVERY CHANGE STILL
101700* AWAITING APPROVAL, WITH ITS AGE AND ITS IMAGES DECODED.  ANY
101800* AT ALL AND THE STEP ENDS RC 4 AND THE CONSOLE IS TOLD.
101900*****************************************************************
102000 6000-PENDING-REPORT.
102100     PERFORM 7000-LOAD-PENDING THRU 7000-EXIT.
102200     IF NOT SQ-PA-LOADED-OK
102300         MOVE 8 TO SQ-PA-RC
102400         GO TO 6000-EXIT
102500     END-IF.
102600     MOVE 99 TO SQ-PA-LINE-NO.
102700     MOVE ZERO TO SQ-PA-CT-PENDING.
102800     MOVE SQ-PA-PEND-COUNT TO SQ-PA-CT-ON-FILE.
102900     PERFORM 8710-CHECK-PAGE-BREAK THRU 8710-EXIT.
103000     MOVE 1 TO SQ-PA-SUB.
103100     PERFORM 6100-REPORT-ONE-CHANGE THRU 6100-EXIT
103200         UNTIL SQ-PA-SUB > SQ-PA-PEND-COUNT.
103300     MOVE "CHANGES ON THE PENDING-CHANGE DATASET"
103400         TO SQ-PA-TL-LABEL.
103500     MOVE SQ-PA-CT-ON-FILE TO SQ-PA-TL-COUNT.
103600     PERFORM 8200-WRITE-TOTAL THRU 8200-EXIT.
103700     MOVE "AWAITING APPROVAL" TO SQ-PA-TL-LABEL.
103800     MOVE SQ-PA-CT-PENDING TO SQ-PA-TL-COUNT.
103900     PERFORM 8200-WRITE-TOTAL THRU 8200-EXIT.
104000     IF SQ-PA-CT-PENDING > 0
104100         DISPLAY "WARNING - " SQ-PA-CT-PENDING
104200             " PARAMETER/RULES/AUTHORIZATION CHANGE(S) AWAITING"
104300             " APPROVAL - NOT IN FORCE FOR THIS RUN"
104310         MOVE SPACES TO SQ-ML-TEXT
104320         STRING "WARNING - " SQ-PA-CT-PENDING
104330             " PARAMETER/RULES/AUTHORIZATION CHANGE(S) AWAITING"
104340             " APPROVAL - NOT IN FORCE FOR THIS RUN"
104350             DELIMITED BY SIZE INTO SQ-ML-TEXT
104360         MOVE "SQ2304W" TO SQ-ML-MSG-ID
104370         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
104400         IF SQ-PA-RC < 4
104500             MOVE 4 TO SQ-PA-RC
104600         END-IF
104700     ELSE
104800         DISPLAY "PENDING-CHANGE REPORT WRITTEN - NO CHANGES"
104900             " AWAITING APPROVAL"
105000     END-IF.
105100     GO TO 6000-EXIT.
105200 6000-EXIT.
105300     EXIT.
105400*
105500 6100-REPORT-ONE-CHANGE.
105600     MOVE SQ-PA-PEND-ENTRY(SQ-PA-SUB) TO SQ-PA-CHG-RECORD.
105700     ADD 1 TO SQ-PA-SUB.
105800     IF NOT SQ-PA-CHG-PENDING
105900         GO TO 6100-EXIT
106000     END-IF.
106100     ADD 1 TO SQ-PA-CT-PENDING.
106200     MOVE SQ-PA-CHG-MADE-TS(1:10) TO SQ-PA-AGE-DATE.
106300     PERFORM 7400-COMPUTE-AGE THRU 7400-EXIT.
106400     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
106500     MOVE "BEFORE: " TO SQ-PA-IL-LABEL.
106600     MOVE SQ-PA-CHG-BEFORE-IMAGE TO SQ-PA-DEC-IMAGE.
106700     PERFORM 8150-WRITE-IMAGE-LINE THRU 8150-EXIT.
106800     MOVE "AFTER:  " TO SQ-PA-IL-LABEL.
106900     MOVE SQ-PA-CHG-AFTER-IMAGE TO SQ-PA-DEC-IMAGE.
107000     PERFORM 8150-WRITE-IMAGE-LINE THRU 8150-EXIT.
107100     GO TO 6100-EXIT.
107200 6100-EXIT.
107300     EXIT.
107400*
107500*****************************************************************
107600* 7000 SERIES - SHARED SERVICE PARAGRAPHS.
107700*
107800* 7000-LOAD-PENDING.  THE WHOLE PENDING-CHANGE DATASET INTO THE
107900* TABLE.  A DATASET NOT THERE YET (STATUS 05) IS AN EMPTY ONE.
108000*****************************************************************
108100 7000-LOAD-PENDING.
108200     MOVE "N" TO SQ-PA-LOADED-SW.
108300     MOVE ZERO TO SQ-PA-PEND-COUNT.
108400     MOVE "N" TO SQ-PA-EOF-SW.
108500     OPEN INPUT SQ-PEND-FILE.
108600     IF SQ-PEND-STATUS NOT = "00" AND SQ-PEND-STATUS NOT = "05"
108700         DISPLAY "WARNING - SQ-PEND-FILE OPEN FAILED, STATUS "
108800             SQ-PEND-STATUS
108810         MOVE SPACES TO SQ-ML-TEXT
108820         STRING "WARNING - SQ-PEND-FILE OPEN FAILED, STATUS "
108830             SQ-PEND-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
108840         MOVE "SQ0002W" TO SQ-ML-MSG-ID
108850         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
108900         GO TO 7000-EXIT
109000     END-IF.
109100     SET SQ-PA-LOADED-OK TO TRUE.
109200     PERFORM 7010-LOAD-ONE-CHANGE THRU 7010-EXIT
109300         UNTIL SQ-PA-EOF.
109400     CLOSE SQ-PEND-FILE.
109500     GO TO 7000-EXIT.
109600 7000-EXIT.
109700     EXIT.
109800*
109900 7010-LOAD-ONE-CHANGE.
110000     READ SQ-PEND-FILE
110100         AT END
110200             SET SQ-PA-EOF TO TRUE
110300             GO TO 7010-EXIT
110400     END-READ.
110500     IF SQ-PA-PEND-COUNT >= 500
110600         DISPLAY "WARNING - MORE THAN 500 RECORDS ON THE PENDING-"
110700             "CHANGE DATASET - NOTHING CAN BE DECIDED"
110710         MOVE SPACES TO SQ-ML-TEXT
110720         STRING "WARNING - MORE THAN 500 RECORDS ON THE PENDING-"
110730             "CHANGE DATASET - NOTHING CAN BE DECIDED"
110740             DELIMITED BY SIZE INTO SQ-ML-TEXT
110750         MOVE "SQ2305W" TO SQ-ML-MSG-ID
110760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
110800         MOVE "N" TO SQ-PA-LOADED-SW
110900         SET SQ-PA-EOF TO TRUE
111000         GO TO 7010-EXIT
111100     END-IF.
111200     ADD 1 TO SQ-PA-PEND-COUNT.
111300     MOVE SQ-PC-RECORD TO SQ-PA-PEND-ENTRY(SQ-PA-PEND-COUNT).
111400     GO TO 7010-EXIT.
111500 7010-EXIT.
111600     EXIT.
111700*
111800*****************************************************************
111900* 7100-SAVE-PENDING.  WRITES THE TABLE BACK.  A DECIDED CHANGE
112000* CHECKED MORE THAN SQ-PA-RETAIN-DAYS AGO IS DROPPED ON THE WAY -
112100* EXCEPT THE LAST RECORD, WHICH CARRIES THE HIGHEST ID AND IS KEPT
112200* SO SQPCPOST NEVER HANDS THE SAME CHANGE ID OUT TWICE.
112300*****************************************************************
112400 7100-SAVE-PENDING.
112500     MOVE "N" TO SQ-PA-SAVED-SW.
112600     OPEN OUTPUT SQ-PEND-FILE.
112700*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
112800*    DID NOT EXIST YET.
112900     IF SQ-PEND-STATUS NOT = "00" AND SQ-PEND-STATUS NOT = "05"
113000         DISPLAY "WARNING - SQ-PEND-FILE OPEN FAILED, STATUS "
113100             SQ-PEND-STATUS
113110         MOVE SPACES TO SQ-ML-TEXT
113120         STRING "WARNING - SQ-PEND-FILE OPEN FAILED, STATUS "
113130             SQ-PEND-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
113140         MOVE "SQ0002W" TO SQ-ML-MSG-ID
113150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
113200         GO TO 7100-EXIT
113300     END-IF.
113400     SET SQ-PA-SAVED TO TRUE.
113500     MOVE 1 TO SQ-PA-SUB.
113600     PERFORM 7110-SAVE-ONE-CHANGE THRU 7110-EXIT
113700         UNTIL SQ-PA-SUB > SQ-PA-PEND-COUNT.
113800     CLOSE SQ-PEND-FILE.
113900     GO TO 7100-EXIT.
114000 7100-EXIT.
114100     EXIT.
114200*
114300 7110-SAVE-ONE-CHANGE.
114400     MOVE SQ-PA-PEND-ENTRY(SQ-PA-SUB) TO SQ-PC-RECORD.
114500     ADD 1 TO SQ-PA-SUB.
114600     IF NOT SQ-PC-PENDING
114700         AND SQ-PA-SUB NOT > SQ-PA-PEND-COUNT
114800         MOVE SQ-PC-CHECKED-TS(1:10) TO SQ-PA-AGE-DATE
114900         PERFORM 7400-COMPUTE-AGE THRU 7400-EXIT
115000         IF SQ-PA-AGE-KNOWN
115100             AND SQ-PA-AGE-DAYS > SQ-PA-RETAIN-DAYS
115200             ADD 1 TO SQ-PA-CT-AGED-OFF
115300             GO TO 7110-EXIT
115400         END-IF
115500     END-IF.
115600     WRITE SQ-PC-RECORD.
115700     IF SQ-PEND-STATUS NOT = "00"
115800         DISPLAY "WARNING - SQ-PEND-FILE WRITE FAILED, STATUS "
115900             SQ-PEND-STATUS
115910         MOVE SPACES TO SQ-ML-TEXT
115920         STRING "WARNING - SQ-PEND-FILE WRITE FAILED, STATUS "
115930             SQ-PEND-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
115940         MOVE "SQ0004W" TO SQ-ML-MSG-ID
115950         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
116000         MOVE "N" TO SQ-PA-SAVED-SW
116100     END-IF.
116200     GO TO 7110-EXIT.
116300 7110-EXIT.
116400     EXIT.
116500*
116600*****************************************************************
116700* 7200-DECODE-IMAGE.  SQ-PA-DEC-IMAGE, AN IMAGE OF A RECORD ON
116800* THE DATASET SQ-PA-CHG-TARGET NAMES, INTO SQ-PA-DEC-TEXT.
116900*****************************************************************
117000 7200-DECODE-IMAGE.
117100     MOVE SPACES TO SQ-PA-DEC-TEXT.
117200     IF SQ-PA-DEC-IMAGE = SPACES
117300         MOVE "(NONE)" TO SQ-PA-DEC-TEXT
117400         GO TO 7200-EXIT
117500     END-IF.
117600     EVALUATE TRUE
117700         WHEN SQ-PA-CHG-FOR-PARMS
117800             PERFORM 7210-DECODE-PARMS THRU 7210-EXIT
117900         WHEN SQ-PA-CHG-FOR-RULES
118000             PERFORM 7220-DECODE-RULE THRU 7220-EXIT
118100         WHEN SQ-PA-CHG-FOR-AUTH
118200             PERFORM 7230-DECODE-AUTH THRU 7230-EXIT
118300         WHEN OTHER
118400             MOVE SQ-PA-DEC-IMAGE TO SQ-PA-DEC-TEXT
118500     END-EVALUATE.
118600     GO TO 7200-EXIT.
118700 7200-EXIT.
118800     EXIT.
118900*
119000 7210-DECODE-PARMS.
119100     MOVE SQ-PA-DEC-IMAGE TO SQ-PA-PRM-RECORD.
119200     IF SQ-PA-PRM-TOLERANCE NUMERIC
119300         MOVE SQ-PA-PRM-TOLERANCE TO SQ-PA-TOL-ED
119400         MOVE SQ-PA-TOL-ED TO SQ-PA-TOL-TEXT
119500     ELSE
119600         MOVE "?" TO SQ-PA-TOL-TEXT
119700     END-IF.
119800     STRING "MODE=" SQ-PA-PRM-MODE
119900         " METHOD=" SQ-PA-PRM-METHOD
120000         " TOL=" SQ-PA-TOL-TEXT
120100         " ITER=" SQ-PA-PRM-MAX-ITER
120200         " DEC=" SQ-PA-PRM-DECIMALS
120300         " DEG=" SQ-PA-PRM-ROOT-DEGREE
120400         " CACHE=" SQ-PA-PRM-USE-CACHE
120500         " RESTART=" SQ-PA-PRM-RESTART
120600         " REJLIM=" SQ-PA-PRM-REJECT-LIMIT
120700         " EXCLIM=" SQ-PA-PRM-EXCEPT-LIMIT
120800         " HEARTBEAT=" SQ-PA-PRM-HEARTBEAT
120900         " DEDUP=" SQ-PA-PRM-DEDUP
121000         DELIMITED BY SIZE INTO SQ-PA-DEC-TEXT.
121100     GO TO 7210-EXIT.
121200 7210-EXIT.
121300     EXIT.
121400*
121500 7220-DECODE-RULE.
121600     MOVE SQ-PA-DEC-IMAGE TO SQ-PA-RUL-RECORD.
121700     IF SQ-PA-RUL-MIN NUMERIC
121800         MOVE SQ-PA-RUL-MIN TO SQ-PA-BOUND-ED
121900         MOVE SQ-PA-BOUND-ED TO SQ-PA-MIN-TEXT
122000     ELSE
122100         MOVE "?" TO SQ-PA-MIN-TEXT
122200     END-IF.
122300     IF SQ-PA-RUL-MAX NUMERIC
122400         MOVE SQ-PA-RUL-MAX TO SQ-PA-BOUND-ED
122500         MOVE SQ-PA-BOUND-ED TO SQ-PA-MAX-TEXT
122600     ELSE
122700         MOVE "?" TO SQ-PA-MAX-TEXT
122800     END-IF.
122900     STRING "RULE=" SQ-PA-RUL-ID
123000         " DEPT=" SQ-PA-RUL-DEPT
123100         " MIN=" SQ-PA-MIN-TEXT
123200         " MAX=" SQ-PA-MAX-TEXT
123300         " EFF=" SQ-PA-RUL-EFF-DATE
123400         " EXP=" SQ-PA-RUL-EXP-DATE
123500         DELIMITED BY SIZE INTO SQ-PA-DEC-TEXT.
123600     GO TO 7220-EXIT.
123700 7220-EXIT.
123800     EXIT.
123900*
124000 7230-DECODE-AUTH.
124100     MOVE SQ-PA-DEC-IMAGE TO SQ-PA-AUT-RECORD.
124200     IF SQ-PA-AUT-TYPE = "D"
124300         STRING "DEPARTMENT " SQ-PA-AUT-DEPT
124400             DELIMITED BY SIZE INTO SQ-PA-DEC-TEXT
124500     ELSE
124600         STRING "REQUESTER " SQ-PA-AUT-REQ-ID
124700             " OWNED BY " SQ-PA-AUT-DEPT
124800             DELIMITED BY SIZE INTO SQ-PA-DEC-TEXT
124900     END-IF.
125000     GO TO 7230-EXIT.
125100 7230-EXIT.
125200     EXIT.
125300*
125400*****************************************************************
125500* 7300-DESCRIBE-CHANGE.  DATASET AND ACTION OF SQ-PA-CHG-RECORD
125600* IN WORDS.
125700*****************************************************************
125800 7300-DESCRIBE-CHANGE.
125900     EVALUATE TRUE
126000         WHEN SQ-PA-CHG-FOR-PARMS
126100             MOVE "PARAMETERS" TO SQ-PA-TARGET-TEXT
126200         WHEN SQ-PA-CHG-FOR-RULES
126300             MOVE "RULES" TO SQ-PA-TARGET-TEXT
126400         WHEN SQ-PA-CHG-FOR-AUTH
126500             MOVE "AUTHORIZATION" TO SQ-PA-TARGET-TEXT
126600         WHEN OTHER
126700             MOVE "UNKNOWN" TO SQ-PA-TARGET-TEXT
126800     END-EVALUATE.
126900     EVALUATE SQ-PA-CHG-ACTION
127000         WHEN "U"
127100             MOVE "REPLACE" TO SQ-PA-ACTION-TEXT
127200         WHEN "A"
127300             MOVE "ADD" TO SQ-PA-ACTION-TEXT
127400         WHEN "C"
127500             MOVE "CHANGE" TO SQ-PA-ACTION-TEXT
127600         WHEN "D"
127700             MOVE "DELETE" TO SQ-PA-ACTION-TEXT
127800         WHEN OTHER
127900             MOVE "UNKNOWN" TO SQ-PA-ACTION-TEXT
128000     END-EVALUATE.
128100     GO TO 7300-EXIT.
128200 7300-EXIT.
128300     EXIT.
128400*
128500 7400-COMPUTE-AGE.
128600     MOVE "N" TO SQ-PA-AGE-SW.
128700     MOVE ZERO TO SQ-PA-AGE-DAYS.
128800     IF SQ-PA-AGE-YEAR NOT NUMERIC
128900         OR SQ-PA-AGE-MONTH NOT NUMERIC
129000         OR SQ-PA-AGE-DAY NOT NUMERIC
129100         GO TO 7400-EXIT
129200     END-IF.
129300     STRING SQ-PA-AGE-YEAR SQ-PA-AGE-MONTH SQ-PA-AGE-DAY
129400         DELIMITED BY SIZE INTO SQ-PA-AGE-YYYYMMDD.
129500     IF FUNCTION TEST-DATE-YYYYMMDD(SQ-PA-AGE-YYYYMMDD) NOT = 0
129600         GO TO 7400-EXIT
129700     END-IF.
129800     COMPUTE SQ-PA-AGE-DAYS = SQ-PA-TODAY-DAYNO
129900         - FUNCTION INTEGER-OF-DATE(SQ-PA-AGE-YYYYMMDD).
130000     SET SQ-PA-AGE-KNOWN TO TRUE.
130100     GO TO 7400-EXIT.
130200 7400-EXIT.
130300     EXIT.
130400*
130500 7500-STAMP-TIME.
130600     ACCEPT SQ-PA-CURRENT-DATE FROM DATE YYYYMMDD.
130700     ACCEPT SQ-PA-CURRENT-TIME FROM TIME.
130800     MOVE SPACES TO SQ-PA-TIMESTAMP-TEXT.
130900     STRING SQ-PA-CUR-YEAR "-" SQ-PA-CUR-MONTH "-"
131000         SQ-PA-CUR-DAY "-" SQ-PA-CUR-HOUR "."
131100         SQ-PA-CUR-MINUTE "." SQ-PA-CUR-SECOND "."
131200         SQ-PA-CUR-HUNDREDTH DELIMITED BY SIZE
131300         INTO SQ-PA-TIMESTAMP-TEXT.
131400     GO TO 7500-EXIT.
131500 7500-EXIT.
131600     EXIT.
131700*
131800*****************************************************************
131900* 8000 SERIES - REPORT OUTPUT.
132000*****************************************************************
132100 8100-WRITE-DETAIL.
132200     PERFORM 8710-CHECK-PAGE-BREAK THRU 8710-EXIT.
132300     PERFORM 7300-DESCRIBE-CHANGE THRU 7300-EXIT.
132400     MOVE SQ-PA-CHG-CHANGE-ID TO SQ-PA-DL-ID.
132500     MOVE SQ-PA-TARGET-TEXT TO SQ-PA-DL-TARGET.
132600     MOVE SQ-PA-ACTION-TEXT TO SQ-PA-DL-ACTION.
132700     MOVE SQ-PA-CHG-KEY TO SQ-PA-DL-KEY.
132800     MOVE SQ-PA-CHG-MAKER TO SQ-PA-DL-MAKER.
132900     MOVE SQ-PA-CHG-MADE-TS TO SQ-PA-DL-MADE-TS.
133000     IF SQ-PA-AGE-KNOWN AND SQ-PA-AGE-DAYS > 0
133100         MOVE SQ-PA-AGE-DAYS TO SQ-PA-DL-AGE
133200     ELSE
133300         MOVE ZERO TO SQ-PA-DL-AGE
133400     END-IF.
133500     WRITE SQ-PA-REPORT-LINE FROM SQ-PA-DETAIL-LINE
133600         AFTER ADVANCING 2.
133700     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
133800     ADD 2 TO SQ-PA-LINE-NO.
133900     GO TO 8100-EXIT.
134000 8100-EXIT.
134100     EXIT.
134200*
134300 8150-WRITE-IMAGE-LINE.
134400     PERFORM 7200-DECODE-IMAGE THRU 7200-EXIT.
134500     MOVE SQ-PA-DEC-TEXT TO SQ-PA-IL-TEXT.
134600     WRITE SQ-PA-REPORT-LINE FROM SQ-PA-IMAGE-LINE
134700         AFTER ADVANCING 1.
134800     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
134900     ADD 1 TO SQ-PA-LINE-NO.
135000     GO TO 8150-EXIT.
135100 8150-EXIT.
135200     EXIT.
135300*
135400 8200-WRITE-TOTAL.
135500     PERFORM 8710-CHECK-PAGE-BREAK THRU 8710-EXIT.
135600     WRITE SQ-PA-REPORT-LINE FROM SQ-PA-TOTAL-LINE
135700         AFTER ADVANCING 2.
135800     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
135900     ADD 2 TO SQ-PA-LINE-NO.
136000     GO TO 8200-EXIT.
136100 8200-EXIT.
136200     EXIT.
136300*
136400 8700-WRITE-REPORT-HEADERS.
136500     MOVE SQ-PA-REPORT-DATE TO SQ-PA-H1-DATE.
136600     MOVE SQ-PA-PAGE-NO TO SQ-PA-H1-PAGE.
136700     WRITE SQ-PA-REPORT-LINE FROM SQ-PA-HDR-LINE-1
136800         AFTER ADVANCING PAGE.
136900     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
137000     WRITE SQ-PA-REPORT-LINE FROM SQ-PA-HDR-LINE-2
137100         AFTER ADVANCING 1.
137200     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
137300     WRITE SQ-PA-REPORT-LINE FROM SQ-PA-COL-HDR-LINE
137400         AFTER ADVANCING 2.
137500     PERFORM 8712-CHECK-REPORT-STATUS THRU 8712-EXIT.
137600     MOVE 4 TO SQ-PA-LINE-NO.
137700     ADD 1 TO SQ-PA-PAGE-NO.
137800     GO TO 8700-EXIT.
137900 8700-EXIT.
138000     EXIT.
138100*
138200*    A DETAIL LINE AND ITS TWO IMAGE LINES STAY ON ONE PAGE.
138300 8710-CHECK-PAGE-BREAK.
138400     IF SQ-PA-LINE-NO + 4 > SQ-PA-LINES-PER-PAGE
138500         PERFORM 8700-WRITE-REPORT-HEADERS THRU 8700-EXIT
138600     END-IF.
138700     GO TO 8710-EXIT.
138800 8710-EXIT.
138900     EXIT.
139000*
139100 8712-CHECK-REPORT-STATUS.
139200     IF SQ-PA-REPORT-STATUS NOT = "00"
139300         DISPLAY "WARNING - SQ-PA-REPORT-FILE WRITE FAILED, "
139400             "STATUS " SQ-PA-REPORT-STATUS
139410         MOVE SPACES TO SQ-ML-TEXT
139420         STRING "WARNING - SQ-PA-REPORT-FILE WRITE FAILED, "
139430             "STATUS " SQ-PA-REPORT-STATUS
139440             DELIMITED BY SIZE INTO SQ-ML-TEXT
139450         MOVE "SQ0004W" TO SQ-ML-MSG-ID
139460         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
139500     END-IF.
139600     GO TO 8712-EXIT.
139700 8712-EXIT.
139800     EXIT.
139900*
140000*****************************************************************
140100* 9000-TERMINATE.
140200*****************************************************************
140300 9000-TERMINATE.
140400     CLOSE SQ-PA-REPORT-FILE.
140500     DISPLAY "CHANGES APPROVED  : " SQ-PA-CT-APPROVED.
140600     DISPLAY "CHANGES REJECTED  : " SQ-PA-CT-REJECTED.
140700     DISPLAY "CHANGES AGED OFF  : " SQ-PA-CT-AGED-OFF.
140800     MOVE SQ-PA-RC TO RETURN-CODE.
140900     GO TO 9000-EXIT.
141000 9000-EXIT.
141100     EXIT.
141200*
141300*****************************************************************
141400* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
141500* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
141600* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
141700* WAY.
141800*****************************************************************
141900 9800-LOG-MESSAGE.
142000     MOVE "SQPCAPRV" TO SQ-ML-PROGRAM.
142100     MOVE ZERO TO SQ-ML-RUN-ID.
142200     MOVE SPACES TO SQ-ML-BUS-DATE.
142300     CALL "SQMSGLOG" USING SQ-ML-AREA.
142400     GO TO 9800-EXIT.
142500 9800-EXIT.
142600     EXIT.
142700*
142800*****************************************************************
142900* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
143000* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
143100*****************************************************************
143200 9900-LOG-STEP-END.
143300     MOVE RETURN-CODE TO SQ-SL-RC.
143400     MOVE "E" TO SQ-SL-FUNCTION.
143500     CALL "SQSTPLOG" USING SQ-SL-AREA.
143600     MOVE SQ-SL-RC TO RETURN-CODE.
143700     GO TO 9900-EXIT.
143800 9900-EXIT.
143900     EXIT.
