000100*****************************************************************
000200* PROGRAM-ID.  SQADJMNT
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  MAINTENANCE FRONT END FOR THE CHARGEBACK ADJUSTMENTS
001000*     DATASET (SEE COPYBOOK SQCGADJ).  WHEN A DEPARTMENT DISPUTES
001100*     ITS SQCHARGE INVOICE - A BAD FEED THAT WAS RERUN, A NIGHT
001200*     CHARGED TWICE AFTER A RESTART - THE CORRECTION USED TO BE A
001300*     HAND EDIT OF THE BILLING EXTRACT WITH NO TRAIL.  ON THE
001400*     SQPARMNT PATTERN THIS PROGRAM:
001500*       - LISTS THE ADJUSTMENTS FOR A STATEMENT MONTH AND/OR A
001600*         DEPARTMENT;
001700*       - RECORDS A CREDIT OR DEBIT FOR ONE DEPARTMENT AND
001800*         STATEMENT MONTH, WITH A REASON, THE USER ID OF WHOEVER
001900*         APPROVED IT (NEVER THE USER KEYING IT), AND OPTIONALLY
002000*         THE RUN ID OF THE DISPUTED NIGHT.  THE DEPARTMENT MUST
002100*         BE ON THE AUTHORIZATION MASTER WHEN ONE IS IN FORCE;
002200*       - VOIDS AN ADJUSTMENT NOT YET APPLIED TO A STATEMENT.  ONE
002300*         ALREADY BILLED IS REVERSED BY RECORDING ITS OPPOSITE, SO
002400*         THE STATEMENT THAT CARRIED IT STILL RECONCILES.
002500*     SQCHARGE APPLIES OPEN ADJUSTMENTS AND MARKS THEM APPLIED.
002600*
002700*     CONVERSES ON SYSIN/SYSOUT LIKE SQPARMNT.  THE WHOLE DATASET
002800*     IS HELD IN STORAGE AND REWRITTEN ON EVERY COMMIT - A FAILED
002900*     EDIT NEVER LEAVES HALF A FILE.
003000*
003100* MODIFICATION HISTORY.
003200*     2026-10-15  DL  INITIAL VERSION.
003220*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003240*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003260*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003280*                     COPYBOOK SQMSGCAT).
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.  SQADJMNT.
003600 AUTHOR.      D. LOCKWOOD.
003700 INSTALLATION. 3190 SYSTEMS.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL SQ-ADJ-FILE ASSIGN TO SQCGADJ
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS SQ-AJ-ADJ-STATUS.
004700*
004800     SELECT OPTIONAL SQ-AUTH-FILE ASSIGN TO SQAUTH
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS IS SQ-AUTH-STATUS.
005100*
005200     SELECT OPTIONAL SQ-RUNREG-FILE ASSIGN TO SQRUNREG
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS IS SQ-RUNREG-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  SQ-ADJ-FILE.
005900     COPY SQCGADJ.
006000*
006100 FD  SQ-AUTH-FILE.
006200     COPY SQAUTH.
006300*
006400 FD  SQ-RUNREG-FILE.
006500     COPY SQRUNREG.
006600*
006700 WORKING-STORAGE SECTION.
006800*
006900*****************************************************************
007000* SWITCHES AND FILE STATUS.
007100*****************************************************************
007200 01  SQ-AJ-SWITCHES.
007300     05  SQ-AJ-QUIT-SW             PIC X(01) VALUE "N".
007400         88  SQ-AJ-QUIT-REQUESTED      VALUE "Y".
007500     05  SQ-AJ-VALID-SW            PIC X(01) VALUE "N".
007600         88  SQ-AJ-FIELD-VALID         VALUE "Y".
007700         88  SQ-AJ-FIELD-INVALID       VALUE "N".
007800     05  SQ-AJ-CANCEL-SW           PIC X(01) VALUE "N".
007900         88  SQ-AJ-CANCELLED           VALUE "Y".
008000     05  SQ-AJ-EOF-SW              PIC X(01) VALUE "N".
008100         88  SQ-AJ-EOF                 VALUE "Y".
008200     05  SQ-AJ-AUTH-SW             PIC X(01) VALUE "N".
008300         88  SQ-AJ-AUTH-IN-FORCE       VALUE "Y".
008400     05  SQ-AJ-RUNREG-SW           PIC X(01) VALUE "N".
008500         88  SQ-AJ-RUNREG-PRESENT      VALUE "Y".
008600*
008700 01  SQ-AJ-FILE-STATUSES.
008800     05  SQ-AJ-ADJ-STATUS          PIC X(02) VALUE "00".
008900     05  SQ-AUTH-STATUS            PIC X(02) VALUE "00".
009000     05  SQ-RUNREG-STATUS          PIC X(02) VALUE "00".
009100*
009200*****************************************************************
009300* THE ADJUSTMENTS DATASET IN STORAGE, IN THE ORDER RECORDED - AT
009400* MOST 3000.  AN ENTRY IS WORKED ON THROUGH SQ-AJK-RECORD (THE
009500* SQCGADJ LAYOUT) AND PUT BACK.
009600*****************************************************************
009700 01  SQ-AJ-TABLE-AREA.
009800     05  SQ-AJ-COUNT               PIC 9(04) COMP VALUE ZERO.
009900     05  SQ-AJ-SUB                 PIC 9(04) COMP VALUE ZERO.
010000     05  SQ-AJ-HIT                 PIC 9(04) COMP VALUE ZERO.
010100     05  SQ-AJ-HIGH-ID             PIC 9(06) VALUE ZERO.
010200     05  SQ-AJ-ENTRY OCCURS 3000 TIMES
010300                                   PIC X(120).
010400*
010500     COPY SQCGADJ REPLACING LEADING ==SQ-ADJ== BY ==SQ-AJK==.
010600*
010700*****************************************************************
010800* VALID DEPARTMENT CODES FROM THE AUTHORIZATION MASTER (TYPE D
010900* RECORDS).  NONE LOADED MEANS NO MASTER IS IN FORCE AND ANY
011000* CODE IS TAKEN, AS SQUARE DOES.
011100*****************************************************************
011200 01  SQ-AJ-DEPT-AREA.
011300     05  SQ-AJ-DEPT-COUNT          PIC 9(03) COMP VALUE ZERO.
011400     05  SQ-AJ-DSUB                PIC 9(03) COMP VALUE ZERO.
011500     05  SQ-AJ-DEPT-HIT            PIC 9(03) COMP VALUE ZERO.
011600     05  SQ-AJ-DEPT-CODE OCCURS 600 TIMES
011700                                   PIC X(03).
011800*
011900*****************************************************************
012000* PROMPT AND WORK FIELDS.
012100*****************************************************************
012200 01  SQ-AJ-WORK.
012300     05  SQ-AJ-ANSWER              PIC X(60) VALUE SPACES.
012400     05  SQ-AJ-SEL                 PIC X(01) VALUE SPACE.
012500     05  SQ-AJ-MAKER               PIC X(08) VALUE SPACES.
012600     05  SQ-AJ-LAST-RUN            PIC 9(05) VALUE ZERO.
012700     05  SQ-AJ-LISTED              PIC 9(04) VALUE ZERO.
012800     05  SQ-AJ-FILTER-MONTH        PIC X(07) VALUE SPACES.
012900     05  SQ-AJ-FILTER-DEPT         PIC X(03) VALUE SPACES.
013000     05  SQ-AJ-NUM-WORK            PIC S9(10)V9(04) VALUE ZERO.
013100     05  SQ-AJ-AMOUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
013200     05  SQ-AJ-TYPE-TEXT           PIC X(06) VALUE SPACES.
013300     05  SQ-AJ-STATUS-TEXT         PIC X(15) VALUE SPACES.
013400     05  SQ-AJ-RUN-TEXT            PIC X(05) VALUE SPACES.
013500     05  SQ-AJ-VOID-ID             PIC 9(06) VALUE ZERO.
013600*
013700*    THE ADJUSTMENT BEING RECORDED.
013800 01  SQ-AJ-NEW-FIELDS.
013900     05  SQ-AJ-NEW-DEPT            PIC X(03) VALUE SPACES.
014000     05  SQ-AJ-NEW-MONTH           PIC X(07) VALUE SPACES.
014100     05  SQ-AJ-NEW-TYPE            PIC X(01) VALUE SPACE.
014200     05  SQ-AJ-NEW-AMOUNT          PIC 9(09)V99 VALUE ZERO.
014300     05  SQ-AJ-NEW-RUN             PIC 9(05) VALUE ZERO.
014400     05  SQ-AJ-NEW-REASON          PIC X(40) VALUE SPACES.
014500     05  SQ-AJ-NEW-APPROVER        PIC X(08) VALUE SPACES.
014600*
014700*    A STATEMENT MONTH UNDER TEST, YYYY-MM.
014800 01  SQ-AJ-EDIT-MONTH.
014900     05  SQ-AJ-EM-YEAR             PIC X(04).
015000     05  SQ-AJ-EM-DASH             PIC X(01).
015100     05  SQ-AJ-EM-MONTH            PIC X(02).
015200*
015300*****************************************************************
015400* TODAY - THE ENTERED DATE AND THE DEFAULT STATEMENT MONTH.
015500*****************************************************************
015600 01  SQ-AJ-DATE-TIME-FIELDS.
015700     05  SQ-AJ-CURRENT-DATE.
015800         10  SQ-AJ-CUR-YEAR        PIC 9(04).
015900         10  SQ-AJ-CUR-MONTH       PIC 9(02).
016000         10  SQ-AJ-CUR-DAY         PIC 9(02).
016100     05  SQ-AJ-TODAY               PIC X(10) VALUE SPACES.
016200     05  SQ-AJ-THIS-MONTH          PIC X(07) VALUE SPACES.
016300*
016310*****************************************************************
016320* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
016330*****************************************************************
016340     COPY SQMLLINK.
016350*
016400*****************************************************************
016500* 0000-MAINLINE.
016600*****************************************************************
016700 PROCEDURE DIVISION.
016800*
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 1500-IDENTIFY-MAKER THRU 1500-EXIT.
017200     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
017300         UNTIL SQ-AJ-QUIT-REQUESTED.
017400     STOP RUN.
017500*
017600*****************************************************************
017700* 1000-INITIALIZE.  THE ADJUSTMENTS DATASET IS LOADED INTO
017800* STORAGE; THE DEPARTMENT CODES ON THE AUTHORIZATION MASTER AND
017900* THE LAST RUN ID HANDED OUT ARE TAKEN FOR THE EDITS.
018000*****************************************************************
018100 1000-INITIALIZE.
018200     ACCEPT SQ-AJ-CURRENT-DATE FROM DATE YYYYMMDD.
018300     STRING SQ-AJ-CUR-YEAR "-" SQ-AJ-CUR-MONTH "-" SQ-AJ-CUR-DAY
018400         DELIMITED BY SIZE INTO SQ-AJ-TODAY.
018500     MOVE SQ-AJ-TODAY(1:7) TO SQ-AJ-THIS-MONTH.
018600     OPEN INPUT SQ-ADJ-FILE.
018700*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
018800*    WAS NOT THERE - THE FIRST ADJUSTMENT STARTS THE DATASET.
018900     IF SQ-AJ-ADJ-STATUS NOT = "00"
019000         AND SQ-AJ-ADJ-STATUS NOT = "05"
019100         DISPLAY "FATAL - SQ-ADJ-FILE OPEN FAILED, STATUS "
019200             SQ-AJ-ADJ-STATUS
019210         MOVE SPACES TO SQ-ML-TEXT
019220         STRING "FATAL - SQ-ADJ-FILE OPEN FAILED, STATUS "
019230             SQ-AJ-ADJ-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
019240         MOVE "SQ0001S" TO SQ-ML-MSG-ID
019250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
019300         MOVE 16 TO RETURN-CODE
019400         STOP RUN
019500     END-IF.
019600     MOVE "N" TO SQ-AJ-EOF-SW.
019700     PERFORM 1100-LOAD-ONE-ADJUSTMENT THRU 1100-EXIT
019800         UNTIL SQ-AJ-EOF.
019900     CLOSE SQ-ADJ-FILE.
020000     DISPLAY "ADJUSTMENTS ON FILE          : " SQ-AJ-COUNT.
020100     PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT.
020200     PERFORM 1300-READ-RUN-REGISTRY THRU 1300-EXIT.
020300     GO TO 1000-EXIT.
020400 1000-EXIT.
020500     EXIT.
020600*
020700 1100-LOAD-ONE-ADJUSTMENT.
020800     READ SQ-ADJ-FILE
020900         AT END
021000             SET SQ-AJ-EOF TO TRUE
021100             GO TO 1100-EXIT
021200     END-READ.
021300     IF SQ-AJ-COUNT NOT < 3000
021400         DISPLAY "FATAL - MORE THAN 3000 ADJUSTMENTS ON FILE"
021410         MOVE SPACES TO SQ-ML-TEXT
021420         STRING "FATAL - MORE THAN 3000 ADJUSTMENTS ON FILE"
021430             DELIMITED BY SIZE INTO SQ-ML-TEXT
021440         MOVE "SQ0201S" TO SQ-ML-MSG-ID
021450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
021500         MOVE 16 TO RETURN-CODE
021600         CLOSE SQ-ADJ-FILE
021700         STOP RUN
021800     END-IF.
021900     ADD 1 TO SQ-AJ-COUNT.
022000     MOVE SQ-ADJ-RECORD TO SQ-AJ-ENTRY(SQ-AJ-COUNT).
022100     IF SQ-ADJ-ID NUMERIC AND SQ-ADJ-ID > SQ-AJ-HIGH-ID
022200         MOVE SQ-ADJ-ID TO SQ-AJ-HIGH-ID
022300     END-IF.
022400     GO TO 1100-EXIT.
022500 1100-EXIT.
022600     EXIT.
022700*
022800 1200-LOAD-DEPARTMENTS.
022900     OPEN INPUT SQ-AUTH-FILE.
023000     IF SQ-AUTH-STATUS NOT = "00"
023100         IF SQ-AUTH-STATUS = "05"
023200             CLOSE SQ-AUTH-FILE
023300         END-IF
023400         DISPLAY "NO AUTHORIZATION MASTER - DEPARTMENT CODES ARE "
023500             "NOT CHECKED"
023600         GO TO 1200-EXIT
023700     END-IF.
023800     MOVE "N" TO SQ-AJ-EOF-SW.
023900     PERFORM 1210-LOAD-ONE-DEPARTMENT THRU 1210-EXIT
024000         UNTIL SQ-AJ-EOF.
024100     CLOSE SQ-AUTH-FILE.
024200     IF SQ-AJ-DEPT-COUNT > 0
024300         SET SQ-AJ-AUTH-IN-FORCE TO TRUE
024400     END-IF.
024500     GO TO 1200-EXIT.
024600 1200-EXIT.
024700     EXIT.
024800*
024900 1210-LOAD-ONE-DEPARTMENT.
025000     READ SQ-AUTH-FILE
025100         AT END
025200             SET SQ-AJ-EOF TO TRUE
025300             GO TO 1210-EXIT
025400     END-READ.
025500     IF SQ-AUTH-TYPE = "D" AND SQ-AJ-DEPT-COUNT < 600
025600         ADD 1 TO SQ-AJ-DEPT-COUNT
025700         MOVE SQ-AUTH-DEPT TO SQ-AJ-DEPT-CODE(SQ-AJ-DEPT-COUNT)
025800     END-IF.
025900     GO TO 1210-EXIT.
026000 1210-EXIT.
026100     EXIT.
026200*
026300 1300-READ-RUN-REGISTRY.
026400     OPEN INPUT SQ-RUNREG-FILE.
026500     IF SQ-RUNREG-STATUS NOT = "00"
026600         IF SQ-RUNREG-STATUS = "05"
026700             CLOSE SQ-RUNREG-FILE
026800         END-IF
026900         GO TO 1300-EXIT
027000     END-IF.
027100     READ SQ-RUNREG-FILE
027200         AT END
027300             CLOSE SQ-RUNREG-FILE
027400             GO TO 1300-EXIT
027500     END-READ.
027600     IF SQ-RUNREG-LAST-RUN-ID NUMERIC
027700         MOVE SQ-RUNREG-LAST-RUN-ID TO SQ-AJ-LAST-RUN
027800         SET SQ-AJ-RUNREG-PRESENT TO TRUE
027900     END-IF.
028000     CLOSE SQ-RUNREG-FILE.
028100     GO TO 1300-EXIT.
028200 1300-EXIT.
028300     EXIT.
028400*
028500*****************************************************************
028600* 1500-IDENTIFY-MAKER.  EVERY ADJUSTMENT CARRIES THE USER ID OF
028700* WHOEVER KEYED IT - THE APPROVER MUST BE SOMEONE ELSE.
028800*****************************************************************
028900 1500-IDENTIFY-MAKER.
029000     MOVE SPACES TO SQ-AJ-MAKER.
029100     PERFORM 1600-PROMPT-MAKER THRU 1600-EXIT
029200         UNTIL SQ-AJ-MAKER NOT = SPACES.
029300     GO TO 1500-EXIT.
029400 1500-EXIT.
029500     EXIT.
029600*
029700 1600-PROMPT-MAKER.
029800     DISPLAY "YOUR USER ID - 1 TO 8 CHARACTERS:".
029900     MOVE SPACES TO SQ-AJ-ANSWER.
030000     ACCEPT SQ-AJ-ANSWER.
030100     INSPECT SQ-AJ-ANSWER CONVERTING
030200         "abcdefghijklmnopqrstuvwxyz"
030300         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
030400     IF SQ-AJ-ANSWER = SPACES OR SQ-AJ-ANSWER(9:) NOT = SPACES
030500         DISPLAY "USER ID IS 1 TO 8 CHARACTERS"
030600     ELSE
030700         MOVE SQ-AJ-ANSWER(1:8) TO SQ-AJ-MAKER
030800     END-IF.
030900     GO TO 1600-EXIT.
031000 1600-EXIT.
031100     EXIT.
031200*
031300*****************************************************************
031400* 2000 SERIES - OPERATOR MENU.
031500*****************************************************************
031600 2000-MENU-LOOP.
031700     DISPLAY "----------------------------------------------".
031800     DISPLAY "CHARGEBACK ADJUSTMENT MAINTENANCE".
031900     DISPLAY "  L = LIST ADJUSTMENTS".
032000     DISPLAY "  A = RECORD A CREDIT OR DEBIT".
032100     DISPLAY "  V = VOID AN OPEN ADJUSTMENT".
032200     DISPLAY "  Q = QUIT".
032300     MOVE SPACE TO SQ-AJ-SEL.
032400     ACCEPT SQ-AJ-SEL.
032500     INSPECT SQ-AJ-SEL CONVERTING "lavq" TO "LAVQ".
032600     EVALUATE SQ-AJ-SEL
032700         WHEN "L"
032800             PERFORM 3000-LIST-ADJUSTMENTS THRU 3000-EXIT
032900         WHEN "A"
033000             PERFORM 4000-ADD-ADJUSTMENT THRU 4000-EXIT
033100         WHEN "V"
033200             PERFORM 5000-VOID-ADJUSTMENT THRU 5000-EXIT
033300         WHEN "Q"
033400             SET SQ-AJ-QUIT-REQUESTED TO TRUE
033500         WHEN OTHER
033600             DISPLAY "ENTER L, A, V, OR Q"
033700     END-EVALUATE.
033800     GO TO 2000-EXIT.
033900 2000-EXIT.
034000     EXIT.
034100*
034200*****************************************************************
034300* 3000 SERIES - LIST THE ADJUSTMENTS FOR A STATEMENT MONTH, A
034400* DEPARTMENT, BOTH, OR THE WHOLE FILE (BOTH BLANK).
034500*****************************************************************
034600 3000-LIST-ADJUSTMENTS.
034700     IF SQ-AJ-COUNT = 0
034800         DISPLAY "NO ADJUSTMENTS ON FILE"
034900         GO TO 3000-EXIT
035000     END-IF.
035100     DISPLAY "STATEMENT MONTH - YYYY-MM, OR BLANK FOR ALL:".
035200     MOVE SPACES TO SQ-AJ-ANSWER.
035300     ACCEPT SQ-AJ-ANSWER.
035400     MOVE SQ-AJ-ANSWER(1:7) TO SQ-AJ-FILTER-MONTH.
035500     DISPLAY "DEPARTMENT - OR BLANK FOR ALL:".
035600     MOVE SPACES TO SQ-AJ-ANSWER.
035700     ACCEPT SQ-AJ-ANSWER.
035800     INSPECT SQ-AJ-ANSWER CONVERTING
035900         "abcdefghijklmnopqrstuvwxyz"
036000         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
036100     MOVE SQ-AJ-ANSWER(1:3) TO SQ-AJ-FILTER-DEPT.
036200     MOVE ZERO TO SQ-AJ-LISTED.
036300     MOVE 1 TO SQ-AJ-SUB.
036400     PERFORM 3100-LIST-ONE-ADJUSTMENT THRU 3100-EXIT
036500         UNTIL SQ-AJ-SUB > SQ-AJ-COUNT.
036600     DISPLAY SQ-AJ-LISTED " ADJUSTMENTS LISTED".
036700     GO TO 3000-EXIT.
036800 3000-EXIT.
036900     EXIT.
037000*
037100 3100-LIST-ONE-ADJUSTMENT.
037200     MOVE SQ-AJ-ENTRY(SQ-AJ-SUB) TO SQ-AJK-RECORD.
037300     ADD 1 TO SQ-AJ-SUB.
037400     IF SQ-AJ-FILTER-MONTH NOT = SPACES
037500         AND SQ-AJK-MONTH NOT = SQ-AJ-FILTER-MONTH
037600         GO TO 3100-EXIT
037700     END-IF.
037800     IF SQ-AJ-FILTER-DEPT NOT = SPACES
037900         AND SQ-AJK-DEPT NOT = SQ-AJ-FILTER-DEPT
038000         GO TO 3100-EXIT
038100     END-IF.
038200     PERFORM 7000-DESCRIBE-ADJUSTMENT THRU 7000-EXIT.
038300     DISPLAY SQ-AJK-ID " " SQ-AJK-MONTH " " SQ-AJK-DEPT " "
038400         SQ-AJ-TYPE-TEXT " " SQ-AJ-AMOUNT-EDIT "  RUN "
038500         SQ-AJ-RUN-TEXT "  " SQ-AJ-STATUS-TEXT.
038600     DISPLAY "       " SQ-AJK-REASON.
038700     DISPLAY "       APPROVED BY " SQ-AJK-APPROVER
038800         "  ENTERED BY " SQ-AJK-ENTERED-BY
038900         " ON " SQ-AJK-ENTERED-DATE.
039000     ADD 1 TO SQ-AJ-LISTED.
039100     GO TO 3100-EXIT.
039200 3100-EXIT.
039300     EXIT.
039400*
039500*****************************************************************
039600* 4000 SERIES - RECORD A CREDIT OR DEBIT.  EACH PROMPT LOOPS
039700* UNTIL ITS ANSWER IS LEGAL; A BLANK DEPARTMENT BACKS OUT.  THE
039800* ADJUSTMENT IS SHOWN AND ONLY WRITTEN ONCE THE OPERATOR
039900* CONFIRMS.  IT TAKES THE NEXT NUMBER AFTER THE HIGHEST ON FILE.
040000*****************************************************************
040100 4000-ADD-ADJUSTMENT.
040200     IF SQ-AJ-COUNT NOT < 3000
040300         DISPLAY "ADJUSTMENTS DATASET IS FULL - 3000 ENTRIES"
040400         GO TO 4000-EXIT
040500     END-IF.
040600     IF SQ-AJ-HIGH-ID NOT < 999999
040700         DISPLAY "ADJUSTMENT NUMBERS ARE EXHAUSTED"
040800         GO TO 4000-EXIT
040900     END-IF.
041000     MOVE "N" TO SQ-AJ-CANCEL-SW.
041100     SET SQ-AJ-FIELD-INVALID TO TRUE.
041200     PERFORM 4100-PROMPT-DEPT THRU 4100-EXIT
041300         UNTIL SQ-AJ-FIELD-VALID.
041400     IF SQ-AJ-CANCELLED
041500         GO TO 4000-EXIT
041600     END-IF.
041700     SET SQ-AJ-FIELD-INVALID TO TRUE.
041800     PERFORM 4200-PROMPT-MONTH THRU 4200-EXIT
041900         UNTIL SQ-AJ-FIELD-VALID.
042000     SET SQ-AJ-FIELD-INVALID TO TRUE.
042100     PERFORM 4300-PROMPT-TYPE THRU 4300-EXIT
042200         UNTIL SQ-AJ-FIELD-VALID.
042300     SET SQ-AJ-FIELD-INVALID TO TRUE.
042400     PERFORM 4400-PROMPT-AMOUNT THRU 4400-EXIT
042500         UNTIL SQ-AJ-FIELD-VALID.
042600     SET SQ-AJ-FIELD-INVALID TO TRUE.
042700     PERFORM 4500-PROMPT-RUN THRU 4500-EXIT
042800         UNTIL SQ-AJ-FIELD-VALID.
042900     SET SQ-AJ-FIELD-INVALID TO TRUE.
043000     PERFORM 4600-PROMPT-REASON THRU 4600-EXIT
043100         UNTIL SQ-AJ-FIELD-VALID.
043200     SET SQ-AJ-FIELD-INVALID TO TRUE.
043300     PERFORM 4700-PROMPT-APPROVER THRU 4700-EXIT
043400         UNTIL SQ-AJ-FIELD-VALID.
043500*
043600     MOVE SPACES TO SQ-AJK-RECORD.
043700     COMPUTE SQ-AJK-ID = SQ-AJ-HIGH-ID + 1.
043800     MOVE SQ-AJ-NEW-MONTH TO SQ-AJK-MONTH.
043900     MOVE SQ-AJ-NEW-DEPT TO SQ-AJK-DEPT.
044000     MOVE SQ-AJ-NEW-TYPE TO SQ-AJK-TYPE.
044100     MOVE SQ-AJ-NEW-AMOUNT TO SQ-AJK-AMOUNT.
044200     MOVE SQ-AJ-NEW-RUN TO SQ-AJK-RUN-ID.
044300     MOVE SQ-AJ-NEW-REASON TO SQ-AJK-REASON.
044400     MOVE SQ-AJ-NEW-APPROVER TO SQ-AJK-APPROVER.
044500     MOVE SQ-AJ-MAKER TO SQ-AJK-ENTERED-BY.
044600     MOVE SQ-AJ-TODAY TO SQ-AJK-ENTERED-DATE.
044700     SET SQ-AJK-OPEN TO TRUE.
044800     PERFORM 4900-CONFIRM-ADJUSTMENT THRU 4900-EXIT.
044900     IF SQ-AJ-ANSWER NOT = "Y"
045000         DISPLAY "ADJUSTMENT NOT RECORDED"
045100         GO TO 4000-EXIT
045200     END-IF.
045300     ADD 1 TO SQ-AJ-COUNT.
045400     MOVE SQ-AJK-RECORD TO SQ-AJ-ENTRY(SQ-AJ-COUNT).
045500     MOVE SQ-AJK-ID TO SQ-AJ-HIGH-ID.
045600     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
045700     DISPLAY "ADJUSTMENT " SQ-AJK-ID " RECORDED - SQCHARGE "
045800         "APPLIES IT TO THE " SQ-AJK-MONTH " STATEMENT".
045900     IF SQ-AJK-MONTH < SQ-AJ-THIS-MONTH
046000         DISPLAY "NOTE - IF THE " SQ-AJK-MONTH " STATEMENT HAS "
046100             "ALREADY RUN, IT IS CARRIED INTO THE NEXT ONE"
046200     END-IF.
046300     GO TO 4000-EXIT.
046400 4000-EXIT.
046500     EXIT.
046600*
046700 4100-PROMPT-DEPT.
046800     SET SQ-AJ-FIELD-INVALID TO TRUE.
046900     DISPLAY "DEPARTMENT - 1 TO 3 CHARACTERS (BLANK TO CANCEL):".
047000     MOVE SPACES TO SQ-AJ-ANSWER.
047100     ACCEPT SQ-AJ-ANSWER.
047200     INSPECT SQ-AJ-ANSWER CONVERTING
047300         "abcdefghijklmnopqrstuvwxyz"
047400         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
047500     IF SQ-AJ-ANSWER = SPACES
047600         SET SQ-AJ-CANCELLED TO TRUE
047700         SET SQ-AJ-FIELD-VALID TO TRUE
047800         GO TO 4100-EXIT
047900     END-IF.
048000     IF SQ-AJ-ANSWER(4:) NOT = SPACES
048100         DISPLAY "DEPARTMENT IS AT MOST 3 CHARACTERS"
048200         GO TO 4100-EXIT
048300     END-IF.
048400     MOVE SQ-AJ-ANSWER(1:3) TO SQ-AJ-NEW-DEPT.
048500     IF SQ-AJ-AUTH-IN-FORCE
048600         PERFORM 8100-FIND-DEPT THRU 8100-EXIT
048700         IF SQ-AJ-DEPT-HIT = 0
048800             DISPLAY "DEPARTMENT " SQ-AJ-NEW-DEPT
048900                 " IS NOT ON THE AUTHORIZATION MASTER"
049000             GO TO 4100-EXIT
049100         END-IF
049200     END-IF.
049300     SET SQ-AJ-FIELD-VALID TO TRUE.
049400     GO TO 4100-EXIT.
049500 4100-EXIT.
049600     EXIT.
049700*
049800 4200-PROMPT-MONTH.
049900     SET SQ-AJ-FIELD-INVALID TO TRUE.
050000     DISPLAY "STATEMENT MONTH - YYYY-MM (BLANK FOR "
050100         SQ-AJ-THIS-MONTH "):".
050200     MOVE SPACES TO SQ-AJ-ANSWER.
050300     ACCEPT SQ-AJ-ANSWER.
050400     IF SQ-AJ-ANSWER = SPACES
050500         MOVE SQ-AJ-THIS-MONTH TO SQ-AJ-ANSWER
050600     END-IF.
050700     MOVE SQ-AJ-ANSWER(1:7) TO SQ-AJ-EDIT-MONTH.
050800     IF SQ-AJ-ANSWER(8:) NOT = SPACES
050900         OR SQ-AJ-EM-YEAR NOT NUMERIC
051000         OR SQ-AJ-EM-DASH NOT = "-"
051100         OR SQ-AJ-EM-MONTH NOT NUMERIC
051200         DISPLAY "MONTH MUST BE YYYY-MM"
051300         GO TO 4200-EXIT
051400     END-IF.
051500     IF SQ-AJ-EM-MONTH < "01" OR SQ-AJ-EM-MONTH > "12"
051600         OR SQ-AJ-EM-YEAR < "1601"
051700         DISPLAY "MONTH MUST BE YYYY-MM"
051800         GO TO 4200-EXIT
051900     END-IF.
052000     MOVE SQ-AJ-EDIT-MONTH TO SQ-AJ-NEW-MONTH.
052100     SET SQ-AJ-FIELD-VALID TO TRUE.
052200     GO TO 4200-EXIT.
052300 4200-EXIT.
052400     EXIT.
052500*
052600 4300-PROMPT-TYPE.
052700     SET SQ-AJ-FIELD-INVALID TO TRUE.
052800     DISPLAY "C = CREDIT (REDUCES THE INVOICE), D = DEBIT:".
052900     MOVE SPACES TO SQ-AJ-ANSWER.
053000     ACCEPT SQ-AJ-ANSWER.
053100     INSPECT SQ-AJ-ANSWER CONVERTING "cd" TO "CD".
053200     IF SQ-AJ-ANSWER = "C" OR SQ-AJ-ANSWER = "D"
053300         MOVE SQ-AJ-ANSWER(1:1) TO SQ-AJ-NEW-TYPE
053400         SET SQ-AJ-FIELD-VALID TO TRUE
053500     ELSE
053600         DISPLAY "ANSWER C OR D"
053700     END-IF.
053800     GO TO 4300-EXIT.
053900 4300-EXIT.
054000     EXIT.
054100*
054200 4400-PROMPT-AMOUNT.
054300     SET SQ-AJ-FIELD-INVALID TO TRUE.
054400     DISPLAY "AMOUNT - POSITIVE, AT MOST 2 DECIMAL PLACES:".
054500     MOVE SPACES TO SQ-AJ-ANSWER.
054600     ACCEPT SQ-AJ-ANSWER.
054700     IF SQ-AJ-ANSWER = SPACES
054800         OR FUNCTION TEST-NUMVAL(SQ-AJ-ANSWER) NOT = 0
054900         DISPLAY "AMOUNT MUST BE A NUMBER"
055000         GO TO 4400-EXIT
055100     END-IF.
055200     COMPUTE SQ-AJ-NUM-WORK = FUNCTION NUMVAL(SQ-AJ-ANSWER).
055300     MOVE SQ-AJ-NUM-WORK TO SQ-AJ-NEW-AMOUNT.
055400*    THE MOVE DROPS ANY THIRD DECIMAL AND ANY DIGIT OVER NINE
055500*    PLACES - EITHER WAY THE AMOUNT NO LONGER MATCHES.
055600     IF SQ-AJ-NUM-WORK NOT > 0
055700         OR SQ-AJ-NEW-AMOUNT NOT = SQ-AJ-NUM-WORK
055800         DISPLAY "AMOUNT MUST BE 0.01 TO 999999999.99"
055900         GO TO 4400-EXIT
056000     END-IF.
056100     SET SQ-AJ-FIELD-VALID TO TRUE.
056200     GO TO 4400-EXIT.
056300 4400-EXIT.
056400     EXIT.
056500*
056600 4500-PROMPT-RUN.
056700     SET SQ-AJ-FIELD-INVALID TO TRUE.
056800     DISPLAY "RUN ID OF THE DISPUTED NIGHT (BLANK FOR NONE):".
056900     MOVE SPACES TO SQ-AJ-ANSWER.
057000     ACCEPT SQ-AJ-ANSWER.
057100     IF SQ-AJ-ANSWER = SPACES
057200         MOVE ZERO TO SQ-AJ-NEW-RUN
057300         SET SQ-AJ-FIELD-VALID TO TRUE
057400         GO TO 4500-EXIT
057500     END-IF.
057600     IF FUNCTION TEST-NUMVAL(SQ-AJ-ANSWER) NOT = 0
057700         DISPLAY "RUN ID MUST BE 1 TO 99999"
057800         GO TO 4500-EXIT
057900     END-IF.
058000     COMPUTE SQ-AJ-NUM-WORK = FUNCTION NUMVAL(SQ-AJ-ANSWER).
058100     IF SQ-AJ-NUM-WORK < 1 OR SQ-AJ-NUM-WORK > 99999
058200         DISPLAY "RUN ID MUST BE 1 TO 99999"
058300         GO TO 4500-EXIT
058400     END-IF.
058500     MOVE SQ-AJ-NUM-WORK TO SQ-AJ-NEW-RUN.
058600     IF SQ-AJ-NEW-RUN NOT = SQ-AJ-NUM-WORK
058700         DISPLAY "RUN ID MUST BE 1 TO 99999"
058800         GO TO 4500-EXIT
058900     END-IF.
059000*    RUN IDS WRAP AFTER 99999, SO ONE PAST THE LAST HANDED OUT MAY
059100*    BE AN OLD NIGHT - IT IS FLAGGED, NOT REFUSED.
059200     IF SQ-AJ-RUNREG-PRESENT AND SQ-AJ-NEW-RUN > SQ-AJ-LAST-RUN
059300         DISPLAY "WARNING - RUN " SQ-AJ-NEW-RUN
059400             " IS LATER THAN THE LAST RUN ON THE REGISTRY ("
059500             SQ-AJ-LAST-RUN ") - CHECK IT"
059510         MOVE SPACES TO SQ-ML-TEXT
059520         STRING "WARNING - RUN " SQ-AJ-NEW-RUN
059530             " IS LATER THAN THE LAST RUN ON THE REGISTRY ("
059540             SQ-AJ-LAST-RUN ") - CHECK IT"
059550             DELIMITED BY SIZE INTO SQ-ML-TEXT
059560         MOVE "SQ0202W" TO SQ-ML-MSG-ID
059570         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
059600     END-IF.
059700     SET SQ-AJ-FIELD-VALID TO TRUE.
059800     GO TO 4500-EXIT.
059900 4500-EXIT.
060000     EXIT.
060100*
060200 4600-PROMPT-REASON.
060300     SET SQ-AJ-FIELD-INVALID TO TRUE.
060400     DISPLAY "REASON - UP TO 40 CHARACTERS:".
060500     MOVE SPACES TO SQ-AJ-ANSWER.
060600     ACCEPT SQ-AJ-ANSWER.
060700     INSPECT SQ-AJ-ANSWER CONVERTING
060800         "abcdefghijklmnopqrstuvwxyz"
060900         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
061000     IF SQ-AJ-ANSWER = SPACES
061100         DISPLAY "A REASON IS REQUIRED"
061200         GO TO 4600-EXIT
061300     END-IF.
061400     IF SQ-AJ-ANSWER(41:) NOT = SPACES
061500         DISPLAY "REASON IS AT MOST 40 CHARACTERS"
061600         GO TO 4600-EXIT
061700     END-IF.
061800     MOVE SQ-AJ-ANSWER(1:40) TO SQ-AJ-NEW-REASON.
061900     SET SQ-AJ-FIELD-VALID TO TRUE.
062000     GO TO 4600-EXIT.
062100 4600-EXIT.
062200     EXIT.
062300*
062400 4700-PROMPT-APPROVER.
062500     SET SQ-AJ-FIELD-INVALID TO TRUE.
062600     DISPLAY "APPROVED BY - USER ID, 1 TO 8 CHARACTERS:".
062700     MOVE SPACES TO SQ-AJ-ANSWER.
062800     ACCEPT SQ-AJ-ANSWER.
062900     INSPECT SQ-AJ-ANSWER CONVERTING
063000         "abcdefghijklmnopqrstuvwxyz"
063100         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
063200     IF SQ-AJ-ANSWER = SPACES OR SQ-AJ-ANSWER(9:) NOT = SPACES
063300         DISPLAY "USER ID IS 1 TO 8 CHARACTERS"
063400         GO TO 4700-EXIT
063500     END-IF.
063600     IF SQ-AJ-ANSWER(1:8) = SQ-AJ-MAKER
063700         DISPLAY "THE APPROVER CANNOT BE THE USER RECORDING IT"
063800         GO TO 4700-EXIT
063900     END-IF.
064000     MOVE SQ-AJ-ANSWER(1:8) TO SQ-AJ-NEW-APPROVER.
064100     SET SQ-AJ-FIELD-VALID TO TRUE.
064200     GO TO 4700-EXIT.
064300 4700-EXIT.
064400     EXIT.
064500*
064600 4900-CONFIRM-ADJUSTMENT.
064700     PERFORM 7000-DESCRIBE-ADJUSTMENT THRU 7000-EXIT.
064800     DISPLAY "----------------------------------------------".
064900     DISPLAY "  ADJUSTMENT      : " SQ-AJK-ID.
065000     DISPLAY "  DEPARTMENT      : " SQ-AJK-DEPT.
065100     DISPLAY "  STATEMENT MONTH : " SQ-AJK-MONTH.
065200     DISPLAY "  TYPE            : " SQ-AJ-TYPE-TEXT.
065300     DISPLAY "  AMOUNT          : " SQ-AJ-AMOUNT-EDIT.
065400     DISPLAY "  DISPUTED RUN    : " SQ-AJ-RUN-TEXT.
065500     DISPLAY "  REASON          : " SQ-AJK-REASON.
065600     DISPLAY "  APPROVED BY     : " SQ-AJK-APPROVER.
065700     DISPLAY "RECORD THIS ADJUSTMENT? (Y/N):".
065800     MOVE SPACES TO SQ-AJ-ANSWER.
065900     ACCEPT SQ-AJ-ANSWER.
066000     INSPECT SQ-AJ-ANSWER CONVERTING "yn" TO "YN".
066100     GO TO 4900-EXIT.
066200 4900-EXIT.
066300     EXIT.
066400*
066500*****************************************************************
066600* 5000 SERIES - VOID AN OPEN ADJUSTMENT AFTER CONFIRMATION.  IT
066700* STAYS ON FILE, MARKED VOIDED, AND IS NEVER BILLED.
066800*****************************************************************
066900 5000-VOID-ADJUSTMENT.
067000     DISPLAY "ADJUSTMENT NUMBER TO VOID (BLANK TO CANCEL):".
067100     MOVE SPACES TO SQ-AJ-ANSWER.
067200     ACCEPT SQ-AJ-ANSWER.
067300     IF SQ-AJ-ANSWER = SPACES
067400         GO TO 5000-EXIT
067500     END-IF.
067600     IF FUNCTION TEST-NUMVAL(SQ-AJ-ANSWER) NOT = 0
067700         DISPLAY "ADJUSTMENT NUMBER MUST BE NUMERIC"
067800         GO TO 5000-EXIT
067900     END-IF.
068000     COMPUTE SQ-AJ-NUM-WORK = FUNCTION NUMVAL(SQ-AJ-ANSWER).
068100     IF SQ-AJ-NUM-WORK < 1 OR SQ-AJ-NUM-WORK > 999999
068200         DISPLAY "ADJUSTMENT NUMBER MUST BE 1 TO 999999"
068300         GO TO 5000-EXIT
068400     END-IF.
068500     MOVE SQ-AJ-NUM-WORK TO SQ-AJ-VOID-ID.
068600     PERFORM 8000-FIND-ADJUSTMENT THRU 8000-EXIT.
068700     IF SQ-AJ-HIT = 0
068800         DISPLAY "ADJUSTMENT " SQ-AJ-VOID-ID " IS NOT ON FILE"
068900         GO TO 5000-EXIT
069000     END-IF.
069100     MOVE SQ-AJ-ENTRY(SQ-AJ-HIT) TO SQ-AJK-RECORD.
069200     IF SQ-AJK-APPLIED
069300         DISPLAY "ADJUSTMENT " SQ-AJ-VOID-ID " WAS APPLIED TO "
069400             "THE " SQ-AJK-APPLIED-MONTH " STATEMENT - RECORD ITS"
069500             " OPPOSITE INSTEAD"
069600         GO TO 5000-EXIT
069700     END-IF.
069800     IF NOT SQ-AJK-OPEN
069900         DISPLAY "ADJUSTMENT " SQ-AJ-VOID-ID " IS NOT OPEN"
070000         GO TO 5000-EXIT
070100     END-IF.
070200     PERFORM 7000-DESCRIBE-ADJUSTMENT THRU 7000-EXIT.
070300     DISPLAY SQ-AJK-ID " " SQ-AJK-MONTH " " SQ-AJK-DEPT " "
070400         SQ-AJ-TYPE-TEXT " " SQ-AJ-AMOUNT-EDIT " " SQ-AJK-REASON.
070500     DISPLAY "VOID IT? (Y/N):".
070600     MOVE SPACES TO SQ-AJ-ANSWER.
070700     ACCEPT SQ-AJ-ANSWER.
070800     INSPECT SQ-AJ-ANSWER CONVERTING "yn" TO "YN".
070900     IF SQ-AJ-ANSWER NOT = "Y"
071000         DISPLAY "ADJUSTMENT NOT VOIDED"
071100         GO TO 5000-EXIT
071200     END-IF.
071300     SET SQ-AJK-VOIDED TO TRUE.
071400     MOVE SQ-AJK-RECORD TO SQ-AJ-ENTRY(SQ-AJ-HIT).
071500     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
071600     DISPLAY "ADJUSTMENT " SQ-AJK-ID " VOIDED".
071700     GO TO 5000-EXIT.
071800 5000-EXIT.
071900     EXIT.
072000*
072100*****************************************************************
072200* 7000 SERIES - SHARED SERVICE PARAGRAPHS.
072300*****************************************************************
072400*
072500* 7000-DESCRIBE-ADJUSTMENT.  DISPLAY TEXT FOR SQ-AJK-RECORD.
072600 7000-DESCRIBE-ADJUSTMENT.
072700     IF SQ-AJK-CREDIT
072800         MOVE "CREDIT" TO SQ-AJ-TYPE-TEXT
072900     ELSE
073000         MOVE "DEBIT" TO SQ-AJ-TYPE-TEXT
073100     END-IF.
073200     IF SQ-AJK-AMOUNT NUMERIC
073300         MOVE SQ-AJK-AMOUNT TO SQ-AJ-AMOUNT-EDIT
073400     ELSE
073500         MOVE ZERO TO SQ-AJ-AMOUNT-EDIT
073600     END-IF.
073700     IF SQ-AJK-RUN-ID = ZERO
073800         MOVE "NONE" TO SQ-AJ-RUN-TEXT
073900     ELSE
074000         MOVE SQ-AJK-RUN-ID TO SQ-AJ-RUN-TEXT
074100     END-IF.
074200     EVALUATE TRUE
074300         WHEN SQ-AJK-OPEN
074400             MOVE "OPEN" TO SQ-AJ-STATUS-TEXT
074500         WHEN SQ-AJK-APPLIED
074600             MOVE SPACES TO SQ-AJ-STATUS-TEXT
074700             STRING "APPLIED " SQ-AJK-APPLIED-MONTH
074800                 DELIMITED BY SIZE INTO SQ-AJ-STATUS-TEXT
074900         WHEN SQ-AJK-VOIDED
075000             MOVE "VOIDED" TO SQ-AJ-STATUS-TEXT
075100         WHEN OTHER
075200             MOVE "STATUS ?" TO SQ-AJ-STATUS-TEXT
075300     END-EVALUATE.
075400     GO TO 7000-EXIT.
075500 7000-EXIT.
075600     EXIT.
075700*
075800*****************************************************************
075900* 7500-REWRITE-DATASET.  THE WHOLE DATASET, IN THE ORDER RECORDED.
076000*****************************************************************
076100 7500-REWRITE-DATASET.
076200     OPEN OUTPUT SQ-ADJ-FILE.
076300     IF SQ-AJ-ADJ-STATUS NOT = "00"
076400         AND SQ-AJ-ADJ-STATUS NOT = "05"
076500         DISPLAY "SQ-ADJ-FILE OPEN FAILED, STATUS "
076600             SQ-AJ-ADJ-STATUS
076610         MOVE SPACES TO SQ-ML-TEXT
076620         STRING "SQ-ADJ-FILE OPEN FAILED, STATUS "
076630             SQ-AJ-ADJ-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
076640         MOVE "SQ0006E" TO SQ-ML-MSG-ID
076650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
076700         MOVE 16 TO RETURN-CODE
076800         GO TO 7500-EXIT
076900     END-IF.
077000     MOVE 1 TO SQ-AJ-SUB.
077100     PERFORM 7510-WRITE-ONE-ADJUSTMENT THRU 7510-EXIT
077200         UNTIL SQ-AJ-SUB > SQ-AJ-COUNT.
077300     CLOSE SQ-ADJ-FILE.
077400     GO TO 7500-EXIT.
077500 7500-EXIT.
077600     EXIT.
077700*
077800 7510-WRITE-ONE-ADJUSTMENT.
077900     MOVE SQ-AJ-ENTRY(SQ-AJ-SUB) TO SQ-ADJ-RECORD.
078000     WRITE SQ-ADJ-RECORD.
078100     IF SQ-AJ-ADJ-STATUS NOT = "00"
078200         DISPLAY "SQ-ADJ-FILE WRITE FAILED, STATUS "
078300             SQ-AJ-ADJ-STATUS
078310         MOVE SPACES TO SQ-ML-TEXT
078320         STRING "SQ-ADJ-FILE WRITE FAILED, STATUS "
078330             SQ-AJ-ADJ-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
078340         MOVE "SQ0007E" TO SQ-ML-MSG-ID
078350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
078400         MOVE 16 TO RETURN-CODE
078500     END-IF.
078600     ADD 1 TO SQ-AJ-SUB.
078700     GO TO 7510-EXIT.
078800 7510-EXIT.
078900     EXIT.
079000*
079100*****************************************************************
079200* 8000-FIND-ADJUSTMENT.  SETS SQ-AJ-HIT TO THE ENTRY NUMBERED
079300* SQ-AJ-VOID-ID, OR ZERO.
079400*****************************************************************
079500 8000-FIND-ADJUSTMENT.
079600     MOVE 0 TO SQ-AJ-HIT.
079700     MOVE 1 TO SQ-AJ-SUB.
079800     PERFORM 8010-MATCH-ONE-ADJUSTMENT THRU 8010-EXIT
079900         UNTIL SQ-AJ-HIT > 0 OR SQ-AJ-SUB > SQ-AJ-COUNT.
080000     GO TO 8000-EXIT.
080100 8000-EXIT.
080200     EXIT.
080300*
080400 8010-MATCH-ONE-ADJUSTMENT.
080500     IF SQ-AJ-ENTRY(SQ-AJ-SUB)(1:6) = SQ-AJ-VOID-ID
080600         MOVE SQ-AJ-SUB TO SQ-AJ-HIT
080700     END-IF.
080800     ADD 1 TO SQ-AJ-SUB.
080900     GO TO 8010-EXIT.
081000 8010-EXIT.
081100     EXIT.
081200*
081300*****************************************************************
081400* 8100-FIND-DEPT.  SETS SQ-AJ-DEPT-HIT WHEN SQ-AJ-NEW-DEPT IS A
081500* DEPARTMENT ON THE AUTHORIZATION MASTER.
081600*****************************************************************
081700 8100-FIND-DEPT.
081800     MOVE 0 TO SQ-AJ-DEPT-HIT.
081900     MOVE 1 TO SQ-AJ-DSUB.
082000     PERFORM 8110-MATCH-ONE-DEPT THRU 8110-EXIT
082100         UNTIL SQ-AJ-DEPT-HIT > 0
082200             OR SQ-AJ-DSUB > SQ-AJ-DEPT-COUNT.
082300     GO TO 8100-EXIT.
082400 8100-EXIT.
082500     EXIT.
082600*
082700 8110-MATCH-ONE-DEPT.
082800     IF SQ-AJ-DEPT-CODE(SQ-AJ-DSUB) = SQ-AJ-NEW-DEPT
082900         MOVE SQ-AJ-DSUB TO SQ-AJ-DEPT-HIT
083000     END-IF.
083100     ADD 1 TO SQ-AJ-DSUB.
083200     GO TO 8110-EXIT.
083300 8110-EXIT.
083400     EXIT.
083500*
083600*****************************************************************
083700* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
083800* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
083900* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
084000* WAY.
084100*****************************************************************
084200 9800-LOG-MESSAGE.
084300     MOVE "SQADJMNT" TO SQ-ML-PROGRAM.
084400     MOVE ZERO TO SQ-ML-RUN-ID.
084500     MOVE SPACES TO SQ-ML-BUS-DATE.
084600     CALL "SQMSGLOG" USING SQ-ML-AREA.
084700     GO TO 9800-EXIT.
084800 9800-EXIT.
084900     EXIT.
