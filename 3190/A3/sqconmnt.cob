000100*****************************************************************
000200* PROGRAM-ID.  SQCONMNT
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  MAINTENANCE FRONT END FOR THE DEPARTMENT CONTACT
001000*     MASTER (SEE COPYBOOK SQCONTCT), BUILT ON THE SQPARMNT
001100*     PATTERN.  PROMPTED LIST/ADD/CHANGE/DELETE OF ONE CONTACT PER
001200*     DEPARTMENT - NAME, MAIL ADDRESS, AN OPTIONAL COPY ADDRESS,
001300*     AND WHICH OF THE FIVE NIGHTLY EVENTS (REJECTS, REPROCESSING,
001400*     DRIFT, DELIVERY, QUEUE POSTINGS) THE DEPARTMENT IS TO BE
001500*     MAILED ABOUT BY THE NOTIFICATION STEP (SQNOTIFY).  THE
001600*     DEPARTMENT MUST BE ON THE AUTHORIZATION MASTER WHEN ONE IS
001700*     IN FORCE.  EVERY CHANGE IS STAMPED WITH THE OPERATOR'S USER
001800*     ID AND THE DATE.
001900*
002000*     THE CONTACT MASTER SAYS WHO IS TOLD, NOT WHAT IS PROCESSED,
002100*     SO IT IS NOT UNDER MAKER/CHECKER CONTROL - A CONFIRMED
002200*     CHANGE IS IN FORCE FOR THE NEXT NIGHT.  THE WHOLE DATASET IS
002300*     HELD IN STORAGE AND REWRITTEN ON EVERY COMMIT.
002400*
002500* MODIFICATION HISTORY.
002600*     2026-10-15  DL  INITIAL VERSION.
002620*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002640*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002660*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002680*                     COPYBOOK SQMSGCAT).
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.  SQCONMNT.
003000 AUTHOR.      D. LOCKWOOD.
003100 INSTALLATION. 3190 SYSTEMS.
003200 DATE-WRITTEN. 2026-10-15.
003300 DATE-COMPILED.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL SQ-CONTACT-FILE ASSIGN TO SQCONTCT
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS SQ-CONTACT-STATUS.
004100*
004200     SELECT OPTIONAL SQ-AUTH-FILE ASSIGN TO SQAUTH
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS IS SQ-AUTH-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SQ-CONTACT-FILE.
004900     COPY SQCONTCT.
005000*
005100 FD  SQ-AUTH-FILE.
005200     COPY SQAUTH.
005300*
005400 WORKING-STORAGE SECTION.
005500*
005600*****************************************************************
005700* SWITCHES AND FILE STATUS.
005800*****************************************************************
005900 01  SQ-CC-SWITCHES.
006000     05  SQ-CC-QUIT-SW             PIC X(01) VALUE "N".
006100         88  SQ-CC-QUIT-REQUESTED      VALUE "Y".
006200     05  SQ-CC-VALID-SW            PIC X(01) VALUE "N".
006300         88  SQ-CC-FIELD-VALID         VALUE "Y".
006400         88  SQ-CC-FIELD-INVALID       VALUE "N".
006500     05  SQ-CC-CANCEL-SW           PIC X(01) VALUE "N".
006600         88  SQ-CC-CANCELLED           VALUE "Y".
006700     05  SQ-CC-CHANGE-SW           PIC X(01) VALUE "N".
006800         88  SQ-CC-CHANGING            VALUE "Y".
006900     05  SQ-CC-EOF-SW              PIC X(01) VALUE "N".
007000         88  SQ-CC-EOF                 VALUE "Y".
007100     05  SQ-CC-AUTH-SW             PIC X(01) VALUE "N".
007200         88  SQ-CC-AUTH-IN-FORCE       VALUE "Y".
007300*
007400 01  SQ-CC-FILE-STATUSES.
007500     05  SQ-CONTACT-STATUS         PIC X(02) VALUE "00".
007600     05  SQ-AUTH-STATUS            PIC X(02) VALUE "00".
007700*
007800*****************************************************************
007900* THE CONTACT MASTER IN STORAGE - AT MOST 100 DEPARTMENTS, THE
008000* NUMBER THE NOTIFICATION STEP LOADS.  AN ENTRY IS WORKED ON
008100* THROUGH SQ-CCK-RECORD (THE SQCONTCT LAYOUT) AND PUT BACK.
008200*****************************************************************
008300 01  SQ-CC-TABLE-AREA.
008400     05  SQ-CC-COUNT               PIC 9(03) COMP VALUE ZERO.
008500     05  SQ-CC-SUB                 PIC 9(03) COMP VALUE ZERO.
008600     05  SQ-CC-HIT                 PIC 9(03) COMP VALUE ZERO.
008700     05  SQ-CC-ENTRY OCCURS 100 TIMES
008800                                   PIC X(160).
008900*
009000     COPY SQCONTCT REPLACING LEADING ==SQ-CON== BY ==SQ-CCK==.
009100*
009200*****************************************************************
009300* VALID DEPARTMENT CODES FROM THE AUTHORIZATION MASTER (TYPE D
009400* RECORDS).  NONE LOADED MEANS NO MASTER IS IN FORCE AND ANY
009500* CODE IS TAKEN, AS SQUARE DOES.
009600*****************************************************************
009700 01  SQ-CC-DEPT-AREA.
009800     05  SQ-CC-DEPT-COUNT          PIC 9(03) COMP VALUE ZERO.
009900     05  SQ-CC-DSUB                PIC 9(03) COMP VALUE ZERO.
010000     05  SQ-CC-DEPT-HIT            PIC 9(03) COMP VALUE ZERO.
010100     05  SQ-CC-DEPT-CODE OCCURS 600 TIMES
010200                                   PIC X(03).
010300*
010400*****************************************************************
010500* THE FIVE EVENTS, IN THE ORDER OF THE SUBSCRIPTION FLAGS.
010600*****************************************************************
010700 01  SQ-CC-EVENT-DATA.
010800     05  FILLER                    PIC X(30)
010900                                   VALUE "REJECTED VALUES".
011000     05  FILLER                    PIC X(30)
011100                                   VALUE "EXCEPTION REPROCESSING".
011200     05  FILLER                    PIC X(30)
011300                                   VALUE "RESULTS DRIFT".
011400     05  FILLER                    PIC X(30)
011500                         VALUE "DELIVERY ACKNOWLEDGMENT".
011600     05  FILLER                    PIC X(30)
011700                                   VALUE "QUEUE ENTRIES POSTED".
011800 01  SQ-CC-EVENT-TABLE REDEFINES SQ-CC-EVENT-DATA.
011900     05  SQ-CC-EVENT-NAME          PIC X(30) OCCURS 5 TIMES.
012000*
012100*****************************************************************
012200* PROMPT AND WORK FIELDS.
012300*****************************************************************
012400 01  SQ-CC-WORK.
012500     05  SQ-CC-ANSWER              PIC X(60) VALUE SPACES.
012600     05  SQ-CC-SEL                 PIC X(01) VALUE SPACE.
012700     05  SQ-CC-MAKER               PIC X(08) VALUE SPACES.
012800     05  SQ-CC-NEW-DEPT            PIC X(03) VALUE SPACES.
012900     05  SQ-CC-EV-SUB              PIC 9(02) COMP VALUE ZERO.
013000     05  SQ-CC-AT-COUNT            PIC 9(02) COMP VALUE ZERO.
013100     05  SQ-CC-SPACE-COUNT         PIC 9(02) COMP VALUE ZERO.
013200     05  SQ-CC-ADDRESS-WORK        PIC X(60) VALUE SPACES.
013300     05  SQ-CC-EVENTS-TEXT         PIC X(19) VALUE SPACES.
013400*
013500*****************************************************************
013600* TODAY - THE DATE STAMPED ON A CHANGE.
013700*****************************************************************
013800 01  SQ-CC-DATE-TIME-FIELDS.
013900     05  SQ-CC-CURRENT-DATE.
014000         10  SQ-CC-CUR-YEAR        PIC 9(04).
014100         10  SQ-CC-CUR-MONTH       PIC 9(02).
014200         10  SQ-CC-CUR-DAY         PIC 9(02).
014300     05  SQ-CC-TODAY               PIC X(10) VALUE SPACES.
014400*
014410*****************************************************************
014420* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
014430*****************************************************************
014440     COPY SQMLLINK.
014450*
014500*****************************************************************
014600* 0000-MAINLINE.
014700*****************************************************************
014800 PROCEDURE DIVISION.
014900*
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015200     PERFORM 1500-IDENTIFY-MAKER THRU 1500-EXIT.
015300     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
015400         UNTIL SQ-CC-QUIT-REQUESTED.
015500     STOP RUN.
015600*
015700*****************************************************************
015800* 1000-INITIALIZE.  THE CONTACT MASTER IS LOADED INTO STORAGE AND
015900* THE DEPARTMENT CODES ON THE AUTHORIZATION MASTER TAKEN FOR THE
016000* EDITS.
016100*****************************************************************
016200 1000-INITIALIZE.
016300     ACCEPT SQ-CC-CURRENT-DATE FROM DATE YYYYMMDD.
016400     STRING SQ-CC-CUR-YEAR "-" SQ-CC-CUR-MONTH "-" SQ-CC-CUR-DAY
016500         DELIMITED BY SIZE INTO SQ-CC-TODAY.
016600     OPEN INPUT SQ-CONTACT-FILE.
016700*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
016800*    WAS NOT THERE - THE FIRST CONTACT STARTS THE DATASET.
016900     IF SQ-CONTACT-STATUS NOT = "00"
017000         AND SQ-CONTACT-STATUS NOT = "05"
017100         DISPLAY "FATAL - SQ-CONTACT-FILE OPEN FAILED, STATUS "
017200             SQ-CONTACT-STATUS
017210         MOVE SPACES TO SQ-ML-TEXT
017220         STRING "FATAL - SQ-CONTACT-FILE OPEN FAILED, STATUS "
017230             SQ-CONTACT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
017240         MOVE "SQ0001S" TO SQ-ML-MSG-ID
017250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
017300         MOVE 16 TO RETURN-CODE
017400         STOP RUN
017500     END-IF.
017600     MOVE "N" TO SQ-CC-EOF-SW.
017700     PERFORM 1100-LOAD-ONE-CONTACT THRU 1100-EXIT
017800         UNTIL SQ-CC-EOF.
017900     CLOSE SQ-CONTACT-FILE.
018000     DISPLAY "CONTACTS ON FILE: " SQ-CC-COUNT.
018100     PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT.
018200     GO TO 1000-EXIT.
018300 1000-EXIT.
018400     EXIT.
018500*
018600 1100-LOAD-ONE-CONTACT.
018700     READ SQ-CONTACT-FILE
018800         AT END
018900             SET SQ-CC-EOF TO TRUE
019000             GO TO 1100-EXIT
019100     END-READ.
019200     IF SQ-CC-COUNT NOT < 100
019300         DISPLAY "FATAL - MORE THAN 100 CONTACTS ON FILE"
019310         MOVE SPACES TO SQ-ML-TEXT
019320         STRING "FATAL - MORE THAN 100 CONTACTS ON FILE"
019330             DELIMITED BY SIZE INTO SQ-ML-TEXT
019340         MOVE "SQ1401S" TO SQ-ML-MSG-ID
019350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
019400         MOVE 16 TO RETURN-CODE
019500         CLOSE SQ-CONTACT-FILE
019600         STOP RUN
019700     END-IF.
019800     ADD 1 TO SQ-CC-COUNT.
019900     MOVE SQ-CON-RECORD TO SQ-CC-ENTRY(SQ-CC-COUNT).
020000     GO TO 1100-EXIT.
020100 1100-EXIT.
020200     EXIT.
020300*
020400 1200-LOAD-DEPARTMENTS.
020500     OPEN INPUT SQ-AUTH-FILE.
020600     IF SQ-AUTH-STATUS NOT = "00"
020700         IF SQ-AUTH-STATUS = "05"
020800             CLOSE SQ-AUTH-FILE
020900         END-IF
021000         DISPLAY "NO AUTHORIZATION MASTER - DEPARTMENT CODES ARE "
021100             "NOT CHECKED"
021200         GO TO 1200-EXIT
021300     END-IF.
021400     MOVE "N" TO SQ-CC-EOF-SW.
021500     PERFORM 1210-LOAD-ONE-DEPARTMENT THRU 1210-EXIT
021600         UNTIL SQ-CC-EOF.
021700     CLOSE SQ-AUTH-FILE.
021800     IF SQ-CC-DEPT-COUNT > 0
021900         SET SQ-CC-AUTH-IN-FORCE TO TRUE
022000     END-IF.
022100     GO TO 1200-EXIT.
022200 1200-EXIT.
022300     EXIT.
022400*
022500 1210-LOAD-ONE-DEPARTMENT.
022600     READ SQ-AUTH-FILE
022700         AT END
022800             SET SQ-CC-EOF TO TRUE
022900             GO TO 1210-EXIT
023000     END-READ.
023100     IF SQ-AUTH-TYPE = "D" AND SQ-CC-DEPT-COUNT < 600
023200         ADD 1 TO SQ-CC-DEPT-COUNT
023300         MOVE SQ-AUTH-DEPT TO SQ-CC-DEPT-CODE(SQ-CC-DEPT-COUNT)
023400     END-IF.
023500     GO TO 1210-EXIT.
023600 1210-EXIT.
023700     EXIT.
023800*
023900*****************************************************************
024000* 1500-IDENTIFY-MAKER.  EVERY CHANGE CARRIES THE USER ID OF
024100* WHOEVER MADE IT.
024200*****************************************************************
024300 1500-IDENTIFY-MAKER.
024400     MOVE SPACES TO SQ-CC-MAKER.
024500     PERFORM 1600-PROMPT-MAKER THRU 1600-EXIT
024600         UNTIL SQ-CC-MAKER NOT = SPACES.
024700     GO TO 1500-EXIT.
024800 1500-EXIT.
024900     EXIT.
025000*
025100 1600-PROMPT-MAKER.
025200     DISPLAY "YOUR USER ID - 1 TO 8 CHARACTERS:".
025300     MOVE SPACES TO SQ-CC-ANSWER.
025400     ACCEPT SQ-CC-ANSWER.
025500     INSPECT SQ-CC-ANSWER CONVERTING
025600         "abcdefghijklmnopqrstuvwxyz"
025700         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
025800     IF SQ-CC-ANSWER = SPACES OR SQ-CC-ANSWER(9:) NOT = SPACES
025900         DISPLAY "USER ID IS 1 TO 8 CHARACTERS"
026000     ELSE
026100         MOVE SQ-CC-ANSWER(1:8) TO SQ-CC-MAKER
026200     END-IF.
026300     GO TO 1600-EXIT.
026400 1600-EXIT.
026500     EXIT.
026600*
026700*****************************************************************
026800* 2000 SERIES - OPERATOR MENU.
026900*****************************************************************
027000 2000-MENU-LOOP.
027100     DISPLAY "----------------------------------------------".
027200     DISPLAY "DEPARTMENT CONTACT MAINTENANCE".
027300     DISPLAY "  L = LIST CONTACTS ON FILE".
027400     DISPLAY "  A = ADD A DEPARTMENT'S CONTACT".
027500     DISPLAY "  C = CHANGE A DEPARTMENT'S CONTACT".
027600     DISPLAY "  D = DELETE A DEPARTMENT'S CONTACT".
027700     DISPLAY "  Q = QUIT".
027800     MOVE SPACE TO SQ-CC-SEL.
027900     ACCEPT SQ-CC-SEL.
028000     INSPECT SQ-CC-SEL CONVERTING "lacdq" TO "LACDQ".
028100     EVALUATE SQ-CC-SEL
028200         WHEN "L"
028300             PERFORM 3000-LIST-CONTACTS THRU 3000-EXIT
028400         WHEN "A"
028500             PERFORM 4000-ADD-CONTACT THRU 4000-EXIT
028600         WHEN "C"
028700             PERFORM 5000-CHANGE-CONTACT THRU 5000-EXIT
028800         WHEN "D"
028900             PERFORM 6000-DELETE-CONTACT THRU 6000-EXIT
029000         WHEN "Q"
029100             SET SQ-CC-QUIT-REQUESTED TO TRUE
029200         WHEN OTHER
029300             DISPLAY "ENTER L, A, C, D, OR Q"
029400     END-EVALUATE.
029500     GO TO 2000-EXIT.
029600 2000-EXIT.
029700     EXIT.
029800*
029900*****************************************************************
030000* 3000 SERIES - LIST.
030100*****************************************************************
030200 3000-LIST-CONTACTS.
030300     IF SQ-CC-COUNT = 0
030400         DISPLAY "NO CONTACTS ON FILE"
030500         GO TO 3000-EXIT
030600     END-IF.
030700     DISPLAY "EVENTS: REJ RPR DRF ACK QUE".
030800     MOVE 1 TO SQ-CC-SUB.
030900     PERFORM 3100-LIST-ONE-CONTACT THRU 3100-EXIT
031000         UNTIL SQ-CC-SUB > SQ-CC-COUNT.
031100     GO TO 3000-EXIT.
031200 3000-EXIT.
031300     EXIT.
031400*
031500 3100-LIST-ONE-CONTACT.
031600     MOVE SQ-CC-ENTRY(SQ-CC-SUB) TO SQ-CCK-RECORD.
031700     PERFORM 7000-DESCRIBE-EVENTS THRU 7000-EXIT.
031800     DISPLAY "DEPT " SQ-CCK-DEPT "  " SQ-CCK-NAME
031900         "  EVENTS " SQ-CC-EVENTS-TEXT.
032000     DISPLAY "      TO " SQ-CCK-ADDRESS.
032100     IF SQ-CCK-COPY-ADDRESS NOT = SPACES
032200         DISPLAY "      CC " SQ-CCK-COPY-ADDRESS
032300     END-IF.
032400     DISPLAY "      CHANGED BY " SQ-CCK-UPDATED-BY
032500         " ON " SQ-CCK-UPDATED-DATE.
032600     ADD 1 TO SQ-CC-SUB.
032700     GO TO 3100-EXIT.
032800 3100-EXIT.
032900     EXIT.
033000*
033100*****************************************************************
033200* 4000 SERIES - ADD A DEPARTMENT'S CONTACT.  EACH PROMPT LOOPS
033300* UNTIL ITS ANSWER IS LEGAL; A BLANK DEPARTMENT BACKS OUT.  THE
033400* CONTACT IS SHOWN AND ONLY WRITTEN ONCE THE OPERATOR CONFIRMS.
033500*****************************************************************
033600 4000-ADD-CONTACT.
033700     IF SQ-CC-COUNT NOT < 100
033800         DISPLAY "CONTACT MASTER IS FULL - 100 DEPARTMENTS"
033900         GO TO 4000-EXIT
034000     END-IF.
034100     MOVE "N" TO SQ-CC-CHANGE-SW.
034200     MOVE "N" TO SQ-CC-CANCEL-SW.
034300     SET SQ-CC-FIELD-INVALID TO TRUE.
034400     PERFORM 4100-PROMPT-DEPT THRU 4100-EXIT
034500         UNTIL SQ-CC-FIELD-VALID.
034600     IF SQ-CC-CANCELLED
034700         GO TO 4000-EXIT
034800     END-IF.
034900     PERFORM 8000-FIND-CONTACT THRU 8000-EXIT.
035000     IF SQ-CC-HIT > 0
035100         DISPLAY "DEPARTMENT " SQ-CC-NEW-DEPT
035200             " ALREADY HAS A CONTACT - USE C TO CHANGE IT"
035300         GO TO 4000-EXIT
035400     END-IF.
035500     MOVE SPACES TO SQ-CCK-RECORD.
035600     MOVE SQ-CC-NEW-DEPT TO SQ-CCK-DEPT.
035700     MOVE "NNNNN" TO SQ-CCK-EVENTS.
035800     PERFORM 4500-PROMPT-DETAILS THRU 4500-EXIT.
035900     PERFORM 4900-CONFIRM-CONTACT THRU 4900-EXIT.
036000     IF SQ-CC-ANSWER NOT = "Y"
036100         DISPLAY "CONTACT NOT RECORDED"
036200         GO TO 4000-EXIT
036300     END-IF.
036400     ADD 1 TO SQ-CC-COUNT.
036500     MOVE SQ-CCK-RECORD TO SQ-CC-ENTRY(SQ-CC-COUNT).
036600     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
036700     DISPLAY "CONTACT FOR " SQ-CCK-DEPT
036800         " RECORDED - IN FORCE FOR THE NEXT NIGHT".
036900     GO TO 4000-EXIT.
037000 4000-EXIT.
037100     EXIT.
037200*
037300 4100-PROMPT-DEPT.
037400     SET SQ-CC-FIELD-INVALID TO TRUE.
037500     DISPLAY "DEPARTMENT CODE - OR BLANK TO BACK OUT:".
037600     MOVE SPACES TO SQ-CC-ANSWER.
037700     ACCEPT SQ-CC-ANSWER.
037800     INSPECT SQ-CC-ANSWER CONVERTING
037900         "abcdefghijklmnopqrstuvwxyz"
038000         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
038100     IF SQ-CC-ANSWER = SPACES
038200         SET SQ-CC-CANCELLED TO TRUE
038300         SET SQ-CC-FIELD-VALID TO TRUE
038400         GO TO 4100-EXIT
038500     END-IF.
038600     IF SQ-CC-ANSWER(4:) NOT = SPACES
038700         DISPLAY "DEPARTMENT IS AT MOST 3 CHARACTERS"
038800         GO TO 4100-EXIT
038900     END-IF.
039000     MOVE SQ-CC-ANSWER(1:3) TO SQ-CC-NEW-DEPT.
039100     IF SQ-CC-AUTH-IN-FORCE
039200         PERFORM 8100-FIND-DEPT THRU 8100-EXIT
039300         IF SQ-CC-DEPT-HIT = 0
039400             DISPLAY "DEPARTMENT " SQ-CC-NEW-DEPT
039500                 " IS NOT ON THE AUTHORIZATION MASTER"
039600             GO TO 4100-EXIT
039700         END-IF
039800     END-IF.
039900     SET SQ-CC-FIELD-VALID TO TRUE.
040000     GO TO 4100-EXIT.
040100 4100-EXIT.
040200     EXIT.
040300*
040400*****************************************************************
040500* 4500-PROMPT-DETAILS.  NAME, ADDRESSES AND EVENTS INTO
040600* SQ-CCK-RECORD.  ON A CHANGE A BLANK ANSWER KEEPS WHAT IS THERE.
040700*****************************************************************
040800 4500-PROMPT-DETAILS.
040900     SET SQ-CC-FIELD-INVALID TO TRUE.
041000     PERFORM 4600-PROMPT-NAME THRU 4600-EXIT
041100         UNTIL SQ-CC-FIELD-VALID.
041200     SET SQ-CC-FIELD-INVALID TO TRUE.
041300     PERFORM 4700-PROMPT-ADDRESS THRU 4700-EXIT
041400         UNTIL SQ-CC-FIELD-VALID.
041500     SET SQ-CC-FIELD-INVALID TO TRUE.
041600     PERFORM 4750-PROMPT-COPY-ADDRESS THRU 4750-EXIT
041700         UNTIL SQ-CC-FIELD-VALID.
041800     MOVE 1 TO SQ-CC-EV-SUB.
041900     PERFORM 4800-PROMPT-ONE-EVENT THRU 4800-EXIT
042000         UNTIL SQ-CC-EV-SUB > 5.
042100     MOVE SQ-CC-MAKER TO SQ-CCK-UPDATED-BY.
042200     MOVE SQ-CC-TODAY TO SQ-CCK-UPDATED-DATE.
042300     GO TO 4500-EXIT.
042400 4500-EXIT.
042500     EXIT.
042600*
042700 4600-PROMPT-NAME.
042800     IF SQ-CC-CHANGING
042900         DISPLAY "CONTACT NAME - BLANK KEEPS " SQ-CCK-NAME
043000     ELSE
043100         DISPLAY "CONTACT NAME - UP TO 24 CHARACTERS:"
043200     END-IF.
043300     MOVE SPACES TO SQ-CC-ANSWER.
043400     ACCEPT SQ-CC-ANSWER.
043500     INSPECT SQ-CC-ANSWER CONVERTING
043600         "abcdefghijklmnopqrstuvwxyz"
043700         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
043800     IF SQ-CC-ANSWER = SPACES
043900         IF SQ-CC-CHANGING
044000             SET SQ-CC-FIELD-VALID TO TRUE
044100         ELSE
044200             DISPLAY "CONTACT NAME CANNOT BE BLANK"
044300         END-IF
044400         GO TO 4600-EXIT
044500     END-IF.
044600     IF SQ-CC-ANSWER(25:) NOT = SPACES
044700         DISPLAY "CONTACT NAME IS AT MOST 24 CHARACTERS"
044800         GO TO 4600-EXIT
044900     END-IF.
045000     MOVE SQ-CC-ANSWER(1:24) TO SQ-CCK-NAME.
045100     SET SQ-CC-FIELD-VALID TO TRUE.
045200     GO TO 4600-EXIT.
045300 4600-EXIT.
045400     EXIT.
045500*
045600 4700-PROMPT-ADDRESS.
045700     IF SQ-CC-CHANGING
045800         DISPLAY "MAIL ADDRESS - BLANK KEEPS " SQ-CCK-ADDRESS
045900     ELSE
046000         DISPLAY "MAIL ADDRESS - UP TO 50 CHARACTERS:"
046100     END-IF.
046200     MOVE SPACES TO SQ-CC-ANSWER.
046300     ACCEPT SQ-CC-ANSWER.
046400     IF SQ-CC-ANSWER = SPACES
046500         IF SQ-CC-CHANGING
046600             SET SQ-CC-FIELD-VALID TO TRUE
046700         ELSE
046800             DISPLAY "MAIL ADDRESS CANNOT BE BLANK"
046900         END-IF
047000         GO TO 4700-EXIT
047100     END-IF.
047200     MOVE SQ-CC-ANSWER TO SQ-CC-ADDRESS-WORK.
047300     PERFORM 7100-CHECK-ADDRESS THRU 7100-EXIT.
047400     IF SQ-CC-FIELD-VALID
047500         MOVE SQ-CC-ADDRESS-WORK(1:50) TO SQ-CCK-ADDRESS
047600     END-IF.
047700     GO TO 4700-EXIT.
047800 4700-EXIT.
047900     EXIT.
048000*
048100 4750-PROMPT-COPY-ADDRESS.
048200     IF SQ-CC-CHANGING AND SQ-CCK-COPY-ADDRESS NOT = SPACES
048300         DISPLAY "COPY ADDRESS - BLANK KEEPS " SQ-CCK-COPY-ADDRESS
048400         DISPLAY "    (NONE REMOVES IT)"
048500     ELSE
048600         DISPLAY "COPY ADDRESS - OR BLANK FOR NONE:"
048700     END-IF.
048800     MOVE SPACES TO SQ-CC-ANSWER.
048900     ACCEPT SQ-CC-ANSWER.
049000     IF SQ-CC-ANSWER = SPACES
049100         SET SQ-CC-FIELD-VALID TO TRUE
049200         GO TO 4750-EXIT
049300     END-IF.
049400     IF SQ-CC-ANSWER = "NONE" OR SQ-CC-ANSWER = "none"
049500         MOVE SPACES TO SQ-CCK-COPY-ADDRESS
049600         SET SQ-CC-FIELD-VALID TO TRUE
049700         GO TO 4750-EXIT
049800     END-IF.
049900     MOVE SQ-CC-ANSWER TO SQ-CC-ADDRESS-WORK.
050000     PERFORM 7100-CHECK-ADDRESS THRU 7100-EXIT.
050100     IF SQ-CC-FIELD-VALID
050200         MOVE SQ-CC-ADDRESS-WORK(1:50) TO SQ-CCK-COPY-ADDRESS
050300     END-IF.
050400     GO TO 4750-EXIT.
050500 4750-EXIT.
050600     EXIT.
050700*
050800 4800-PROMPT-ONE-EVENT.
050900     IF SQ-CC-CHANGING
051000         DISPLAY "MAIL ON " SQ-CC-EVENT-NAME(SQ-CC-EV-SUB)
051100             " (Y/N) - BLANK KEEPS "
051200             SQ-CCK-EV-FLAG(SQ-CC-EV-SUB)
051300     ELSE
051400         DISPLAY "MAIL ON " SQ-CC-EVENT-NAME(SQ-CC-EV-SUB)
051500             " (Y/N)?"
051600     END-IF.
051700     MOVE SPACES TO SQ-CC-ANSWER.
051800     ACCEPT SQ-CC-ANSWER.
051900     INSPECT SQ-CC-ANSWER CONVERTING "yn" TO "YN".
052000     EVALUATE TRUE
052100         WHEN SQ-CC-ANSWER = "Y" OR SQ-CC-ANSWER = "N"
052200             MOVE SQ-CC-ANSWER(1:1)
052300                 TO SQ-CCK-EV-FLAG(SQ-CC-EV-SUB)
052400             ADD 1 TO SQ-CC-EV-SUB
052500         WHEN SQ-CC-ANSWER = SPACES AND SQ-CC-CHANGING
052600             ADD 1 TO SQ-CC-EV-SUB
052700         WHEN OTHER
052800             DISPLAY "ANSWER Y OR N"
052900     END-EVALUATE.
053000     GO TO 4800-EXIT.
053100 4800-EXIT.
053200     EXIT.
053300*
053400 4900-CONFIRM-CONTACT.
053500     PERFORM 7000-DESCRIBE-EVENTS THRU 7000-EXIT.
053600     DISPLAY "DEPT    " SQ-CCK-DEPT.
053700     DISPLAY "NAME    " SQ-CCK-NAME.
053800     DISPLAY "TO      " SQ-CCK-ADDRESS.
053900     DISPLAY "CC      " SQ-CCK-COPY-ADDRESS.
054000     DISPLAY "EVENTS  REJ RPR DRF ACK QUE".
054100     DISPLAY "        " SQ-CC-EVENTS-TEXT.
054200     IF SQ-CCK-EVENTS = "NNNNN"
054300         DISPLAY "NOTE - NO EVENTS CHOSEN, NOTHING WILL BE MAILED"
054400     END-IF.
054500     DISPLAY "RECORD THIS CONTACT (Y/N)?".
054600     MOVE SPACES TO SQ-CC-ANSWER.
054700     ACCEPT SQ-CC-ANSWER.
054800     INSPECT SQ-CC-ANSWER CONVERTING "y" TO "Y".
054900     GO TO 4900-EXIT.
055000 4900-EXIT.
055100     EXIT.
055200*
055300*****************************************************************
055400* 5000 SERIES - CHANGE A DEPARTMENT'S CONTACT.
055500*****************************************************************
055600 5000-CHANGE-CONTACT.
055700     MOVE "N" TO SQ-CC-CANCEL-SW.
055800     SET SQ-CC-FIELD-INVALID TO TRUE.
055900     PERFORM 4100-PROMPT-DEPT THRU 4100-EXIT
056000         UNTIL SQ-CC-FIELD-VALID.
056100     IF SQ-CC-CANCELLED
056200         GO TO 5000-EXIT
056300     END-IF.
056400     PERFORM 8000-FIND-CONTACT THRU 8000-EXIT.
056500     IF SQ-CC-HIT = 0
056600         DISPLAY "DEPARTMENT " SQ-CC-NEW-DEPT " HAS NO CONTACT"
056700             " ON FILE"
056800         GO TO 5000-EXIT
056900     END-IF.
057000     MOVE SQ-CC-ENTRY(SQ-CC-HIT) TO SQ-CCK-RECORD.
057100     SET SQ-CC-CHANGING TO TRUE.
057200     PERFORM 4500-PROMPT-DETAILS THRU 4500-EXIT.
057300     MOVE "N" TO SQ-CC-CHANGE-SW.
057400     PERFORM 4900-CONFIRM-CONTACT THRU 4900-EXIT.
057500     IF SQ-CC-ANSWER NOT = "Y"
057600         DISPLAY "CONTACT NOT CHANGED"
057700         GO TO 5000-EXIT
057800     END-IF.
057900     MOVE SQ-CCK-RECORD TO SQ-CC-ENTRY(SQ-CC-HIT).
058000     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
058100     DISPLAY "CONTACT FOR " SQ-CCK-DEPT " CHANGED".
058200     GO TO 5000-EXIT.
058300 5000-EXIT.
058400     EXIT.
058500*
058600*****************************************************************
058700* 6000 SERIES - DELETE.  ANY CODE ON FILE CAN BE DELETED, EVEN
058800* ONE NO LONGER ON THE AUTHORIZATION MASTER.
058900*****************************************************************
059000 6000-DELETE-CONTACT.
059100     MOVE "N" TO SQ-CC-CANCEL-SW.
059200*    THE AUTHORIZATION EDIT IS SUSPENDED FOR THE PROMPT ONLY.
059300     MOVE "N" TO SQ-CC-AUTH-SW.
059400     SET SQ-CC-FIELD-INVALID TO TRUE.
059500     PERFORM 4100-PROMPT-DEPT THRU 4100-EXIT
059600         UNTIL SQ-CC-FIELD-VALID.
059700     IF SQ-CC-DEPT-COUNT > 0
059800         SET SQ-CC-AUTH-IN-FORCE TO TRUE
059900     END-IF.
060000     IF SQ-CC-CANCELLED
060100         GO TO 6000-EXIT
060200     END-IF.
060300     PERFORM 8000-FIND-CONTACT THRU 8000-EXIT.
060400     IF SQ-CC-HIT = 0
060500         DISPLAY "DEPARTMENT " SQ-CC-NEW-DEPT " HAS NO CONTACT"
060600             " ON FILE"
060700         GO TO 6000-EXIT
060800     END-IF.
060900     MOVE SQ-CC-ENTRY(SQ-CC-HIT) TO SQ-CCK-RECORD.
061000     DISPLAY "DELETE THE CONTACT FOR " SQ-CCK-DEPT " - "
061100         SQ-CCK-NAME " (Y/N)?".
061200     MOVE SPACES TO SQ-CC-ANSWER.
061300     ACCEPT SQ-CC-ANSWER.
061400     INSPECT SQ-CC-ANSWER CONVERTING "y" TO "Y".
061500     IF SQ-CC-ANSWER NOT = "Y"
061600         DISPLAY "CONTACT NOT DELETED"
061700         GO TO 6000-EXIT
061800     END-IF.
061900     MOVE SQ-CC-HIT TO SQ-CC-SUB.
062000     PERFORM 6100-CLOSE-UP-ONE THRU 6100-EXIT
062100         UNTIL SQ-CC-SUB NOT < SQ-CC-COUNT.
062200     SUBTRACT 1 FROM SQ-CC-COUNT.
062300     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
062400     DISPLAY "CONTACT FOR " SQ-CCK-DEPT " DELETED".
062500     GO TO 6000-EXIT.
062600 6000-EXIT.
062700     EXIT.
062800*
062900 6100-CLOSE-UP-ONE.
063000     MOVE SQ-CC-ENTRY(SQ-CC-SUB + 1) TO SQ-CC-ENTRY(SQ-CC-SUB).
063100     ADD 1 TO SQ-CC-SUB.
063200     GO TO 6100-EXIT.
063300 6100-EXIT.
063400     EXIT.
063500*
063600*****************************************************************
063700* 7000 SERIES - SHARED SERVICE PARAGRAPHS.
063800*****************************************************************
063900*
064000*    7000-DESCRIBE-EVENTS.  THE FIVE FLAGS, SPACED UNDER THEIR
064100*    EVENT CODES.
064200 7000-DESCRIBE-EVENTS.
064300     MOVE SPACES TO SQ-CC-EVENTS-TEXT.
064400     STRING " " SQ-CCK-EV-FLAG(1) "   " SQ-CCK-EV-FLAG(2)
064500         "   " SQ-CCK-EV-FLAG(3) "   " SQ-CCK-EV-FLAG(4)
064600         "   " SQ-CCK-EV-FLAG(5) DELIMITED BY SIZE
064700         INTO SQ-CC-EVENTS-TEXT.
064800     GO TO 7000-EXIT.
064900 7000-EXIT.
065000     EXIT.
065100*
065200*    7100-CHECK-ADDRESS.  SQ-CC-ADDRESS-WORK MUST BE ONE WORD
065300*    OF AT MOST 50 CHARACTERS WITH ONE "@" - THE GATEWAY MAILS IT
065400*    AS IT STANDS.
065500 7100-CHECK-ADDRESS.
065600     SET SQ-CC-FIELD-INVALID TO TRUE.
065700     IF SQ-CC-ADDRESS-WORK(51:) NOT = SPACES
065800         DISPLAY "ADDRESS IS AT MOST 50 CHARACTERS"
065900         GO TO 7100-EXIT
066000     END-IF.
066100     MOVE 0 TO SQ-CC-AT-COUNT.
066200     MOVE 0 TO SQ-CC-SPACE-COUNT.
066300     INSPECT SQ-CC-ADDRESS-WORK TALLYING SQ-CC-AT-COUNT
066400         FOR ALL "@".
066500     INSPECT SQ-CC-ADDRESS-WORK TALLYING SQ-CC-SPACE-COUNT
066600         FOR LEADING SPACES.
066700     IF SQ-CC-SPACE-COUNT > 0
066800         DISPLAY "ADDRESS CANNOT START WITH A SPACE"
066900         GO TO 7100-EXIT
067000     END-IF.
067100     INSPECT SQ-CC-ADDRESS-WORK TALLYING SQ-CC-SPACE-COUNT
067200         FOR CHARACTERS BEFORE INITIAL SPACE.
067300     IF SQ-CC-ADDRESS-WORK(SQ-CC-SPACE-COUNT + 1:) NOT = SPACES
067400         DISPLAY "ADDRESS CANNOT CONTAIN A SPACE"
067500         GO TO 7100-EXIT
067600     END-IF.
067700     IF SQ-CC-AT-COUNT NOT = 1
067800         DISPLAY "ADDRESS MUST CONTAIN ONE @"
067900         GO TO 7100-EXIT
068000     END-IF.
068100     SET SQ-CC-FIELD-VALID TO TRUE.
068200     GO TO 7100-EXIT.
068300 7100-EXIT.
068400     EXIT.
068500*
068600*****************************************************************
068700* 7500-REWRITE-DATASET.  THE WHOLE DATASET, IN THE ORDER RECORDED.
068800*****************************************************************
068900 7500-REWRITE-DATASET.
069000     OPEN OUTPUT SQ-CONTACT-FILE.
069100     IF SQ-CONTACT-STATUS NOT = "00"
069200         AND SQ-CONTACT-STATUS NOT = "05"
069300         DISPLAY "SQ-CONTACT-FILE OPEN FAILED, STATUS "
069400             SQ-CONTACT-STATUS
069410         MOVE SPACES TO SQ-ML-TEXT
069420         STRING "SQ-CONTACT-FILE OPEN FAILED, STATUS "
069430             SQ-CONTACT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
069440         MOVE "SQ0006E" TO SQ-ML-MSG-ID
069450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
069500         MOVE 16 TO RETURN-CODE
069600         GO TO 7500-EXIT
069700     END-IF.
069800     MOVE 1 TO SQ-CC-SUB.
069900     PERFORM 7510-WRITE-ONE-CONTACT THRU 7510-EXIT
070000         UNTIL SQ-CC-SUB > SQ-CC-COUNT.
070100     CLOSE SQ-CONTACT-FILE.
070200     GO TO 7500-EXIT.
070300 7500-EXIT.
070400     EXIT.
070500*
070600 7510-WRITE-ONE-CONTACT.
070700     MOVE SQ-CC-ENTRY(SQ-CC-SUB) TO SQ-CON-RECORD.
070800     WRITE SQ-CON-RECORD.
070900     IF SQ-CONTACT-STATUS NOT = "00"
071000         DISPLAY "SQ-CONTACT-FILE WRITE FAILED, STATUS "
071100             SQ-CONTACT-STATUS
071110         MOVE SPACES TO SQ-ML-TEXT
071120         STRING "SQ-CONTACT-FILE WRITE FAILED, STATUS "
071130             SQ-CONTACT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
071140         MOVE "SQ0007E" TO SQ-ML-MSG-ID
071150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
071200         MOVE 16 TO RETURN-CODE
071300     END-IF.
071400     ADD 1 TO SQ-CC-SUB.
071500     GO TO 7510-EXIT.
071600 7510-EXIT.
071700     EXIT.
071800*
071900*****************************************************************
072000* 8000-FIND-CONTACT.  SETS SQ-CC-HIT TO SQ-CC-NEW-DEPT'S CONTACT,
072100* OR ZERO.
072200*****************************************************************
072300 8000-FIND-CONTACT.
072400     MOVE 0 TO SQ-CC-HIT.
072500     MOVE 1 TO SQ-CC-SUB.
072600     PERFORM 8010-MATCH-ONE-CONTACT THRU 8010-EXIT
072700         UNTIL SQ-CC-HIT > 0 OR SQ-CC-SUB > SQ-CC-COUNT.
072800     GO TO 8000-EXIT.
072900 8000-EXIT.
073000     EXIT.
073100*
073200 8010-MATCH-ONE-CONTACT.
073300     IF SQ-CC-ENTRY(SQ-CC-SUB)(1:3) = SQ-CC-NEW-DEPT
073400         MOVE SQ-CC-SUB TO SQ-CC-HIT
073500     END-IF.
073600     ADD 1 TO SQ-CC-SUB.
073700     GO TO 8010-EXIT.
073800 8010-EXIT.
073900     EXIT.
074000*
074100*****************************************************************
074200* 8100-FIND-DEPT.  SETS SQ-CC-DEPT-HIT WHEN SQ-CC-NEW-DEPT IS A
074300* DEPARTMENT ON THE AUTHORIZATION MASTER.
074400*****************************************************************
074500 8100-FIND-DEPT.
074600     MOVE 0 TO SQ-CC-DEPT-HIT.
074700     MOVE 1 TO SQ-CC-DSUB.
074800     PERFORM 8110-MATCH-ONE-DEPT THRU 8110-EXIT
074900         UNTIL SQ-CC-DEPT-HIT > 0
075000             OR SQ-CC-DSUB > SQ-CC-DEPT-COUNT.
075100     GO TO 8100-EXIT.
075200 8100-EXIT.
075300     EXIT.
075400*
075500 8110-MATCH-ONE-DEPT.
075600     IF SQ-CC-DEPT-CODE(SQ-CC-DSUB) = SQ-CC-NEW-DEPT
075700         MOVE SQ-CC-DSUB TO SQ-CC-DEPT-HIT
075800     END-IF.
075900     ADD 1 TO SQ-CC-DSUB.
076000     GO TO 8110-EXIT.
076100 8110-EXIT.
076200     EXIT.
076300*
076400*****************************************************************
076500* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
076600* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
076700* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
076800* WAY.
076900*****************************************************************
077000 9800-LOG-MESSAGE.
077100     MOVE "SQCONMNT" TO SQ-ML-PROGRAM.
077200     MOVE ZERO TO SQ-ML-RUN-ID.
077300     MOVE SPACES TO SQ-ML-BUS-DATE.
077400     CALL "SQMSGLOG" USING SQ-ML-AREA.
077500     GO TO 9800-EXIT.
077600 9800-EXIT.
077700     EXIT.
