000100*****************************************************************
000200* PROGRAM-ID.  SQFSMNT
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  MAINTENANCE FRONT END FOR THE FEED SCHEDULE MASTER
001000*     (SEE COPYBOOK SQFSCHED), BUILT ON THE SQPARMNT PATTERN.
001100*     PROMPTED LIST/ADD/CHANGE/DELETE OF ONE ENTRY PER
001200*     DEPARTMENT - THE DAYS OF THE WEEK ITS FEED IS DUE, THE
001300*     CUTOFF IT IS DUE BY, WHETHER THAT CUTOFF FALLS ON THE
001400*     MORNING AFTER THE NIGHT, AND WHETHER THE NIGHT IS HELD FOR
001500*     THE FEED OR GOES ON WITHOUT IT - AS THE FEED ARRIVAL CHECK
001600*     (SQFARRIV) READS THEM.  THE DEPARTMENT MUST BE ON THE
001700*     AUTHORIZATION MASTER WHEN ONE IS IN FORCE.  EVERY CHANGE IS
001800*     STAMPED WITH THE OPERATOR'S USER ID AND THE DATE.
001900*
002000*     THE SCHEDULE SAYS WHEN A FEED IS EXPECTED, NOT WHAT IS
002100*     PROCESSED, SO IT IS NOT UNDER MAKER/CHECKER CONTROL - A
002200*     CONFIRMED CHANGE IS IN FORCE FOR THE NEXT CHECK.  THE WHOLE
002300*     DATASET IS HELD IN STORAGE AND REWRITTEN ON EVERY COMMIT.
002400*
002500* MODIFICATION HISTORY.
002600*     2026-10-15  DL  INITIAL VERSION.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.  SQFSMNT.
003000 AUTHOR.      D. LOCKWOOD.
003100 INSTALLATION. 3190 SYSTEMS.
003200 DATE-WRITTEN. 2026-10-15.
003300 DATE-COMPILED.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL SQ-FS-SCHED-FILE ASSIGN TO SQFSCHED
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS SQ-FSCHED-STATUS.
004100*
004200     SELECT OPTIONAL SQ-AUTH-FILE ASSIGN TO SQAUTH
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS IS SQ-AUTH-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SQ-FS-SCHED-FILE.
004900     COPY SQFSCHED.
005000*
005100 FD  SQ-AUTH-FILE.
005200     COPY SQAUTH.
005300*
005400 WORKING-STORAGE SECTION.
005500*
005600*****************************************************************
005700* SWITCHES AND FILE STATUS.
005800*****************************************************************
005900 01  SQ-FM-SWITCHES.
006000     05  SQ-FM-QUIT-SW             PIC X(01) VALUE "N".
006100         88  SQ-FM-QUIT-REQUESTED      VALUE "Y".
006200     05  SQ-FM-VALID-SW            PIC X(01) VALUE "N".
006300         88  SQ-FM-FIELD-VALID         VALUE "Y".
006400         88  SQ-FM-FIELD-INVALID       VALUE "N".
006500     05  SQ-FM-CANCEL-SW           PIC X(01) VALUE "N".
006600         88  SQ-FM-CANCELLED           VALUE "Y".
006700     05  SQ-FM-CHANGE-SW           PIC X(01) VALUE "N".
006800         88  SQ-FM-CHANGING            VALUE "Y".
006900     05  SQ-FM-EOF-SW              PIC X(01) VALUE "N".
007000         88  SQ-FM-EOF                 VALUE "Y".
007100     05  SQ-FM-AUTH-SW             PIC X(01) VALUE "N".
007200         88  SQ-FM-AUTH-IN-FORCE       VALUE "Y".
007300*
007400 01  SQ-FM-FILE-STATUSES.
007500     05  SQ-FSCHED-STATUS          PIC X(02) VALUE "00".
007600     05  SQ-AUTH-STATUS            PIC X(02) VALUE "00".
007700*
007800*****************************************************************
007900* THE FEED SCHEDULE IN STORAGE - AT MOST 50 DEPARTMENTS, THE
008000* NUMBER THE ARRIVAL CHECK LOADS.  AN ENTRY IS WORKED ON THROUGH
008100* SQ-FSK-RECORD (THE SQFSCHED LAYOUT) AND PUT BACK.
008200*****************************************************************
008300 01  SQ-FM-TABLE-AREA.
008400     05  SQ-FM-COUNT               PIC 9(03) COMP VALUE ZERO.
008500     05  SQ-FM-SUB                 PIC 9(03) COMP VALUE ZERO.
008600     05  SQ-FM-HIT                 PIC 9(03) COMP VALUE ZERO.
008700     05  SQ-FM-ENTRY OCCURS 50 TIMES
008800                                   PIC X(80).
008900*
009000     COPY SQFSCHED REPLACING LEADING ==SQ-FS== BY ==SQ-FSK==.
009100*
009200*****************************************************************
009300* VALID DEPARTMENT CODES FROM THE AUTHORIZATION MASTER (TYPE D
009400* RECORDS).  NONE LOADED MEANS NO MASTER IS IN FORCE AND ANY
009500* CODE IS TAKEN, AS SQUARE DOES.
009600*****************************************************************
009700 01  SQ-FM-DEPT-AREA.
009800     05  SQ-FM-DEPT-COUNT          PIC 9(03) COMP VALUE ZERO.
009900     05  SQ-FM-DSUB                PIC 9(03) COMP VALUE ZERO.
010000     05  SQ-FM-DEPT-HIT            PIC 9(03) COMP VALUE ZERO.
010100     05  SQ-FM-DEPT-CODE OCCURS 600 TIMES
010200                                   PIC X(03).
010300*
010400*****************************************************************
010500* PROMPT AND WORK FIELDS.
010600*****************************************************************
010700 01  SQ-FM-WORK.
010800     05  SQ-FM-ANSWER              PIC X(60) VALUE SPACES.
010900     05  SQ-FM-SEL                 PIC X(01) VALUE SPACE.
011000     05  SQ-FM-MAKER               PIC X(08) VALUE SPACES.
011100     05  SQ-FM-NEW-DEPT            PIC X(03) VALUE SPACES.
011200     05  SQ-FM-Y-COUNT             PIC 9(02) COMP VALUE ZERO.
011300     05  SQ-FM-N-COUNT             PIC 9(02) COMP VALUE ZERO.
011400     05  SQ-FM-CUTOFF-WORK.
011500         10  SQ-FM-CUTOFF-HH       PIC 9(02).
011600         10  SQ-FM-CUTOFF-MM       PIC 9(02).
011700     05  SQ-FM-CUTOFF-X REDEFINES SQ-FM-CUTOFF-WORK
011800                                   PIC X(04).
011900     05  SQ-FM-CUTOFF-TEXT         PIC X(16) VALUE SPACES.
012000     05  SQ-FM-ACTION-TEXT         PIC X(18) VALUE SPACES.
012100*
012200*****************************************************************
012300* TODAY - THE DATE STAMPED ON A CHANGE.
012400*****************************************************************
012500 01  SQ-FM-DATE-TIME-FIELDS.
012600     05  SQ-FM-CURRENT-DATE.
012700         10  SQ-FM-CUR-YEAR        PIC 9(04).
012800         10  SQ-FM-CUR-MONTH       PIC 9(02).
012900         10  SQ-FM-CUR-DAY         PIC 9(02).
013000     05  SQ-FM-TODAY               PIC X(10) VALUE SPACES.
013100*
013200*****************************************************************
013300* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
013400*****************************************************************
013500     COPY SQMLLINK.
013600*
013700*****************************************************************
013800* 0000-MAINLINE.
013900*****************************************************************
014000 PROCEDURE DIVISION.
014100*
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014400     PERFORM 1500-IDENTIFY-MAKER THRU 1500-EXIT.
014500     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
014600         UNTIL SQ-FM-QUIT-REQUESTED.
014700     STOP RUN.
014800*
014900*****************************************************************
015000* 1000-INITIALIZE.  THE FEED SCHEDULE IS LOADED INTO STORAGE AND
015100* THE DEPARTMENT CODES ON THE AUTHORIZATION MASTER TAKEN FOR THE
015200* EDITS.
015300*****************************************************************
015400 1000-INITIALIZE.
015500     ACCEPT SQ-FM-CURRENT-DATE FROM DATE YYYYMMDD.
015600     STRING SQ-FM-CUR-YEAR "-" SQ-FM-CUR-MONTH "-" SQ-FM-CUR-DAY
015700         DELIMITED BY SIZE INTO SQ-FM-TODAY.
015800     OPEN INPUT SQ-FS-SCHED-FILE.
015900*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
016000*    WAS NOT THERE - THE FIRST ENTRY STARTS THE DATASET.
016100     IF SQ-FSCHED-STATUS NOT = "00"
016200         AND SQ-FSCHED-STATUS NOT = "05"
016300         DISPLAY "FATAL - SQ-FS-SCHED-FILE OPEN FAILED, STATUS "
016400             SQ-FSCHED-STATUS
016500         MOVE SPACES TO SQ-ML-TEXT
016600         STRING "FATAL - SQ-FS-SCHED-FILE OPEN FAILED, STATUS "
016700             SQ-FSCHED-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
016800         MOVE "SQ0001S" TO SQ-ML-MSG-ID
016900         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
017000         MOVE 16 TO RETURN-CODE
017100         STOP RUN
017200     END-IF.
017300     MOVE "N" TO SQ-FM-EOF-SW.
017400     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
017500         UNTIL SQ-FM-EOF.
017600     CLOSE SQ-FS-SCHED-FILE.
017700     DISPLAY "SCHEDULE ENTRIES ON FILE: " SQ-FM-COUNT.
017800     PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT.
017900     GO TO 1000-EXIT.
018000 1000-EXIT.
018100     EXIT.
018200*
018300 1100-LOAD-ONE-ENTRY.
018400     READ SQ-FS-SCHED-FILE
018500         AT END
018600             SET SQ-FM-EOF TO TRUE
018700             GO TO 1100-EXIT
018800     END-READ.
018900     IF SQ-FM-COUNT NOT < 50
019000         DISPLAY "FATAL - MORE THAN 50 FEED SCHEDULE ENTRIES "
019100             "ON FILE"
019200         MOVE SPACES TO SQ-ML-TEXT
019300         STRING "FATAL - MORE THAN 50 FEED SCHEDULE ENTRIES "
019400             "ON FILE"
019500             DELIMITED BY SIZE INTO SQ-ML-TEXT
019600         MOVE "SQ4601S" TO SQ-ML-MSG-ID
019700         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
019800         MOVE 16 TO RETURN-CODE
019900         CLOSE SQ-FS-SCHED-FILE
020000         STOP RUN
020100     END-IF.
020200     ADD 1 TO SQ-FM-COUNT.
020300     MOVE SQ-FS-RECORD TO SQ-FM-ENTRY(SQ-FM-COUNT).
020400     GO TO 1100-EXIT.
020500 1100-EXIT.
020600     EXIT.
020700*
020800 1200-LOAD-DEPARTMENTS.
020900     OPEN INPUT SQ-AUTH-FILE.
021000     IF SQ-AUTH-STATUS NOT = "00"
021100         IF SQ-AUTH-STATUS = "05"
021200             CLOSE SQ-AUTH-FILE
021300         END-IF
021400         DISPLAY "NO AUTHORIZATION MASTER - DEPARTMENT CODES ARE "
021500             "NOT CHECKED"
021600         GO TO 1200-EXIT
021700     END-IF.
021800     MOVE "N" TO SQ-FM-EOF-SW.
021900     PERFORM 1210-LOAD-ONE-DEPARTMENT THRU 1210-EXIT
022000         UNTIL SQ-FM-EOF.
022100     CLOSE SQ-AUTH-FILE.
022200     IF SQ-FM-DEPT-COUNT > 0
022300         SET SQ-FM-AUTH-IN-FORCE TO TRUE
022400     END-IF.
022500     GO TO 1200-EXIT.
022600 1200-EXIT.
022700     EXIT.
022800*
022900 1210-LOAD-ONE-DEPARTMENT.
023000     READ SQ-AUTH-FILE
023100         AT END
023200             SET SQ-FM-EOF TO TRUE
023300             GO TO 1210-EXIT
023400     END-READ.
023500     IF SQ-AUTH-TYPE = "D" AND SQ-FM-DEPT-COUNT < 600
023600         ADD 1 TO SQ-FM-DEPT-COUNT
023700         MOVE SQ-AUTH-DEPT TO SQ-FM-DEPT-CODE(SQ-FM-DEPT-COUNT)
023800     END-IF.
023900     GO TO 1210-EXIT.
024000 1210-EXIT.
024100     EXIT.
024200*
024300*****************************************************************
024400* 1500-IDENTIFY-MAKER.  EVERY CHANGE CARRIES THE USER ID OF
024500* WHOEVER MADE IT.
024600*****************************************************************
024700 1500-IDENTIFY-MAKER.
024800     MOVE SPACES TO SQ-FM-MAKER.
024900     PERFORM 1600-PROMPT-MAKER THRU 1600-EXIT
025000         UNTIL SQ-FM-MAKER NOT = SPACES.
025100     GO TO 1500-EXIT.
025200 1500-EXIT.
025300     EXIT.
025400*
025500 1600-PROMPT-MAKER.
025600     DISPLAY "YOUR USER ID - 1 TO 8 CHARACTERS:".
025700     MOVE SPACES TO SQ-FM-ANSWER.
025800     ACCEPT SQ-FM-ANSWER.
025900     INSPECT SQ-FM-ANSWER CONVERTING
026000         "abcdefghijklmnopqrstuvwxyz"
026100         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
026200     IF SQ-FM-ANSWER = SPACES OR SQ-FM-ANSWER(9:) NOT = SPACES
026300         DISPLAY "USER ID IS 1 TO 8 CHARACTERS"
026400     ELSE
026500         MOVE SQ-FM-ANSWER(1:8) TO SQ-FM-MAKER
026600     END-IF.
026700     GO TO 1600-EXIT.
026800 1600-EXIT.
026900     EXIT.
027000*
027100*****************************************************************
027200* 2000 SERIES - OPERATOR MENU.
027300*****************************************************************
027400 2000-MENU-LOOP.
027500     DISPLAY "----------------------------------------------".
027600     DISPLAY "FEED SCHEDULE MAINTENANCE".
027700     DISPLAY "  L = LIST SCHEDULE ENTRIES ON FILE".
027800     DISPLAY "  A = ADD A DEPARTMENT'S FEED SCHEDULE".
027900     DISPLAY "  C = CHANGE A DEPARTMENT'S FEED SCHEDULE".
028000     DISPLAY "  D = DELETE A DEPARTMENT'S FEED SCHEDULE".
028100     DISPLAY "  Q = QUIT".
028200     MOVE SPACE TO SQ-FM-SEL.
028300     ACCEPT SQ-FM-SEL.
028400     INSPECT SQ-FM-SEL CONVERTING "lacdq" TO "LACDQ".
028500     EVALUATE SQ-FM-SEL
028600         WHEN "L"
028700             PERFORM 3000-LIST-ENTRIES THRU 3000-EXIT
028800         WHEN "A"
028900             PERFORM 4000-ADD-ENTRY THRU 4000-EXIT
029000         WHEN "C"
029100             PERFORM 5000-CHANGE-ENTRY THRU 5000-EXIT
029200         WHEN "D"
029300             PERFORM 6000-DELETE-ENTRY THRU 6000-EXIT
029400         WHEN "Q"
029500             SET SQ-FM-QUIT-REQUESTED TO TRUE
029600         WHEN OTHER
029700             DISPLAY "ENTER L, A, C, D, OR Q"
029800     END-EVALUATE.
029900     GO TO 2000-EXIT.
030000 2000-EXIT.
030100     EXIT.
030200*
030300*****************************************************************
030400* 3000 SERIES - LIST.
030500*****************************************************************
030600 3000-LIST-ENTRIES.
030700     IF SQ-FM-COUNT = 0
030800         DISPLAY "NO SCHEDULE ENTRIES ON FILE"
030900         GO TO 3000-EXIT
031000     END-IF.
031100     DISPLAY "DEPT  MTWTFSS  CUTOFF            IF NOT IN".
031200     MOVE 1 TO SQ-FM-SUB.
031300     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
031400         UNTIL SQ-FM-SUB > SQ-FM-COUNT.
031500     GO TO 3000-EXIT.
031600 3000-EXIT.
031700     EXIT.
031800*
031900 3100-LIST-ONE-ENTRY.
032000     MOVE SQ-FM-ENTRY(SQ-FM-SUB) TO SQ-FSK-RECORD.
032100     PERFORM 7000-DESCRIBE-ENTRY THRU 7000-EXIT.
032200     DISPLAY SQ-FSK-DEPT "   " SQ-FSK-DAYS "  "
032300         SQ-FM-CUTOFF-TEXT "  " SQ-FM-ACTION-TEXT.
032400     IF SQ-FSK-DESCRIPTION NOT = SPACES
032500         DISPLAY "      " SQ-FSK-DESCRIPTION
032600     END-IF.
032700     DISPLAY "      CHANGED BY " SQ-FSK-UPDATED-BY
032800         " ON " SQ-FSK-UPDATED-DATE.
032900     ADD 1 TO SQ-FM-SUB.
033000     GO TO 3100-EXIT.
033100 3100-EXIT.
033200     EXIT.
033300*
033400*****************************************************************
033500* 4000 SERIES - ADD A DEPARTMENT'S FEED SCHEDULE.  EACH PROMPT
033600* LOOPS UNTIL ITS ANSWER IS LEGAL; A BLANK DEPARTMENT BACKS OUT.
033700* THE ENTRY IS SHOWN AND ONLY WRITTEN ONCE THE OPERATOR CONFIRMS.
033800*****************************************************************
033900 4000-ADD-ENTRY.
034000     IF SQ-FM-COUNT NOT < 50
034100         DISPLAY "FEED SCHEDULE IS FULL - 50 DEPARTMENTS"
034200         GO TO 4000-EXIT
034300     END-IF.
034400     MOVE "N" TO SQ-FM-CHANGE-SW.
034500     MOVE "N" TO SQ-FM-CANCEL-SW.
034600     SET SQ-FM-FIELD-INVALID TO TRUE.
034700     PERFORM 4100-PROMPT-DEPT THRU 4100-EXIT
034800         UNTIL SQ-FM-FIELD-VALID.
034900     IF SQ-FM-CANCELLED
035000         GO TO 4000-EXIT
035100     END-IF.
035200     PERFORM 8000-FIND-ENTRY THRU 8000-EXIT.
035300     IF SQ-FM-HIT > 0
035400         DISPLAY "DEPARTMENT " SQ-FM-NEW-DEPT
035500             " ALREADY HAS A SCHEDULE - USE C TO CHANGE IT"
035600         GO TO 4000-EXIT
035700     END-IF.
035800     MOVE SPACES TO SQ-FSK-RECORD.
035900     MOVE SQ-FM-NEW-DEPT TO SQ-FSK-DEPT.
036000     PERFORM 4500-PROMPT-DETAILS THRU 4500-EXIT.
036100     PERFORM 4900-CONFIRM-ENTRY THRU 4900-EXIT.
036200     IF SQ-FM-ANSWER NOT = "Y"
036300         DISPLAY "SCHEDULE NOT RECORDED"
036400         GO TO 4000-EXIT
036500     END-IF.
036600     ADD 1 TO SQ-FM-COUNT.
036700     MOVE SQ-FSK-RECORD TO SQ-FM-ENTRY(SQ-FM-COUNT).
036800     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
036900     DISPLAY "SCHEDULE FOR " SQ-FSK-DEPT
037000         " RECORDED - IN FORCE FOR THE NEXT CHECK".
037100     GO TO 4000-EXIT.
037200 4000-EXIT.
037300     EXIT.
037400*
037500 4100-PROMPT-DEPT.
037600     SET SQ-FM-FIELD-INVALID TO TRUE.
037700     DISPLAY "DEPARTMENT CODE - OR BLANK TO BACK OUT:".
037800     MOVE SPACES TO SQ-FM-ANSWER.
037900     ACCEPT SQ-FM-ANSWER.
038000     INSPECT SQ-FM-ANSWER CONVERTING
038100         "abcdefghijklmnopqrstuvwxyz"
038200         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
038300     IF SQ-FM-ANSWER = SPACES
038400         SET SQ-FM-CANCELLED TO TRUE
038500         SET SQ-FM-FIELD-VALID TO TRUE
038600         GO TO 4100-EXIT
038700     END-IF.
038800     IF SQ-FM-ANSWER(4:) NOT = SPACES
038900         DISPLAY "DEPARTMENT IS AT MOST 3 CHARACTERS"
039000         GO TO 4100-EXIT
039100     END-IF.
039200     MOVE SQ-FM-ANSWER(1:3) TO SQ-FM-NEW-DEPT.
039300     IF SQ-FM-AUTH-IN-FORCE
039400         PERFORM 8100-FIND-DEPT THRU 8100-EXIT
039500         IF SQ-FM-DEPT-HIT = 0
039600             DISPLAY "DEPARTMENT " SQ-FM-NEW-DEPT
039700                 " IS NOT ON THE AUTHORIZATION MASTER"
039800             GO TO 4100-EXIT
039900         END-IF
040000     END-IF.
040100     SET SQ-FM-FIELD-VALID TO TRUE.
040200     GO TO 4100-EXIT.
040300 4100-EXIT.
040400     EXIT.
040500*
040600*****************************************************************
040700* 4500-PROMPT-DETAILS.  DAYS, CUTOFF, ACTION AND DESCRIPTION INTO
040800* SQ-FSK-RECORD.  ON A CHANGE A BLANK ANSWER KEEPS WHAT IS THERE.
040900*****************************************************************
041000 4500-PROMPT-DETAILS.
041100     SET SQ-FM-FIELD-INVALID TO TRUE.
041200     PERFORM 4600-PROMPT-DAYS THRU 4600-EXIT
041300         UNTIL SQ-FM-FIELD-VALID.
041400     SET SQ-FM-FIELD-INVALID TO TRUE.
041500     PERFORM 4650-PROMPT-CUTOFF THRU 4650-EXIT
041600         UNTIL SQ-FM-FIELD-VALID.
041700     SET SQ-FM-FIELD-INVALID TO TRUE.
041800     PERFORM 4700-PROMPT-NEXT-DAY THRU 4700-EXIT
041900         UNTIL SQ-FM-FIELD-VALID.
042000     SET SQ-FM-FIELD-INVALID TO TRUE.
042100     PERFORM 4750-PROMPT-ACTION THRU 4750-EXIT
042200         UNTIL SQ-FM-FIELD-VALID.
042300     SET SQ-FM-FIELD-INVALID TO TRUE.
042400     PERFORM 4800-PROMPT-DESCRIPTION THRU 4800-EXIT
042500         UNTIL SQ-FM-FIELD-VALID.
042600     MOVE SQ-FM-MAKER TO SQ-FSK-UPDATED-BY.
042700     MOVE SQ-FM-TODAY TO SQ-FSK-UPDATED-DATE.
042800     GO TO 4500-EXIT.
042900 4500-EXIT.
043000     EXIT.
043100*
043200*    THE SEVEN DAYS, MONDAY FIRST, EACH Y (DUE) OR N.
043300 4600-PROMPT-DAYS.
043400     IF SQ-FM-CHANGING
043500         DISPLAY "DAYS DUE, MONDAY TO SUNDAY - BLANK KEEPS "
043600             SQ-FSK-DAYS
043700     ELSE
043800         DISPLAY "DAYS DUE, MONDAY TO SUNDAY - 7 LETTERS Y OR N "
043900             "(E.G. YYYYYNN):"
044000     END-IF.
044100     MOVE SPACES TO SQ-FM-ANSWER.
044200     ACCEPT SQ-FM-ANSWER.
044300     INSPECT SQ-FM-ANSWER CONVERTING "yn" TO "YN".
044400     IF SQ-FM-ANSWER = SPACES
044500         IF SQ-FM-CHANGING
044600             SET SQ-FM-FIELD-VALID TO TRUE
044700         ELSE
044800             DISPLAY "DAYS DUE CANNOT BE BLANK"
044900         END-IF
045000         GO TO 4600-EXIT
045100     END-IF.
045200     MOVE 0 TO SQ-FM-Y-COUNT.
045300     MOVE 0 TO SQ-FM-N-COUNT.
045400     INSPECT SQ-FM-ANSWER(1:7) TALLYING SQ-FM-Y-COUNT FOR ALL "Y".
045500     INSPECT SQ-FM-ANSWER(1:7) TALLYING SQ-FM-N-COUNT FOR ALL "N".
045600     IF SQ-FM-ANSWER(8:) NOT = SPACES
045700         OR SQ-FM-Y-COUNT + SQ-FM-N-COUNT NOT = 7
045800         DISPLAY "DAYS DUE IS 7 LETTERS, EACH Y OR N"
045900         GO TO 4600-EXIT
046000     END-IF.
046100     IF SQ-FM-Y-COUNT = 0
046200         DISPLAY "AT LEAST ONE DAY MUST BE Y - TO STOP EXPECTING "
046300             "THE FEED, DELETE THE ENTRY"
046400         GO TO 4600-EXIT
046500     END-IF.
046600     MOVE SQ-FM-ANSWER(1:7) TO SQ-FSK-DAYS.
046700     SET SQ-FM-FIELD-VALID TO TRUE.
046800     GO TO 4600-EXIT.
046900 4600-EXIT.
047000     EXIT.
047100*
047200 4650-PROMPT-CUTOFF.
047300     IF SQ-FM-CHANGING
047400         DISPLAY "CUTOFF HHMM, 24-HOUR CLOCK - BLANK KEEPS "
047500             SQ-FSK-CUTOFF-X
047600     ELSE
047700         DISPLAY "CUTOFF HHMM, 24-HOUR CLOCK (E.G. 2130):"
047800     END-IF.
047900     MOVE SPACES TO SQ-FM-ANSWER.
048000     ACCEPT SQ-FM-ANSWER.
048100     IF SQ-FM-ANSWER = SPACES
048200         IF SQ-FM-CHANGING
048300             SET SQ-FM-FIELD-VALID TO TRUE
048400         ELSE
048500             DISPLAY "CUTOFF CANNOT BE BLANK"
048600         END-IF
048700         GO TO 4650-EXIT
048800     END-IF.
048900     IF SQ-FM-ANSWER(5:) NOT = SPACES
049000         OR SQ-FM-ANSWER(1:4) NOT NUMERIC
049100         DISPLAY "CUTOFF IS 4 DIGITS, HHMM"
049200         GO TO 4650-EXIT
049300     END-IF.
049400     MOVE SQ-FM-ANSWER(1:4) TO SQ-FM-CUTOFF-X.
049500     IF SQ-FM-CUTOFF-HH > 23 OR SQ-FM-CUTOFF-MM > 59
049600         DISPLAY "CUTOFF IS 0000 TO 2359"
049700         GO TO 4650-EXIT
049800     END-IF.
049900     MOVE SQ-FM-CUTOFF-X TO SQ-FSK-CUTOFF-X.
050000     SET SQ-FM-FIELD-VALID TO TRUE.
050100     GO TO 4650-EXIT.
050200 4650-EXIT.
050300     EXIT.
050400*
050500*    A CUTOFF IN THE SMALL HOURS FALLS ON THE MORNING AFTER THE
050600*    NIGHT THE FEED BELONGS TO.
050700 4700-PROMPT-NEXT-DAY.
050800     IF SQ-FM-CHANGING
050900         DISPLAY "CUTOFF ON THE MORNING AFTER THE NIGHT (Y/N) - "
051000             "BLANK KEEPS " SQ-FSK-NEXT-DAY
051100     ELSE
051200         DISPLAY "CUTOFF ON THE MORNING AFTER THE NIGHT (Y/N)?"
051300     END-IF.
051400     MOVE SPACES TO SQ-FM-ANSWER.
051500     ACCEPT SQ-FM-ANSWER.
051600     INSPECT SQ-FM-ANSWER CONVERTING "yn" TO "YN".
051700     EVALUATE TRUE
051800         WHEN SQ-FM-ANSWER = "Y" OR SQ-FM-ANSWER = "N"
051900             MOVE SQ-FM-ANSWER(1:1) TO SQ-FSK-NEXT-DAY
052000             SET SQ-FM-FIELD-VALID TO TRUE
052100         WHEN SQ-FM-ANSWER = SPACES AND SQ-FM-CHANGING
052200             SET SQ-FM-FIELD-VALID TO TRUE
052300         WHEN OTHER
052400             DISPLAY "ANSWER Y OR N"
052500     END-EVALUATE.
052600     GO TO 4700-EXIT.
052700 4700-EXIT.
052800     EXIT.
052900*
053000 4750-PROMPT-ACTION.
053100     IF SQ-FM-CHANGING
053200         DISPLAY "IF NOT IN BY THE CUTOFF - H = HOLD THE NIGHT, "
053300             "P = PROCEED WITHOUT IT - BLANK KEEPS " SQ-FSK-ACTION
053400     ELSE
053500         DISPLAY "IF NOT IN BY THE CUTOFF - H = HOLD THE NIGHT, "
053600             "P = PROCEED WITHOUT IT:"
053700     END-IF.
053800     MOVE SPACES TO SQ-FM-ANSWER.
053900     ACCEPT SQ-FM-ANSWER.
054000     INSPECT SQ-FM-ANSWER CONVERTING "hp" TO "HP".
054100     EVALUATE TRUE
054200         WHEN SQ-FM-ANSWER = "H" OR SQ-FM-ANSWER = "P"
054300             MOVE SQ-FM-ANSWER(1:1) TO SQ-FSK-ACTION
054400             SET SQ-FM-FIELD-VALID TO TRUE
054500         WHEN SQ-FM-ANSWER = SPACES AND SQ-FM-CHANGING
054600             SET SQ-FM-FIELD-VALID TO TRUE
054700         WHEN OTHER
054800             DISPLAY "ANSWER H OR P"
054900     END-EVALUATE.
055000     GO TO 4750-EXIT.
055100 4750-EXIT.
055200     EXIT.
055300*
055400*    THE DESCRIPTION IS FOR THE REPORT ONLY AND MAY BE LEFT OUT.
055500 4800-PROMPT-DESCRIPTION.
055600     IF SQ-FM-CHANGING AND SQ-FSK-DESCRIPTION NOT = SPACES
055700         DISPLAY "DESCRIPTION - BLANK KEEPS " SQ-FSK-DESCRIPTION
055800     ELSE
055900         DISPLAY "DESCRIPTION - UP TO 30 CHARACTERS, OR BLANK:"
056000     END-IF.
056100     MOVE SPACES TO SQ-FM-ANSWER.
056200     ACCEPT SQ-FM-ANSWER.
056300     INSPECT SQ-FM-ANSWER CONVERTING
056400         "abcdefghijklmnopqrstuvwxyz"
056500         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
056600     IF SQ-FM-ANSWER = SPACES
056700         SET SQ-FM-FIELD-VALID TO TRUE
056800         GO TO 4800-EXIT
056900     END-IF.
057000     IF SQ-FM-ANSWER(31:) NOT = SPACES
057100         DISPLAY "DESCRIPTION IS AT MOST 30 CHARACTERS"
057200         GO TO 4800-EXIT
057300     END-IF.
057400     MOVE SQ-FM-ANSWER(1:30) TO SQ-FSK-DESCRIPTION.
057500     SET SQ-FM-FIELD-VALID TO TRUE.
057600     GO TO 4800-EXIT.
057700 4800-EXIT.
057800     EXIT.
057900*
058000 4900-CONFIRM-ENTRY.
058100     PERFORM 7000-DESCRIBE-ENTRY THRU 7000-EXIT.
058200     DISPLAY "DEPT        " SQ-FSK-DEPT.
058300     DISPLAY "DAYS DUE    MTWTFSS".
058400     DISPLAY "            " SQ-FSK-DAYS.
058500     DISPLAY "CUTOFF      " SQ-FM-CUTOFF-TEXT.
058600     DISPLAY "IF NOT IN   " SQ-FM-ACTION-TEXT.
058700     DISPLAY "DESCRIPTION " SQ-FSK-DESCRIPTION.
058800     IF SQ-FSK-NEXT-DAY NOT = "Y" AND SQ-FSK-CUTOFF-HH < 06
058900         DISPLAY "NOTE - CUTOFF IS BEFORE 06:00 ON THE NIGHT "
059000             "ITSELF - SHOULD IT BE THE MORNING AFTER?"
059100     END-IF.
059200     DISPLAY "RECORD THIS SCHEDULE (Y/N)?".
059300     MOVE SPACES TO SQ-FM-ANSWER.
059400     ACCEPT SQ-FM-ANSWER.
059500     INSPECT SQ-FM-ANSWER CONVERTING "y" TO "Y".
059600     GO TO 4900-EXIT.
059700 4900-EXIT.
059800     EXIT.
059900*
060000*****************************************************************
060100* 5000 SERIES - CHANGE A DEPARTMENT'S FEED SCHEDULE.
060200*****************************************************************
060300 5000-CHANGE-ENTRY.
060400     MOVE "N" TO SQ-FM-CANCEL-SW.
060500     SET SQ-FM-FIELD-INVALID TO TRUE.
060600     PERFORM 4100-PROMPT-DEPT THRU 4100-EXIT
060700         UNTIL SQ-FM-FIELD-VALID.
060800     IF SQ-FM-CANCELLED
060900         GO TO 5000-EXIT
061000     END-IF.
061100     PERFORM 8000-FIND-ENTRY THRU 8000-EXIT.
061200     IF SQ-FM-HIT = 0
061300         DISPLAY "DEPARTMENT " SQ-FM-NEW-DEPT " HAS NO SCHEDULE"
061400             " ON FILE"
061500         GO TO 5000-EXIT
061600     END-IF.
061700     MOVE SQ-FM-ENTRY(SQ-FM-HIT) TO SQ-FSK-RECORD.
061800     SET SQ-FM-CHANGING TO TRUE.
061900     PERFORM 4500-PROMPT-DETAILS THRU 4500-EXIT.
062000     MOVE "N" TO SQ-FM-CHANGE-SW.
062100     PERFORM 4900-CONFIRM-ENTRY THRU 4900-EXIT.
062200     IF SQ-FM-ANSWER NOT = "Y"
062300         DISPLAY "SCHEDULE NOT CHANGED"
062400         GO TO 5000-EXIT
062500     END-IF.
062600     MOVE SQ-FSK-RECORD TO SQ-FM-ENTRY(SQ-FM-HIT).
062700     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
062800     DISPLAY "SCHEDULE FOR " SQ-FSK-DEPT " CHANGED".
062900     GO TO 5000-EXIT.
063000 5000-EXIT.
063100     EXIT.
063200*
063300*****************************************************************
063400* 6000 SERIES - DELETE.  ANY CODE ON FILE CAN BE DELETED, EVEN
063500* ONE NO LONGER ON THE AUTHORIZATION MASTER.  A DEPARTMENT WITH
063600* NO ENTRY IS NOT EXPECTED ON ANY NIGHT.
063700*****************************************************************
063800 6000-DELETE-ENTRY.
063900     MOVE "N" TO SQ-FM-CANCEL-SW.
064000*    THE AUTHORIZATION EDIT IS SUSPENDED FOR THE PROMPT ONLY.
064100     MOVE "N" TO SQ-FM-AUTH-SW.
064200     SET SQ-FM-FIELD-INVALID TO TRUE.
064300     PERFORM 4100-PROMPT-DEPT THRU 4100-EXIT
064400         UNTIL SQ-FM-FIELD-VALID.
064500     IF SQ-FM-DEPT-COUNT > 0
064600         SET SQ-FM-AUTH-IN-FORCE TO TRUE
064700     END-IF.
064800     IF SQ-FM-CANCELLED
064900         GO TO 6000-EXIT
065000     END-IF.
065100     PERFORM 8000-FIND-ENTRY THRU 8000-EXIT.
065200     IF SQ-FM-HIT = 0
065300         DISPLAY "DEPARTMENT " SQ-FM-NEW-DEPT " HAS NO SCHEDULE"
065400             " ON FILE"
065500         GO TO 6000-EXIT
065600     END-IF.
065700     MOVE SQ-FM-ENTRY(SQ-FM-HIT) TO SQ-FSK-RECORD.
065800     DISPLAY "DELETE THE FEED SCHEDULE FOR " SQ-FSK-DEPT
065900         " (Y/N)?".
066000     MOVE SPACES TO SQ-FM-ANSWER.
066100     ACCEPT SQ-FM-ANSWER.
066200     INSPECT SQ-FM-ANSWER CONVERTING "y" TO "Y".
066300     IF SQ-FM-ANSWER NOT = "Y"
066400         DISPLAY "SCHEDULE NOT DELETED"
066500         GO TO 6000-EXIT
066600     END-IF.
066700     MOVE SQ-FM-HIT TO SQ-FM-SUB.
066800     PERFORM 6100-CLOSE-UP-ONE THRU 6100-EXIT
066900         UNTIL SQ-FM-SUB NOT < SQ-FM-COUNT.
067000     SUBTRACT 1 FROM SQ-FM-COUNT.
067100     PERFORM 7500-REWRITE-DATASET THRU 7500-EXIT.
067200     DISPLAY "SCHEDULE FOR " SQ-FSK-DEPT " DELETED".
067300     GO TO 6000-EXIT.
067400 6000-EXIT.
067500     EXIT.
067600*
067700 6100-CLOSE-UP-ONE.
067800     MOVE SQ-FM-ENTRY(SQ-FM-SUB + 1) TO SQ-FM-ENTRY(SQ-FM-SUB).
067900     ADD 1 TO SQ-FM-SUB.
068000     GO TO 6100-EXIT.
068100 6100-EXIT.
068200     EXIT.
068300*
068400*****************************************************************
068500* 7000 SERIES - SHARED SERVICE PARAGRAPHS.
068600*****************************************************************
068700*
068800*    7000-DESCRIBE-ENTRY.  THE CUTOFF AND ACTION IN WORDS.
068900 7000-DESCRIBE-ENTRY.
069000     MOVE SPACES TO SQ-FM-CUTOFF-TEXT.
069100     IF SQ-FSK-CUTOFF-NEXT-DAY
069200         STRING SQ-FSK-CUTOFF-X(1:2) ":" SQ-FSK-CUTOFF-X(3:2)
069300             " NEXT DAY" DELIMITED BY SIZE INTO SQ-FM-CUTOFF-TEXT
069400     ELSE
069500         STRING SQ-FSK-CUTOFF-X(1:2) ":" SQ-FSK-CUTOFF-X(3:2)
069600             " SAME DAY" DELIMITED BY SIZE INTO SQ-FM-CUTOFF-TEXT
069700     END-IF.
069800     EVALUATE TRUE
069900         WHEN SQ-FSK-HOLD
070000             MOVE "HOLD THE NIGHT" TO SQ-FM-ACTION-TEXT
070100         WHEN SQ-FSK-PROCEED
070200             MOVE "PROCEED WITHOUT IT" TO SQ-FM-ACTION-TEXT
070300         WHEN OTHER
070400             MOVE SPACES TO SQ-FM-ACTION-TEXT
070500     END-EVALUATE.
070600     GO TO 7000-EXIT.
070700 7000-EXIT.
070800     EXIT.
070900*
071000*****************************************************************
071100* 7500-REWRITE-DATASET.  THE WHOLE DATASET, IN THE ORDER RECORDED.
071200*****************************************************************
071300 7500-REWRITE-DATASET.
071400     OPEN OUTPUT SQ-FS-SCHED-FILE.
071500     IF SQ-FSCHED-STATUS NOT = "00"
071600         AND SQ-FSCHED-STATUS NOT = "05"
071700         DISPLAY "SQ-FS-SCHED-FILE OPEN FAILED, STATUS "
071800             SQ-FSCHED-STATUS
071900         MOVE SPACES TO SQ-ML-TEXT
072000         STRING "SQ-FS-SCHED-FILE OPEN FAILED, STATUS "
072100             SQ-FSCHED-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
072200         MOVE "SQ0006E" TO SQ-ML-MSG-ID
072300         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
072400         MOVE 16 TO RETURN-CODE
072500         GO TO 7500-EXIT
072600     END-IF.
072700     MOVE 1 TO SQ-FM-SUB.
072800     PERFORM 7510-WRITE-ONE-ENTRY THRU 7510-EXIT
072900         UNTIL SQ-FM-SUB > SQ-FM-COUNT.
073000     CLOSE SQ-FS-SCHED-FILE.
073100     GO TO 7500-EXIT.
073200 7500-EXIT.
073300     EXIT.
073400*
073500 7510-WRITE-ONE-ENTRY.
073600     MOVE SQ-FM-ENTRY(SQ-FM-SUB) TO SQ-FS-RECORD.
073700     WRITE SQ-FS-RECORD.
073800     IF SQ-FSCHED-STATUS NOT = "00"
073900         DISPLAY "SQ-FS-SCHED-FILE WRITE FAILED, STATUS "
074000             SQ-FSCHED-STATUS
074100         MOVE SPACES TO SQ-ML-TEXT
074200         STRING "SQ-FS-SCHED-FILE WRITE FAILED, STATUS "
074300             SQ-FSCHED-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
074400         MOVE "SQ0007E" TO SQ-ML-MSG-ID
074500         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
074600         MOVE 16 TO RETURN-CODE
074700     END-IF.
074800     ADD 1 TO SQ-FM-SUB.
074900     GO TO 7510-EXIT.
075000 7510-EXIT.
075100     EXIT.
075200*
075300*****************************************************************
075400* 8000-FIND-ENTRY.  SETS SQ-FM-HIT TO SQ-FM-NEW-DEPT'S ENTRY, OR
075500* ZERO.
075600*****************************************************************
075700 8000-FIND-ENTRY.
075800     MOVE 0 TO SQ-FM-HIT.
075900     MOVE 1 TO SQ-FM-SUB.
076000     PERFORM 8010-MATCH-ONE-ENTRY THRU 8010-EXIT
076100         UNTIL SQ-FM-HIT > 0 OR SQ-FM-SUB > SQ-FM-COUNT.
076200     GO TO 8000-EXIT.
076300 8000-EXIT.
076400     EXIT.
076500*
076600 8010-MATCH-ONE-ENTRY.
076700     IF SQ-FM-ENTRY(SQ-FM-SUB)(1:3) = SQ-FM-NEW-DEPT
076800         MOVE SQ-FM-SUB TO SQ-FM-HIT
076900     END-IF.
077000     ADD 1 TO SQ-FM-SUB.
077100     GO TO 8010-EXIT.
077200 8010-EXIT.
077300     EXIT.
077400*
077500*****************************************************************
077600* 8100-FIND-DEPT.  SETS SQ-FM-DEPT-HIT WHEN SQ-FM-NEW-DEPT IS A
077700* DEPARTMENT ON THE AUTHORIZATION MASTER.
077800*****************************************************************
077900 8100-FIND-DEPT.
078000     MOVE 0 TO SQ-FM-DEPT-HIT.
078100     MOVE 1 TO SQ-FM-DSUB.
078200     PERFORM 8110-MATCH-ONE-DEPT THRU 8110-EXIT
078300         UNTIL SQ-FM-DEPT-HIT > 0
078400             OR SQ-FM-DSUB > SQ-FM-DEPT-COUNT.
078500     GO TO 8100-EXIT.
078600 8100-EXIT.
078700     EXIT.
078800*
078900 8110-MATCH-ONE-DEPT.
079000     IF SQ-FM-DEPT-CODE(SQ-FM-DSUB) = SQ-FM-NEW-DEPT
079100         MOVE SQ-FM-DSUB TO SQ-FM-DEPT-HIT
079200     END-IF.
079300     ADD 1 TO SQ-FM-DSUB.
079400     GO TO 8110-EXIT.
079500 8110-EXIT.
079600     EXIT.
079700*
079800*****************************************************************
079900* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
080000* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
080100* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
080200* WAY.
080300*****************************************************************
080400 9800-LOG-MESSAGE.
080500     MOVE "SQFSMNT" TO SQ-ML-PROGRAM.
080600     MOVE ZERO TO SQ-ML-RUN-ID.
080700     MOVE SPACES TO SQ-ML-BUS-DATE.
080800     CALL "SQMSGLOG" USING SQ-ML-AREA.
080900     GO TO 9800-EXIT.
081000 9800-EXIT.
081100     EXIT.
