001400*     THE DECIMAL POINT IN THE WRONG PLACE.  THIS PROGRAM
001500*     PROMPTS FOR ADD/CHANGE/DELETE/LIST, TAKES THE BOUNDS IN
001600*     NATURAL DECIMAL FORM (E.G. "99999.5") AND CONVERTS THEM
001650*     TO THE RECORD LAYOUT, AND CARRIES THE EFFECTIVE AND EXPIRY
001700*     DATES SQUARE NOW HONORS AT LOAD TIME.
001750*
001800*     NOTHING IS COMMITTED HERE.  A CONFIRMED ADD, CHANGE OR
001850*     DELETE IS STAGED ON THE PENDING-CHANGE DATASET (SEE
001900*     SQPCPOST) WITH THE OPERATOR'S USER ID AND THE RULE'S IMAGE
001950*     BEFORE AND AFTER; SQPCAPRV REWRITES THE RULES DATASET AND
002000*     APPENDS THE RULE-CHANGE LOG (SEE COPYBOOK SQRULLOG) ONLY
002050*     WHEN A DIFFERENT USER APPROVES IT.
002100*
002150*     THE WHOLE FILE (AT MOST 50 RULES - THE SAME CAP SQUARE
002200*     LOADS) IS HELD IN STORAGE FOR THE LISTING AND THE EDITS.
002250*
002300* MODIFICATION HISTORY.
002350*     2026-09-03  DL  INITIAL VERSION.
002400*     2026-10-15  DL  MAKER/CHECKER CONTROL - EDITS ARE PROPOSED
002450*                     FOR APPROVAL INSTEAD OF REWRITING THE RULES
002500*                     DATASET; THE CHANGE LOG MOVED TO SQPCAPRV.
002520*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002540*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002560*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002580*                     COPYBOOK SQMSGCAT).
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  SQRULMNT.
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS SQ-RULES-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SQ-RULES-FILE.
004700     COPY SQRULES.
005500*
005600 WORKING-STORAGE SECTION.
005700*
006900*
007000 01  SQ-RM-FILE-STATUSES.
007100     05  SQ-RULES-STATUS           PIC X(02) VALUE "00".
007200
007300*
007400*****************************************************************
007500* THE RULES TABLE - THE WHOLE DATASET IN STORAGE, REWRITTEN ON
009600     05  SQ-RM-NUM-WORK            PIC S9(11)V9(9) VALUE ZERO.
009700     05  SQ-RM-EDIT-VALUE          PIC Z(10)9.9(9).
009800     05  SQ-RM-KEY-ID              PIC X(08) VALUE SPACES.
009900     05  SQ-RM-ACTION              PIC X(01) VALUE SPACE.
009901*
010000*****************************************************************
010100* THE RULE BEING BUILT BY THE PROMPTS.
010900     05  SQ-RM-NEW-EXP             PIC X(10) VALUE SPACES.
011000*
011100*****************************************************************
011200* THE PROPOSAL - THE RULE RECORD IMAGE BEFORE/AFTER, AND THE
011300* PENDING-CHANGE RECORD HANDED TO SQPCPOST.
011400*****************************************************************
011500 01  SQ-RM-MAKER                   PIC X(08) VALUE SPACES.
011600 01  SQ-RM-POST-RESULT             PIC X(01) VALUE SPACE.
011700 01  SQ-RM-CHANGE-ID               PIC 9(06) VALUE ZERO.
011800     COPY SQRULES REPLACING LEADING ==SQ-RULE== BY ==SQ-RM-IMG==.
011900     COPY SQPENDCH.
012500*
012510*****************************************************************
012520* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
012530*****************************************************************
012540     COPY SQMLLINK.
012550*
012600*****************************************************************
012700* 0000-MAINLINE.
012800*****************************************************************
012900 PROCEDURE DIVISION.
013000*
013100 0000-MAINLINE.
013150     PERFORM 1000-LOAD-RULES THRU 1000-EXIT.
013200     PERFORM 1500-IDENTIFY-MAKER THRU 1500-EXIT.
013250     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
013300         UNTIL SQ-RM-QUIT-REQUESTED.
013350     STOP RUN.
013600*
013700*****************************************************************
013800* 1000 SERIES - LOAD THE DATASET INTO THE TABLE.
014400     IF SQ-RULES-STATUS NOT = "00" AND SQ-RULES-STATUS NOT = "05"
014500         DISPLAY "FATAL - SQ-RULES-FILE OPEN FAILED, STATUS "
014600             SQ-RULES-STATUS
014610         MOVE SPACES TO SQ-ML-TEXT
014620         STRING "FATAL - SQ-RULES-FILE OPEN FAILED, STATUS "
014630             SQ-RULES-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
014640         MOVE "SQ0001S" TO SQ-ML-MSG-ID
014650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
014700         MOVE 16 TO RETURN-CODE
014800         STOP RUN
014900     END-IF.
017100             ELSE
017200                 DISPLAY "WARNING - MORE THAN 50 RULES ON FILE, "
017300                     "RULE " SQ-RULE-ID " IGNORED"
017310                 MOVE SPACES TO SQ-ML-TEXT
017320                 STRING "WARNING - MORE THAN 50 RULES ON FILE, "
017330                     "RULE " SQ-RULE-ID " IGNORED"
017340                     DELIMITED BY SIZE INTO SQ-ML-TEXT
017350                 MOVE "SQ3601W" TO SQ-ML-MSG-ID
017360                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
017400                 SET SQ-RM-EOF TO TRUE
017500             END-IF
017600     END-READ.
017700     GO TO 1100-EXIT.
017800 1100-EXIT.
017900     EXIT.
017902*
017904*****************************************************************
017906* 1500-IDENTIFY-MAKER.  EVERY PROPOSAL CARRIES THE USER ID OF
017908* WHOEVER MADE IT - THE APPROVER MUST BE SOMEONE ELSE.
017910*****************************************************************
017912 1500-IDENTIFY-MAKER.
017914     MOVE SPACES TO SQ-RM-MAKER.
017916     PERFORM 1510-PROMPT-MAKER THRU 1510-EXIT
017918         UNTIL SQ-RM-MAKER NOT = SPACES.
017920     GO TO 1500-EXIT.
017922 1500-EXIT.
017924     EXIT.
017926*
017928 1510-PROMPT-MAKER.
017930     DISPLAY "YOUR USER ID - 1 TO 8 CHARACTERS:".
017932     MOVE SPACES TO SQ-RM-ANSWER.
017934     ACCEPT SQ-RM-ANSWER.
017936     INSPECT SQ-RM-ANSWER CONVERTING
017938         "abcdefghijklmnopqrstuvwxyz"
017940         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
017942     IF SQ-RM-ANSWER = SPACES OR SQ-RM-ANSWER(9:) NOT = SPACES
017944         DISPLAY "USER ID IS 1 TO 8 CHARACTERS"
017946     ELSE
017948         MOVE SQ-RM-ANSWER(1:8) TO SQ-RM-MAKER
017950     END-IF.
017952     GO TO 1510-EXIT.
017954 1510-EXIT.
017956     EXIT.
018000*
018100*****************************************************************
018200* 2000 SERIES - OPERATOR MENU.
024300*
024400*****************************************************************
024500* 4000 SERIES - ADD.  EVERY PROMPT LOOPS UNTIL ITS ANSWER IS
024600* LEGAL, THEN THE RULE IS SHOWN, CONFIRMED, AND PROPOSED FOR
024700* APPROVAL ON THE PENDING-CHANGE DATASET.
024800*****************************************************************
024900 4000-ADD-RULE.
025000     IF SQ-RM-COUNT >= 50
026300     PERFORM 4200-PROMPT-RULE-BODY THRU 4200-EXIT.
026400     PERFORM 4300-CONFIRM-RULE THRU 4300-EXIT.
026500     IF NOT SQ-RM-FIELD-VALID
026600         DISPLAY "ADD NOT PROPOSED"
026700         GO TO 4000-EXIT
026800     END-IF.
026900     MOVE SPACES TO SQ-PC-RECORD.
027000     PERFORM 7200-IMAGE-FROM-PROMPTS THRU 7200-EXIT.
027100     MOVE SQ-RM-IMG-RECORD TO SQ-PC-AFTER-IMAGE.
027200     MOVE "A" TO SQ-RM-ACTION.
027300     PERFORM 7300-PROPOSE-CHANGE THRU 7300-EXIT.
027400     GO TO 4000-EXIT.
027600 4000-EXIT.
027700     EXIT.
027800*
044500*
044600 4300-CONFIRM-RULE.
044700     DISPLAY "----------------------------------------------".
044800     DISPLAY "RULE TO BE PROPOSED:".
044900     DISPLAY "  RULE ID: " SQ-RM-NEW-ID.
045000     DISPLAY "  DEPT   : " SQ-RM-NEW-DEPT.
045100     MOVE SQ-RM-NEW-MIN TO SQ-RM-EDIT-VALUE.
045300     MOVE SQ-RM-NEW-MAX TO SQ-RM-EDIT-VALUE.
045400     DISPLAY "  MAX    : " SQ-RM-EDIT-VALUE.
045500     DISPLAY "  DATES  : " SQ-RM-NEW-EFF " - " SQ-RM-NEW-EXP.
045600     DISPLAY "PROPOSE THIS RULE FOR APPROVAL? (Y/N):".
045700     MOVE SPACES TO SQ-RM-ANSWER.
045800     ACCEPT SQ-RM-ANSWER.
045900     INSPECT SQ-RM-ANSWER CONVERTING "yn" TO "YN".
046700     EXIT.
046800*
046900*****************************************************************
047000* 5000 SERIES - CHANGE.  THE RULE IS RE-KEYED IN FULL; THE
047100* PROPOSAL CARRIES THE RULE BEFORE AND AFTER THE EDIT.
047200*****************************************************************
047300 5000-CHANGE-RULE.
047400     SET SQ-RM-FIELD-INVALID TO TRUE.
048500     PERFORM 3100-LIST-ONE-RULE THRU 3100-EXIT.
048600     PERFORM 4200-PROMPT-RULE-BODY THRU 4200-EXIT.
048700     PERFORM 4300-CONFIRM-RULE THRU 4300-EXIT.
048750     IF NOT SQ-RM-FIELD-VALID
048800         DISPLAY "CHANGE NOT PROPOSED"
048850         GO TO 5000-EXIT
048900     END-IF.
048950     MOVE SPACES TO SQ-PC-RECORD.
049000     MOVE SQ-RM-HIT TO SQ-RM-SUB.
049050     PERFORM 7210-IMAGE-FROM-TABLE THRU 7210-EXIT.
049100     MOVE SQ-RM-IMG-RECORD TO SQ-PC-BEFORE-IMAGE.
049150     PERFORM 7200-IMAGE-FROM-PROMPTS THRU 7200-EXIT.
049200     MOVE SQ-RM-IMG-RECORD TO SQ-PC-AFTER-IMAGE.
049250     IF SQ-PC-AFTER-IMAGE = SQ-PC-BEFORE-IMAGE
049300         DISPLAY "RULE IS UNCHANGED - NOTHING TO PROPOSE"
049350         GO TO 5000-EXIT
049400     END-IF.
049450     MOVE "C" TO SQ-RM-ACTION.
049500     PERFORM 7300-PROPOSE-CHANGE THRU 7300-EXIT.
049550     GO TO 5000-EXIT.
049700 5000-EXIT.
049800     EXIT.
049900*
050000*****************************************************************
050100* 6000 SERIES - DELETE.  THE PROPOSAL CARRIES THE RULE AS IT
050200* STANDS AS ITS BEFORE IMAGE.
050300*****************************************************************
050400 6000-DELETE-RULE.
050500     SET SQ-RM-FIELD-INVALID TO TRUE.
051700     ACCEPT SQ-RM-ANSWER.
051800     INSPECT SQ-RM-ANSWER CONVERTING "yn" TO "YN".
051900     IF SQ-RM-ANSWER NOT = "Y"
052000         DISPLAY "DELETE NOT PROPOSED"
052100         GO TO 6000-EXIT
052200     END-IF.
052300     MOVE SPACES TO SQ-PC-RECORD.
052400     MOVE SQ-RM-HIT TO SQ-RM-SUB.
052500     PERFORM 7210-IMAGE-FROM-TABLE THRU 7210-EXIT.
052600     MOVE SQ-RM-IMG-RECORD TO SQ-PC-BEFORE-IMAGE.
052700     MOVE "D" TO SQ-RM-ACTION.
052800     PERFORM 7300-PROPOSE-CHANGE THRU 7300-EXIT.
052900     GO TO 6000-EXIT.
053000 6000-EXIT.
053100     EXIT.
054800*
054900*****************************************************************
055000* 7000 SERIES - SHARED SERVICE PARAGRAPHS.
056700 7110-EXIT.
056800     EXIT.
056900*
057000 7200-IMAGE-FROM-PROMPTS.
057100     MOVE SPACES TO SQ-RM-IMG-RECORD.
057200     MOVE SQ-RM-NEW-ID TO SQ-RM-IMG-ID.
057300     MOVE SQ-RM-NEW-DEPT TO SQ-RM-IMG-DEPT.
057400     MOVE SQ-RM-NEW-MIN TO SQ-RM-IMG-MIN.
057500     MOVE SQ-RM-NEW-MAX TO SQ-RM-IMG-MAX.
057600     MOVE SQ-RM-NEW-EFF TO SQ-RM-IMG-EFF-DATE.
057700     MOVE SQ-RM-NEW-EXP TO SQ-RM-IMG-EXP-DATE.
057800     GO TO 7200-EXIT.
057900 7200-EXIT.
058000     EXIT.
058100*
058200 7210-IMAGE-FROM-TABLE.
058300     MOVE SPACES TO SQ-RM-IMG-RECORD.
058400     MOVE SQ-RM-ID(SQ-RM-SUB) TO SQ-RM-IMG-ID.
058500     MOVE SQ-RM-DEPT(SQ-RM-SUB) TO SQ-RM-IMG-DEPT.
058600     MOVE SQ-RM-MIN(SQ-RM-SUB) TO SQ-RM-IMG-MIN.
058700     MOVE SQ-RM-MAX(SQ-RM-SUB) TO SQ-RM-IMG-MAX.
058800     MOVE SQ-RM-EFF(SQ-RM-SUB) TO SQ-RM-IMG-EFF-DATE.
058900     MOVE SQ-RM-EXP(SQ-RM-SUB) TO SQ-RM-IMG-EXP-DATE.
059000     GO TO 7210-EXIT.
059100 7210-EXIT.
059200     EXIT.
059300*
059400*****************************************************************
059500* 7300-PROPOSE-CHANGE.  STAGES THE EDIT ON THE PENDING-CHANGE
059600* DATASET THROUGH SQPCPOST - THE CALLER HAS SET THE ACTION AND
059700* THE BEFORE/AFTER IMAGES.  THE RULES DATASET ITSELF, AND THE
059800* RULE-CHANGE LOG, ARE WRITTEN BY SQPCAPRV WHEN A DIFFERENT USER
059900* APPROVES THE CHANGE.
060000*****************************************************************
060100 7300-PROPOSE-CHANGE.
060200     SET SQ-PC-FOR-RULES TO TRUE.
060300     MOVE SQ-RM-ACTION TO SQ-PC-ACTION.
060400     MOVE SPACES TO SQ-PC-KEY.
060500     MOVE SQ-RM-NEW-ID TO SQ-PC-KEY.
060600     MOVE SQ-RM-MAKER TO SQ-PC-MAKER.
060700     CALL "SQPCPOST" USING SQ-PC-RECORD, SQ-RM-POST-RESULT,
060800         SQ-RM-CHANGE-ID.
060900     EVALUATE SQ-RM-POST-RESULT
061000         WHEN "Y"
061100             DISPLAY "RULE " SQ-RM-NEW-ID " PROPOSED AS CHANGE "
061200                 SQ-RM-CHANGE-ID " - NOT IN FORCE UNTIL ANOTHER"
061300                 " USER APPROVES IT"
061400         WHEN "D"
061500             DISPLAY "NOT PROPOSED - CHANGE " SQ-RM-CHANGE-ID
061600                 " TO RULE " SQ-RM-NEW-ID
061700                 " IS STILL AWAITING APPROVAL"
061800         WHEN OTHER
061900             DISPLAY "NOT PROPOSED - PENDING-CHANGE DATASET"
061950           " FAILED"
062000     END-EVALUATE.
062100     GO TO 7300-EXIT.
062200 7300-EXIT.
062300     EXIT.
068600*
068700*****************************************************************
068800* 7500-VALIDATE-DATE.  SQ-RM-ANSWER MUST HOLD YYYY-MM-DD WITH
070800     GO TO 7500-EXIT.
070900 7500-EXIT.
071000     EXIT.
071100*
071200*****************************************************************
071300* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
071400* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
071500* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
071600* WAY.
071700*****************************************************************
071800 9800-LOG-MESSAGE.
071900     MOVE "SQRULMNT" TO SQ-ML-PROGRAM.
072000     MOVE ZERO TO SQ-ML-RUN-ID.
072100     MOVE SPACES TO SQ-ML-BUS-DATE.
072200     CALL "SQMSGLOG" USING SQ-ML-AREA.
072300     GO TO 9800-EXIT.
072400 9800-EXIT.
072500     EXIT.
