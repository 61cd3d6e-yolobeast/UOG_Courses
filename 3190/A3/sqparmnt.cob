001600*     ACCEPTED IN NATURAL DECIMAL FORM, E.G. ".0001", AND
001700*     CONVERTED TO THE CARD'S 9V9(6) LAYOUT), SHOWS THE
001800*     COMPLETE CARD DECODED FOR CONFIRMATION, AND ONLY THEN
001850*     PROPOSES IT FOR APPROVAL (SEE SQPCAPRV - THE LIVE CARD IS
001900*     NEVER WRITTEN FROM HERE).  IT CAN ALSO DISPLAY THE CARD
001950*     CURRENTLY ON FILE IN READABLE FORM, SINCE NOBODY CAN DECODE
002000*     THE PACKED 80-BYTE LAYOUT AT 2 AM.
002200*
002300* MODIFICATION HISTORY.
002400*     2026-08-21  DL  INITIAL VERSION.
002420*                     THE PROMPTS, DISPLAY, AND WRITTEN CARD.
002430*     2026-09-03  DL  ADDED THE DUPLICATE-CONSOLIDATION OPTION
002440*                     (SQ-PARM-DEDUP) TO THE PROMPTS, DISPLAY,
002441*                     AND WRITTEN CARD.
002442*     2026-10-15  DL  MAKER/CHECKER CONTROL - THE CARD IS NO
002443*                     LONGER WRITTEN HERE.  THE OPERATOR'S USER ID
002444*                     IS TAKEN AT SIGN-ON AND A CONFIRMED CARD IS
002445*                     STAGED ON THE PENDING-CHANGE DATASET (SEE
002446*                     SQPCPOST) WITH THE CARD ON FILE AS ITS
002447*                     BEFORE IMAGE; SQPCAPRV APPLIES IT ONCE A
002448*                     DIFFERENT USER APPROVES.
002498*     2026-10-15  DL  METHOD S (BRACKETED BISECTION) ACCEPTED.
002499*     2026-10-15  DL  METHOD A (ADAPTIVE, SEE SQMPOLGN) ACCEPTED.
002500*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002520*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002540*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002560*                     COPYBOOK SQMSGCAT).
002580*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  SQPARMNT.
002800 AUTHOR.      D. LOCKWOOD.
008500     05  SQ-PM-SEL                 PIC X(01) VALUE SPACE.
008600*
008700 01  SQ-PM-FILE-STATUSES.
008710     05  SQ-PARM-STATUS            PIC X(02) VALUE "00".
008720*
008730*****************************************************************
008740* THE PROPOSAL - THE CARD IMAGE AS IT WILL BE WRITTEN, AND THE
008750* PENDING-CHANGE RECORD HANDED TO SQPCPOST.
008760*****************************************************************
008770 01  SQ-PM-MAKER                   PIC X(08) VALUE SPACES.
008780 01  SQ-PM-POST-RESULT             PIC X(01) VALUE SPACE.
008790 01  SQ-PM-CHANGE-ID               PIC 9(06) VALUE ZERO.
008800     COPY SQPARMS REPLACING LEADING ==SQ-PARM== BY ==SQ-PM-CARD==.
008810     COPY SQPENDCH.
008900*
008910*****************************************************************
008920* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
008930*****************************************************************
008940     COPY SQMLLINK.
008950*
009000*****************************************************************
009100* 0000-MAINLINE.
009200*****************************************************************
009300 PROCEDURE DIVISION.
009400*
009500 0000-MAINLINE.
009510     PERFORM 1000-IDENTIFY-MAKER THRU 1000-EXIT.
009520     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
009530         UNTIL SQ-PM-QUIT-REQUESTED.
009540     STOP RUN.
009550*
009560*****************************************************************
009570* 1000-IDENTIFY-MAKER.  EVERY PROPOSAL CARRIES THE USER ID OF
009580* WHOEVER MADE IT - THE APPROVER MUST BE SOMEONE ELSE.
009590*****************************************************************
009600 1000-IDENTIFY-MAKER.
009610     MOVE SPACES TO SQ-PM-MAKER.
009620     PERFORM 1100-PROMPT-MAKER THRU 1100-EXIT
009630         UNTIL SQ-PM-MAKER NOT = SPACES.
009640     GO TO 1000-EXIT.
009650 1000-EXIT.
009660     EXIT.
009670*
009680 1100-PROMPT-MAKER.
009690     DISPLAY "YOUR USER ID - 1 TO 8 CHARACTERS:".
009700     MOVE SPACES TO SQ-PM-ANSWER.
009710     ACCEPT SQ-PM-ANSWER.
009720     INSPECT SQ-PM-ANSWER CONVERTING
009730         "abcdefghijklmnopqrstuvwxyz"
009740         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009750     IF SQ-PM-ANSWER = SPACES OR SQ-PM-ANSWER(9:) NOT = SPACES
009760         DISPLAY "USER ID IS 1 TO 8 CHARACTERS"
009770     ELSE
009780         MOVE SQ-PM-ANSWER(1:8) TO SQ-PM-MAKER
009790     END-IF.
009800     GO TO 1100-EXIT.
009810 1100-EXIT.
009820     EXIT.
009900*
010000*****************************************************************
010100* 2000 SERIES - OPERATOR MENU.
010400     DISPLAY "----------------------------------------------".
010500     DISPLAY "SQUARE PARAMETER CARD MAINTENANCE".
010600     DISPLAY "  D = DISPLAY CARD ON FILE".
010700     DISPLAY "  U = BUILD A NEW CARD AND PROPOSE IT".
010800     DISPLAY "  Q = QUIT".
010900     ACCEPT SQ-PM-SEL.
011000     INSPECT SQ-PM-SEL CONVERTING "duq" TO "DUQ".
013050     IF SQ-PARM-STATUS NOT = "00"
013100         DISPLAY "SQ-PARM-FILE OPEN FAILED, STATUS "
013200             SQ-PARM-STATUS
013210         MOVE SPACES TO SQ-ML-TEXT
013220         STRING "SQ-PARM-FILE OPEN FAILED, STATUS "
013230             SQ-PARM-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
013240         MOVE "SQ0006E" TO SQ-ML-MSG-ID
013250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
013300         GO TO 3000-EXIT
013400     END-IF.
013500     READ SQ-PARM-FILE
014200     DISPLAY "  MODE          : " SQ-PARM-MODE
014300         " (I=INTERACTIVE B=BATCH)".
014400     DISPLAY "  METHOD        : " SQ-PARM-METHOD
014500         " (B=BABYLONIAN N=NEWTON C=COMPARE S=BISECTION"
014550         " A=ADAPTIVE)".
014600     MOVE SQ-PARM-TOLERANCE TO SQ-PM-TOL-EDIT.
014700     DISPLAY "  TOLERANCE     : " SQ-PM-TOL-EDIT.
014800     DISPLAY "  MAX ITERATIONS: " SQ-PARM-MAX-ITER.
021300*
021400 4150-PROMPT-METHOD.
021500     SET SQ-PM-FIELD-INVALID TO TRUE.
021600     DISPLAY "METHOD - B=BABYLONIAN, N=NEWTON, C=COMPARE,"
021700         " S=BISECTION, A=ADAPTIVE (DEFAULT B):".
021800     MOVE SPACES TO SQ-PM-ANSWER.
021900     ACCEPT SQ-PM-ANSWER.
022000     INSPECT SQ-PM-ANSWER CONVERTING "bncsa" TO "BNCSA".
022100     EVALUATE SQ-PM-ANSWER
022200         WHEN SPACES
022300             MOVE "B" TO SQ-PM-METHOD
022500         WHEN "B"
022600         WHEN "N"
022700         WHEN "C"
022750         WHEN "S"
022760         WHEN "A"
022800             MOVE SQ-PM-ANSWER(1:1) TO SQ-PM-METHOD
022900             SET SQ-PM-FIELD-VALID TO TRUE
023000         WHEN OTHER
023100             DISPLAY "METHOD MUST BE B, N, C, S, OR A"
023200     END-EVALUATE.
023300     GO TO 4150-EXIT.
023400 4150-EXIT.
043360     EXIT.
043361*
043400*****************************************************************
043450* 5000 SERIES - SHOW THE FINISHED CARD, CONFIRM, AND STAGE IT ON
043500* THE PENDING-CHANGE DATASET.  THE LIVE CARD IS ONLY REWRITTEN
043550* WHEN A DIFFERENT USER APPROVES THE CHANGE IN SQPCAPRV.
043600*****************************************************************
043700 5000-CONFIRM-AND-WRITE.
043800     DISPLAY "----------------------------------------------".
043900     DISPLAY "CARD TO BE PROPOSED:".
044000     DISPLAY "  MODE          : " SQ-PM-MODE.
044100     DISPLAY "  METHOD        : " SQ-PM-METHOD.
044200     MOVE SQ-PM-TOLERANCE TO SQ-PM-TOL-EDIT.
045000     DISPLAY "  EXCEPT LIMIT  : " SQ-PM-EXCEPT-LIMIT.
045010     DISPLAY "  HEARTBEAT     : " SQ-PM-HEARTBEAT.
045020     DISPLAY "  DEDUP         : " SQ-PM-DEDUP.
045120     DISPLAY "PROPOSE THIS CARD FOR APPROVAL? (Y/N):".
045220     MOVE SPACES TO SQ-PM-ANSWER.
045320     ACCEPT SQ-PM-ANSWER.
045420     INSPECT SQ-PM-ANSWER CONVERTING "yn" TO "YN".
045520     IF SQ-PM-ANSWER = "Y"
045620         PERFORM 5100-PROPOSE-CARD THRU 5100-EXIT
045720     ELSE
045820         DISPLAY "CARD NOT PROPOSED"
045920     END-IF.
046000     GO TO 5000-EXIT.
046100 5000-EXIT.
046200     EXIT.
046300*
046400 5100-PROPOSE-CARD.
046500     MOVE SPACES TO SQ-PC-RECORD.
046600     PERFORM 5110-TAKE-CARD-ON-FILE THRU 5110-EXIT.
046700     IF SQ-PM-POST-RESULT = "F"
046800         GO TO 5100-EXIT
046900     END-IF.
047000     MOVE SPACES TO SQ-PM-CARD-RECORD.
047100     MOVE SQ-PM-MODE TO SQ-PM-CARD-MODE.
047200     MOVE SQ-PM-METHOD TO SQ-PM-CARD-METHOD.
047300     MOVE SQ-PM-TOLERANCE TO SQ-PM-CARD-TOLERANCE.
047400     MOVE SQ-PM-MAX-ITER TO SQ-PM-CARD-MAX-ITER.
047500     MOVE SQ-PM-DECIMALS TO SQ-PM-CARD-DECIMALS.
047600     MOVE SQ-PM-ROOT-DEGREE TO SQ-PM-CARD-ROOT-DEGREE.
047700     MOVE SQ-PM-USE-CACHE TO SQ-PM-CARD-USE-CACHE.
047800     MOVE SQ-PM-RESTART TO SQ-PM-CARD-RESTART.
047900     MOVE SQ-PM-REJECT-LIMIT TO SQ-PM-CARD-REJECT-LIMIT.
048000     MOVE SQ-PM-EXCEPT-LIMIT TO SQ-PM-CARD-EXCEPT-LIMIT.
048100     MOVE SQ-PM-HEARTBEAT TO SQ-PM-CARD-HEARTBEAT.
048200     MOVE SQ-PM-DEDUP TO SQ-PM-CARD-DEDUP.
048300     MOVE SQ-PM-CARD-RECORD TO SQ-PC-AFTER-IMAGE.
048400     IF SQ-PC-AFTER-IMAGE = SQ-PC-BEFORE-IMAGE
048500         DISPLAY "CARD IS THE SAME AS THE ONE ON FILE - NOTHING"
048600             " TO PROPOSE"
048700         GO TO 5100-EXIT
048800     END-IF.
048900     SET SQ-PC-FOR-PARMS TO TRUE.
049000     MOVE "U" TO SQ-PC-ACTION.
049100     MOVE SPACES TO SQ-PC-KEY.
049200     MOVE SQ-PM-MAKER TO SQ-PC-MAKER.
049300     CALL "SQPCPOST" USING SQ-PC-RECORD, SQ-PM-POST-RESULT,
049400         SQ-PM-CHANGE-ID.
049500     EVALUATE SQ-PM-POST-RESULT
049600         WHEN "Y"
049700             DISPLAY "CARD PROPOSED AS CHANGE " SQ-PM-CHANGE-ID
049800                 " - NOT IN FORCE UNTIL ANOTHER USER APPROVES IT"
049900         WHEN "D"
050000             DISPLAY "CARD NOT PROPOSED - CHANGE " SQ-PM-CHANGE-ID
050100                 " TO THE CARD IS STILL AWAITING APPROVAL"
050200         WHEN OTHER
050300             DISPLAY "CARD NOT PROPOSED - PENDING-CHANGE DATASET"
050400                 " FAILED"
050500     END-EVALUATE.
050600     GO TO 5100-EXIT.
050700 5100-EXIT.
050800     EXIT.
050900*
051000*****************************************************************
051100* 5110-TAKE-CARD-ON-FILE.  THE CARD AS IT STANDS IS THE BEFORE
051200* IMAGE - SPACES WHEN THERE IS NO CARD YET.  THE APPROVAL ONLY
051300* APPLIES IF THE LIVE CARD STILL MATCHES IT.
051400*****************************************************************
051500 5110-TAKE-CARD-ON-FILE.
051600     MOVE SPACE TO SQ-PM-POST-RESULT.
051700     OPEN INPUT SQ-PARM-FILE.
051800     IF SQ-PARM-STATUS NOT = "00" AND SQ-PARM-STATUS NOT = "05"
051900         DISPLAY "SQ-PARM-FILE OPEN FAILED, STATUS "
052000             SQ-PARM-STATUS
052010         MOVE SPACES TO SQ-ML-TEXT
052020         STRING "SQ-PARM-FILE OPEN FAILED, STATUS "
052030             SQ-PARM-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
052040         MOVE "SQ0006E" TO SQ-ML-MSG-ID
052050         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
052100         MOVE "F" TO SQ-PM-POST-RESULT
052200         GO TO 5110-EXIT
052300     END-IF.
052400     IF SQ-PARM-STATUS = "00"
052500         READ SQ-PARM-FILE
052600             AT END
052700                 CONTINUE
052800             NOT AT END
052900                 MOVE SQ-PARM-RECORD TO SQ-PC-BEFORE-IMAGE
053000         END-READ
053100     END-IF.
053200     CLOSE SQ-PARM-FILE.
053300     GO TO 5110-EXIT.
053400 5110-EXIT.
053500     EXIT.
053600*
053700*****************************************************************
053800* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
053900* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
054000* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
054100* WAY.
054200*****************************************************************
054300 9800-LOG-MESSAGE.
054400     MOVE "SQPARMNT" TO SQ-ML-PROGRAM.
054500     MOVE ZERO TO SQ-ML-RUN-ID.
054600     MOVE SPACES TO SQ-ML-BUS-DATE.
054700     CALL "SQMSGLOG" USING SQ-ML-AREA.
054800     GO TO 9800-EXIT.
054900 9800-EXIT.
055000     EXIT.
