001300*     ITS OWNING DEPARTMENT - WHICH MUST ITSELF BE A VALID
001400*     DEPARTMENT ON THE MASTER).  SQUARE LOADS THE MASTER AT
001500*     STARTUP AND REJECTS ANY REQ=/DEPT= TAG OR SRC DELIMITER
001520*     NOT ON IT.  THE WHOLE FILE IS HELD IN STORAGE FOR THE
001540*     LISTING AND THE EDIT CHECKS.
001560*
001580*     NOTHING IS COMMITTED HERE.  A CONFIRMED ADD OR DELETE IS
001600*     STAGED ON THE PENDING-CHANGE DATASET (SEE SQPCPOST) WITH
001620*     THE OPERATOR'S USER ID AND THE ENTRY'S IMAGE; SQPCAPRV
001640*     REWRITES THE MASTER ONLY WHEN A DIFFERENT USER APPROVES IT.
001660*
001680* MODIFICATION HISTORY.
001700*     2026-09-03  DL  INITIAL VERSION.
001720*     2026-10-15  DL  MAKER/CHECKER CONTROL - ADDS AND DELETES ARE
001740*                     PROPOSED FOR APPROVAL INSTEAD OF REWRITING
001760*                     THE MASTER.
001780*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
001800*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
001820*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
001840*                     COPYBOOK SQMSGCAT).
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.  SQAUTMNT.
007700     05  SQ-AM-NEW-TYPE            PIC X(01) VALUE SPACE.
007800     05  SQ-AM-NEW-DEPT            PIC X(03) VALUE SPACES.
007900     05  SQ-AM-NEW-REQ             PIC X(08) VALUE SPACES.
007905*
007910*****************************************************************
007915* THE PROPOSAL - THE MASTER RECORD IMAGE, AND THE PENDING-CHANGE
007920* RECORD HANDED TO SQPCPOST.
007925*****************************************************************
007930 01  SQ-AM-MAKER                   PIC X(08) VALUE SPACES.
007935 01  SQ-AM-POST-RESULT             PIC X(01) VALUE SPACE.
007940 01  SQ-AM-CHANGE-ID               PIC 9(06) VALUE ZERO.
007945     COPY SQAUTH REPLACING LEADING ==SQ-AUTH== BY ==SQ-AM-IMG==.
007950     COPY SQPENDCH.
008000*
008010*****************************************************************
008020* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
008030*****************************************************************
008040     COPY SQMLLINK.
008050*
008100*****************************************************************
008200* 0000-MAINLINE.
008300*****************************************************************
008400 PROCEDURE DIVISION.
008500*
008600 0000-MAINLINE.
008650     PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
008700     PERFORM 1500-IDENTIFY-MAKER THRU 1500-EXIT.
008750     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
008800         UNTIL SQ-AM-QUIT-REQUESTED.
008850     STOP RUN.
009100*
009200*****************************************************************
009300* 1000 SERIES - LOAD THE DATASET INTO THE TABLE.
009900     IF SQ-AUTH-STATUS NOT = "00" AND SQ-AUTH-STATUS NOT = "05"
010000         DISPLAY "FATAL - SQ-AUTH-FILE OPEN FAILED, STATUS "
010100             SQ-AUTH-STATUS
010110         MOVE SPACES TO SQ-ML-TEXT
010120         STRING "FATAL - SQ-AUTH-FILE OPEN FAILED, STATUS "
010130             SQ-AUTH-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
010140         MOVE "SQ0001S" TO SQ-ML-MSG-ID
010150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
010200         MOVE 16 TO RETURN-CODE
010300         STOP RUN
010400     END-IF.
012400             ELSE
012500                 DISPLAY "WARNING - MASTER TABLE FULL, ENTRY"
012600                     " IGNORED"
012610                 MOVE SPACES TO SQ-ML-TEXT
012620                 STRING "WARNING - MASTER TABLE FULL, ENTRY"
012630                     " IGNORED" DELIMITED BY SIZE INTO SQ-ML-TEXT
012640                 MOVE "SQ0601W" TO SQ-ML-MSG-ID
012650                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
012700                 SET SQ-AM-EOF TO TRUE
012800             END-IF
012900     END-READ.
013000     GO TO 1100-EXIT.
013100 1100-EXIT.
013200     EXIT.
013202*
013204*****************************************************************
013206* 1500-IDENTIFY-MAKER.  EVERY PROPOSAL CARRIES THE USER ID OF
013208* WHOEVER MADE IT - THE APPROVER MUST BE SOMEONE ELSE.
013210*****************************************************************
013212 1500-IDENTIFY-MAKER.
013214     MOVE SPACES TO SQ-AM-MAKER.
013216     PERFORM 1510-PROMPT-MAKER THRU 1510-EXIT
013218         UNTIL SQ-AM-MAKER NOT = SPACES.
013220     GO TO 1500-EXIT.
013222 1500-EXIT.
013224     EXIT.
013226*
013228 1510-PROMPT-MAKER.
013230     DISPLAY "YOUR USER ID - 1 TO 8 CHARACTERS:".
013232     MOVE SPACES TO SQ-AM-ANSWER.
013234     ACCEPT SQ-AM-ANSWER.
013236     INSPECT SQ-AM-ANSWER CONVERTING
013238         "abcdefghijklmnopqrstuvwxyz"
013240         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
013242     IF SQ-AM-ANSWER = SPACES OR SQ-AM-ANSWER(9:) NOT = SPACES
013244         DISPLAY "USER ID IS 1 TO 8 CHARACTERS"
013246     ELSE
013248         MOVE SQ-AM-ANSWER(1:8) TO SQ-AM-MAKER
013250     END-IF.
013252     GO TO 1510-EXIT.
013254 1510-EXIT.
013256     EXIT.
013300*
013400*****************************************************************
013500* 2000 SERIES - OPERATOR MENU.
020500             " IS ALREADY ON FILE"
020600         GO TO 4000-EXIT
020700     END-IF.
020800     PERFORM 7300-PROPOSE-ADD THRU 7300-EXIT.
020900     GO TO 4000-EXIT.
021000 4000-EXIT.
021100     EXIT.
025600         GO TO 5000-EXIT
025700     END-IF.
025800     MOVE "R" TO SQ-AM-NEW-TYPE.
025900     PERFORM 7300-PROPOSE-ADD THRU 7300-EXIT.
026000     GO TO 5000-EXIT.
026100 5000-EXIT.
026200     EXIT.
032100         GO TO 6100-EXIT
032200     END-IF.
032300     PERFORM 7100-FIND-DEPT THRU 7100-EXIT.
032400     PERFORM 7400-PROPOSE-DELETE THRU 7400-EXIT.
032500     GO TO 6100-EXIT.
032600 6100-EXIT.
032700     EXIT.
033500         DISPLAY "REQUESTER " SQ-AM-NEW-REQ " IS NOT ON FILE"
033600         GO TO 6200-EXIT
033700     END-IF.
033800     PERFORM 7400-PROPOSE-DELETE THRU 7400-EXIT.
033900     GO TO 6200-EXIT.
034000 6200-EXIT.
034100     EXIT.
040600 7210-EXIT.
040700     EXIT.
040800*
040900 7300-PROPOSE-ADD.
041000     IF SQ-AM-COUNT >= 600
041100         DISPLAY "MASTER IS FULL (600 ENTRIES)"
041200         GO TO 7300-EXIT
041300     END-IF.
041400     MOVE SPACES TO SQ-PC-RECORD.
041500     MOVE SPACES TO SQ-AM-IMG-RECORD.
041600     MOVE SQ-AM-NEW-TYPE TO SQ-AM-IMG-TYPE.
041700     MOVE SQ-AM-NEW-DEPT TO SQ-AM-IMG-DEPT.
041800     MOVE SQ-AM-NEW-REQ TO SQ-AM-IMG-REQ-ID.
041900     MOVE SQ-AM-IMG-RECORD TO SQ-PC-AFTER-IMAGE.
042000     MOVE "A" TO SQ-PC-ACTION.
042100     PERFORM 7500-PROPOSE-CHANGE THRU 7500-EXIT.
042200     GO TO 7300-EXIT.
042300 7300-EXIT.
042400     EXIT.
042500*
042600 7400-PROPOSE-DELETE.
042700     MOVE SPACES TO SQ-PC-RECORD.
042800     MOVE SPACES TO SQ-AM-IMG-RECORD.
042900     MOVE SQ-AM-TYPE(SQ-AM-HIT) TO SQ-AM-IMG-TYPE.
043000     MOVE SQ-AM-DEPT(SQ-AM-HIT) TO SQ-AM-IMG-DEPT.
043100     MOVE SQ-AM-REQ-ID(SQ-AM-HIT) TO SQ-AM-IMG-REQ-ID.
043200     MOVE SQ-AM-IMG-RECORD TO SQ-PC-BEFORE-IMAGE.
043300     MOVE "D" TO SQ-PC-ACTION.
043400     PERFORM 7500-PROPOSE-CHANGE THRU 7500-EXIT.
043500     GO TO 7400-EXIT.
043600 7400-EXIT.
043700     EXIT.
043800*
043900*****************************************************************
044000* 7500-PROPOSE-CHANGE.  STAGES THE ENTRY IN SQ-AM-IMG-RECORD ON
044100* THE PENDING-CHANGE DATASET THROUGH SQPCPOST.  THE KEY IS THE
044200* TYPE BYTE AND THE DEPARTMENT FOR A DEPARTMENT, THE TYPE BYTE
044300* AND THE REQUESTER ID FOR A REQUESTER - THE SAME IDENTITY THE
044400* DUPLICATE CHECKS ABOVE USE.  THE MASTER ITSELF IS REWRITTEN BY
044500* SQPCAPRV WHEN A DIFFERENT USER APPROVES THE CHANGE.
044600*****************************************************************
044700 7500-PROPOSE-CHANGE.
044800     SET SQ-PC-FOR-AUTH TO TRUE.
044900     MOVE SPACES TO SQ-PC-KEY.
045000     MOVE SQ-AM-IMG-TYPE TO SQ-PC-KEY(1:1).
045100     IF SQ-AM-IMG-TYPE = "D"
045200         MOVE SQ-AM-IMG-DEPT TO SQ-PC-KEY(2:3)
045300     ELSE
045400         MOVE SQ-AM-IMG-REQ-ID TO SQ-PC-KEY(5:8)
045500     END-IF.
045600     MOVE SQ-AM-MAKER TO SQ-PC-MAKER.
045700     CALL "SQPCPOST" USING SQ-PC-RECORD, SQ-AM-POST-RESULT,
045800         SQ-AM-CHANGE-ID.
045900     EVALUATE SQ-AM-POST-RESULT
046000         WHEN "Y"
046100             DISPLAY "PROPOSED AS CHANGE " SQ-AM-CHANGE-ID
046200                 " - NOT IN FORCE UNTIL ANOTHER USER APPROVES IT"
046300         WHEN "D"
046400             DISPLAY "NOT PROPOSED - CHANGE " SQ-AM-CHANGE-ID
046500                 " TO THIS ENTRY IS STILL AWAITING APPROVAL"
046600         WHEN OTHER
046700             DISPLAY "NOT PROPOSED - PENDING-CHANGE DATASET"
046800                 " FAILED"
046900     END-EVALUATE.
047000     GO TO 7500-EXIT.
047100 7500-EXIT.
047200     EXIT.
047300*
047400*****************************************************************
047500* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
047600* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
047700* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
047800* WAY.
047900*****************************************************************
048000 9800-LOG-MESSAGE.
048100     MOVE "SQAUTMNT" TO SQ-ML-PROGRAM.
048200     MOVE ZERO TO SQ-ML-RUN-ID.
048300     MOVE SPACES TO SQ-ML-BUS-DATE.
048400     CALL "SQMSGLOG" USING SQ-ML-AREA.
048500     GO TO 9800-EXIT.
048600 9800-EXIT.
048700     EXIT.
