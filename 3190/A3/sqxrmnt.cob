002150*                     IMAGE, SO A LEFT-JUSTIFIED ANSWER NEVER
002160*                     MATCHED AND WAIVE/RESOLVE/DELETE WERE
002170*                     UNUSABLE.
002175*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002180*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002185*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002190*                     COPYBOOK SQMSGCAT).
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.  SQXRMNT.
008300     05  SQ-XM-CURRENT-YMD         REDEFINES
008400         SQ-XM-CURRENT-DATE        PIC 9(08).
008500*
008510*****************************************************************
008520* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
008530*****************************************************************
008540     COPY SQMLLINK.
008550*
008600*****************************************************************
008700* 0000-MAINLINE.
008800*****************************************************************
010300     IF SQ-XREG-STATUS NOT = "00" AND SQ-XREG-STATUS NOT = "05"
010400         DISPLAY "FATAL - EXCEPTION REGISTER OPEN FAILED, "
010500             "STATUS " SQ-XREG-STATUS
010510         MOVE SPACES TO SQ-ML-TEXT
010520         STRING "FATAL - EXCEPTION REGISTER OPEN FAILED, "
010530             "STATUS " SQ-XREG-STATUS
010540             DELIMITED BY SIZE INTO SQ-ML-TEXT
010550         MOVE "SQ0001S" TO SQ-ML-MSG-ID
010560         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
010600         MOVE 16 TO RETURN-CODE
010700         STOP RUN
010800     END-IF.
039900     GO TO 7200-EXIT.
040000 7200-EXIT.
040100     EXIT.
040200*
040300*****************************************************************
040400* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
040500* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
040600* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
040700* WAY.
040800*****************************************************************
040900 9800-LOG-MESSAGE.
041000     MOVE "SQXRMNT" TO SQ-ML-PROGRAM.
041100     MOVE ZERO TO SQ-ML-RUN-ID.
041200     MOVE SPACES TO SQ-ML-BUS-DATE.
041300     CALL "SQMSGLOG" USING SQ-ML-AREA.
041400     GO TO 9800-EXIT.
041500 9800-EXIT.
041600     EXIT.
