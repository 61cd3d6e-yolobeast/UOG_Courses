000100*****************************************************************
000200* SQMLLINK.CPY
000300* CALLING AREA FOR THE MESSAGE-LOG SUBPROGRAM SQMSGLOG, SHARED
000400* BY EVERY PROGRAM IN THE SUITE.  A PROGRAM THAT DISPLAYS A
000500* FATAL, WARNING OR ERROR MESSAGE ON THE CONSOLE ALSO MOVES THE
000600* SAME TEXT HERE, WITH ITS MESSAGE ID, AND CALLS SQMSGLOG, WHICH
000700* APPENDS ONE RECORD TO THE MESSAGE LOG (SEE COPYBOOK SQMSGREC).
000800* THE MESSAGE ID IS "SQ" + FOUR DIGITS + THE SEVERITY LETTER -
000900*     I = INFORMATION   W = WARNING   E = ERROR   S = SEVERE
001000* (THE STEP ENDS RC=16).  THE ID IS EXPLAINED, WITH THE OPERATOR
001100* ACTION, IN THE MESSAGE CATALOG (SEE COPYBOOK SQMSGCAT) -
001200* SQMSGRPT FUNCTION C PRINTS IT.
001300* A ZERO RUN ID OR A BLANK BUSINESS DATE IS FILLED IN BY THE
001400* SUBPROGRAM FROM THE NIGHT IN PROGRESS (SQSTEPST), ELSE THE RUN
001500* REGISTRY (SQRUNREG), ELSE THE PROCESSING CALENDAR AND THE WALL
001600* DATE.  SQ-ML-RESULT "F" = THE LOG COULD NOT BE WRITTEN; THE
001700* CALLER CARRIES ON - THE CONSOLE MESSAGE HAS ALREADY GONE OUT.
001800*****************************************************************
001900 01  SQ-ML-AREA.
002000     05  SQ-ML-MSG-ID              PIC X(08).
002100     05  SQ-ML-PROGRAM             PIC X(08).
002200     05  SQ-ML-RUN-ID              PIC 9(05).
002300     05  SQ-ML-BUS-DATE            PIC X(10).
002400     05  SQ-ML-TEXT                PIC X(120).
002500     05  SQ-ML-RESULT              PIC X(01).
002600         88  SQ-ML-LOGGED              VALUE "L".
002700         88  SQ-ML-FAILED              VALUE "F".
