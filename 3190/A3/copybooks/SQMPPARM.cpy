000100*****************************************************************
000200* SQMPPARM.CPY
000300* CONTROL CARD FOR THE METHOD-POLICY GENERATOR SQMPOLGN.  ONE
000400* 80-BYTE CARD READ AT STARTUP.  EVERY FIELD IS OPTIONAL - WITH
000500* NO CARD AT ALL THE WHOLE AUDIT FILE IS WEIGHED, A METHOD NEEDS
000600* 10 ROWS IN A CELL TO BE CONSIDERED, AND ROWS THAT DO NOT
000700* RECORD THEIR DEGREE ARE LEFT OUT.
000800*****************************************************************
000900 01  SQ-MPP-RECORD.
001000     05  SQ-MPP-DATE-FROM          PIC X(10).
001100*        FIRST BUSINESS DATE OF THE WINDOW, YYYY-MM-DD.  SPACES =
001200*        FROM THE START OF THE FILE.
001300     05  FILLER                    PIC X(01).
001400     05  SQ-MPP-DATE-TO            PIC X(10).
001500*        LAST BUSINESS DATE OF THE WINDOW.  SPACES = TO THE END.
001600     05  FILLER                    PIC X(01).
001700     05  SQ-MPP-MIN-SAMPLES        PIC 9(05).
001800*        FEWEST ROWS A METHOD MUST HAVE IN A CELL TO BE WEIGHED
001900*        THERE.  SPACES OR 00000 = 00010.
002000     05  FILLER                    PIC X(01).
002100     05  SQ-MPP-ASSUME-DEGREE      PIC 9(02).
002200*        DEGREE TO TAKE FOR A ROW WRITTEN BEFORE THE AUDIT CARRIED
002300*        ONE (NO DEGREE AND NO EXP=P/Q) - NORMALLY THE CARD DEGREE
002400*        OF THOSE RUNS, 02.  SPACES OR 00 = LEAVE THOSE ROWS OUT.
002500     05  FILLER                    PIC X(50).
