000100*****************************************************************
000200* SQFACARD.CPY
000300* CONTROL CARD FOR THE FEED ARRIVAL CHECK SQFARRIV.  ONE 80-BYTE
000400* CARD; A CARD ALL BLANK, OR NO CARD AT ALL, CHECKS TONIGHT'S
000500* FEEDS AGAINST THE FEED SCHEDULE (SEE SQFSCHED).
000600*   COL   1     FUNCTION - "C" (OR BLANK) CHECK THE NIGHT AHEAD OF
000700*               THE COLLECTOR, HOLDING IT FOR A MISSING FEED THE
000800*               SCHEDULE SAYS TO HOLD FOR; "P" POLL - RECORD WHAT
000900*               HAS LANDED SO FAR, NEVER HOLDING; "M" THE MONTHLY
001000*               ON-TIME REPORT FROM THE ARRIVAL HISTORY
001100*   COLS  3-12  NIGHT, YYYY-MM-DD, FOR "C" AND "P" (DEFAULT TODAY)
001200*               - CODED ONLY WHEN A HELD NIGHT IS RESUBMITTED
001300*               AFTER MIDNIGHT
001400*   COLS 14-20  FIRST MONTH FOR "M", YYYY-MM (DEFAULT THE CURRENT
001500*               MONTH)
001600*   COLS 22-28  LAST MONTH FOR "M", YYYY-MM (DEFAULT THE FIRST)
001700*   COLS 30-32  ONE DEPARTMENT FOR "M" (DEFAULT EVERY DEPARTMENT)
001800*****************************************************************
001900 01  SQ-FQ-CARD.
002000     05  SQ-FQ-FUNCTION            PIC X(01).
002100         88  SQ-FQ-FN-CHECK            VALUE "C" " ".
002200         88  SQ-FQ-FN-POLL             VALUE "P".
002300         88  SQ-FQ-FN-MONTH            VALUE "M".
002400     05  FILLER                    PIC X(01).
002500     05  SQ-FQ-NIGHT-DATE          PIC X(10).
002600     05  FILLER                    PIC X(01).
002700     05  SQ-FQ-FROM-MONTH          PIC X(07).
002800     05  FILLER                    PIC X(01).
002900     05  SQ-FQ-TO-MONTH            PIC X(07).
003000     05  FILLER                    PIC X(01).
003100     05  SQ-FQ-DEPT                PIC X(03).
003200     05  FILLER                    PIC X(48).
