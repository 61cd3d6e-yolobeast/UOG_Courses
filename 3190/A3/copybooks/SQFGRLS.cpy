000100*****************************************************************
000200* SQFGRLS.CPY
000300* REPEAT-FEED RELEASE CARD, READ BY SQCOLLCT AND SQINEDIT.  A
000400* FEED THE FINGERPRINT REGISTER (SEE SQFGREG) FINDS TO REPEAT AN
000500* EARLIER ACCEPTED FEED IS HELD UNLESS ONE OF THESE CARDS
000600* RELEASES IT AS AN INTENDED RESEND.  THE CARD MUST NAME BOTH
000700* THE DEPARTMENT AND THE RUN ID OF THE ENTRY THE HOLD MESSAGE
000800* NAMED, SO A CARD LEFT IN THE DECK CANNOT RELEASE TOMORROW'S
000900* REPEAT.  UP TO TEN CARDS.
001000*   COLS  1-3   DEPARTMENT
001100*   COLS  5-10  "RESEND"
001200*   COLS 12-16  RUN ID OF THE REGISTER ENTRY REPEATED
001300*   COLS 18-25  OPERATOR USER ID
001400*   COLS 27-56  REASON / TICKET
001500*****************************************************************
001600 01  SQ-FR-CARD.
001700     05  SQ-FR-DEPT                PIC X(03).
001800     05  FILLER                    PIC X(01).
001900     05  SQ-FR-ACTION              PIC X(06).
002000         88  SQ-FR-RESEND              VALUE "RESEND".
002100     05  FILLER                    PIC X(01).
002200     05  SQ-FR-PRIOR-RUN-ID        PIC X(05).
002300     05  FILLER                    PIC X(01).
002400     05  SQ-FR-OPERATOR            PIC X(08).
002500     05  FILLER                    PIC X(01).
002600     05  SQ-FR-REASON              PIC X(30).
002700     05  FILLER                    PIC X(24).
