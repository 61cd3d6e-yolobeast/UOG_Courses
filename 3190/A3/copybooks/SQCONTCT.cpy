000100*****************************************************************
000200* SQCONTCT.CPY
000300* DEPARTMENT CONTACT MASTER RECORD, ONE 160-BYTE RECORD PER
000400* DEPARTMENT ON SQ-CONTACT-FILE, KEYED BY THE SAME DEPARTMENT
000500* CODES AS THE AUTHORIZATION MASTER (SQAUTH TYPE D).  NAMES WHO
000600* IS TOLD ABOUT THE DEPARTMENT'S NIGHT, WHERE TO MAIL THEM, AND
000700* WHICH EVENTS THEY HAVE ASKED TO HEAR ABOUT.  THE NOTIFICATION
000800* STEP (SQNOTIFY) WRITES ONE RECORD PER DEPARTMENT PER SUBSCRIBED
000900* EVENT FOR THE MAIL GATEWAY (SEE SQNTREC); A DEPARTMENT NOT ON
001000* THIS MASTER IS TOLD NOTHING.  MAINTAINED THROUGH SQCONMNT.
001100*****************************************************************
001200 01  SQ-CON-RECORD.
001300     05  SQ-CON-DEPT               PIC X(03).
001400     05  FILLER                    PIC X(01).
001500     05  SQ-CON-NAME               PIC X(24).
001600*        CONTACT NAME OR MAILBOX DESCRIPTION.
001700     05  FILLER                    PIC X(01).
001800     05  SQ-CON-ADDRESS            PIC X(50).
001900*        PRIMARY MAIL ADDRESS.  ALWAYS PRESENT.
002000     05  FILLER                    PIC X(01).
002100     05  SQ-CON-COPY-ADDRESS       PIC X(50).
002200*        SECOND ADDRESS COPIED ON EVERY NOTIFICATION, OR SPACES.
002300     05  FILLER                    PIC X(01).
002400     05  SQ-CON-EVENTS.
002500*        "Y" = SUBSCRIBED, ANYTHING ELSE = NOT.  IN EVENT-CODE
002600*        ORDER - REJ, RPR, DRF, ACK, QUE (SEE SQNTREC).
002700         10  SQ-CON-EV-REJECTS     PIC X(01).
002800*            THE DEPARTMENT'S VALUES REJECTED TONIGHT.
002900         10  SQ-CON-EV-REPROCESS   PIC X(01).
003000*            THE NIGHT'S EXCEPTION REPROCESSING OUTCOME.
003100         10  SQ-CON-EV-DRIFT       PIC X(01).
003200*            DRIFT FLAGGED BY THE RESULTS COMPARE.
003300         10  SQ-CON-EV-DELIVERY    PIC X(01).
003400*            THE DEPARTMENT'S DELIVERY ACKNOWLEDGMENT.
003500         10  SQ-CON-EV-QUEUE       PIC X(01).
003600*            THE DEPARTMENT'S QUEUE ENTRIES POSTED TONIGHT.
003700     05  SQ-CON-EVENT-FLAGS REDEFINES SQ-CON-EVENTS.
003800         10  SQ-CON-EV-FLAG        PIC X(01) OCCURS 5 TIMES.
003900     05  FILLER                    PIC X(01).
004000     05  SQ-CON-UPDATED-BY         PIC X(08).
004100*        USER ID OF THE LAST CHANGE (SQCONMNT).
004200     05  FILLER                    PIC X(01).
004300     05  SQ-CON-UPDATED-DATE       PIC X(10).
004400*        DATE OF THE LAST CHANGE, YYYY-MM-DD.
004500     05  FILLER                    PIC X(04).
