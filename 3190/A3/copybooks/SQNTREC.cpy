000100*****************************************************************
000200* SQNTREC.CPY
000300* OUTBOUND NOTIFICATION RECORD, 320 BYTES, WRITTEN BY THE FINAL
000400* SQBATCH STEP (SQNOTIFY) FOR THE MAIL GATEWAY TO PICK UP - ONE
000500* RECORD PER DEPARTMENT PER EVENT THE DEPARTMENT SUBSCRIBES TO ON
000600* THE CONTACT MASTER (SEE SQCONTCT), AND ONLY WHEN THERE IS
000700* SOMETHING TO SAY.  THE GATEWAY MAILS SQ-NT-SUMMARY AND
000800* SQ-NT-ACTION-TEXT TO THE ADDRESSES ON THE RECORD AS THEY STAND;
000900* THE COUNTS ARE THERE FOR GATEWAYS THAT FORMAT THEIR OWN TEXT.
001000*
001100* WHAT THE FOUR COUNTS MEAN, BY EVENT -
001200*     REJ  1 VALUES REJECTED   2 REASON CODES   3 ROWS UNDER THE
001300*          LEADING REASON (SQ-NT-REASON)        4 ZERO
001400*     RPR  1 EXCEPTIONS REPROCESSED  2 CLEARED  3 UNRESOLVED
001500*          4 WAIVED - THE WHOLE NIGHT, NOT ONE DEPARTMENT'S
001600*     DRF  1 PAIRS COMPARED  2 DRIFTED  3 NEW NON-CONVERGED OR
001700*          DISCREPANT  4 UNMATCHED - THE WHOLE NIGHT
001800*     ACK  1 ROWS CONFIRMED  2 RUN ID ACKNOWLEDGED  3-4 ZERO
001900*     QUE  1 POSTED COMPLETE  2 POSTED REJECTED  3 STILL DEFERRED
002000*          OVER QUOTA  4 ZERO
002100*****************************************************************
002200 01  SQ-NT-RECORD.
002300     05  SQ-NT-RUN-ID              PIC 9(05).
002400     05  FILLER                    PIC X(01).
002500     05  SQ-NT-BUS-DATE            PIC X(10).
002600     05  FILLER                    PIC X(01).
002700     05  SQ-NT-DEPT                PIC X(03).
002800     05  FILLER                    PIC X(01).
002900     05  SQ-NT-EVENT               PIC X(03).
003000         88  SQ-NT-EV-REJECTS          VALUE "REJ".
003100         88  SQ-NT-EV-REPROCESS        VALUE "RPR".
003200         88  SQ-NT-EV-DRIFT            VALUE "DRF".
003300         88  SQ-NT-EV-DELIVERY         VALUE "ACK".
003400         88  SQ-NT-EV-QUEUE            VALUE "QUE".
003500     05  FILLER                    PIC X(01).
003600     05  SQ-NT-ACTION-SW           PIC X(01).
003700         88  SQ-NT-ACTION-NEEDED       VALUE "Y".
003800         88  SQ-NT-FOR-INFORMATION     VALUE "N".
003900     05  FILLER                    PIC X(01).
004000     05  SQ-NT-COUNT-AREA.
004100         10  SQ-NT-COUNT-SLOT      OCCURS 4 TIMES.
004200             15  SQ-NT-COUNT       PIC 9(09).
004300             15  FILLER            PIC X(01).
004400     05  SQ-NT-REASON              PIC X(04).
004500*        LEADING REJECT REASON CODE (REJ ONLY), ELSE SPACES.
004600     05  FILLER                    PIC X(01).
004700     05  SQ-NT-CONTACT-NAME        PIC X(24).
004800     05  FILLER                    PIC X(01).
004900     05  SQ-NT-ADDRESS             PIC X(50).
005000     05  FILLER                    PIC X(01).
005100     05  SQ-NT-COPY-ADDRESS        PIC X(50).
005200     05  FILLER                    PIC X(01).
005300     05  SQ-NT-SUMMARY             PIC X(60).
005400*        WHAT HAPPENED, IN ONE LINE.
005500     05  FILLER                    PIC X(01).
005600     05  SQ-NT-ACTION-TEXT         PIC X(60).
005700*        WHAT THE DEPARTMENT NEEDS TO DO - SPACES WHEN NOTHING.
