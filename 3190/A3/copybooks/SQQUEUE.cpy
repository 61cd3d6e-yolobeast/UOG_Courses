000500* NIGHTLY DRAIN STEP (SQQDRAIN) READS EVERY PENDING ENTRY,
000600* PUSHES THE VALUE THROUGH THE SAME VALIDATE/COMPUTE/AUDIT
000700* PATH AS AN SQINPUT VALUE, AND POSTS THE ANSWER BACK ONTO THE
000750* ENTRY BY KEY - THE SUITE AS A SERVICE, NOT JUST A REPORT.
000800* SQQMAINT IS THE INQUIRY, CANCEL, CORRECT-AND-REQUEUE, AGING AND
000850* PURGE PROGRAM OVER THE SAME DATASET.
000900*****************************************************************
001000 01  SQ-QUE-RECORD.
001100     05  SQ-QUE-KEY                PIC X(16).
001900     05  SQ-QUE-REQUESTER          PIC X(08).
002000*        REQUESTER ID - CARRIED TO THE AUDIT ATTRIBUTION.
002100     05  SQ-QUE-STATUS             PIC X(01).
002120*        "P" = PENDING, "C" = COMPLETE, "R" = REJECTED,
002140*        "X" = CANCELLED BEFORE THE DRAIN (SQQMAINT).
002160         88  SQ-QUE-PENDING            VALUE "P".
002180         88  SQ-QUE-COMPLETE           VALUE "C".
002200         88  SQ-QUE-REJECTED           VALUE "R".
002220         88  SQ-QUE-CANCELLED          VALUE "X".
002300     05  SQ-QUE-RESULT             PIC S9(11)V9(9).
002400*        THE ANSWER, POSTED BY THE DRAIN.
002500     05  SQ-QUE-ITER-COUNT         PIC 9(04).
002600     05  SQ-QUE-CONVERGED          PIC X(01).
002700*        "Y"/"N", POSTED BY THE DRAIN.
002800     05  SQ-QUE-REASON             PIC X(30).
002850*        REJECT REASON WHEN STATUS IS "R".  ON A CORRECTED AND
002900*        REQUEUED ENTRY THE ORIGINAL REASON IS KEPT THROUGH THE
002950*        NEXT DRAIN; "CANCELLED ..." WHEN STATUS IS "X".
003000     05  SQ-QUE-POSTED-TS          PIC X(26).
003100*        WHEN THE DRAIN POSTED THE ENTRY.
003200*        (THE ORIGINAL 23-BYTE FILLER - SEE BELOW.)
003300*
003400*    ADDED FIELDS, CARVED FROM THE FILLER SO THE RECORD LENGTH
003500*    AND EVERY SUBMITTING APPLICATION ARE UNCHANGED.
003600*
003700     05  SQ-QUE-QUEUED-DATE        PIC X(10).
003800*        DATE QUEUED, YYYY-MM-DD.  THE SUBMITTING APPLICATION
003900*        MAY SET IT; WHEN BLANK THE QUEUE HOUSEKEEPING AGING PASS
004000*        (SQQMAINT) STAMPS THE DATE IT FIRST SAW THE ENTRY
004100*        PENDING.  A CORRECTED ENTRY IS RESTAMPED WHEN REQUEUED.
004200     05  SQ-QUE-REQUEUED-SW        PIC X(01).
004300         88  SQ-QUE-REQUEUED           VALUE "Y".
004400*        "Y" = A REJECTED ENTRY CORRECTED AND REQUEUED (SQQMAINT).
004500     05  SQ-QUE-DEPT               PIC X(03).
004600*        DEPARTMENT TO CHARGE AGAINST ITS COMPUTE QUOTA.  WHEN
004700*        BLANK THE DRAIN TAKES THE REQUESTER'S OWNING DEPARTMENT
004800*        FROM THE AUTHORIZATION MASTER.
004900     05  SQ-QUE-DEFERRED-SW        PIC X(01).
005000         88  SQ-QUE-DEFERRED           VALUE "Y".
005100*        "Y" = DEFERRED BY SQUARE OR THE DRAIN BECAUSE THE
005200*        DEPARTMENT WAS OVER ITS MONTHLY QUOTA; THE ENTRY STAYS
005300*        PENDING FOR A LATER CYCLE.  CLEARED WHEN IT IS POSTED.
005400     05  SQ-QUE-EXP-POWER          PIC S9(02).
005500*        RATIONAL-EXPONENT REQUEST: THE POWER P OF Z ** (P/Q),
005600*        WITH Q IN SQ-QUE-DEGREE (THE ROOT IS WORKED AT DEGREE Q,
005700*        THEN RAISED TO P; A NEGATIVE P TAKES THE RECIPROCAL).
005800*        ZERO OR SPACES = A PLAIN ROOT REQUEST.  THE DRAIN POSTS
005900*        THE RAISED ANSWER IN SQ-QUE-RESULT.
006000     05  FILLER                    PIC X(06).
