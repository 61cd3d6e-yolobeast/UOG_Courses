000100*****************************************************************
000200* SQRJTRK.CPY
000300* REJECT-TRACKING RECORD, ONE PER SQREJECT ROW, KEPT BY THE
000400* REJECT CORRECTION WORKBENCH SQRJWORK.  EACH NIGHT'S SQREJECT
000500* IS TAKEN IN ONCE (BY RUN ID) AND EVERY REJECT THEN CARRIES A
000600* STATUS UNTIL IT IS CORRECTED AND RESUBMITTED, OR WITHDRAWN BY
000700* ITS DEPARTMENT.  A RESUBMITTED REJECT IS JUDGED AGAINST THE
000800* SQREJECT OF THE RUN THAT TOOK THE CORRECTION FEED - CLEARED
000900* WHEN THE CORRECTED VALUE DID NOT COME BACK, FAILED AGAIN
001000* WHEN IT DID.  THE WHOLE FILE IS HELD IN STORAGE AND
001100* REWRITTEN ON EVERY COMMIT, THE SQAUTMNT ARRANGEMENT.
001200*
001300* STATUS CODES:
001400*   O = OPEN, AWAITING THE DEPARTMENT
001500*   C = CORRECTED VALUE KEYED, NOT YET ON A FEED
001600*   W = WITHDRAWN BY THE DEPARTMENT - NEVER RESUBMITTED
001700*   S = RESUBMITTED ON A CORRECTION FEED, AWAITING ITS RUN
001800*   K = CLEARED - THE CORRECTION RAN CLEAN
001900*   F = FAILED AGAIN - THE CORRECTION WAS ITSELF REJECTED (IT
002000*       COMES BACK AS A NEW OPEN REJECT OF ITS OWN)
002100*****************************************************************
002200 01  SQ-RJT-RECORD.
002300     05  SQ-RJT-TRACK-ID           PIC 9(07).
002400*        ASSIGNED AT TAKE-IN, ASCENDING - THE NUMBER THE
002500*        DEPARTMENT QUOTES TO CORRECT OR WITHDRAW THE REJECT.
002600     05  FILLER                    PIC X(01).
002700     05  SQ-RJT-STATUS             PIC X(01).
002800         88  SQ-RJT-OPEN               VALUE "O".
002900         88  SQ-RJT-CORRECTED          VALUE "C".
003000         88  SQ-RJT-WITHDRAWN          VALUE "W".
003100         88  SQ-RJT-RESUBMITTED        VALUE "S".
003200         88  SQ-RJT-CLEARED            VALUE "K".
003300         88  SQ-RJT-FAILED-AGAIN       VALUE "F".
003400     05  FILLER                    PIC X(01).
003500*
003600*    THE REJECT AS SQUARE WROTE IT (SEE SQREJECT).
003700*
003800     05  SQ-RJT-TOKEN              PIC X(80).
003900     05  SQ-RJT-REASON-CODE        PIC X(04).
004000     05  SQ-RJT-RULE-ID            PIC X(08).
004100     05  SQ-RJT-SEQUENCE           PIC 9(09).
004200     05  SQ-RJT-REQUEST-ID         PIC X(08).
004300     05  SQ-RJT-DEPT               PIC X(03).
004400     05  SQ-RJT-RUN-ID             PIC 9(05).
004500     05  SQ-RJT-BUS-DATE           PIC X(10).
004600*
004700*    THE DEPARTMENT'S ACTION.
004800*
004900     05  SQ-RJT-CORR-VALUE         PIC X(40).
005000*        THE CORRECTED VALUE AS KEYED (STATUS C/S/K/F).
005100     05  SQ-RJT-CORR-DEGREE        PIC 9(02).
005200*        ROOT DEGREE FOR THE CORRECTION - ZERO TAKES THE
005300*        CARD DEGREE (NO DEG= PREFIX ON THE FEED LINE).
005400     05  SQ-RJT-ACTION-DATE        PIC X(10).
005500*        DATE THE CORRECTION OR WITHDRAWAL WAS KEYED.
005600     05  SQ-RJT-FEED-DATE          PIC X(10).
005700*        DATE THE CORRECTION FEED CARRYING IT WAS BUILT.
005800     05  SQ-RJT-RESUB-RUN-ID       PIC 9(05).
005900*        THE RUN EXPECTED TO TAKE THE CORRECTION FEED (LAST
006000*        REGISTRY RUN ID PLUS ONE WHEN THE FEED WAS BUILT).
006100     05  SQ-RJT-CLEAR-RUN-ID       PIC 9(05).
006200*        THE RUN WHOSE REJECTS THE CORRECTION WAS JUDGED
006300*        AGAINST (STATUS K/F).
006400     05  SQ-RJT-CORR-EXP-POWER     PIC S9(02)
006410                                   SIGN LEADING SEPARATE.
006420*        P OF AN EXP=P/Q CORRECTION, -99 TO 99 - ZERO FOR A
006430*        PLAIN ROOT (NO EXP= PREFIX ON THE FEED LINE).
006440     05  SQ-RJT-CORR-EXP-DENOM     PIC 9(02).
006450*        Q OF AN EXP=P/Q CORRECTION, 1 TO 99.  IT IS THE ROOT
006460*        DEGREE, SO THE FEED LINE CARRIES EXP= IN PLACE OF DEG=.
006470     05  FILLER                    PIC X(10).
