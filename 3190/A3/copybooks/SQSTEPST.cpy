000100*****************************************************************
000200* SQSTEPST.CPY
000300* STEP-STATUS RECORD FOR THE NIGHTLY JOB STREAM (SQBATCH).  THE
000400* DATASET IS APPEND-ONLY, WRITTEN THROUGH SUBPROGRAM SQSTPLOG:
000500* THE RESTART CONTROLLER SQRSTCTL OPENS EACH NIGHT WITH A "J"
000600* RECORD CARRYING THE NIGHT'S RUN ID (OR, ON A RESUBMISSION OF
000700* A NIGHT THAT DID NOT FINISH, AN "R" RECORD WITH THE NEXT
000800* SUBMISSION NUMBER), AND EVERY PROGRAM IN THE STREAM RECORDS
000900* ITS START ("B") AND ITS END ("E", WITH THE RETURN CODE)
001000* UNDER IT.  A STEP THE CONTROL SAYS NOT TO RUN AGAIN LEAVES A
001100* "K" (SKIPPED, ALREADY COMPLETE) OR "S" (STOPPED, AN EARLIER
001200* STEP NEVER FINISHED) RECORD INSTEAD.  EVERYTHING AFTER THE
001300* LAST "J" RECORD BELONGS TO THE NIGHT IN PROGRESS.  100 BYTES.
001400*****************************************************************
001500 01  SQ-SS-RECORD.
001600     05  SQ-SS-TYPE                PIC X(01).
001700         88  SQ-SS-NIGHT-OPENED        VALUE "J".
001800         88  SQ-SS-RESUBMITTED         VALUE "R".
001900         88  SQ-SS-STEP-BEGUN          VALUE "B".
002000         88  SQ-SS-STEP-ENDED          VALUE "E".
002100         88  SQ-SS-STEP-SKIPPED        VALUE "K".
002200         88  SQ-SS-STEP-STOPPED        VALUE "S".
002300     05  FILLER                    PIC X(01).
002400     05  SQ-SS-RUN-ID              PIC 9(05).
002500*        THE NIGHT'S RUN ID - THE ID STEP010 TAKES FROM THE RUN
002600*        REGISTRY ON THE NIGHT'S FIRST SUBMISSION.  A RERUN OF
002700*        STEP010 TAKES A NEW ONE, BUT THE NIGHT KEEPS THIS ONE.
002800     05  FILLER                    PIC X(01).
002900     05  SQ-SS-SUBMISSION          PIC 9(03).
003000*        1 ON THE NIGHT'S FIRST SUBMISSION, UP BY ONE ON EACH
003100*        RESUBMISSION OF THE JOB.
003200     05  FILLER                    PIC X(01).
003300     05  SQ-SS-STEP                PIC X(08).
003400     05  FILLER                    PIC X(01).
003500     05  SQ-SS-PROGRAM             PIC X(08).
003600     05  FILLER                    PIC X(01).
003700     05  SQ-SS-TIMESTAMP           PIC X(26).
003800     05  FILLER                    PIC X(01).
003900     05  SQ-SS-RC                  PIC 9(04).
004000*        "E" - THE STEP'S RETURN CODE.  "K" - THE RETURN CODE
004100*        THE STEP ENDED WITH WHEN IT COMPLETED, WHICH IT ENDS
004200*        WITH AGAIN.  "S" - 16.
004300     05  FILLER                    PIC X(01).
004400     05  SQ-SS-NOTE                PIC X(30).
004500*        "S" - THE EARLIER STEP THAT NEVER FINISHED.  "J"/"R" -
004600*        HOW THE SUBMISSION WAS OPENED.
004700     05  FILLER                    PIC X(08).
