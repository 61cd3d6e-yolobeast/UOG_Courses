000100*****************************************************************
000200* SQSTLINK.CPY
000300* CALLING AREA FOR THE STEP-STATUS SUBPROGRAM SQSTPLOG, SHARED
000400* BY EVERY PROGRAM IN THE NIGHTLY STREAM AND BY THE RESTART
000500* CONTROLLER SQRSTCTL.  THE CALLER SETS SQ-SL-FUNCTION AND THE
000600* INPUTS THAT FUNCTION NEEDS -
000700*     "B" = THE STEP IS STARTING (PROGRAM).  SQ-SL-RESULT "R" =
000800*           RUN; "K" = ALREADY COMPLETE FOR THE NIGHT - END AT
000900*           ONCE WITH SQ-SL-PRIOR-RC; "S" = AN EARLIER STEP
001000*           (SQ-SL-BLOCKING-STEP) STARTED ON AN EARLIER
001100*           SUBMISSION AND NEVER FINISHED - END RC=16 WITHOUT
001200*           TOUCHING A FILE; "P" = THIS STEP ITSELF STARTED ON
001210*           AN EARLIER SUBMISSION AND NEVER RECORDED AN END (IT
001220*           ABENDED OR WAS CANCELLED) - IT RUNS, BUT ANYTHING IT
001230*           APPENDS MUST PICK UP AFTER WHAT THAT START LEFT
001240*           (SQ-SL-PRIOR-START), OR THE STEP ENDS RC=16.  NO
001250*           STEP-STATUS DATASET, OR NO NIGHT OPENED ON IT, IS
001300*           "R" WITH NOTHING RECORDED.
001400*     "E" = THE STEP IS ENDING WITH RETURN CODE SQ-SL-RC.
001500*     "L" = LOAD THE NIGHT IN PROGRESS INTO SQ-SL-STEP-STATE,
001600*           ONE ENTRY PER SQSTPTAB STEP (RESTART CONTROLLER).
001700*     "J" = OPEN A NEW NIGHT FOR RUN ID SQ-SL-RUN-ID.
001800*     "R" = RECORD A RESUBMISSION OF THE NIGHT LOADED BY "L".
001900* SQ-SL-RESULT "F" = THE STEP-STATUS DATASET COULD NOT BE READ
002000* OR WRITTEN ("L", "J", "R" ONLY).
002100*****************************************************************
002200 01  SQ-SL-AREA.
002300     05  SQ-SL-FUNCTION            PIC X(01).
002400         88  SQ-SL-BEGIN               VALUE "B".
002500         88  SQ-SL-END                 VALUE "E".
002600         88  SQ-SL-LOAD                VALUE "L".
002700         88  SQ-SL-OPEN-NIGHT          VALUE "J".
002800         88  SQ-SL-RESUBMIT            VALUE "R".
002900     05  SQ-SL-PROGRAM             PIC X(08).
003000     05  SQ-SL-RC                  PIC 9(04).
003100     05  SQ-SL-RESULT              PIC X(01).
003200         88  SQ-SL-RUN                 VALUE "R".
003300         88  SQ-SL-SKIP                VALUE "K".
003400         88  SQ-SL-STOP                VALUE "S".
003450         88  SQ-SL-RESUME              VALUE "P".
003500         88  SQ-SL-FAILED              VALUE "F".
003600     05  SQ-SL-PRIOR-RC            PIC 9(04).
003700     05  SQ-SL-BLOCKING-STEP       PIC X(08).
003800     05  SQ-SL-NOTE                PIC X(30).
003810*    WHEN THE UNFINISHED START WAS RECORDED - SET ON A "P".
003820     05  SQ-SL-PRIOR-START         PIC X(26).
003900*    THE NIGHT IN PROGRESS - SET BY "L" AND "B".
004000     05  SQ-SL-NIGHT-SW            PIC X(01).
004100         88  SQ-SL-NIGHT-FOUND         VALUE "Y".
004200     05  SQ-SL-RUN-ID              PIC 9(05).
004300     05  SQ-SL-SUBMISSION          PIC 9(03).
004400     05  SQ-SL-NIGHT-OPENED        PIC X(26).
004500     05  SQ-SL-STEP-STATE OCCURS 14 TIMES.
004600         10  SQ-SL-ST-STATE        PIC X(01).
004700             88  SQ-SL-ST-NOT-STARTED  VALUE SPACE.
004800             88  SQ-SL-ST-UNFINISHED   VALUE "B".
004900             88  SQ-SL-ST-ENDED        VALUE "E".
005000         10  SQ-SL-ST-RC           PIC 9(04).
005100         10  SQ-SL-ST-SUBMISSION   PIC 9(03).
005200         10  SQ-SL-ST-STARTED      PIC X(26).
005300         10  SQ-SL-ST-ENDED-AT     PIC X(26).
005400         10  SQ-SL-ST-SKIPS        PIC 9(03).
