000717* COUNTERPART, SO SQBALNCE LEAVES IT OUT OF THE THREE-WAY
000718* BALANCE AND SQREPROC RERUNS IT WITHOUT WRITING A CORRECTION
000719* THE APPLY STEP COULD NEVER MATCH.  SPACES ON A PRE-STAMP ROW
000721* READS AS "F".  RECORD GREW 163 TO 165 (2026-09-03).
000723*
000725* SEAL ROWS (2026-10-15).  SQUARE AND SQQDRAIN CLOSE EVERY RUN
000727* WITH ONE SEAL ROW, SQ-AUDIT-SOURCE "S" (SQ-AUDIT-SEAL-ROW), SO
000729* AN EDITED, DELETED, OR INSERTED ROW CAN BE PROVEN AFTER THE
000731* FACT (SEE SQAUDVFY).  A SEAL COVERS EVERY ROW SINCE THE SEAL
000733* BEFORE IT - NORMALLY THE ROWS ITS OWN RUN WROTE, PLUS ANY
000735* LEFT UNSEALED BY A RUN THAT DIED.  ON A SEAL ROW THE VALUE
000737* COLUMNS ARE REDEFINED: SQ-AUDIT-SEAL-ROWS IS THE NUMBER OF
000739* ROWS SEALED, SQ-AUDIT-SEAL-HASH THE SQSEAL CHAIN HASH OVER
000741* THEM (SEEDED WITH THE PREVIOUS SEAL'S HASH), AND
000743* SQ-AUDIT-SEAL-PREV-HASH THAT PREVIOUS SEAL'S HASH (ZERO FOR
000745* THE FIRST SEAL EVER WRITTEN).  SQ-AUDIT-REQUEST-ID NAMES THE
000747* SEALING PROGRAM; RUN ID AND BUSINESS DATE ARE THE RUN'S.  A
000749* SEAL IS NOT A COMPUTED VALUE - EVERY READER OF THIS FILE
000751* SKIPS IT.  RECORD LENGTH UNCHANGED.
000752*
000753* BISECTION (2026-10-15).  SQ-AUDIT-METHOD "S" IS A VALUE RUN
000754* BY BRACKETED BISECTION OUTRIGHT (RESULT IN THE BABYLONIAN
000755* COLUMN).  SQ-AUDIT-CONVERGED "FBK" IS A VALUE WHOSE METHOD
000756* GAVE UP AT ITS ITERATION CAP AND WAS RESCUED BY THE
000757* BISECTION FALLBACK - A CONVERGED, CLEAN ANSWER, NOT ONE FOR
000758* SQREPROC.  RECORD LENGTH UNCHANGED.
000763*
000768* RATIONAL EXPONENTS (2026-10-15).  SQ-AUDIT-EXPONENT IS "P/Q"
000773* ON A VALUE REQUESTED WITH EXP=P/Q - THE RESULT COLUMNS HOLD
000778* THE VALUE RAISED TO P/Q, NOT THE BARE ROOT - AND SPACES ON A
000783* PLAIN ROOT REQUEST.  RECORD GREW 165 TO 172.  THE SEAL HASH
000788* TAKES IN THE NEW BYTES ONLY WHEN THEY ARE NOT SPACES, SO ROWS
000793* WRITTEN BEFORE THE CHANGE STILL VERIFY UNDER THEIR SEALS.
000794*
000795* ROOT DEGREE (2026-10-15).  SQ-AUDIT-DEGREE, THE DEGREE THE ROOT
000796* WAS WORKED AT (SPACES ON SEAL AND OLDER ROWS).  RECORD GREW 172
000797* TO 175; THE SEAL HASH SKIPS THE NEW BYTES WHEN THEY ARE SPACES.
000798*****************************************************************
000800 01  SQ-AUDIT-RECORD.
000900     05  SQ-AUDIT-TIMESTAMP        PIC X(26).
001000     05  FILLER                    PIC X(01) VALUE SPACE.
001100     05  SQ-AUDIT-INPUT-VALUE      PIC -(11)9.9(9).
001110     05  SQ-AUDIT-INPUT-TEXT       REDEFINES
001120         SQ-AUDIT-INPUT-VALUE      PIC X(22).
001130     05  SQ-AUDIT-SEAL-COUNT-AREA  REDEFINES
001140         SQ-AUDIT-INPUT-VALUE.
001150         10  SQ-AUDIT-SEAL-ROWS    PIC 9(09).
001160         10  FILLER                PIC X(13).
001200     05  FILLER                    PIC X(01) VALUE SPACE.
001300     05  SQ-AUDIT-METHOD           PIC X(01).
001400     05  FILLER                    PIC X(01) VALUE SPACE.
001500     05  SQ-AUDIT-BABY-RESULT      PIC -(11)9.9(9).
001510     05  SQ-AUDIT-BABY-TEXT        REDEFINES
001520         SQ-AUDIT-BABY-RESULT      PIC X(22).
001530     05  SQ-AUDIT-SEAL-HASH-AREA   REDEFINES
001540         SQ-AUDIT-BABY-RESULT.
001550         10  SQ-AUDIT-SEAL-HASH    PIC 9(12).
001560         10  FILLER                PIC X(10).
001600     05  FILLER                    PIC X(01) VALUE SPACE.
001700     05  SQ-AUDIT-NEWTON-RESULT    PIC -(11)9.9(9).
001710     05  SQ-AUDIT-NEWTON-TEXT      REDEFINES
001720         SQ-AUDIT-NEWTON-RESULT    PIC X(22).
001730     05  SQ-AUDIT-SEAL-PREV-AREA   REDEFINES
001740         SQ-AUDIT-NEWTON-RESULT.
001750         10  SQ-AUDIT-SEAL-PREV-HASH
001760                                   PIC 9(12).
001770         10  FILLER                PIC X(10).
001800     05  FILLER                    PIC X(01) VALUE SPACE.
001900     05  SQ-AUDIT-FUNC-RESULT      PIC -(11)9.9(9).
001910     05  SQ-AUDIT-FUNC-TEXT        REDEFINES
003300     05  SQ-AUDIT-BUS-DATE         PIC X(10).
003400     05  FILLER                    PIC X(01) VALUE SPACE.
003500     05  SQ-AUDIT-SOURCE           PIC X(01).
003600         88  SQ-AUDIT-SEAL-ROW         VALUE "S".
003700     05  FILLER                    PIC X(01) VALUE SPACE.
003800     05  SQ-AUDIT-EXPONENT.
003900         10  SQ-AUDIT-EXP-POWER    PIC -9(02).
004000         10  SQ-AUDIT-EXP-SLASH    PIC X(01).
004100         10  SQ-AUDIT-EXP-ROOT     PIC 9(02).
004200     05  FILLER                    PIC X(01) VALUE SPACE.
004300     05  SQ-AUDIT-DEGREE           PIC 9(02).
004400     05  SQ-AUDIT-DEGREE-TEXT      REDEFINES
004500         SQ-AUDIT-DEGREE           PIC X(02).
