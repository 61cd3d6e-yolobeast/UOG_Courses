000100*****************************************************************
000200* PROGRAM-ID.  SQSEAL
000300*
000400* AUTHOR.       D. LOCKWOOD, BATCH SYSTEMS GROUP.
000500* INSTALLATION. 3190 SYSTEMS - ASSIGNMENT A3.
000600* DATE-WRITTEN. 2026-10-15.
000700* DATE-COMPILED.
000800*
000900* REMARKS.  AUDIT-SEAL HASH STEP.  FOLDS ONE 175-BYTE AUDIT ROW
001000*     IMAGE (SEE COPYBOOK SQAUDIT) INTO A RUNNING 12-DIGIT CHAIN
001100*     HASH, ONE BYTE AT A TIME -
001200*         HASH = (HASH * 257 + ORDINAL OF BYTE) MOD 999999999989
001300*     (THE LARGEST PRIME UNDER 10**12), SO A CHANGE TO ANY BYTE,
001400*     OR A ROW DROPPED, ADDED, OR MOVED, CARRIES THROUGH TO EVERY
001500*     LATER VALUE OF THE CHAIN.  THE CALLER OWNS THE CHAIN - IT
001600*     SEEDS THE HASH WITH THE PREVIOUS SEAL'S HASH AND CALLS ONCE
001700*     PER ROW, IN FILE ORDER.  SQUARE AND SQQDRAIN CALL IT AS THEY
001800*     WRITE THEIR ROWS, SQAUDVFY AS IT READS THEM BACK, SO THE
001900*     WRITERS AND THE VERIFIER CAN NEVER DISAGREE ON THE
002000*     ARITHMETIC.  SAME ONE-STEP CALLING PATTERN AS CONV.
002100*
002200* MODIFICATION HISTORY.
002300*     2026-10-15  DL  INITIAL VERSION.
002320*     2026-10-15  DL  ROW GREW TO 172 FOR THE EXPONENT COLUMN;
002340*                     THE NEW BYTES ARE FOLDED ONLY WHEN NOT
002360*                     SPACES SO EXISTING SEALS STILL VERIFY.
002370*     2026-10-15  DL  ROW GREW TO 175 FOR THE DEGREE COLUMN,
002380*                     FOLDED THE SAME WAY.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.  SQSEAL.
002700 AUTHOR.      D. LOCKWOOD.
002800 INSTALLATION. 3190 SYSTEMS.
002900 DATE-WRITTEN. 2026-10-15.
003000 DATE-COMPILED.
003100*
003200 ENVIRONMENT DIVISION.
003300*
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 77  SQ-SH-SUB                     PIC 9(04) COMP VALUE ZERO.
003700 77  SQ-SH-WORK                    PIC 9(18) VALUE ZERO.
003800*
003900 LINKAGE SECTION.
004000 01  SQ-SH-ROW-IMAGE               PIC X(175).
004100 01  SQ-SH-HASH                    PIC 9(12).
004200*
004300*****************************************************************
004400* 0000-MAINLINE.
004500*****************************************************************
004600 PROCEDURE DIVISION USING SQ-SH-ROW-IMAGE, SQ-SH-HASH.
004700*
004800 0000-MAINLINE.
004820     PERFORM 1000-FOLD-ONE-BYTE THRU 1000-EXIT
004840         VARYING SQ-SH-SUB FROM 1 BY 1
004860         UNTIL SQ-SH-SUB > 165.
004880*    THE EXPONENT AND DEGREE COLUMNS (SEE SQAUDIT) ARE EACH
004890*    FOLDED IN ONLY WHEN NOT SPACES - A PLAIN ROW, A SEAL ROW,
004900*    AND EVERY ROW WRITTEN BEFORE THE RECORD GREW, HASH EXACTLY
004920*    AS THEY ALWAYS DID.
004940     IF SQ-SH-ROW-IMAGE(166:7) NOT = SPACES
004960         PERFORM 1000-FOLD-ONE-BYTE THRU 1000-EXIT
004980             VARYING SQ-SH-SUB FROM 166 BY 1
005000             UNTIL SQ-SH-SUB > 172
005020     END-IF.
005022     IF SQ-SH-ROW-IMAGE(173:3) NOT = SPACES
005024         PERFORM 1000-FOLD-ONE-BYTE THRU 1000-EXIT
005026             VARYING SQ-SH-SUB FROM 173 BY 1
005028             UNTIL SQ-SH-SUB > 175
005030     END-IF.
005040     GOBACK.
005300*
005400 1000-FOLD-ONE-BYTE.
005500     COMPUTE SQ-SH-WORK = SQ-SH-HASH * 257
005600         + FUNCTION ORD(SQ-SH-ROW-IMAGE(SQ-SH-SUB:1)).
005700     COMPUTE SQ-SH-HASH = FUNCTION MOD(SQ-SH-WORK, 999999999989).
005800     GO TO 1000-EXIT.
005900 1000-EXIT.
006000     EXIT.
