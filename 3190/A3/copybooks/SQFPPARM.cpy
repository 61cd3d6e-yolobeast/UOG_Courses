000100*****************************************************************
000200* SQFPPARM.CPY
000300* CONTROL CARD SHARED BY THE FEED PROFILE BUILDER SQFPROF AND
000400* THE ANOMALY CHECK SQFCHECK.  ONE 80-BYTE CARD READ AT STARTUP.
000500* EVERY FIELD IS OPTIONAL - A ZERO OR BLANK FIELD TAKES THE
000600* DEFAULT DOCUMENTED BELOW, AND WITH NO CARD AT ALL EVERY
000700* DEFAULT APPLIES.
000800*****************************************************************
000900 01  SQ-FP-RECORD.
001000     05  SQ-FP-HIST-FROM           PIC X(10).
001100     05  SQ-FP-HIST-TO             PIC X(10).
001200*        SQFPROF - THE BUSINESS-DATE RANGE OF AUDIT HISTORY TO
001300*        PROFILE, YYYY-MM-DD.  SPACES LEAVE THAT SIDE OPEN.
001400     05  SQ-FP-MIN-NIGHTS          PIC 9(03).
001500*        SQFCHECK - A PROFILE OF FEWER NIGHTS THAN THIS IS TOO
001600*        THIN TO JUDGE BY; THE SECTION IS LISTED, NOT FLAGGED.
001700*        000 = 005.
001800     05  SQ-FP-VOL-HIGH-PCT        PIC 9(04).
001900     05  SQ-FP-VOL-LOW-PCT         PIC 9(03).
002000*        FLAG A SECTION WHOSE VALUE COUNT IS ABOVE VOL-HIGH OR
002100*        BELOW VOL-LOW PER CENT OF THE DEPARTMENT'S TYPICAL
002200*        NIGHT.  0000 = 0300 (THREE TIMES), 000 = 025 (A QUARTER).
002300     05  SQ-FP-MAG-SHIFT           PIC 9(02).
002400*        FLAG A MEDIAN MAGNITUDE THIS MANY POWERS OF TEN OR MORE
002500*        AWAY FROM THE PROFILE'S.  00 = 02.
002600     05  SQ-FP-RANGE-PCT           PIC 9(03).
002700*        FLAG WHEN MORE THAN THIS PER CENT OF THE SECTION'S
002800*        VALUES FALL OUTSIDE THE DEPARTMENT'S HISTORICAL RANGE.
002900*        000 = 010.
003000     05  SQ-FP-MIX-PTS             PIC 9(03).
003100*        FLAG A SQUARE-ROOT OR CUBE-ROOT SHARE THAT MOVED THIS
003200*        MANY PERCENTAGE POINTS OR MORE.  000 = 030.
003300     05  SQ-FP-NEG-PTS             PIC 9(03).
003400*        THE SAME FOR THE SHARE OF NEGATIVES.  000 = 020.
003500     05  SQ-FP-REPEAT-PTS          PIC 9(03).
003600*        THE SAME FOR THE SHARE OF REPEATED VALUES (A FEED
003700*        STUCK ON ONE VALUE).  000 = 040.
003800     05  SQ-FP-NEW-DEPT-SW         PIC X(01).
003900         88  SQ-FP-IGNORE-NEW-DEPT     VALUE "N".
004000*        "N" = A SECTION FOR A DEPARTMENT WITH NO PROFILE AT ALL
004100*        IS LISTED, NOT FLAGGED.  ANYTHING ELSE FLAGS IT.
004200     05  FILLER                    PIC X(35).
