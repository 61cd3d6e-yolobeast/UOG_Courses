000100*****************************************************************
000200* SQFPREC.CPY
000300* FEED PROFILE, ONE 120-BYTE RECORD PER DEPARTMENT ON
000400* SQ-PROFILE-FILE.  BUILT FROM THE AUDIT HISTORY BY SQFPROF AND
000500* READ BY THE PRE-WINDOW ANOMALY CHECK SQFCHECK, WHICH JUDGES
000600* TONIGHT'S SQINPUT SECTION BY SECTION AGAINST IT.  ONLY FEED
000700* ROWS ARE PROFILED - QUEUE-DRAIN AND SEAL ROWS ARE LEFT OUT.
000800* THE DEPARTMENT IS THE ONE STAMPED ON THE AUDIT ROW (SPACES =
000900* VALUES SENT WITH NO DEPARTMENT ATTRIBUTION).
001000*****************************************************************
001100 01  SQ-PR-RECORD.
001200     05  SQ-PR-DEPT                PIC X(03).
001300     05  FILLER                    PIC X(01).
001400     05  SQ-PR-NIGHTS              PIC 9(05).
001500*        BUSINESS DATES ON WHICH THE DEPARTMENT SENT ANYTHING.
001600     05  SQ-PR-VALUES              PIC 9(09).
001700*        VALUES PROFILED, ALL NIGHTS.
001800     05  SQ-PR-AVG-COUNT           PIC 9(09).
001900*        TYPICAL VALUES PER NIGHT (VALUES / NIGHTS).
002000     05  SQ-PR-MAX-COUNT           PIC 9(09).
002100*        THE LARGEST SINGLE NIGHT.
002200     05  SQ-PR-LOW-VALUE           PIC S9(11)V9(09)
002300                                   SIGN LEADING SEPARATE.
002400     05  SQ-PR-HIGH-VALUE          PIC S9(11)V9(09)
002500                                   SIGN LEADING SEPARATE.
002600*        THE VALUE RANGE SEEN (EXTENDED VALUES EXCLUDED).
002700     05  SQ-PR-MEDIAN-MAG          PIC S9(02)
002800                                   SIGN LEADING SEPARATE.
002900*        MEDIAN ORDER OF MAGNITUDE - THE POWER OF TEN BELOW THE
003000*        MIDDLE VALUE BY SIZE (-09 THROUGH +10).
003100     05  SQ-PR-DEG2-PCT            PIC 9(03).
003200     05  SQ-PR-DEG3-PCT            PIC 9(03).
003300*        SHARE OF SQUARE ROOTS AND CUBE ROOTS AMONG THE VALUES
003400*        WHOSE DEGREE COULD BE TOLD FROM THE AUDIT ROW (THE
003500*        REMAINDER ARE OTHER DEGREES).
003600     05  SQ-PR-NEG-PCT             PIC 9(03).
003700*        SHARE OF NEGATIVE VALUES.
003800     05  SQ-PR-REPEAT-PCT          PIC 9(03).
003900*        SHARE OF VALUES EQUAL TO THE DEPARTMENT'S VALUE BEFORE.
004000     05  SQ-PR-EXT-PCT             PIC 9(03).
004100*        SHARE OF EXTENDED-MAGNITUDE (E-NOTATION) VALUES.
004200     05  SQ-PR-FIRST-DATE          PIC X(10).
004300     05  SQ-PR-LAST-DATE           PIC X(10).
004400*        THE FIRST AND LAST BUSINESS DATES PROFILED.
004500     05  FILLER                    PIC X(04).
