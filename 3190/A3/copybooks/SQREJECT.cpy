001200*   NNUM = NOT A NUMBER          ZERO = ZERO VALUE
001300*   NEGE = NEGATIVE, EVEN DEGREE RULE = BUSINESS RULE FIRED
001400*   OVFL = TOO MANY VALUES/LINE  BOVR = BAD OVERRIDE PREFIX
001450*   BSER = BAD SERIES REQUEST    UTAG = UNKNOWN REQ/DEPT TAG
001500*   QUOT = DEPT OVER MONTHLY COMPUTE QUOTA (SEE SQQUOTA)
001510*   EXPR = EXP=P/Q RESULT OUTSIDE THE RANGE THE RESULT FIELDS HOLD
001600*****************************************************************
001700 01  SQ-RJF-RECORD.
001800     05  SQ-RJF-TOKEN              PIC X(80).
