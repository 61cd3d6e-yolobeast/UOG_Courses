001000     05  SQ-PARM-MODE              PIC X(01).
001100*        "I" = INTERACTIVE (DEFAULT), "B" = BATCH
001300     05  SQ-PARM-METHOD            PIC X(01).
001400*        "B" = BABYLONIAN (DEFAULT), "N" = NEWTON, "C" = COMPARE,
001500*        "S" = BRACKETED BISECTION - SLOW BUT CERTAIN TO CLOSE.
001600*        THE OTHERS FALL BACK TO BISECTION WHEN THEY GIVE UP.
001610*        "A" = ADAPTIVE - EACH VALUE TAKES THE METHOD THE
001620*        METHOD-POLICY TABLE NAMES FOR ITS DEGREE AND MAGNITUDE
001630*        BAND (SEE SQMPOLGN AND SQMPSEL), BABYLONIAN WHERE THE
001640*        TABLE HAS NO CELL.  SQUARE AND SQQDRAIN ONLY.
001700     05  SQ-PARM-TOLERANCE         PIC 9V9(6).
001800*        CONVERGENCE TOLERANCE, DEFAULT 0.000000 (FULL PRECISION)
001900     05  SQ-PARM-MAX-ITER          PIC 9(4).
