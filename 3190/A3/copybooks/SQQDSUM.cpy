001300     05  SQ-QS-PENDING-DRAINED     PIC 9(09).
001400     05  SQ-QS-POSTED-COMPLETE     PIC 9(09).
001500     05  SQ-QS-POSTED-REJECTED     PIC 9(09).
001600     05  SQ-QS-DEFERRED            PIC 9(09).
001700*        PENDING ENTRIES LEFT PENDING, DEPARTMENT OVER QUOTA.
001800     05  FILLER                    PIC X(29).
