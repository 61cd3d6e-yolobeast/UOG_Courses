000100*****************************************************************
000200* SQBRSUM.CPY
000300* ONE-RECORD MACHINE-READABLE SUMMARY WRITTEN BY THE RESULTS
000400* BURSTING STEP SQRESBST AT END OF RUN - THE MORNING DIGEST
000500* (SQDIGEST) READS THE NIGHT'S PER-DEPARTMENT SPLIT FROM HERE.
000600* THE RUN ID IS THE ONE ON THE BURST RESULTS FILE'S CONTROL
000700* HEADER, SO A LEFTOVER FROM AN EARLIER NIGHT NEVER PASSES FOR
000800* TONIGHT'S.  A SLOT WHOSE DEPARTMENT IS SPACES WAS NOT USED.
000900*****************************************************************
001000 01  SQ-BU-RECORD.
001100     05  SQ-BU-RUN-ID              PIC 9(05).
001200     05  FILLER                    PIC X(01).
001300     05  SQ-BU-ROWS-READ           PIC 9(09).
001400     05  SQ-BU-UNASSIGNED          PIC 9(09).
001500*        ROWS WRITTEN TO THE UNASSIGNED DATASET (NO AUDIT MATCH,
001600*        NO DEPARTMENT ON THE REQUEST, OR NO SLOT FOR IT).
001700     05  SQ-BU-SLOT OCCURS 10 TIMES.
001800         10  SQ-BU-DEPT            PIC X(03).
001900         10  SQ-BU-ROWS            PIC 9(09).
002000     05  FILLER                    PIC X(06).
