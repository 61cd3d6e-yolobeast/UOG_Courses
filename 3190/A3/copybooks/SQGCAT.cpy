002600     05  SQ-GC-RESULT-COUNT        PIC 9(09).
002700     05  SQ-GC-REPORT-COUNT        PIC 9(09).
002800*        RECORDS COPIED INTO EACH GENERATION DATASET.
002900     05  SQ-GC-PARM-SW             PIC X(01).
003000         88  SQ-GC-PARM-SAVED          VALUE "Y".
003100*        "Y" = THE NIGHT'S PARAMETER CARD WAS COPIED TOO, SO THE
003200*        NIGHT CAN BE REPLAYED AS IT RAN (SEE SQREPLAY).  BLANK ON
003300*        SNAPSHOTS TAKEN BEFORE IT WAS CAPTURED (2026-10-15).
003400     05  FILLER                    PIC X(04).
