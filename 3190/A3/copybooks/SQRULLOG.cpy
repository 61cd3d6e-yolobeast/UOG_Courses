000100*****************************************************************
000200* SQRULLOG.CPY
000250* RULE-CHANGE LOG RECORD, ONE APPENDED TO SQ-RULE-LOG-FILE FOR
000300* EVERY ADD, CHANGE, OR DELETE COMMITTED TO THE BUSINESS-RULES
000350* DATASET (SQRULES).  AN UNEXPLAINED REJECT SPIKE CAN NOW BE
000400* TRACED TO THE RULE EDIT THAT CAUSED IT.  A CHANGE WRITES THE
000450* RULE AS IT STANDS AFTER THE EDIT; A DELETE WRITES THE RULE AS
000500* IT STOOD BEFORE.  SINCE RULE EDITS CAME UNDER MAKER/CHECKER
000550* CONTROL THE LOG IS WRITTEN BY SQPCAPRV WHEN A CHANGE PROPOSED
000600* THROUGH SQRULMNT IS APPROVED, AND CARRIES BOTH USER IDS (THEY
000650* TOOK 16 BYTES OF TRAILING FILLER - THE RECORD STAYED 120).
000900*****************************************************************
001000 01  SQ-RLG-RECORD.
001100     05  SQ-RLG-TIMESTAMP          PIC X(26).
002200     05  SQ-RLG-MAX                PIC 9(11)V9(9).
002300     05  SQ-RLG-EFF-DATE           PIC X(10).
002400     05  SQ-RLG-EXP-DATE           PIC X(10).
002500     05  SQ-RLG-MAKER              PIC X(08).
002600*        USER WHO PROPOSED THE CHANGE (SEE SQPENDCH).
002700     05  SQ-RLG-CHECKER            PIC X(08).
002800*        A DIFFERENT USER, WHO APPROVED IT.
002900     05  FILLER                    PIC X(02).
