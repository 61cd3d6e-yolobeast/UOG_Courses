000100*****************************************************************
000200* SQBRPARM.CPY
000300* CONTROL CARD FOR THE RESULTS BURSTING STEP SQRESBST.  ONE
000400* 80-BYTE CARD READ AT STARTUP, CARRYING THE DEPARTMENT CODE
000500* DELIVERED THROUGH EACH OF THE UP-TO-TEN BURST DATASETS - SLOT
000600* N'S CODE NAMES THE DEPARTMENT WHOSE RESULTS GO TO DD SQBRSTNN.
000700* THE SAME LAYOUT AS THE COLLECTOR'S CARD (SQFCPARM), SO ONE
000800* DEPARTMENT LIST SERVES BOTH ENDS OF THE NIGHT.  A DEPARTMENT
000900* NOT ON THE CARD GOES TO THE UNASSIGNED DATASET.  NO CARD, OR
001000* AN ALL-BLANK ONE, HANDS THE SLOTS OUT IN THE ORDER THE
001100* DEPARTMENTS FIRST APPEAR ON THE RESULTS.
001200*****************************************************************
001300 01  SQ-BP-RECORD.
001400     05  SQ-BP-DEPT-ENTRY OCCURS 10 TIMES.
001500         10  SQ-BP-DEPT            PIC X(03).
001600     05  FILLER                    PIC X(50).
