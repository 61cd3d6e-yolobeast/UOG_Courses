000100*****************************************************************
000200* SQMPLINK.CPY
000300* CALLING AREA FOR THE METHOD-POLICY SUBPROGRAM SQMPSEL, SHARED
000400* BY SQUARE AND SQQDRAIN SO AN ADAPTIVE RUN (CARD METHOD "A")
000500* PICKS THE SAME METHOD FOR A VALUE WHICHEVER OF THEM WORKS IT.
000600* THE CALLER SETS SQ-MP-FUNCTION AND THE INPUTS THAT FUNCTION
000700* NEEDS -
000800*     "L" = LOAD THE POLICY DATASET (SEE SQMPOLCY).  SQ-MP-ACTIVE
000900*           COMES BACK "Y" WHEN IT HOLDS AT LEAST ONE CELL, WITH
001000*           THE CELL COUNT AND THE WINDOW IT WAS BUILT FROM.
001100*     "S" = SELECT THE METHOD FOR ONE VALUE (DEGREE, VALUE, AND
001200*           THE EXTENDED AND NEGATIVE SWITCHES).  SQ-MP-METHOD
001300*           COMES BACK "B", "N" OR "S" WITH ITS MAGNITUDE BAND;
001400*           SQ-MP-RESULT "Y" = FROM A POLICY CELL, "D" = NO CELL -
001500*           BABYLONIAN BY DEFAULT.
001600*     A NEWTON CELL IS NOT HONOURED FOR A NEGATIVE VALUE - THE
001700*     NEWTON STEP HAS NO MEANING THERE - AND THE VALUE RUNS
001800*     BABYLONIAN, RESULT "Y".
001900*****************************************************************
002000 01  SQ-MP-AREA.
002100     05  SQ-MP-FUNCTION            PIC X(01).
002200         88  SQ-MP-LOAD                VALUE "L".
002300         88  SQ-MP-SELECT              VALUE "S".
002400     05  SQ-MP-DEGREE              PIC 9(02).
002500     05  SQ-MP-VALUE               PIC S9(11)V9(9).
002600     05  SQ-MP-EXTENDED-SW         PIC X(01).
002700         88  SQ-MP-EXTENDED            VALUE "Y".
002800     05  SQ-MP-NEGATIVE-SW         PIC X(01).
002900         88  SQ-MP-NEGATIVE            VALUE "Y".
003000     05  SQ-MP-BAND                PIC 9(01).
003100     05  SQ-MP-METHOD              PIC X(01).
003200     05  SQ-MP-RESULT              PIC X(01).
003300         88  SQ-MP-FROM-POLICY         VALUE "Y".
003400         88  SQ-MP-DEFAULTED           VALUE "D".
003500         88  SQ-MP-FAILED              VALUE "F".
003600     05  SQ-MP-ACTIVE-SW           PIC X(01).
003700         88  SQ-MP-ACTIVE              VALUE "Y".
003800     05  SQ-MP-CELLS               PIC 9(04).
003900     05  SQ-MP-WINDOW-FROM         PIC X(10).
004000     05  SQ-MP-WINDOW-TO           PIC X(10).
004100     05  SQ-MP-BUILT-DATE          PIC X(10).
