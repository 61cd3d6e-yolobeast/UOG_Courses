000100*****************************************************************
000200* SQRNLOG.CPY
000300* REPRINT LOG RECORD, 160 BYTES, ONE APPENDED TO THE REPRINT LOG
000400* (SQRNLOG) BY SQREPRNT FOR EVERY REPRINT REQUEST - REFUSED ONES
000500* INCLUDED - SO AUDIT CAN SEE WHO WAS GIVEN WHICH PART OF WHICH
000600* NIGHT'S REPORT, AND WHEN.
000700*****************************************************************
000800 01  SQ-RNG-RECORD.
000900     05  SQ-RNG-TIMESTAMP          PIC X(26).
001000*        WHEN THE REPRINT RAN.
001100     05  FILLER                    PIC X(01).
001200     05  SQ-RNG-REQUESTER          PIC X(08).
001300     05  FILLER                    PIC X(01).
001400     05  SQ-RNG-REASON             PIC X(30).
001500     05  FILLER                    PIC X(01).
001600     05  SQ-RNG-RUN-ID             PIC X(05).
001700     05  FILLER                    PIC X(01).
001800     05  SQ-RNG-BUS-DATE           PIC X(10).
001900*        THE NIGHT AS RESOLVED FROM THE CATALOG - AS KEYED ON THE
002000*        CARD WHEN IT COULD NOT BE RESOLVED.
002100     05  FILLER                    PIC X(01).
002200     05  SQ-RNG-DEPT               PIC X(03).
002300     05  SQ-RNG-FROM-PAGE          PIC X(04).
002400     05  SQ-RNG-TO-PAGE            PIC X(04).
002500     05  SQ-RNG-EXCEPT-SW          PIC X(01).
002600*        THE SELECTION AS KEYED.
002700     05  FILLER                    PIC X(01).
002800     05  SQ-RNG-OUTCOME            PIC X(01).
002900         88  SQ-RNG-REPRINTED          VALUE "R".
003000         88  SQ-RNG-NOTHING-MATCHED    VALUE "N".
003100         88  SQ-RNG-REFUSED            VALUE "F".
003200     05  FILLER                    PIC X(01).
003300     05  SQ-RNG-PAGES-OUT          PIC 9(05).
003400     05  SQ-RNG-LINES-OUT          PIC 9(07).
003500*        REPRINT PAGES AND ORIGINAL LINES PRINTED.
003600     05  FILLER                    PIC X(01).
003700     05  SQ-RNG-NOTE               PIC X(40).
003800*        WHY A REQUEST WAS REFUSED OR MATCHED NOTHING.
003900     05  FILLER                    PIC X(08).
