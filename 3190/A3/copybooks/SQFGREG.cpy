000100*****************************************************************
000200* SQFGREG.CPY
000300* DUPLICATE-FEED FINGERPRINT REGISTER, ONE 260-BYTE RECORD PER
000400* ACCEPTED DEPARTMENT FEED, APPENDED BY SQCOLLCT (EACH FEED OF A
000500* COLLECTED NIGHT) AND BY SQINEDIT (THE FEED OF A SINGLE-SOURCE
000600* NIGHT) ONCE THE NIGHT'S FEED IS ACCEPTED.  A DEPARTMENT THAT
000700* RESENT LAST NIGHT'S FILE BALANCED PERFECTLY AGAINST ITS OWN
000800* HDR/TRL AND WAS COMPUTED AND BILLED TWICE - BOTH PROGRAMS NOW
000900* LOOK EACH INCOMING FEED UP HERE BY DEPARTMENT AND HOLD A REPEAT.
001000* A FEED IS AN EXACT REPEAT OF AN ENTRY WHEN ALL FOUR OF COUNT,
001100* HASH, FIRST IMAGE, AND LAST IMAGE AGREE, A NEAR REPEAT WHEN ANY
001200* THREE DO.  "DATA RECORDS" ARE THE RECORDS BETWEEN HDR AND TRL -
001300* SER AND SRC RECORDS INCLUDED, AS THE CONTROL COUNT INCLUDES
001400* THEM.
001500*****************************************************************
001600 01  SQ-FG-RECORD.
001700     05  SQ-FG-KEY.
001800         10  SQ-FG-DEPT            PIC X(03).
001900*            SENDING DEPARTMENT - THE LOOKUP KEY.
002000         10  FILLER                PIC X(01).
002100         10  SQ-FG-BUS-DATE        PIC X(10).
002200         10  FILLER                PIC X(01).
002300         10  SQ-FG-RUN-ID          PIC 9(05).
002400*            BUSINESS DATE AND RUN ID THE FEED WAS PROCESSED
002500*            UNDER - THE RUN ID IS THE NEXT ONE SQUARE WILL TAKE
002600*            OFF THE RUN REGISTRY (SEE SQRUNREG).
002700     05  FILLER                    PIC X(01).
002800     05  SQ-FG-TIMESTAMP           PIC X(26).
002900*        WHEN THE FEED WAS ACCEPTED.
003000     05  FILLER                    PIC X(01).
003100     05  SQ-FG-SOURCE              PIC X(08).
003200*        "SQCOLLCT" OR "SQINEDIT" - THE PROGRAM THAT ACCEPTED IT.
003300     05  FILLER                    PIC X(01).
003400     05  SQ-FG-RECORDS             PIC 9(09).
003500*        DATA RECORDS ON THE FEED.
003600     05  SQ-FG-HASH                PIC S9(15)V9(4)
003700                                   SIGN LEADING SEPARATE.
003800*        HASH OF THE FEED UNDER SQUARE'S RULES.
003900     05  SQ-FG-RELEASE-SW          PIC X(01).
004000         88  SQ-FG-RELEASED            VALUE "Y".
004100*        "Y" = A REPEAT AN OPERATOR RELEASED AS AN INTENDED
004200*        RESEND (SEE COPYBOOK SQFGRLS).
004300     05  SQ-FG-FIRST-IMAGE         PIC X(80).
004400     05  SQ-FG-LAST-IMAGE          PIC X(80).
004500*        THE FIRST AND LAST DATA-RECORD IMAGES, AS RECEIVED.
004600     05  FILLER                    PIC X(13).
