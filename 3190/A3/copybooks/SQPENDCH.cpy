000100*****************************************************************
000200* SQPENDCH.CPY
000300* PENDING-CHANGE RECORD - THE MAKER/CHECKER STAGING DATASET
000400* SHARED BY SQPARMNT, SQRULMNT AND SQAUTMNT.  A FRONT END NO
000500* LONGER COMMITS TO THE LIVE PARAMETER CARD, RULES DATASET OR
000600* AUTHORIZATION MASTER; IT APPENDS ONE OF THESE (THROUGH THE
000700* SUBPROGRAM SQPCPOST) CARRYING THE MAKER'S ID AND THE LIVE
000800* RECORD'S IMAGE BEFORE AND AFTER THE PROPOSED CHANGE.  SQPCAPRV
000900* LETS A DIFFERENT USER APPROVE OR REJECT IT - ONLY AN APPROVED
001000* CHANGE IS APPLIED TO THE LIVE DATASET.  DECIDED RECORDS STAY
001100* ON THE DATASET AS THE AUDIT TRAIL UNTIL SQPCAPRV AGES THEM OFF.
001200*****************************************************************
001300 01  SQ-PC-RECORD.
001400     05  SQ-PC-CHANGE-ID           PIC 9(06).
001500*        ASSIGNED BY SQPCPOST - ONE MORE THAN THE HIGHEST ON FILE.
001600     05  FILLER                    PIC X(01).
001700     05  SQ-PC-TARGET              PIC X(01).
001800         88  SQ-PC-FOR-PARMS           VALUE "P".
001900         88  SQ-PC-FOR-RULES           VALUE "R".
002000         88  SQ-PC-FOR-AUTH            VALUE "A".
002100     05  SQ-PC-ACTION              PIC X(01).
002200*        "U" = REPLACE THE PARAMETER CARD, "A" = ADD,
002300*        "C" = CHANGE, "D" = DELETE.
002400     05  FILLER                    PIC X(01).
002500     05  SQ-PC-KEY                 PIC X(12).
002600*        WHAT THE CHANGE IS TO - SPACES FOR THE PARAMETER CARD,
002700*        THE RULE ID FOR A RULE, AND FOR AN AUTHORIZATION ENTRY
002800*        THE TYPE BYTE FOLLOWED BY THE DEPARTMENT ("D") OR BY
002900*        THREE SPACES AND THE REQUESTER ID ("R").  ONLY ONE
003000*        CHANGE PER TARGET AND KEY MAY BE PENDING AT A TIME.
003100     05  FILLER                    PIC X(01).
003200     05  SQ-PC-STATUS              PIC X(01).
003300         88  SQ-PC-PENDING             VALUE "P".
003400         88  SQ-PC-APPROVED            VALUE "A".
003500         88  SQ-PC-REJECTED            VALUE "R".
003600     05  FILLER                    PIC X(01).
003700     05  SQ-PC-MAKER               PIC X(08).
003800     05  SQ-PC-MADE-TS             PIC X(26).
003900     05  SQ-PC-CHECKER             PIC X(08).
004000     05  SQ-PC-CHECKED-TS          PIC X(26).
004100*        SPACES UNTIL THE CHANGE IS DECIDED.
004200     05  SQ-PC-BEFORE-IMAGE        PIC X(80).
004300*        THE LIVE RECORD AS IT STOOD WHEN THE CHANGE WAS PROPOSED
004400*        (SPACES FOR AN ADD, OR WHEN NO CARD WAS ON FILE).  THE
004500*        CHANGE IS ONLY APPLIED IF THE LIVE RECORD STILL MATCHES.
004600     05  SQ-PC-AFTER-IMAGE         PIC X(80).
004700*        THE LIVE RECORD AS IT WILL STAND ONCE APPLIED (SPACES
004800*        FOR A DELETE).
004900     05  FILLER                    PIC X(07).
