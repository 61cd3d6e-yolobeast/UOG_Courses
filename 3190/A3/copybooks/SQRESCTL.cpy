000800* HASH OVER THE ZONED RESULT VALUES - THE BABYLONIAN PLUS
000900* NEWTON COLUMNS OF EVERY NON-EXTENDED ROW; EXTENDED ROWS ARE
001000* EXCLUDED FROM THE HASH AS THEY ARE ON INPUT, BUT STILL
001100* COUNT).  BOTH IMAGES ARE WRITTEN INTO THE 120-BYTE SQRESULT
001200* RECORD AREA (THE IMAGES THEMSELVES STAYED 100 BYTES WHEN THE
001300* RECORD GREW FOR THE BUSINESS DATE - THE GROUP MOVE PADS) AND
001400* ARE TOLD APART FROM DATA ROWS BY THEIR FIRST FOUR BYTES -
001700* SIDE AND WRITES ONE SQ-RC-ACK-IMAGE RECORD (80 BYTES) TO
001800* THE ACKNOWLEDGMENT DATASET; SQUARE PICKS IT UP THE NEXT
001900* NIGHT AND FLAGS A DELIVERY THAT WAS NEVER CONFIRMED.
001905*
001910* PER-DEPARTMENT DELIVERY (2026-10-15).  THE BURSTING STEP
001915* SQRESBST SPLITS THE NIGHT'S RESULTS INTO ONE DATASET PER
001920* DEPARTMENT, EACH FRAMED WITH ITS OWN HEADER AND TRAILER; THE
001925* HEADER CARRIES THE DEPARTMENT CODE (SQ-RC-HDR-DEPT, "***" ON
001930* THE UNASSIGNED-ROWS DATASET).  EACH DEPARTMENT VERIFIES ITS
001935* OWN FILE, AND SQRESVFY KEEPS ONE ACKNOWLEDGMENT PER
001940* DEPARTMENT FOR THE RUN (SQ-RC-ACK-DEPT), SO ONE BAD DELIVERY
001945* NO LONGER FAILS THE CONFIRMATION FOR ALL OF THEM.  READERS
001950* TAKE THE ACKNOWLEDGMENTS OF THE HIGHEST RUN ID ON FILE.  BOTH
001955* FIELDS CAME OUT OF TRAILING FILLER - LENGTHS UNCHANGED.
002000*****************************************************************
002100 01  SQ-RC-HEADER-IMAGE.
002200     05  SQ-RC-HDR-LIT             PIC X(03) VALUE "HDR".
002300     05  FILLER                    PIC X(01) VALUE SPACE.
002400     05  SQ-RC-HDR-RUN-ID          PIC 9(05).
002420     05  FILLER                    PIC X(01) VALUE SPACE.
002440     05  SQ-RC-HDR-DEPT            PIC X(03) VALUE SPACES.
002460*        SPACES ON THE WHOLE-NIGHT FILE SQUARE WRITES; THE
002480*        DEPARTMENT CODE ON A PER-DEPARTMENT BURST (SQRESBST).
002500     05  FILLER                    PIC X(87) VALUE SPACES.
002600*
002700 01  SQ-RC-TRAILER-IMAGE.
002800     05  SQ-RC-TRL-LIT             PIC X(03) VALUE "TRL".
004200     05  SQ-RC-ACK-TIMESTAMP       PIC X(26).
004300     05  FILLER                    PIC X(01) VALUE SPACE.
004400     05  SQ-RC-ACK-COUNT           PIC 9(09).
004500     05  FILLER                    PIC X(01) VALUE SPACE.
004600     05  SQ-RC-ACK-DEPT            PIC X(03) VALUE SPACES.
004700*        THE DEPARTMENT NAMED ON THE VERIFIED FILE'S HEADER -
004800*        SPACES FOR A WHOLE-NIGHT DELIVERY.
004900     05  FILLER                    PIC X(31) VALUE SPACES.
