001000*     RESULTS OF THE PRIOR RUN", BUT SAVING WAS A MANUAL COPY
001100*     SOMEONE FORGOT, AND A WEEK-OLD DISPUTE HAD NOTHING LEFT
001200*     TO RERUN AGAINST.  THIS PROGRAM (SEE THE SQLBPARM CARD):
001250*       S - SNAPSHOTS THE RUN'S SQINPUT, RESULTS, REPORT, AND
001300*           PARAMETER CARD INTO GENERATION DATASETS NAMED BY
001400*           RUN ID (THE JCL POINTS THE OUTPUT DDS) AND CATALOGS
001500*           THE SNAPSHOT (SEE SQGCAT) - MONTH-END RUNS ARE
001600*           CLASSED "M" AND KEPT LONGER;
001800*       L - LISTS THE CATALOG;
001900*       R - RETRIEVES: "7" MEANS SEVEN NIGHTS AGO, "MONTHEND"
002000*           THE NEWEST MONTH-END - THE SELECTED CATALOG ENTRY
002800*
002900* MODIFICATION HISTORY.
003000*     2026-09-03  DL  INITIAL VERSION.
003020*     2026-10-15  DL  RESULTS IMAGES WIDENED 110 TO 120 FOR THE
003040*                     RATIONAL-EXPONENT COLUMN (SEE SQRESULT).
003041*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
003042*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
003043*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
003044*     2026-10-15  DL  THE SNAPSHOT ALSO COPIES THE NIGHT'S
003045*                     PARAMETER CARD (SQPARMS TO SQGPARM) AND
003046*                     FLAGS IT ON THE CATALOG ENTRY, FOR THE
003047*                     REPLAY HARNESS SQREPLAY.
003050*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003060*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003070*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003080*                     COPYBOOK SQMSGCAT).
003082*     2026-10-15  DL  RESTARTED AFTER ITS OWN ABEND (SQSTPLOG "P")
003084*                     THE SNAPSHOT IS TAKEN AGAIN, BUT A NIGHT THE
003086*                     DEAD RUN ALREADY CATALOGED IS NOT CATALOGED
003088*                     A SECOND TIME.
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.  SQLIBRN.
006000     SELECT OPTIONAL SQ-REPORT-IN-FILE ASSIGN TO SQREPT
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS IS SQ-REPORT-IN-STATUS.
006201     SELECT OPTIONAL SQ-PARM-IN-FILE ASSIGN TO SQPARMS
006202         ORGANIZATION LINE SEQUENTIAL
006203         FILE STATUS IS SQ-PARM-IN-STATUS.
006300*
006400     SELECT SQ-GEN-INPUT-FILE ASSIGN TO SQGINPUT
006500         ORGANIZATION LINE SEQUENTIAL
007000     SELECT SQ-GEN-REPORT-FILE ASSIGN TO SQGREPT
007100         ORGANIZATION LINE SEQUENTIAL
007200         FILE STATUS IS SQ-GEN-REPORT-STATUS.
007201     SELECT SQ-GEN-PARM-FILE ASSIGN TO SQGPARM
007202         ORGANIZATION LINE SEQUENTIAL
007203         FILE STATUS IS SQ-GEN-PARM-STATUS.
007300*
007400     SELECT SQ-PICK-FILE ASSIGN TO SQGPICK
007500         ORGANIZATION LINE SEQUENTIAL
009300 FD  SQ-INPUT-FILE.
009400 01  SQ-INPUT-RECORD               PIC X(80).
009500 FD  SQ-RESULT-FILE.
009600 01  SQ-RESULT-RECORD              PIC X(120).
009700 FD  SQ-REPORT-IN-FILE.
009800 01  SQ-REPORT-IN-RECORD           PIC X(152).
009801 FD  SQ-PARM-IN-FILE.
009802 01  SQ-PARM-IN-RECORD             PIC X(80).
009900*
010000 FD  SQ-GEN-INPUT-FILE.
010100 01  SQ-GEN-INPUT-RECORD           PIC X(80).
010200 FD  SQ-GEN-RESULT-FILE.
010300 01  SQ-GEN-RESULT-RECORD          PIC X(120).
010400 FD  SQ-GEN-REPORT-FILE.
010500 01  SQ-GEN-REPORT-RECORD          PIC X(152).
010501 FD  SQ-GEN-PARM-FILE.
010502 01  SQ-GEN-PARM-RECORD            PIC X(80).
010600*
010700 FD  SQ-PICK-FILE.
010800     COPY SQGCAT REPLACING LEADING ==SQ-GC== BY ==SQ-PK==.
013100     05  SQ-GEN-INPUT-STATUS       PIC X(02) VALUE "00".
013200     05  SQ-GEN-RESULT-STATUS      PIC X(02) VALUE "00".
013300     05  SQ-GEN-REPORT-STATUS      PIC X(02) VALUE "00".
013301     05  SQ-PARM-IN-STATUS         PIC X(02) VALUE "00".
013302     05  SQ-GEN-PARM-STATUS        PIC X(02) VALUE "00".
013400     05  SQ-PICK-STATUS            PIC X(02) VALUE "00".
013500     05  SQ-LB-REPORT-STATUS       PIC X(02) VALUE "00".
013600*
015200     05  SQ-LB-INPUT-COPIED        PIC 9(09) VALUE ZERO.
015300     05  SQ-LB-RESULT-COPIED       PIC 9(09) VALUE ZERO.
015400     05  SQ-LB-REPORT-COPIED       PIC 9(09) VALUE ZERO.
015401     05  SQ-LB-PARM-COPIED         PIC 9(09) VALUE ZERO.
015402     05  SQ-LB-PARM-SNAP-SW        PIC X(01) VALUE SPACE.
015403     05  SQ-LB-RESUME-SW           PIC X(01) VALUE "N".
015404         88  SQ-LB-RESUMING            VALUE "Y".
015500     05  SQ-LB-CLASS               PIC X(01) VALUE "N".
015600     05  SQ-LB-YMD-WORK            PIC 9(08) VALUE ZERO.
015700     05  SQ-LB-INT-WORK            PIC 9(08) VALUE ZERO.
022000     05  SQ-LB-NOTE                PIC X(70) VALUE SPACES.
022100     05  FILLER                    PIC X(82) VALUE SPACES.
022200*
022201*****************************************************************
022202* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
022203*****************************************************************
022204     COPY SQSTLINK.
022205*
022210*****************************************************************
022220* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
022230*****************************************************************
022240     COPY SQMLLINK.
022250*
022300*****************************************************************
022400* 0000-MAINLINE.
022500*****************************************************************
022600 PROCEDURE DIVISION.
022700*
022800 0000-MAINLINE.
022801     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     EVALUATE SQ-LB-FUNC
023100         WHEN "S"
024200             MOVE 16 TO RETURN-CODE
024300     END-EVALUATE.
024400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024401     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
024500     STOP RUN.
024501*
024502*****************************************************************
024503* 0100-CHECK-STEP-STATUS.  RECORDS THE START (SEE SQSTPLOG).  ON
024504* A RESUBMITTED NIGHT A STEP ALREADY COMPLETE ENDS AT ONCE WITH
024505* ITS OLD RC, ONE BEHIND A STEP THAT NEVER ENDED ENDS RC=16, AND
024506* ONE WHOSE OWN START NEVER ENDED SNAPSHOTS AGAIN (SEE 3500).
024507*****************************************************************
024508 0100-CHECK-STEP-STATUS.
024509     MOVE "B" TO SQ-SL-FUNCTION.
024510     MOVE "SQLIBRN" TO SQ-SL-PROGRAM.
024511     CALL "SQSTPLOG" USING SQ-SL-AREA.
024512     IF SQ-SL-SKIP
024513         DISPLAY "SQLIBRN ALREADY COMPLETE FOR THIS NIGHT"
024514             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
024515         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
024516         STOP RUN
024517     END-IF.
024518     IF SQ-SL-STOP
024519         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
024520             " NEVER FINISHED - RERUN IT FIRST"
024525         MOVE SPACES TO SQ-ML-TEXT
024530         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
024535             " NEVER FINISHED - RERUN IT FIRST"
024540             DELIMITED BY SIZE INTO SQ-ML-TEXT
024545         MOVE "SQ0005S" TO SQ-ML-MSG-ID
024550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
024555         MOVE 16 TO RETURN-CODE
024560         STOP RUN
024565     END-IF.
024566     IF SQ-SL-RESUME
024567         DISPLAY "SQLIBRN NEVER FINISHED - SNAPSHOT TAKEN AGAIN"
024568         SET SQ-LB-RESUMING TO TRUE
024569     END-IF.
024570     MOVE ZERO TO RETURN-CODE.
024575     GO TO 0100-EXIT.
024580 0100-EXIT.
024585     EXIT.
024600*
024700*****************************************************************
024800* 1000 SERIES - STARTUP.
025300     IF SQ-LB-REPORT-STATUS NOT = "00"
025400         DISPLAY "FATAL - SQ-LB-REPORT-FILE OPEN FAILED, STATUS "
025500             SQ-LB-REPORT-STATUS
025510         MOVE SPACES TO SQ-ML-TEXT
025520         STRING "FATAL - SQ-LB-REPORT-FILE OPEN FAILED, STATUS "
025530             SQ-LB-REPORT-STATUS
025540             DELIMITED BY SIZE INTO SQ-ML-TEXT
025550         MOVE "SQ0001S" TO SQ-ML-MSG-ID
025560         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
025600         MOVE 16 TO RETURN-CODE
025601         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
025700         STOP RUN
025800     END-IF.
025900     ACCEPT SQ-LB-CURRENT-DATE FROM DATE YYYYMMDD.
035000     PERFORM 3100-COPY-INPUT THRU 3100-EXIT.
035100     PERFORM 3200-COPY-RESULTS THRU 3200-EXIT.
035200     PERFORM 3300-COPY-REPORT THRU 3300-EXIT.
035201     PERFORM 3350-COPY-PARMCARD THRU 3350-EXIT.
035300     PERFORM 3400-SET-CLASS THRU 3400-EXIT.
035400     PERFORM 3500-CATALOG-SNAPSHOT THRU 3500-EXIT.
035500     MOVE SPACES TO SQ-LB-NOTE.
036500     IF SQ-INPUT-STATUS NOT = "00"
036600         DISPLAY "WARNING - SQINPUT NOT SNAPSHOT, STATUS "
036700             SQ-INPUT-STATUS
036710         MOVE SPACES TO SQ-ML-TEXT
036720         STRING "WARNING - SQINPUT NOT SNAPSHOT, STATUS "
036730             SQ-INPUT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
036740         MOVE "SQ1901W" TO SQ-ML-MSG-ID
036750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
036800         IF SQ-INPUT-STATUS = "05"
036900             CLOSE SQ-INPUT-FILE
037000         END-IF
037400     IF SQ-GEN-INPUT-STATUS NOT = "00"
037500         DISPLAY "FATAL - SQGINPUT OPEN FAILED, STATUS "
037600             SQ-GEN-INPUT-STATUS
037610         MOVE SPACES TO SQ-ML-TEXT
037620         STRING "FATAL - SQGINPUT OPEN FAILED, STATUS "
037630             SQ-GEN-INPUT-STATUS
037640             DELIMITED BY SIZE INTO SQ-ML-TEXT
037650         MOVE "SQ0001S" TO SQ-ML-MSG-ID
037660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
037700         MOVE 16 TO RETURN-CODE
037701         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
037800         STOP RUN
037900     END-IF.
038000     MOVE "N" TO SQ-LB-EOF-SW.
039500             WRITE SQ-GEN-INPUT-RECORD
039600             IF SQ-GEN-INPUT-STATUS NOT = "00"
039700                 DISPLAY "FATAL - SQGINPUT WRITE FAILED"
039710                 MOVE SPACES TO SQ-ML-TEXT
039720                 STRING "FATAL - SQGINPUT WRITE FAILED"
039730                     DELIMITED BY SIZE INTO SQ-ML-TEXT
039740                 MOVE "SQ0003S" TO SQ-ML-MSG-ID
039750                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
039800                 SET SQ-LB-FAILED TO TRUE
039900                 SET SQ-LB-EOF TO TRUE
040000             ELSE
041000     IF SQ-RESULT-STATUS NOT = "00"
041100         DISPLAY "WARNING - SQRESULT NOT SNAPSHOT, STATUS "
041200             SQ-RESULT-STATUS
041210         MOVE SPACES TO SQ-ML-TEXT
041220         STRING "WARNING - SQRESULT NOT SNAPSHOT, STATUS "
041230             SQ-RESULT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
041240         MOVE "SQ1902W" TO SQ-ML-MSG-ID
041250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
041300         IF SQ-RESULT-STATUS = "05"
041400             CLOSE SQ-RESULT-FILE
041500         END-IF
041900     IF SQ-GEN-RESULT-STATUS NOT = "00"
042000         DISPLAY "FATAL - SQGRESLT OPEN FAILED, STATUS "
042100             SQ-GEN-RESULT-STATUS
042110         MOVE SPACES TO SQ-ML-TEXT
042120         STRING "FATAL - SQGRESLT OPEN FAILED, STATUS "
042130             SQ-GEN-RESULT-STATUS
042140             DELIMITED BY SIZE INTO SQ-ML-TEXT
042150         MOVE "SQ0001S" TO SQ-ML-MSG-ID
042160         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042200         MOVE 16 TO RETURN-CODE
042201         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
042300         STOP RUN
042400     END-IF.
042500     MOVE "N" TO SQ-LB-EOF-SW.
044000             WRITE SQ-GEN-RESULT-RECORD
044100             IF SQ-GEN-RESULT-STATUS NOT = "00"
044200                 DISPLAY "FATAL - SQGRESLT WRITE FAILED"
044210                 MOVE SPACES TO SQ-ML-TEXT
044220                 STRING "FATAL - SQGRESLT WRITE FAILED"
044230                     DELIMITED BY SIZE INTO SQ-ML-TEXT
044240                 MOVE "SQ0003S" TO SQ-ML-MSG-ID
044250                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
044300                 SET SQ-LB-FAILED TO TRUE
044400                 SET SQ-LB-EOF TO TRUE
044500             ELSE
045500     IF SQ-REPORT-IN-STATUS NOT = "00"
045600         DISPLAY "WARNING - SQREPT NOT SNAPSHOT, STATUS "
045700             SQ-REPORT-IN-STATUS
045710         MOVE SPACES TO SQ-ML-TEXT
045720         STRING "WARNING - SQREPT NOT SNAPSHOT, STATUS "
045730             SQ-REPORT-IN-STATUS
045740             DELIMITED BY SIZE INTO SQ-ML-TEXT
045750         MOVE "SQ1903W" TO SQ-ML-MSG-ID
045760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
045800         IF SQ-REPORT-IN-STATUS = "05"
045900             CLOSE SQ-REPORT-IN-FILE
046000         END-IF
046400     IF SQ-GEN-REPORT-STATUS NOT = "00"
046500         DISPLAY "FATAL - SQGREPT OPEN FAILED, STATUS "
046600             SQ-GEN-REPORT-STATUS
046610         MOVE SPACES TO SQ-ML-TEXT
046620         STRING "FATAL - SQGREPT OPEN FAILED, STATUS "
046630             SQ-GEN-REPORT-STATUS
046640             DELIMITED BY SIZE INTO SQ-ML-TEXT
046650         MOVE "SQ0001S" TO SQ-ML-MSG-ID
046660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
046700         MOVE 16 TO RETURN-CODE
046701         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
046800         STOP RUN
046900     END-IF.
047000     MOVE "N" TO SQ-LB-EOF-SW.
048500             WRITE SQ-GEN-REPORT-RECORD
048600             IF SQ-GEN-REPORT-STATUS NOT = "00"
048700                 DISPLAY "FATAL - SQGREPT WRITE FAILED"
048710                 MOVE SPACES TO SQ-ML-TEXT
048720                 STRING "FATAL - SQGREPT WRITE FAILED"
048730                     DELIMITED BY SIZE INTO SQ-ML-TEXT
048740                 MOVE "SQ0003S" TO SQ-ML-MSG-ID
048750                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
048800                 SET SQ-LB-FAILED TO TRUE
048900                 SET SQ-LB-EOF TO TRUE
049000             ELSE
049400     GO TO 3310-EXIT.
049500 3310-EXIT.
049600     EXIT.
049601*
049602*****************************************************************
049603* 3350-COPY-PARMCARD.  THE NIGHT'S PARAMETER CARD, SO A REPLAY
049604* (SEE SQREPLAY) RERUNS THE NIGHT'S INPUT WITH THE CARD IT RAN
049605* WITH, NOT WHATEVER THE CARD SAYS BY THEN.  A NIGHT THAT RAN
049606* WITH NO CARD (ALL DEFAULTS) GETS AN EMPTY GENERATION - THAT
049607* TOO IS THE CARD IT RAN WITH.
049608*****************************************************************
049609 3350-COPY-PARMCARD.
049610     OPEN INPUT SQ-PARM-IN-FILE.
049611     IF SQ-PARM-IN-STATUS NOT = "00"
049612         AND SQ-PARM-IN-STATUS NOT = "05"
049613         DISPLAY "WARNING - SQPARMS NOT SNAPSHOT, STATUS "
049614             SQ-PARM-IN-STATUS
049615         MOVE SPACES TO SQ-ML-TEXT
049616         STRING "WARNING - SQPARMS NOT SNAPSHOT, STATUS "
049617             SQ-PARM-IN-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
049618         MOVE "SQ1904W" TO SQ-ML-MSG-ID
049619         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
049620         GO TO 3350-EXIT
049621     END-IF.
049622     OPEN OUTPUT SQ-GEN-PARM-FILE.
049623     IF SQ-GEN-PARM-STATUS NOT = "00"
049624         DISPLAY "FATAL - SQGPARM OPEN FAILED, STATUS "
049625             SQ-GEN-PARM-STATUS
049626         MOVE SPACES TO SQ-ML-TEXT
049627         STRING "FATAL - SQGPARM OPEN FAILED, STATUS "
049628             SQ-GEN-PARM-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
049629         MOVE "SQ0001S" TO SQ-ML-MSG-ID
049630         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
049631         MOVE 16 TO RETURN-CODE
049632         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
049633         STOP RUN
049634     END-IF.
049635     MOVE "N" TO SQ-LB-EOF-SW.
049636     PERFORM 3360-COPY-ONE-PARM THRU 3360-EXIT
049637         UNTIL SQ-LB-EOF.
049638     CLOSE SQ-PARM-IN-FILE.
049639     CLOSE SQ-GEN-PARM-FILE.
049640     IF NOT SQ-LB-FAILED
049641         MOVE "Y" TO SQ-LB-PARM-SNAP-SW
049642     END-IF.
049643     GO TO 3350-EXIT.
049644 3350-EXIT.
049645     EXIT.
049646*
049647 3360-COPY-ONE-PARM.
049648     READ SQ-PARM-IN-FILE
049649         AT END
049650             SET SQ-LB-EOF TO TRUE
049651         NOT AT END
049652             MOVE SQ-PARM-IN-RECORD TO SQ-GEN-PARM-RECORD
049653             WRITE SQ-GEN-PARM-RECORD
049654             IF SQ-GEN-PARM-STATUS NOT = "00"
049655                 DISPLAY "FATAL - SQGPARM WRITE FAILED"
049656                 MOVE SPACES TO SQ-ML-TEXT
049657                 STRING "FATAL - SQGPARM WRITE FAILED"
049658                     DELIMITED BY SIZE INTO SQ-ML-TEXT
049659                 MOVE "SQ0003S" TO SQ-ML-MSG-ID
049660                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
049661                 SET SQ-LB-FAILED TO TRUE
049662                 SET SQ-LB-EOF TO TRUE
049663             ELSE
049664                 ADD 1 TO SQ-LB-PARM-COPIED
049665             END-IF
049666     END-READ.
049667     GO TO 3360-EXIT.
049668 3360-EXIT.
049669     EXIT.
049700*
049800*****************************************************************
049900* 3400-SET-CLASS.  A RUN WHOSE BUSINESS DATE IS THE LAST DAY
052400     EXIT.
052500*
052600 3500-CATALOG-SNAPSHOT.
052610*    A RESUMED SNAPSHOT MAY FIND THE DEAD RUN GOT AS FAR AS ITS
052620*    CATALOG ENTRY - THE NIGHT IS NOT CATALOGED TWICE.
052630     IF SQ-LB-RESUMING
052640         PERFORM 7000-LOAD-CATALOG THRU 7000-EXIT
052650         MOVE ZERO TO SQ-LB-HIT
052660         PERFORM 3510-CHECK-ONE-ENTRY THRU 3510-EXIT
052670             VARYING SQ-LB-SUB FROM 1 BY 1
052675             UNTIL SQ-LB-SUB > SQ-LB-CAT-COUNT
052680         IF SQ-LB-HIT > ZERO
052685             MOVE SPACES TO SQ-LB-NOTE
052690             STRING "RUN " SQ-LB-RUN-ID " ALREADY CATALOGED - "
052692                 "ENTRY KEPT" DELIMITED BY SIZE INTO SQ-LB-NOTE
052694             PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
052696             GO TO 3500-EXIT
052698         END-IF
052699     END-IF.
052700     OPEN EXTEND SQ-CATALOG-FILE.
052800     IF SQ-CATALOG-STATUS NOT = "00"
052900         AND SQ-CATALOG-STATUS NOT = "05"
053000         DISPLAY "FATAL - CATALOG OPEN FAILED, STATUS "
053100             SQ-CATALOG-STATUS
053110         MOVE SPACES TO SQ-ML-TEXT
053120         STRING "FATAL - CATALOG OPEN FAILED, STATUS "
053130             SQ-CATALOG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
053140         MOVE "SQ0001S" TO SQ-ML-MSG-ID
053150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
053200         MOVE 16 TO RETURN-CODE
053201         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
053300         STOP RUN
053400     END-IF.
053500     MOVE SPACES TO SQ-GC-RECORD.
054100     MOVE SQ-LB-INPUT-COPIED TO SQ-GC-INPUT-COUNT.
054200     MOVE SQ-LB-RESULT-COPIED TO SQ-GC-RESULT-COUNT.
054300     MOVE SQ-LB-REPORT-COPIED TO SQ-GC-REPORT-COUNT.
054301     MOVE SQ-LB-PARM-SNAP-SW TO SQ-GC-PARM-SW.
054400     WRITE SQ-GC-RECORD.
054500     IF SQ-CATALOG-STATUS NOT = "00"
054600         DISPLAY "FATAL - CATALOG WRITE FAILED, STATUS "
054700             SQ-CATALOG-STATUS
054710         MOVE SPACES TO SQ-ML-TEXT
054720         STRING "FATAL - CATALOG WRITE FAILED, STATUS "
054730             SQ-CATALOG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
054740         MOVE "SQ0003S" TO SQ-ML-MSG-ID
054750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
054800         SET SQ-LB-FAILED TO TRUE
054900     END-IF.
055000     CLOSE SQ-CATALOG-FILE.
055100     GO TO 3500-EXIT.
055200 3500-EXIT.
055300     EXIT.
055310*
055320 3510-CHECK-ONE-ENTRY.
055330     MOVE SQ-LB-CT-IMAGE(SQ-LB-SUB) TO SQ-GC-RECORD.
055340     IF SQ-GC-RUN-ID = SQ-LB-RUN-ID
055350         MOVE SQ-LB-SUB TO SQ-LB-HIT
055360     END-IF.
055370     GO TO 3510-EXIT.
055380 3510-EXIT.
055390     EXIT.
055400*
055500*****************************************************************
055600* 4000 SERIES - LIST.  THE CATALOG RECORDS ARE ALREADY
060200     IF SQ-PICK-STATUS NOT = "00" AND SQ-PICK-STATUS NOT = "05"
060300         DISPLAY "FATAL - SQGPICK OPEN FAILED, STATUS "
060400             SQ-PICK-STATUS
060410         MOVE SPACES TO SQ-ML-TEXT
060420         STRING "FATAL - SQGPICK OPEN FAILED, STATUS "
060430             SQ-PICK-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
060440         MOVE "SQ0001S" TO SQ-ML-MSG-ID
060450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
060500         MOVE 16 TO RETURN-CODE
060600         GO TO 5000-EXIT
060700     END-IF.
061000     IF SQ-PICK-STATUS NOT = "00"
061100         DISPLAY "FATAL - SQGPICK WRITE FAILED, STATUS "
061200             SQ-PICK-STATUS
061210         MOVE SPACES TO SQ-ML-TEXT
061220         STRING "FATAL - SQGPICK WRITE FAILED, STATUS "
061230             SQ-PICK-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
061240         MOVE "SQ0003S" TO SQ-ML-MSG-ID
061250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
061300         SET SQ-LB-FAILED TO TRUE
061400     END-IF.
061500     CLOSE SQ-PICK-FILE.
073700         AND SQ-CATALOG-STATUS NOT = "05"
073800         DISPLAY "FATAL - CATALOG REWRITE OPEN FAILED, STATUS "
073900             SQ-CATALOG-STATUS
073910         MOVE SPACES TO SQ-ML-TEXT
073920         STRING "FATAL - CATALOG REWRITE OPEN FAILED, STATUS "
073930             SQ-CATALOG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
073940         MOVE "SQ0001S" TO SQ-ML-MSG-ID
073950         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
074000         MOVE 16 TO RETURN-CODE
074100         GO TO 6200-EXIT
074200     END-IF.
075400     IF SQ-CATALOG-STATUS NOT = "00"
075500         DISPLAY "FATAL - CATALOG WRITE FAILED, STATUS "
075600             SQ-CATALOG-STATUS
075610         MOVE SPACES TO SQ-ML-TEXT
075620         STRING "FATAL - CATALOG WRITE FAILED, STATUS "
075630             SQ-CATALOG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
075640         MOVE "SQ0003S" TO SQ-ML-MSG-ID
075650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
075700         SET SQ-LB-FAILED TO TRUE
075800     END-IF.
075900     ADD 1 TO SQ-LB-SUB.
077300         ELSE
077400             DISPLAY "FATAL - CATALOG OPEN FAILED, STATUS "
077500                 SQ-CATALOG-STATUS
077510             MOVE SPACES TO SQ-ML-TEXT
077520             STRING "FATAL - CATALOG OPEN FAILED, STATUS "
077530                 SQ-CATALOG-STATUS
077540                 DELIMITED BY SIZE INTO SQ-ML-TEXT
077550             MOVE "SQ0001S" TO SQ-ML-MSG-ID
077560             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
077600             MOVE 16 TO RETURN-CODE
077601             PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
077700             STOP RUN
077800         END-IF
077900         GO TO 7000-EXIT
079800             ELSE
079900                 DISPLAY "WARNING - CATALOG TABLE FULL, "
080000                     "OLDEST HISTORY BEYOND 500 IGNORED"
080010                 MOVE SPACES TO SQ-ML-TEXT
080020                 STRING "WARNING - CATALOG TABLE FULL, "
080030                     "OLDEST HISTORY BEYOND 500 IGNORED"
080040                     DELIMITED BY SIZE INTO SQ-ML-TEXT
080050                 MOVE "SQ1905W" TO SQ-ML-MSG-ID
080060                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
080100                 SET SQ-LB-EOF TO TRUE
080200             END-IF
080300     END-READ.
082100     IF SQ-LB-REPORT-STATUS NOT = "00"
082200         DISPLAY "WARNING - SQ-LB-REPORT-FILE WRITE FAILED, "
082300             "STATUS " SQ-LB-REPORT-STATUS
082310         MOVE SPACES TO SQ-ML-TEXT
082320         STRING "WARNING - SQ-LB-REPORT-FILE WRITE FAILED, "
082330             "STATUS " SQ-LB-REPORT-STATUS
082340             DELIMITED BY SIZE INTO SQ-ML-TEXT
082350         MOVE "SQ0004W" TO SQ-ML-MSG-ID
082360         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
082400     END-IF.
082500     GO TO 4712-EXIT.
082600 4712-EXIT.
084800     GO TO 9000-EXIT.
084900 9000-EXIT.
085000     EXIT.
085100*
085200*****************************************************************
085300* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
085400* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
085500* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
085600* WAY.
085700*****************************************************************
085800 9800-LOG-MESSAGE.
085900     MOVE "SQLIBRN" TO SQ-ML-PROGRAM.
086000     MOVE ZERO TO SQ-ML-RUN-ID.
086100     MOVE SPACES TO SQ-ML-BUS-DATE.
086200     CALL "SQMSGLOG" USING SQ-ML-AREA.
086300     GO TO 9800-EXIT.
086400 9800-EXIT.
086500     EXIT.
086600*
086700*****************************************************************
086800* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
086900* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
087000*****************************************************************
087100 9900-LOG-STEP-END.
087200     MOVE RETURN-CODE TO SQ-SL-RC.
087300     MOVE "E" TO SQ-SL-FUNCTION.
087400     CALL "SQSTPLOG" USING SQ-SL-AREA.
087500     MOVE SQ-SL-RC TO RETURN-CODE.
087600     GO TO 9900-EXIT.
087700 9900-EXIT.
087800     EXIT.
