002300*     IS WRITTEN IN EVERY CASE THE FILE COULD BE READ - A
002400*     FAILED DELIVERY IS WORTH CONFIRMING TOO.
002500*
002510*     A PER-DEPARTMENT BURST (SEE SQRESBST) CARRIES ITS
002520*     DEPARTMENT ON THE HEADER.  EACH DEPARTMENT VERIFIES ITS
002530*     OWN FILE AND GETS ITS OWN ACKNOWLEDGMENT RECORD; THE
002540*     OTHER DEPARTMENTS' RECORDS FOR THE SAME RUN ARE KEPT.
002550*
002600* MODIFICATION HISTORY.
002700*     2026-09-03  DL  INITIAL VERSION.
002710*     2026-10-15  DL  PER-DEPARTMENT DELIVERIES (SEE SQRESBST) -
002720*                     THE HEADER'S DEPARTMENT IS CARRIED ONTO
002730*                     THE ACKNOWLEDGMENT, AND THE ACK DATASET
002740*                     NOW KEEPS ONE RECORD PER DEPARTMENT FOR
002750*                     THE RUN INSTEAD OF ONE FOR THE NIGHT, SO
002760*                     ONE DEPARTMENT'S BAD DELIVERY NO LONGER
002770*                     STANDS FOR ALL OF THEM.  SQRESACK IS NOW
002780*                     OPTIONAL (READ, THEN REWRITTEN).
002784*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002788*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002792*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002796*                     COPYBOOK SQMSGCAT).
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  SQRESVFY.
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS SQ-RESULT-STATUS.
004200*
004300     SELECT OPTIONAL SQ-ACK-FILE ASSIGN TO SQRESACK
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS SQ-ACK-STATUS.
004600*
008000         88  SQ-VF-FAILED              VALUE "Y".
008100     05  SQ-VF-MISSING-SW          PIC X(01) VALUE "N".
008200         88  SQ-VF-CONTROLS-MISSING    VALUE "Y".
008220     05  SQ-VF-ACK-EOF-SW          PIC X(01) VALUE "N".
008240         88  SQ-VF-ACK-EOF             VALUE "Y".
008300*
008400 01  SQ-VF-FILE-STATUSES.
008500     05  SQ-RESULT-STATUS          PIC X(02) VALUE "00".
009500     05  SQ-VF-HASH-TOTAL          PIC S9(15)V9(4) VALUE ZERO.
009600     05  SQ-VF-EXPECT-ROWS         PIC 9(09) VALUE ZERO.
009700     05  SQ-VF-EXPECT-HASH         PIC S9(15)V9(4) VALUE ZERO.
009710     05  SQ-VF-DEPT                PIC X(03) VALUE SPACES.
009720*
009730*****************************************************************
009740* ACKNOWLEDGMENTS ALREADY ON FILE THAT STAY (SEE 9100).
009750*****************************************************************
009760 77  SQ-VF-ACK-KEPT                PIC 9(04) COMP VALUE ZERO.
009770 77  SQ-VF-ACK-SUB                 PIC 9(04) COMP VALUE ZERO.
009780 01  SQ-VF-ACK-TABLE.
009790     05  SQ-VF-ACK-KEEP            PIC X(80) OCCURS 20 TIMES.
009800*
009900*****************************************************************
010000* RUN DATE AND TIME FOR THE ACKNOWLEDGMENT TIMESTAMP.
013100     05  SQ-VF-H1-RUN              PIC ZZZZ9.
013200     05  FILLER                    PIC X(80) VALUE SPACES.
013300*
013310 01  SQ-VF-CONTROL-LINE-0.
013320     05  FILLER                    PIC X(28) VALUE
013330         "DELIVERY DEPARTMENT       :".
013340     05  SQ-VF-CT-DEPT             PIC X(22) VALUE SPACES.
013350     05  FILLER                    PIC X(102) VALUE SPACES.
013360*
013400 01  SQ-VF-CONTROL-LINE-1.
013500     05  FILLER                    PIC X(28) VALUE
013600         "RESULT DATA ROWS          :".
015300     05  SQ-VF-VERDICT             PIC X(52) VALUE SPACES.
015400     05  FILLER                    PIC X(100) VALUE SPACES.
015500*
015510*****************************************************************
015520* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
015530*****************************************************************
015540     COPY SQMLLINK.
015550*
015600*****************************************************************
015700* 0000-MAINLINE.
015800*****************************************************************
017300     IF SQ-RESULT-STATUS NOT = "00"
017400         DISPLAY "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
017500             SQ-RESULT-STATUS
017510         MOVE SPACES TO SQ-ML-TEXT
017520         STRING "FATAL - SQ-RESULT-FILE OPEN FAILED, STATUS "
017530             SQ-RESULT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
017540         MOVE "SQ0001S" TO SQ-ML-MSG-ID
017550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
017600         MOVE 16 TO RETURN-CODE
017700         STOP RUN
017800     END-IF.
018000     IF SQ-VF-REPORT-STATUS NOT = "00"
018100         DISPLAY "FATAL - SQ-VF-REPORT-FILE OPEN FAILED, STATUS "
018200             SQ-VF-REPORT-STATUS
018210         MOVE SPACES TO SQ-ML-TEXT
018220         STRING "FATAL - SQ-VF-REPORT-FILE OPEN FAILED, STATUS "
018230             SQ-VF-REPORT-STATUS
018240             DELIMITED BY SIZE INTO SQ-ML-TEXT
018250         MOVE "SQ0001S" TO SQ-ML-MSG-ID
018260         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
018300         MOVE 16 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
022900             MOVE SQ-RES-RECORD(1:100) TO SQ-RC-HEADER-IMAGE
023000             IF SQ-RC-HDR-RUN-ID NUMERIC
023100                 MOVE SQ-RC-HDR-RUN-ID TO SQ-VF-RUN-ID
023150             END-IF
023200             MOVE SQ-RC-HDR-DEPT TO SQ-VF-DEPT
023300         WHEN SQ-RES-RECORD(1:4) = "TRL "
023400             SET SQ-VF-TRL-SEEN TO TRUE
023500             MOVE SQ-RES-RECORD(1:100) TO SQ-RC-TRAILER-IMAGE
027000     IF SQ-VF-REPORT-STATUS NOT = "00"
027100         DISPLAY "WARNING - SQ-VF-REPORT-FILE WRITE FAILED, "
027200             "STATUS " SQ-VF-REPORT-STATUS
027210         MOVE SPACES TO SQ-ML-TEXT
027220         STRING "WARNING - SQ-VF-REPORT-FILE WRITE FAILED, "
027230             "STATUS " SQ-VF-REPORT-STATUS
027240             DELIMITED BY SIZE INTO SQ-ML-TEXT
027250         MOVE "SQ0004W" TO SQ-ML-MSG-ID
027260         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
027300     END-IF.
027400     GO TO 4712-EXIT.
027500 4712-EXIT.
029200         SET SQ-VF-FAILED TO TRUE
029300     END-IF.
029400*
029410     IF SQ-VF-DEPT = SPACES
029420         MOVE "ALL - WHOLE-NIGHT FILE" TO SQ-VF-CT-DEPT
029430     ELSE
029440         MOVE SQ-VF-DEPT TO SQ-VF-CT-DEPT
029450     END-IF.
029460     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
029470     WRITE SQ-VF-REPORT-LINE FROM SQ-VF-CONTROL-LINE-0
029480         AFTER ADVANCING 2.
029490     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
029500     ADD 1 TO SQ-VF-LINE-NO.
029510     MOVE SQ-VF-EXPECT-ROWS TO SQ-VF-CT-EXPECT-ROWS.
029600     MOVE SQ-VF-DATA-ROWS TO SQ-VF-CT-ACTUAL-ROWS.
029700     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
029800     WRITE SQ-VF-REPORT-LINE FROM SQ-VF-CONTROL-LINE-1
033300 9000-EXIT.
033400     EXIT.
033500*
033600*    THE ACKNOWLEDGMENT DATASET HOLDS ONE RECORD PER DEPARTMENT
033700*    FOR THE LATEST RUN VERIFIED.  RECORDS ALREADY ON FILE FOR
033800*    THIS RUN'S OTHER DEPARTMENTS (OR FOR A LATER RUN) ARE KEPT;
033900*    THIS DEPARTMENT'S EARLIER RECORD FOR THE RUN (A REDELIVERY
034000*    VERIFIED AGAIN) AND EVERY OLDER RUN'S ARE DROPPED.
034100 9100-WRITE-ACKNOWLEDGMENT.
034200     PERFORM 9110-KEEP-PRIOR-ACKS THRU 9110-EXIT.
034300     OPEN OUTPUT SQ-ACK-FILE.
034400     IF SQ-ACK-STATUS NOT = "00" AND SQ-ACK-STATUS NOT = "05"
034500         DISPLAY "WARNING - ACKNOWLEDGMENT NOT WRITTEN, STATUS "
034600             SQ-ACK-STATUS
034610         MOVE SPACES TO SQ-ML-TEXT
034620         STRING "WARNING - ACKNOWLEDGMENT NOT WRITTEN, STATUS "
034630             SQ-ACK-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
034640         MOVE "SQ3301W" TO SQ-ML-MSG-ID
034650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
034700         GO TO 9100-EXIT
034800     END-IF.
034900     MOVE 1 TO SQ-VF-ACK-SUB.
035000     PERFORM 9130-WRITE-KEPT-ACK THRU 9130-EXIT
035100         UNTIL SQ-VF-ACK-SUB > SQ-VF-ACK-KEPT.
035200     MOVE SPACES TO SQ-RC-ACK-IMAGE.
035300     MOVE SQ-VF-RUN-ID TO SQ-RC-ACK-RUN-ID.
035400     IF SQ-VF-FAILED
035500         MOVE "NG" TO SQ-RC-ACK-STATUS
035600     ELSE
035700         MOVE "OK" TO SQ-RC-ACK-STATUS
035800     END-IF.
035900     MOVE SQ-VF-TIMESTAMP-TEXT TO SQ-RC-ACK-TIMESTAMP.
036000     MOVE SQ-VF-DATA-ROWS TO SQ-RC-ACK-COUNT.
036100     MOVE SQ-VF-DEPT TO SQ-RC-ACK-DEPT.
036200     MOVE SQ-RC-ACK-IMAGE TO SQ-ACK-RECORD.
036300     WRITE SQ-ACK-RECORD.
036400     IF SQ-ACK-STATUS NOT = "00"
036500         DISPLAY "WARNING - ACKNOWLEDGMENT WRITE FAILED, "
036600             "STATUS " SQ-ACK-STATUS
036610         MOVE SPACES TO SQ-ML-TEXT
036620         STRING "WARNING - ACKNOWLEDGMENT WRITE FAILED, "
036630             "STATUS " SQ-ACK-STATUS
036640             DELIMITED BY SIZE INTO SQ-ML-TEXT
036650         MOVE "SQ0004W" TO SQ-ML-MSG-ID
036660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
036700     END-IF.
036800     CLOSE SQ-ACK-FILE.
036900     GO TO 9100-EXIT.
037000 9100-EXIT.
037100     EXIT.
037200*
037300 9110-KEEP-PRIOR-ACKS.
037400     MOVE ZERO TO SQ-VF-ACK-KEPT.
037500     OPEN INPUT SQ-ACK-FILE.
037600     IF SQ-ACK-STATUS NOT = "00"
037700         IF SQ-ACK-STATUS = "05"
037800             CLOSE SQ-ACK-FILE
037900         END-IF
038000         GO TO 9110-EXIT
038100     END-IF.
038200     MOVE "N" TO SQ-VF-ACK-EOF-SW.
038300     PERFORM 9120-READ-PRIOR-ACK THRU 9120-EXIT
038400         UNTIL SQ-VF-ACK-EOF.
038500     CLOSE SQ-ACK-FILE.
038600     GO TO 9110-EXIT.
038700 9110-EXIT.
038800     EXIT.
038900*
039000 9120-READ-PRIOR-ACK.
039100     READ SQ-ACK-FILE
039200         AT END
039300             SET SQ-VF-ACK-EOF TO TRUE
039400             GO TO 9120-EXIT
039500     END-READ.
039600     MOVE SQ-ACK-RECORD TO SQ-RC-ACK-IMAGE.
039700     IF SQ-RC-ACK-RUN-ID NOT NUMERIC
039800         OR SQ-RC-ACK-RUN-ID < SQ-VF-RUN-ID
039900         GO TO 9120-EXIT
040000     END-IF.
040100     IF SQ-RC-ACK-RUN-ID = SQ-VF-RUN-ID
040200         AND SQ-RC-ACK-DEPT = SQ-VF-DEPT
040300         GO TO 9120-EXIT
040400     END-IF.
040500     IF SQ-VF-ACK-KEPT NOT < 20
040600         DISPLAY "WARNING - ACKNOWLEDGMENT TABLE FULL, DEPT "
040700             SQ-RC-ACK-DEPT " DROPPED"
040710         MOVE SPACES TO SQ-ML-TEXT
040720         STRING "WARNING - ACKNOWLEDGMENT TABLE FULL, DEPT "
040730             SQ-RC-ACK-DEPT " DROPPED"
040740             DELIMITED BY SIZE INTO SQ-ML-TEXT
040750         MOVE "SQ3302W" TO SQ-ML-MSG-ID
040760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
040800         GO TO 9120-EXIT
040900     END-IF.
041000     ADD 1 TO SQ-VF-ACK-KEPT.
041100     MOVE SQ-ACK-RECORD TO SQ-VF-ACK-KEEP(SQ-VF-ACK-KEPT).
041200     GO TO 9120-EXIT.
041300 9120-EXIT.
041400     EXIT.
041500*
041600 9130-WRITE-KEPT-ACK.
041700     MOVE SQ-VF-ACK-KEEP(SQ-VF-ACK-SUB) TO SQ-ACK-RECORD.
041800     WRITE SQ-ACK-RECORD.
041900     IF SQ-ACK-STATUS NOT = "00"
042000         DISPLAY "WARNING - ACKNOWLEDGMENT WRITE FAILED, "
042100             "STATUS " SQ-ACK-STATUS
042110         MOVE SPACES TO SQ-ML-TEXT
042120         STRING "WARNING - ACKNOWLEDGMENT WRITE FAILED, "
042130             "STATUS " SQ-ACK-STATUS
042140             DELIMITED BY SIZE INTO SQ-ML-TEXT
042150         MOVE "SQ0004W" TO SQ-ML-MSG-ID
042160         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042200     END-IF.
042300     ADD 1 TO SQ-VF-ACK-SUB.
042400     GO TO 9130-EXIT.
042500 9130-EXIT.
042600     EXIT.
042700*
042800*****************************************************************
042900* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
043000* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
043100* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
043200* WAY.
043300*****************************************************************
043400 9800-LOG-MESSAGE.
043500     MOVE "SQRESVFY" TO SQ-ML-PROGRAM.
043600     MOVE ZERO TO SQ-ML-RUN-ID.
043700     MOVE SPACES TO SQ-ML-BUS-DATE.
043800     CALL "SQMSGLOG" USING SQ-ML-AREA.
043900     GO TO 9800-EXIT.
044000 9800-EXIT.
044100     EXIT.
