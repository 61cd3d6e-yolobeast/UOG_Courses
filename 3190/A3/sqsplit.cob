001300*     STEPS CAN RUN CONCURRENTLY AND THE MERGER CAN INTERLEAVE
001400*     THE PIECES BACK INTO ORIGINAL VALUE ORDER.
001500*
001600*     EVERY EMITTED RECORD IS SELF-CONTAINED - THE DEG=/TOL=/EXP=
001700*     OVERRIDES OF ITS LINE AND THE REQ=/DEPT= ATTRIBUTION IN
001800*     EFFECT ARE PREFIXED ONTO EACH VALUE, SO A VALUE BEHAVES
001900*     IDENTICALLY WHICHEVER STREAM IT LANDS IN.  SRC SECTION
003520*                     SER EXPANSION MOVED IN HERE, SO THE MERGE
003530*                     CAN RESTORE TRUE INPUT ORDER - SEE
003540*                     SQMERGE.
003542*     2026-10-15  DL  EXP= RATIONAL-EXPONENT PREFIXES STRIPPED
003544*                     AND CARRIED ONTO EVERY DEALT RECORD LIKE
003546*                     DEG= AND TOL=.
003550*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003560*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003570*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003580*                     COPYBOOK SQMSGCAT).
003590*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.  SQSPLIT.
003800 AUTHOR.      D. LOCKWOOD.
012100     05  SQ-SP-DEPT                PIC X(03) VALUE SPACES.
012200     05  SQ-SP-LINE-DEG            PIC X(10) VALUE SPACES.
012300     05  SQ-SP-LINE-TOL            PIC X(20) VALUE SPACES.
012350     05  SQ-SP-LINE-EXP            PIC X(10) VALUE SPACES.
012400*
012500*****************************************************************
012600* TOKENIZING AND CONTROL-TOTAL WORK AREAS - SAME SHAPES AS
014500 77  SQ-SP-RECORDS-READ            PIC 9(9) VALUE ZERO.
014600 77  SQ-SP-VALUES-EMITTED          PIC 9(9) VALUE ZERO.
014700*
014710*****************************************************************
014720* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
014730*****************************************************************
014740     COPY SQMLLINK.
014750*
014800*****************************************************************
014900* 0000-MAINLINE.
015000*****************************************************************
016800     IF SQ-INPUT-STATUS NOT = "00"
016900         DISPLAY "FATAL - SQ-INPUT-FILE OPEN FAILED, STATUS "
017000             SQ-INPUT-STATUS
017010         MOVE SPACES TO SQ-ML-TEXT
017020         STRING "FATAL - SQ-INPUT-FILE OPEN FAILED, STATUS "
017030             SQ-INPUT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
017040         MOVE "SQ0001S" TO SQ-ML-MSG-ID
017050         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
017100         MOVE 16 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
018000         DISPLAY "FATAL - WORK FILE OPEN FAILED, STATUSES "
018100             SQ-WORK-1-STATUS " " SQ-WORK-2-STATUS " "
018200             SQ-WORK-3-STATUS " " SQ-WORK-4-STATUS
018210         MOVE SPACES TO SQ-ML-TEXT
018220         STRING "FATAL - WORK FILE OPEN FAILED, STATUSES "
018230             SQ-WORK-1-STATUS " " SQ-WORK-2-STATUS " "
018240             SQ-WORK-3-STATUS " " SQ-WORK-4-STATUS
018250             DELIMITED BY SIZE INTO SQ-ML-TEXT
018260         MOVE "SQ0001S" TO SQ-ML-MSG-ID
018270         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
018300         MOVE 16 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
025600             FUNCTION NUMVAL(SQ-SP-CTL-TOKEN-3)
025700     ELSE
025800         DISPLAY "CONTROL TRAILER IS NOT NUMERIC"
025810         MOVE SPACES TO SQ-ML-TEXT
025820         STRING "CONTROL TRAILER IS NOT NUMERIC"
025830             DELIMITED BY SIZE INTO SQ-ML-TEXT
025840         MOVE "SQ3901W" TO SQ-ML-MSG-ID
025850         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
025900         SET SQ-SP-FAILED TO TRUE
026000     END-IF.
026100     GO TO 3200-EXIT.
028628     EXIT.
028630*
028700*****************************************************************
028800* 3500-EXPLODE-LINE.  STRIPS THE LINE'S DEG=/TOL=/EXP= PREFIXES,
028900* THEN EMITS EACH VALUE AS ITS OWN SELF-CONTAINED RECORD WITH
029000* THE OVERRIDES AND ATTRIBUTION IN EFFECT PREFIXED BACK ON.
029100* REQ=/DEPT= TOKENS UPDATE STATE AND EMIT NOTHING.
029200*****************************************************************
029300 3500-EXPLODE-LINE.
029400     MOVE SQ-INPUT-RECORD TO IN-Z.
029450     MOVE SPACES TO SQ-SP-LINE-DEG SQ-SP-LINE-TOL
029500                    SQ-SP-LINE-EXP.
029550     PERFORM 3510-STRIP-ONE-PREFIX THRU 3510-EXIT
029600         UNTIL IN-Z(1:4) NOT = "DEG="
029650             AND IN-Z(1:4) NOT = "TOL="
029700             AND IN-Z(1:4) NOT = "EXP=".
029900     MOVE 1 TO SQ-SP-UNSTRING-PTR.
030000     PERFORM 3520-EMIT-ONE-TOKEN THRU 3520-EXIT
030100         UNTIL SQ-SP-UNSTRING-PTR > 80.
030900     UNSTRING IN-Z DELIMITED BY "," OR " "
031000         INTO SQ-SP-RAW-TOKEN
031100         WITH POINTER SQ-SP-UNSTRING-PTR.
031150     EVALUATE TRUE
031200         WHEN SQ-SP-RAW-TOKEN(1:4) = "DEG="
031250             MOVE SQ-SP-RAW-TOKEN(1:10) TO SQ-SP-LINE-DEG
031300         WHEN SQ-SP-RAW-TOKEN(1:4) = "EXP="
031350             MOVE SQ-SP-RAW-TOKEN(1:10) TO SQ-SP-LINE-EXP
031400         WHEN OTHER
031450             MOVE SQ-SP-RAW-TOKEN(1:20) TO SQ-SP-LINE-TOL
031500     END-EVALUATE.
031700     IF SQ-SP-UNSTRING-PTR > 80
031800         MOVE SPACES TO IN-Z
031900     ELSE
035830             INTO SQ-SP-OUT-RECORD
035840             WITH POINTER SQ-SP-OUT-PTR
035850     END-IF.
035851     IF SQ-SP-LINE-EXP NOT = SPACES
035852         STRING SQ-SP-LINE-EXP DELIMITED BY " "
035853             " " DELIMITED BY SIZE
035854             INTO SQ-SP-OUT-RECORD
035855             WITH POINTER SQ-SP-OUT-PTR
035856     END-IF.
035857*    THE ORDINAL RIDES ON EVERY DEALT RECORD - THE MERGE KEY.
035858     ADD 1 TO SQ-SP-SEQUENCE.
035859     MOVE SQ-SP-SEQUENCE TO SQ-SP-SEQ-TEXT.
035860     STRING "SEQ=" DELIMITED BY SIZE
035861         SQ-SP-SEQ-TEXT DELIMITED BY SIZE
035862         " " DELIMITED BY SIZE
035863         INTO SQ-SP-OUT-RECORD
035864         WITH POINTER SQ-SP-OUT-PTR.
035865     IF SQ-SP-REQUEST-ID NOT = SPACES
035870         STRING "REQ=" DELIMITED BY SIZE
035880             SQ-SP-REQUEST-ID DELIMITED BY " "
035890             " " DELIMITED BY SIZE
036210         ON OVERFLOW
036220             DISPLAY "WARNING - WORK RECORD TRUNCATED FOR "
036230                 SQ-SP-RAW-TOKEN(1:20)
036231             MOVE SPACES TO SQ-ML-TEXT
036232             STRING "WARNING - WORK RECORD TRUNCATED FOR "
036233                 SQ-SP-RAW-TOKEN(1:20)
036234                 DELIMITED BY SIZE INTO SQ-ML-TEXT
036235             MOVE "SQ3902W" TO SQ-ML-MSG-ID
036236             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
036240     END-STRING.
037000     ADD 1 TO SQ-SP-VALUES-EMITTED.
037100     PERFORM 8000-WRITE-TO-NEXT-STREAM THRU 8000-EXIT.
042200 9100-RECONCILE-CONTROLS.
042300     IF NOT SQ-SP-TRAILER-SEEN
042400         DISPLAY "CONTROL TRAILER MISSING - FEED TRUNCATED?"
042410         MOVE SPACES TO SQ-ML-TEXT
042420         STRING "CONTROL TRAILER MISSING - FEED TRUNCATED?"
042430             DELIMITED BY SIZE INTO SQ-ML-TEXT
042440         MOVE "SQ0013W" TO SQ-ML-MSG-ID
042450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
042500         SET SQ-SP-FAILED TO TRUE
042600         GO TO 9100-EXIT
042700     END-IF.
042900         OR SQ-SP-EXPECT-HASH NOT = SQ-SP-HASH-TOTAL
043000         DISPLAY "CONTROL TOTAL MISMATCH - DO NOT USE THE"
043100             " WORK FILES"
043110         MOVE SPACES TO SQ-ML-TEXT
043120         STRING "CONTROL TOTAL MISMATCH - DO NOT USE THE"
043130             " WORK FILES" DELIMITED BY SIZE INTO SQ-ML-TEXT
043140         MOVE "SQ3903W" TO SQ-ML-MSG-ID
043150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043200         SET SQ-SP-FAILED TO TRUE
043300     ELSE
043400         DISPLAY "CONTROL TOTALS RECONCILED CLEAN"
043600     GO TO 9100-EXIT.
043700 9100-EXIT.
043800     EXIT.
043900*
044000*****************************************************************
044100* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
044200* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
044300* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
044400* WAY.
044500*****************************************************************
044600 9800-LOG-MESSAGE.
044700     MOVE "SQSPLIT" TO SQ-ML-PROGRAM.
044800     MOVE ZERO TO SQ-ML-RUN-ID.
044900     MOVE SPACES TO SQ-ML-BUS-DATE.
045000     CALL "SQMSGLOG" USING SQ-ML-AREA.
045100     GO TO 9800-EXIT.
045200 9800-EXIT.
045300     EXIT.
