004098*                     SQREJ1-4 DDS POINT AT THEM THE COMBINED
004099*                     SUMMARY COUNTS REJECTS INSTEAD OF SAYING
004100*                     IT CANNOT.
004120*     2026-10-15  DL  RECORD IMAGES WIDENED FOR THE RATIONAL-
004140*                     EXPONENT COLUMNS (SEE SQAUDIT, SQRESULT) -
004160*                     AUDIT 165 TO 172, RESULTS 110 TO 120.
004164*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
004168*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
004172*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
004176*                     COPYBOOK SQMSGCAT).
004177*     2026-10-15  DL  AUDIT IMAGES WIDENED 172 TO 175 FOR THE
004178*                     ROOT-DEGREE COLUMN (SEE SQAUDIT).
004180*****************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID.  SQMERGE.
004400 AUTHOR.      D. LOCKWOOD.
009900     COPY SQRESULT REPLACING LEADING ==SQ-RES== BY ==SQ-R4==.
010000*
010100 FD  SQ-AUD-FILE-1.
010200 01  SQ-AUD-RECORD-1               PIC X(175).
010300 FD  SQ-AUD-FILE-2.
010400 01  SQ-AUD-RECORD-2               PIC X(175).
010500 FD  SQ-AUD-FILE-3.
010600 01  SQ-AUD-RECORD-3               PIC X(175).
010700 FD  SQ-AUD-FILE-4.
010800 01  SQ-AUD-RECORD-4               PIC X(175).
010900*
010910 FD  SQ-REJ-FILE-1.
010920 01  SQ-REJ-RECORD-1               PIC X(140).
013810         10  SQ-MG-SEOF-SW         PIC X(01).
013820         10  SQ-MG-PEND-SW         PIC X(01).
013830         10  SQ-MG-PEND-SEQ        PIC 9(09).
013840         10  SQ-MG-PEND-IMAGE      PIC X(120).
013900         10  SQ-MG-SEQ             PIC 9(09).
014000         10  SQ-MG-IMAGE           PIC X(120).
014010     05  SQ-MG-RAW-GOT-SW          PIC X(01) VALUE "N".
014020         88  SQ-MG-RAW-GOT             VALUE "Y".
014030     05  SQ-MG-RAW-SEQ             PIC 9(09) VALUE ZERO.
014040     05  SQ-MG-RAW-IMAGE           PIC X(120) VALUE SPACES.
014100*
014200 01  SQ-MG-FILE-STATUSES.
014300     05  SQ-RES-1-STATUS           PIC X(02) VALUE "00".
015500 01  SQ-MG-WORK.
015600     05  SQ-MG-AUD-EOF-SW          PIC X(01) VALUE "N".
015700         88  SQ-MG-AUD-EOF             VALUE "Y".
015800     05  SQ-MG-AUDIT-IMAGE         PIC X(175) VALUE SPACES.
015900     05  SQ-MG-EDIT-VALUE          PIC -(11)9.9(9).
016000*
016100 01  SQ-MG-COUNTERS.
024450     05  SQ-MG-SM-REJECTED         PIC ZZZZZZZZ9.
024460     05  FILLER                    PIC X(115) VALUE SPACES.
024500*
024510*****************************************************************
024520* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
024530*****************************************************************
024540     COPY SQMLLINK.
024550*
024600*****************************************************************
024700* 0000-MAINLINE.
024800*****************************************************************
027500         DISPLAY "FATAL - STREAM RESULTS OPEN FAILED, "
027600             "STATUSES " SQ-RES-1-STATUS " " SQ-RES-2-STATUS
027700             " " SQ-RES-3-STATUS " " SQ-RES-4-STATUS
027710         MOVE SPACES TO SQ-ML-TEXT
027720         STRING "FATAL - STREAM RESULTS OPEN FAILED, "
027730             "STATUSES " SQ-RES-1-STATUS " " SQ-RES-2-STATUS
027740             " " SQ-RES-3-STATUS " " SQ-RES-4-STATUS
027750             DELIMITED BY SIZE INTO SQ-ML-TEXT
027760         MOVE "SQ0001S" TO SQ-ML-MSG-ID
027770         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
029000         DISPLAY "FATAL - STREAM AUDIT OPEN FAILED, STATUSES "
029100             SQ-AUD-1-STATUS " " SQ-AUD-2-STATUS " "
029200             SQ-AUD-3-STATUS " " SQ-AUD-4-STATUS
029210         MOVE SPACES TO SQ-ML-TEXT
029220         STRING "FATAL - STREAM AUDIT OPEN FAILED, STATUSES "
029230             SQ-AUD-1-STATUS " " SQ-AUD-2-STATUS " "
029240             SQ-AUD-3-STATUS " " SQ-AUD-4-STATUS
029250             DELIMITED BY SIZE INTO SQ-ML-TEXT
029260         MOVE "SQ0001S" TO SQ-ML-MSG-ID
029270         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
030000     IF SQ-MREPT-STATUS NOT = "00"
030100         DISPLAY "FATAL - SQ-MERGED-REPORT-FILE OPEN FAILED, "
030200             "STATUS " SQ-MREPT-STATUS
030210         MOVE SPACES TO SQ-ML-TEXT
030220         STRING "FATAL - SQ-MERGED-REPORT-FILE OPEN FAILED, "
030230             "STATUS " SQ-MREPT-STATUS
030240             DELIMITED BY SIZE INTO SQ-ML-TEXT
030250         MOVE "SQ0001S" TO SQ-ML-MSG-ID
030260         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030700     IF SQ-MAUDIT-STATUS NOT = "00"
030800         DISPLAY "FATAL - SQ-MERGED-AUDIT-FILE OPEN FAILED, "
030900             "STATUS " SQ-MAUDIT-STATUS
030910         MOVE SPACES TO SQ-ML-TEXT
030920         STRING "FATAL - SQ-MERGED-AUDIT-FILE OPEN FAILED, "
030930             "STATUS " SQ-MAUDIT-STATUS
030940             DELIMITED BY SIZE INTO SQ-ML-TEXT
030950         MOVE "SQ0001S" TO SQ-ML-MSG-ID
030960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF.
051200     IF SQ-MREPT-STATUS NOT = "00"
051300         DISPLAY "WARNING - SQ-MERGED-REPORT-FILE WRITE "
051400             "FAILED, STATUS " SQ-MREPT-STATUS
051410         MOVE SPACES TO SQ-ML-TEXT
051420         STRING "WARNING - SQ-MERGED-REPORT-FILE WRITE "
051430             "FAILED, STATUS " SQ-MREPT-STATUS
051440             DELIMITED BY SIZE INTO SQ-ML-TEXT
051450         MOVE "SQ0004W" TO SQ-ML-MSG-ID
051460         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
051500     END-IF.
051600     GO TO 4712-EXIT.
051700 4712-EXIT.
057800         IF SQ-MAUDIT-STATUS NOT = "00"
057900             DISPLAY "WARNING - MERGED AUDIT WRITE FAILED, "
058000                 "STATUS " SQ-MAUDIT-STATUS
058010             MOVE SPACES TO SQ-ML-TEXT
058020             STRING "WARNING - MERGED AUDIT WRITE FAILED, "
058030                 "STATUS " SQ-MAUDIT-STATUS
058040                 DELIMITED BY SIZE INTO SQ-ML-TEXT
058050             MOVE "SQ0004W" TO SQ-ML-MSG-ID
058060             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
058100         END-IF
058200     END-IF.
058300     GO TO 8110-EXIT.
061800     GO TO 9000-EXIT.
061900 9000-EXIT.
062000     EXIT.
062100*
062200*****************************************************************
062300* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
062400* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
062500* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
062600* WAY.
062700*****************************************************************
062800 9800-LOG-MESSAGE.
062900     MOVE "SQMERGE" TO SQ-ML-PROGRAM.
063000     MOVE ZERO TO SQ-ML-RUN-ID.
063100     MOVE SPACES TO SQ-ML-BUS-DATE.
063200     CALL "SQMSGLOG" USING SQ-ML-AREA.
063300     GO TO 9800-EXIT.
063400 9800-EXIT.
063500     EXIT.
