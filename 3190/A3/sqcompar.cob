003087*                     MORNING DIGEST SQDIGEST, STAMPED WITH
003088*                     THE RUN ID OFF THE CURRENT FILE'S
003089*                     CONTROL HEADER.
003109*     2026-10-15  DL  ROWS PAIR ON THE EXP=P/Q POWER AS WELL (SEE
003129*                     SQRESULT) - A PRIOR FILE WRITTEN BEFORE THE
003149*                     COLUMN EXISTED READS AS PLAIN ROOTS.
003150*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003155*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003160*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003165*                     COPYBOOK SQMSGCAT).
003169*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.  SQCOMPAR.
003400 AUTHOR.      D. LOCKWOOD.
009700     05  SQ-CP-CUR-RESULT          PIC S9(11)V9(9) VALUE ZERO.
009800     05  SQ-CP-PRV-RESULT          PIC S9(11)V9(9) VALUE ZERO.
009900     05  SQ-CP-DRIFT               PIC S9(11)V9(9) VALUE ZERO.
009920*    THE EXP=P/Q POWER OF EACH SIDE, BLANK READ AS ZERO - A
009940*    VALUE RUN PLAIN AND RAISED ARE NOT A PAIR.
009960     05  SQ-CP-CUR-POWER           PIC S9(02) VALUE ZERO.
009980     05  SQ-CP-PRV-POWER           PIC S9(02) VALUE ZERO.
010000*
010100 01  SQ-CP-COUNTERS.
010200     05  SQ-CP-PAIRS-COMPARED      PIC 9(9) VALUE ZERO.
019500     05  SQ-CP-SM-UNMATCHED        PIC ZZZZZZZZ9.
019600     05  FILLER                    PIC X(115) VALUE SPACES.
019700*
019710*****************************************************************
019720* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
019730*****************************************************************
019740     COPY SQMLLINK.
019750*
019800*****************************************************************
019900* 0000-MAINLINE.
020000*****************************************************************
021600     IF SQ-CUR-STATUS NOT = "00"
021700         DISPLAY "FATAL - CURRENT RESULTS OPEN FAILED, STATUS "
021800             SQ-CUR-STATUS
021810         MOVE SPACES TO SQ-ML-TEXT
021820         STRING "FATAL - CURRENT RESULTS OPEN FAILED, STATUS "
021830             SQ-CUR-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
021840         MOVE "SQ0001S" TO SQ-ML-MSG-ID
021850         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
021900         MOVE 16 TO RETURN-CODE
022000         STOP RUN
022100     END-IF.
022300     IF SQ-PRV-STATUS NOT = "00"
022400         DISPLAY "FATAL - PRIOR RESULTS OPEN FAILED, STATUS "
022500             SQ-PRV-STATUS
022510         MOVE SPACES TO SQ-ML-TEXT
022520         STRING "FATAL - PRIOR RESULTS OPEN FAILED, STATUS "
022530             SQ-PRV-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
022540         MOVE "SQ0001S" TO SQ-ML-MSG-ID
022550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
022600         MOVE 16 TO RETURN-CODE
022700         STOP RUN
022800     END-IF.
023000     IF SQ-CP-REPORT-STATUS NOT = "00"
023100         DISPLAY "FATAL - SQ-CP-REPORT-FILE OPEN FAILED, "
023200             "STATUS " SQ-CP-REPORT-STATUS
023210         MOVE SPACES TO SQ-ML-TEXT
023220         STRING "FATAL - SQ-CP-REPORT-FILE OPEN FAILED, "
023230             "STATUS " SQ-CP-REPORT-STATUS
023240             DELIMITED BY SIZE INTO SQ-ML-TEXT
023250         MOVE "SQ0001S" TO SQ-ML-MSG-ID
023260         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
029500         WHEN SQ-RES-INPUT-VALUE = SQ-PRV-INPUT-VALUE
029600             AND SQ-RES-METHOD = SQ-PRV-METHOD
029700             AND SQ-RES-ROOT-DEGREE = SQ-PRV-ROOT-DEGREE
029750             AND SQ-CP-CUR-POWER = SQ-CP-PRV-POWER
029800             ADD 1 TO SQ-CP-PAIRS-COMPARED
029900             PERFORM 3300-COMPARE-PAIR THRU 3300-EXIT
030000         WHEN OTHER
031540         END-IF
031550         GO TO 3100-READ-CURRENT
031560     END-IF.
031562     MOVE ZERO TO SQ-CP-CUR-POWER.
031564     IF NOT SQ-CUR-EOF AND SQ-RES-EXP-POWER NUMERIC
031566         MOVE SQ-RES-EXP-POWER TO SQ-CP-CUR-POWER
031568     END-IF.
031570     GO TO 3100-EXIT.
031600 3100-EXIT.
031700     EXIT.
032530         OR SQ-PRV-RECORD(1:4) = "TRL ")
032540         GO TO 3200-READ-PRIOR
032550     END-IF.
032555*    A ROW WRITTEN BEFORE THE EXP=P/Q COLUMN EXISTED (BLANK)
032560*    WAS A PLAIN ROOT.
032565     MOVE ZERO TO SQ-CP-PRV-POWER.
032570     IF NOT SQ-PRV-EOF AND SQ-PRV-EXP-POWER NUMERIC
032575         MOVE SQ-PRV-EXP-POWER TO SQ-CP-PRV-POWER
032580     END-IF.
032600     GO TO 3200-EXIT.
032700 3200-EXIT.
032800     EXIT.
032963         AND SQ-RES-INPUT-TEXT = SQ-PRV-INPUT-TEXT
032964         AND SQ-RES-METHOD = SQ-PRV-METHOD
032965         AND SQ-RES-ROOT-DEGREE = SQ-PRV-ROOT-DEGREE
032966         AND SQ-CP-CUR-POWER = SQ-CP-PRV-POWER
032967         ADD 1 TO SQ-CP-PAIRS-COMPARED
032968         EVALUATE TRUE
032969             WHEN SQ-PRV-CONVERGED = "Y"
032970                 AND SQ-RES-CONVERGED = "N"
032971                 ADD 1 TO SQ-CP-TOTAL-NEW-NONCONV
032972                 PERFORM 3360-WRITE-EXT-DRIFT THRU 3360-EXIT
032973             WHEN SQ-PRV-EXCEPTION = "N"
032974                 AND SQ-RES-EXCEPTION = "Y"
032975                 ADD 1 TO SQ-CP-TOTAL-NEW-DISCREP
032976                 PERFORM 3360-WRITE-EXT-DRIFT THRU 3360-EXIT
032977             WHEN SQ-RES-BABY-TEXT NOT = SQ-PRV-BABY-TEXT
032978                 ADD 1 TO SQ-CP-TOTAL-DRIFT
032979                 PERFORM 3360-WRITE-EXT-DRIFT THRU 3360-EXIT
032980             WHEN OTHER
032981                 CONTINUE
032982         END-EVALUATE
032983     ELSE
032984         ADD 1 TO SQ-CP-TOTAL-UNMATCHED
032985         PERFORM 3400-WRITE-UNMATCHED THRU 3400-EXIT
032986     END-IF.
032987     GO TO 3250-EXIT.
032988 3250-EXIT.
032989     EXIT.
032990*
032991 3360-WRITE-EXT-DRIFT.
032992     MOVE SPACES TO SQ-CP-DETAIL-LINE.
032993     MOVE SQ-RES-INPUT-TEXT TO SQ-CP-DTL-INPUT.
032994     MOVE SQ-RES-METHOD TO SQ-CP-DTL-METHOD.
032995     MOVE SQ-RES-ROOT-DEGREE TO SQ-CP-DTL-DEGREE.
032996     MOVE SQ-PRV-BABY-TEXT TO SQ-CP-DTL-PRIOR.
032997     MOVE SQ-RES-BABY-TEXT TO SQ-CP-DTL-CURRENT.
032998     EVALUATE TRUE
032999         WHEN SQ-PRV-CONVERGED = "Y"
033000             AND SQ-RES-CONVERGED = "N"
033001             MOVE "NEWLY NONCONV" TO SQ-CP-DTL-FLAG
033002         WHEN SQ-PRV-EXCEPTION = "N"
033003             AND SQ-RES-EXCEPTION = "Y"
033004             MOVE "NEWLY DISCREP" TO SQ-CP-DTL-FLAG
033005         WHEN OTHER
033006             MOVE "DRIFT" TO SQ-CP-DTL-FLAG
033007     END-EVALUATE.
033008     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
033009     WRITE SQ-CP-REPORT-LINE FROM SQ-CP-DETAIL-LINE
033010         AFTER ADVANCING 1.
033011     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
033012     ADD 1 TO SQ-CP-LINE-NO.
033013     GO TO 3360-EXIT.
033014 3360-EXIT.
033015     EXIT.
033016*
033017*****************************************************************
033100* 3300-COMPARE-PAIR.  THE METHOD-APPROPRIATE RESULT IS
033200* COMPARED - THE NEWTON COLUMN FOR METHOD N, THE BABYLONIAN
033300* COLUMN OTHERWISE (COMPARE MODE'S VERDICT SIDE).
042900     IF SQ-CP-REPORT-STATUS NOT = "00"
043000         DISPLAY "WARNING - SQ-CP-REPORT-FILE WRITE FAILED, "
043100             "STATUS " SQ-CP-REPORT-STATUS
043110         MOVE SPACES TO SQ-ML-TEXT
043120         STRING "WARNING - SQ-CP-REPORT-FILE WRITE FAILED, "
043130             "STATUS " SQ-CP-REPORT-STATUS
043140             DELIMITED BY SIZE INTO SQ-ML-TEXT
043150         MOVE "SQ0004W" TO SQ-ML-MSG-ID
043160         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043200     END-IF.
043300     GO TO 4712-EXIT.
043400 4712-EXIT.
049200     IF SQ-CPSUM-STATUS NOT = "00" AND SQ-CPSUM-STATUS NOT = "05"
049300         DISPLAY "WARNING - DRIFT SUMMARY NOT WRITTEN, STATUS "
049400             SQ-CPSUM-STATUS
049410         MOVE SPACES TO SQ-ML-TEXT
049420         STRING "WARNING - DRIFT SUMMARY NOT WRITTEN, STATUS "
049430             SQ-CPSUM-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
049440         MOVE "SQ1301W" TO SQ-ML-MSG-ID
049450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
049500         GO TO 9100-EXIT
049600     END-IF.
049700     MOVE SPACES TO SQ-CS-RECORD.
050500     IF SQ-CPSUM-STATUS NOT = "00"
050600         DISPLAY "WARNING - DRIFT SUMMARY WRITE FAILED, "
050700             "STATUS " SQ-CPSUM-STATUS
050710         MOVE SPACES TO SQ-ML-TEXT
050720         STRING "WARNING - DRIFT SUMMARY WRITE FAILED, "
050730             "STATUS " SQ-CPSUM-STATUS
050740             DELIMITED BY SIZE INTO SQ-ML-TEXT
050750         MOVE "SQ0004W" TO SQ-ML-MSG-ID
050760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
050800     END-IF.
050900     CLOSE SQ-CP-SUMMARY-FILE.
051000     GO TO 9100-EXIT.
051100 9100-EXIT.
051200     EXIT.
051300*
051400*****************************************************************
051500* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
051600* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
051700* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
051800* WAY.
051900*****************************************************************
052000 9800-LOG-MESSAGE.
052100     MOVE "SQCOMPAR" TO SQ-ML-PROGRAM.
052200     MOVE ZERO TO SQ-ML-RUN-ID.
052300     MOVE SPACES TO SQ-ML-BUS-DATE.
052400     CALL "SQMSGLOG" USING SQ-ML-AREA.
052500     GO TO 9800-EXIT.
052600 9800-EXIT.
052700     EXIT.
