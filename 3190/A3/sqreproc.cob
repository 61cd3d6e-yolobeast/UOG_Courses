003644*                     FORWARD - IT USED TO CARRY ZERO, AND THE
003645*                     APPLY STEP WIPED THE GOOD NEWTON COLUMN
003646*                     OF EVERY REPLACED "C" ROW.
003647*     2026-10-15  DL  SEAL ROWS (SEE SQAUDIT) NEVER SELECTED.
003652*     2026-10-15  DL  RATIONAL EXPONENTS.  AN EXP=P/Q ROW (SEE
003657*                     SQAUDIT) RERUNS AT ITS OWN ROOT DEGREE Q, IS
003662*                     JUDGED ON THE ROOT, AND HAS ITS NEW ESTIMATE
003667*                     RAISED TO P BEFORE THE CORRECTION IS
003672*                     WRITTEN (SQ-CR-EXP-POWER CARRIES P).  THE
003677*                     HEADER STILL SHOWS THE CARD DEGREE.
003678*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
003679*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
003680*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
003682*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003684*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003686*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003688*                     COPYBOOK SQMSGCAT).
003690*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.  SQREPROC.
003900 AUTHOR.      D. LOCKWOOD.
011500     05  SQ-RP-MAX-ITER            PIC 9(04) VALUE ZERO.
011600     05  SQ-RP-ROOT-DEGREE         PIC 9(02) VALUE 02.
011700     05  SQ-RP-ITER-WORK           PIC 9(06) VALUE ZERO.
011705*    THE CARD DEGREE, KEPT WHILE AN EXP=P/Q ROW RERUNS AT ITS
011710*    OWN ROOT DEGREE, AND THAT ROW'S POWER.
011715     05  SQ-RP-CARD-DEGREE         PIC 9(02) VALUE 02.
011720     05  SQ-RP-EXP-POWER           PIC S9(02) VALUE ZERO.
011725*
011730*****************************************************************
011735* RATIONAL-EXPONENT WORK FIELDS (SEE 4620) - THE SAME SHAPES
011740* SQUARE RAISES ITS ANSWERS WITH.
011745*****************************************************************
011750 77  SQ-RP-EXP-ABS                 PIC 9(02) VALUE ZERO.
011755 77  SQ-RP-EXP-BASE                PIC S9(11)V9(9) VALUE ZERO.
011760 77  SQ-RP-EXP-FACTOR              PIC S9(13)V9(18) VALUE ZERO.
011765 77  SQ-RP-EXP-ACCUM               PIC S9(13)V9(18) VALUE ZERO.
011770 77  SQ-RP-EXP-ANSWER              PIC S9(11)V9(9) VALUE ZERO.
011775 77  SQ-RP-EXP-OVER-SW             PIC X(01) VALUE "N".
011780     88  SQ-RP-EXP-OVERFLOW            VALUE "Y".
011800*
011900*****************************************************************
012000* PER-RECORD WORK FIELDS.
018000     05  FILLER                    PIC X(06) VALUE "ITER  ".
018100     05  FILLER                    PIC X(05) VALUE "CONV ".
018200     05  FILLER                    PIC X(12) VALUE "RESOLUTION".
018250     05  FILLER                    PIC X(03) VALUE SPACES.
018300     05  FILLER                    PIC X(03) VALUE "POW".
018350     05  FILLER                    PIC X(63) VALUE SPACES.
018400*
018500 01  SQ-RP-DETAIL-LINE.
018600     05  SQ-RP-DTL-INPUT           PIC X(23).
019100     05  FILLER                    PIC X(02) VALUE SPACES.
019200     05  SQ-RP-DTL-CONV            PIC X(05).
019300     05  SQ-RP-DTL-RESOLUTION      PIC X(14).
019350     05  FILLER                    PIC X(01) VALUE SPACES.
019400     05  SQ-RP-DTL-POWER           PIC -Z9 BLANK WHEN ZERO.
019450     05  FILLER                    PIC X(63) VALUE SPACES.
019500*
019600 01  SQ-RP-EDIT-VALUE              PIC -(11)9.9(9).
019700*
022080     05  SQ-RP-SM-WAIVED           PIC ZZZZZZZZ9.
022081     05  FILLER                    PIC X(115) VALUE SPACES.
022100*
022101*****************************************************************
022102* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
022103*****************************************************************
022104     COPY SQSTLINK.
022105*
022110*****************************************************************
022120* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
022130*****************************************************************
022140     COPY SQMLLINK.
022150*
022200*****************************************************************
022300* 0000-MAINLINE.
022400*****************************************************************
022500 PROCEDURE DIVISION.
022600*
022700 0000-MAINLINE.
022701     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022900     PERFORM 3000-SCAN-LOOP THRU 3000-EXIT
023000         UNTIL SQ-RP-EOF.
023100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023101     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
023200     STOP RUN.
023201*
023202*****************************************************************
023203* 0100-CHECK-STEP-STATUS.  RECORDS THE STEP'S START ON THE
023204* STEP-STATUS DATASET.  ON A RESUBMITTED NIGHT A STEP THAT ALREADY
023205* COMPLETED ENDS HERE WITH THE RETURN CODE IT ENDED WITH THEN, AND
023206* ONE BEHIND A STEP THAT NEVER FINISHED ENDS RC=16 (SEE SQSTPLOG).
023207*****************************************************************
023208 0100-CHECK-STEP-STATUS.
023209     MOVE "B" TO SQ-SL-FUNCTION.
023210     MOVE "SQREPROC" TO SQ-SL-PROGRAM.
023211     CALL "SQSTPLOG" USING SQ-SL-AREA.
023212     IF SQ-SL-SKIP
023213         DISPLAY "SQREPROC ALREADY COMPLETE FOR THIS NIGHT"
023214             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
023215         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
023216         STOP RUN
023217     END-IF.
023218     IF SQ-SL-STOP
023219         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
023220             " NEVER FINISHED - RERUN IT FIRST"
023225         MOVE SPACES TO SQ-ML-TEXT
023230         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
023235             " NEVER FINISHED - RERUN IT FIRST"
023240             DELIMITED BY SIZE INTO SQ-ML-TEXT
023245         MOVE "SQ0005S" TO SQ-ML-MSG-ID
023250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
023255         MOVE 16 TO RETURN-CODE
023260         STOP RUN
023265     END-IF.
023270     MOVE ZERO TO RETURN-CODE.
023275     GO TO 0100-EXIT.
023280 0100-EXIT.
023285     EXIT.
023300*
023400*****************************************************************
023500* 1000 SERIES - STARTUP.
026300     IF SQ-RP-ROOT-DEGREE = ZERO
026400         MOVE 02 TO SQ-RP-ROOT-DEGREE
026500     END-IF.
026550     MOVE SQ-RP-ROOT-DEGREE TO SQ-RP-CARD-DEGREE.
026600     GO TO 1100-EXIT.
026700 1100-EXIT.
026800     EXIT.
029000     IF SQ-AUDIT-STATUS NOT = "00"
029100         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
029200             SQ-AUDIT-STATUS
029210         MOVE SPACES TO SQ-ML-TEXT
029220         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
029230             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
029240         MOVE "SQ0001S" TO SQ-ML-MSG-ID
029250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
029300         MOVE 16 TO RETURN-CODE
029301         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
029400         STOP RUN
029500     END-IF.
029600     OPEN OUTPUT SQ-RP-REPORT-FILE.
029700     IF SQ-RP-REPORT-STATUS NOT = "00"
029800         DISPLAY "FATAL - SQ-RP-REPORT-FILE OPEN FAILED, STATUS "
029900             SQ-RP-REPORT-STATUS
029910         MOVE SPACES TO SQ-ML-TEXT
029920         STRING "FATAL - SQ-RP-REPORT-FILE OPEN FAILED, STATUS "
029930             SQ-RP-REPORT-STATUS
029940             DELIMITED BY SIZE INTO SQ-ML-TEXT
029950         MOVE "SQ0001S" TO SQ-ML-MSG-ID
029960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
030000         MOVE 16 TO RETURN-CODE
030001         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
030100         STOP RUN
030200     END-IF.
030210     OPEN OUTPUT SQ-CORR-FILE.
030220     IF SQ-CORR-STATUS NOT = "00"
030230         DISPLAY "FATAL - SQ-CORR-FILE OPEN FAILED, STATUS "
030240             SQ-CORR-STATUS
030241         MOVE SPACES TO SQ-ML-TEXT
030242         STRING "FATAL - SQ-CORR-FILE OPEN FAILED, STATUS "
030243             SQ-CORR-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
030244         MOVE "SQ0001S" TO SQ-ML-MSG-ID
030245         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
030250         MOVE 16 TO RETURN-CODE
030251         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
030260         STOP RUN
030270     END-IF.
030280*    THE EXCEPTION REGISTER IS CREATED ON FIRST USE, THE SAME
030390     ELSE
030400         DISPLAY "WARNING - EXCEPTION REGISTER NOT IN USE, "
030410             "STATUS " SQ-XREG-STATUS
030411         MOVE SPACES TO SQ-ML-TEXT
030412         STRING "WARNING - EXCEPTION REGISTER NOT IN USE, "
030413             "STATUS " SQ-XREG-STATUS
030414             DELIMITED BY SIZE INTO SQ-ML-TEXT
030415         MOVE "SQ3001W" TO SQ-ML-MSG-ID
030416         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
030420     END-IF.
030421     GO TO 1200-EXIT.
030422 1200-EXIT.
032300     MOVE SQ-RP-PAGE-NO TO SQ-RP-H1-PAGE.
032400     MOVE SQ-RP-TOLERANCE TO SQ-RP-H2-TOLERANCE.
032500     MOVE SQ-RP-MAX-ITER TO SQ-RP-H2-MAX-ITER.
032600     MOVE SQ-RP-CARD-DEGREE TO SQ-RP-H2-DEGREE.
032700     WRITE SQ-RP-REPORT-LINE FROM SQ-RP-HDR-LINE-1
032800         AFTER ADVANCING PAGE.
032900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
036810*    THE BUSINESS-DATE STAMP IS THE SELECTOR; A ROW WRITTEN
036820*    BEFORE THE STAMP EXISTED (BLANK) FALLS BACK TO ITS
036830*    TIMESTAMP DATE.
036850     IF NOT SQ-AUDIT-SEAL-ROW
036870         AND (SQ-AUDIT-BUS-DATE = SQ-RP-SELECT-DATE
036910         OR (SQ-AUDIT-BUS-DATE = SPACES
036920         AND SQ-AUDIT-TIMESTAMP(1:10) = SQ-RP-SELECT-DATE))
037000         AND (SQ-AUDIT-EXCEPTION = "YES"
038300* THE SIDE THE ORIGINAL VERDICT WAS TAKEN FROM.
038400*****************************************************************
038500 4000-REPROCESS-VALUE.
038505*    AN EXP=P/Q ROW RECORDS ITS ROOT DEGREE Q AND POWER P; EVERY
038510*    OTHER ROW RERUNS AT THE CARD DEGREE.
038515     MOVE SQ-RP-CARD-DEGREE TO SQ-RP-ROOT-DEGREE.
038520     MOVE ZERO TO SQ-RP-EXP-POWER.
038525     IF SQ-AUDIT-EXPONENT NOT = SPACES
038530         AND SQ-AUDIT-EXP-ROOT NUMERIC
038535         AND SQ-AUDIT-EXP-ROOT > 0
038540         MOVE SQ-AUDIT-EXP-ROOT TO SQ-RP-ROOT-DEGREE
038545         MOVE SQ-AUDIT-EXP-POWER TO SQ-RP-EXP-POWER
038550     END-IF.
038555*
038600     MOVE SQ-AUDIT-INPUT-VALUE TO SQ-RP-VALUE-TEXT.
038601*
038602*    THE CHRONIC-EXCEPTION REGISTER REMEMBERS THIS VALUE
042000             SET SQ-RP-CLEARED TO TRUE
042100         END-IF
042200     END-IF.
042210*    AN EXP=P/Q ROW WAS JUDGED ON ITS ROOT - THE ANSWER THE
042220*    RESULTS CARRY IS THAT ROOT RAISED TO P.
042230     IF SQ-RP-CLEARED AND SQ-RP-EXP-POWER NOT = 0
042240         PERFORM 4620-APPLY-EXPONENT THRU 4620-EXIT
042250     END-IF.
042300     IF SQ-RP-CLEARED
042400         ADD 1 TO SQ-RP-TOTAL-CLEARED
042410*        A QUEUE-DRAIN ROW (SOURCE "Q") HAS NO RESULTS-FILE
043046         MOVE ZERO TO SQ-CR-FUNC-RESULT
043047     END-IF.
043048     MOVE SQ-RP-ROOT-DEGREE TO SQ-CR-ROOT-DEGREE.
043049     MOVE SQ-RP-EXP-POWER TO SQ-CR-EXP-POWER.
043050     MOVE SQ-RP-ITER-COUNT TO SQ-CR-ITER-COUNT.
043051     MOVE "Y" TO SQ-CR-CONVERGED.
043052     MOVE "N" TO SQ-CR-EXCEPTION.
043053     MOVE "N" TO SQ-CR-EXTENDED.
043054     MOVE ZERO TO SQ-CR-SEQUENCE.
043055     MOVE SQ-RP-SELECT-DATE TO SQ-CR-BUS-DATE.
043056     WRITE SQ-CR-RECORD.
043057     IF SQ-CORR-STATUS NOT = "00"
043058         DISPLAY "WARNING - CORRECTION WRITE FAILED, STATUS "
043059             SQ-CORR-STATUS
043060         MOVE SPACES TO SQ-ML-TEXT
043061         STRING "WARNING - CORRECTION WRITE FAILED, STATUS "
043062             SQ-CORR-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
043063         MOVE "SQ0004W" TO SQ-ML-MSG-ID
043064         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043065     ELSE
043066         ADD 1 TO SQ-RP-CORRECTIONS-OUT
043067     END-IF.
043068     GO TO 4650-EXIT.
043069 4650-EXIT.
043070     EXIT.
043071*
043072*****************************************************************
043073* 4300-UPDATE-REGISTER.  THE CHRONIC-EXCEPTION REGISTER (SEE
043074* SQEXREG), MAINTAINED AS EXCEPTIONS OCCUR - FIRST/LAST SEEN
043075* BUSINESS DATES AND THE OCCURRENCE COUNT.  A WAIVED ENTRY
043076* SETS THE SKIP SWITCH; A RESOLVED ENTRY THAT RECURS REOPENS
043077* ITSELF.  DISPOSITIONS ARE THE OPERATOR'S, SET THROUGH
043078* SQXRMNT - NEVER CHANGED TO W OR R HERE.
043079*****************************************************************
043080 4300-UPDATE-REGISTER.
043081     MOVE "N" TO SQ-RP-WAIVED-SW.
043082     IF NOT SQ-RP-XREG-IN-USE
043083         GO TO 4300-EXIT
043084     END-IF.
043085     MOVE SQ-RP-VALUE-TEXT TO SQ-XR-VALUE-TEXT.
043086     MOVE SQ-RP-ROOT-DEGREE TO SQ-XR-DEGREE.
043087     READ SQ-XREG-FILE
043088         INVALID KEY
043089             MOVE SQ-RP-SELECT-DATE TO SQ-XR-FIRST-SEEN
043090             MOVE SQ-RP-SELECT-DATE TO SQ-XR-LAST-SEEN
043091             MOVE 1 TO SQ-XR-OCCURRENCES
043092             MOVE "O" TO SQ-XR-DISPOSITION
043093             MOVE SPACES TO SQ-XR-REASON
043094             WRITE SQ-XR-RECORD
043095                 INVALID KEY
043096                     DISPLAY "WARNING - REGISTER WRITE FAILED,"
043097                         " STATUS " SQ-XREG-STATUS
043098                     MOVE SPACES TO SQ-ML-TEXT
043099                     STRING "WARNING - REGISTER WRITE FAILED,"
043100                         " STATUS " SQ-XREG-STATUS
043101                         DELIMITED BY SIZE INTO SQ-ML-TEXT
043102                     MOVE "SQ0004W" TO SQ-ML-MSG-ID
043103                     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043104             END-WRITE
043105         NOT INVALID KEY
043106             ADD 1 TO SQ-XR-OCCURRENCES
043107             MOVE SQ-RP-SELECT-DATE TO SQ-XR-LAST-SEEN
043108             IF SQ-XR-DISPOSITION = "R"
043109*                A RESOLVED VALUE THAT FAILS AGAIN IS NOT
043110*                RESOLVED - BACK ON THE OPEN LIST IT GOES.
043111                 MOVE "O" TO SQ-XR-DISPOSITION
043112             END-IF
043113             IF SQ-XR-DISPOSITION = "W"
043114                 SET SQ-RP-WAIVED TO TRUE
043115             END-IF
043116             REWRITE SQ-XR-RECORD
043117                 INVALID KEY
043118                     DISPLAY "WARNING - REGISTER REWRITE "
043119                         "FAILED, STATUS " SQ-XREG-STATUS
043120                     MOVE SPACES TO SQ-ML-TEXT
043121                     STRING "WARNING - REGISTER REWRITE "
043122                         "FAILED, STATUS " SQ-XREG-STATUS
043123                         DELIMITED BY SIZE INTO SQ-ML-TEXT
043124                     MOVE "SQ0004W" TO SQ-ML-MSG-ID
043125                     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043126             END-REWRITE
043127     END-READ.
043128     GO TO 4300-EXIT.
043129 4300-EXIT.
043130     EXIT.
043131*
043200 4700-WRITE-DETAIL-LINE.
043210*    ON THE NOT-RERUNNABLE PATH NO COMPUTE EVER RAN - Z AND Y
043220*    HOLD NOTHING USABLE AND ARE NEVER TOUCHED HERE.
043480         END-IF
043490     END-IF.
043500     MOVE SQ-AUDIT-METHOD TO SQ-RP-DTL-METHOD.
043550     MOVE SQ-RP-EXP-POWER TO SQ-RP-DTL-POWER.
043600     IF SQ-AUDIT-CONVERGED = "NO "
043700         MOVE "NONCONV" TO SQ-RP-DTL-WAS
043800     ELSE
047300     IF SQ-RP-REPORT-STATUS NOT = "00"
047400         DISPLAY "WARNING - SQ-RP-REPORT-FILE WRITE FAILED, "
047500             "STATUS " SQ-RP-REPORT-STATUS
047510         MOVE SPACES TO SQ-ML-TEXT
047520         STRING "WARNING - SQ-RP-REPORT-FILE WRITE FAILED, "
047530             "STATUS " SQ-RP-REPORT-STATUS
047540             DELIMITED BY SIZE INTO SQ-ML-TEXT
047550         MOVE "SQ0004W" TO SQ-ML-MSG-ID
047560         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
047600     END-IF.
047700     GO TO 4712-EXIT.
047800 4712-EXIT.
047900     EXIT.
047901*
047902*****************************************************************
047903* 4620-APPLY-EXPONENT.  AN EXP=P/Q ROW (SEE SQUARE 2460) WAS
047904* RERUN AND JUDGED AS ITS ROOT AT DEGREE Q; THE NEW ESTIMATE (AND
047905* THE FUNCTION FIGURE) IS RAISED TO P HERE, EXACTLY AS SQUARE
047906* 4540 RAISES IT, SO THE CORRECTION CARRIES THE ANSWER THE
047907* RESULTS FILE HOLDS.  AN ANSWER THAT WILL NOT FIT IS NO ANSWER -
047908* THE ROW STAYS ON THE FAILING LIST.
047909*****************************************************************
047910 4620-APPLY-EXPONENT.
047911     MOVE "N" TO SQ-RP-EXP-OVER-SW.
047912     MOVE RESULT TO SQ-RP-EXP-BASE.
047913     PERFORM 4625-RAISE-ONE THRU 4625-EXIT.
047914     MOVE SQ-RP-EXP-ANSWER TO RESULT.
047915     MOVE "N" TO SQ-RP-EXP-OVER-SW.
047916     MOVE Y TO SQ-RP-EXP-BASE.
047917     PERFORM 4625-RAISE-ONE THRU 4625-EXIT.
047918     IF SQ-RP-EXP-OVERFLOW
047919         MOVE "N" TO SQ-RP-CLEARED-SW
047920     ELSE
047921         MOVE SQ-RP-EXP-ANSWER TO Y
047922     END-IF.
047923     GO TO 4620-EXIT.
047924 4620-EXIT.
047925     EXIT.
047926*
047927 4625-RAISE-ONE.
047928     MOVE ZERO TO SQ-RP-EXP-ANSWER.
047929     IF SQ-RP-EXP-BASE = 0
047930         GO TO 4625-EXIT
047931     END-IF.
047932     IF SQ-RP-EXP-POWER < 0
047933         COMPUTE SQ-RP-EXP-ABS = 0 - SQ-RP-EXP-POWER
047934         COMPUTE SQ-RP-EXP-FACTOR ROUNDED = 1 / SQ-RP-EXP-BASE
047935     ELSE
047936         MOVE SQ-RP-EXP-POWER TO SQ-RP-EXP-ABS
047937         MOVE SQ-RP-EXP-BASE TO SQ-RP-EXP-FACTOR
047938     END-IF.
047939     MOVE 1 TO SQ-RP-EXP-ACCUM.
047940     PERFORM 4626-MULTIPLY-ONE THRU 4626-EXIT SQ-RP-EXP-ABS TIMES.
047941     IF NOT SQ-RP-EXP-OVERFLOW
047942         COMPUTE SQ-RP-EXP-ANSWER ROUNDED = SQ-RP-EXP-ACCUM
047943             ON SIZE ERROR
047944                 MOVE "Y" TO SQ-RP-EXP-OVER-SW
047945         END-COMPUTE
047946     END-IF.
047947     IF SQ-RP-EXP-ANSWER = 0
047948         MOVE "Y" TO SQ-RP-EXP-OVER-SW
047949     END-IF.
047950     GO TO 4625-EXIT.
047951 4625-EXIT.
047952     EXIT.
047953*
047954 4626-MULTIPLY-ONE.
047955     IF NOT SQ-RP-EXP-OVERFLOW
047956         COMPUTE SQ-RP-EXP-ACCUM ROUNDED =
047957             SQ-RP-EXP-ACCUM * SQ-RP-EXP-FACTOR
047958             ON SIZE ERROR
047959                 MOVE "Y" TO SQ-RP-EXP-OVER-SW
047960         END-COMPUTE
047961     END-IF.
047962 4626-EXIT.
047963     EXIT.
048000*
048100*****************************************************************
048200* 6000 SERIES - THE TWO STEP ROUTINES AT ESCALATED SETTINGS,
056973     IF SQ-RPSUM-STATUS NOT = "00" AND SQ-RPSUM-STATUS NOT = "05"
056974         DISPLAY "WARNING - REPROCESS SUMMARY NOT WRITTEN, "
056975             "STATUS " SQ-RPSUM-STATUS
057000         MOVE SPACES TO SQ-ML-TEXT
057100         STRING "WARNING - REPROCESS SUMMARY NOT WRITTEN, "
057200             "STATUS " SQ-RPSUM-STATUS
057300             DELIMITED BY SIZE INTO SQ-ML-TEXT
057400         MOVE "SQ3002W" TO SQ-ML-MSG-ID
057500         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
057600         GO TO 9100-EXIT
057700     END-IF.
057800     MOVE SPACES TO SQ-RS-RECORD.
057900     MOVE SQ-RP-SELECT-DATE TO SQ-RS-BUS-DATE.
058000     MOVE SQ-RP-RECORDS-SELECTED TO SQ-RS-SELECTED.
058100     MOVE SQ-RP-TOTAL-CLEARED TO SQ-RS-CLEARED.
058200     MOVE SQ-RP-TOTAL-UNRESOLVED TO SQ-RS-UNRESOLVED.
058300     MOVE SQ-RP-TOTAL-SKIPPED TO SQ-RS-SKIPPED.
058400     MOVE SQ-RP-TOTAL-WAIVED TO SQ-RS-WAIVED.
058500     MOVE SQ-RP-CORRECTIONS-OUT TO SQ-RS-CORRECTIONS.
058600     WRITE SQ-RS-RECORD.
058700     IF SQ-RPSUM-STATUS NOT = "00"
058800         DISPLAY "WARNING - REPROCESS SUMMARY WRITE FAILED, "
058900             "STATUS " SQ-RPSUM-STATUS
059000         MOVE SPACES TO SQ-ML-TEXT
059100         STRING "WARNING - REPROCESS SUMMARY WRITE FAILED, "
059200             "STATUS " SQ-RPSUM-STATUS
059300             DELIMITED BY SIZE INTO SQ-ML-TEXT
059400         MOVE "SQ0004W" TO SQ-ML-MSG-ID
059500         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
059600     END-IF.
059700     CLOSE SQ-RP-SUMMARY-FILE.
059800     GO TO 9100-EXIT.
059900 9100-EXIT.
060000     EXIT.
060100*
060200*****************************************************************
060300* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
060400* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
060500* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
060600* WAY.
060700*****************************************************************
060800 9800-LOG-MESSAGE.
060900     MOVE "SQREPROC" TO SQ-ML-PROGRAM.
061000     MOVE ZERO TO SQ-ML-RUN-ID.
061100     MOVE SPACES TO SQ-ML-BUS-DATE.
061200     CALL "SQMSGLOG" USING SQ-ML-AREA.
061300     GO TO 9800-EXIT.
061400 9800-EXIT.
061500     EXIT.
061600*
061700*****************************************************************
061800* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
061900* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
062000*****************************************************************
062100 9900-LOG-STEP-END.
062200     MOVE RETURN-CODE TO SQ-SL-RC.
062300     MOVE "E" TO SQ-SL-FUNCTION.
062400     CALL "SQSTPLOG" USING SQ-SL-AREA.
062500     MOVE SQ-SL-RC TO RETURN-CODE.
062600     GO TO 9900-EXIT.
062700 9900-EXIT.
062800     EXIT.
