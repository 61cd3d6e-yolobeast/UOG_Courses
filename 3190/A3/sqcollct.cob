002800*     E-FORM TOKENS EXCLUDED, OVERRIDE PREFIXES STRIPPED) -
002900*     THE SAME RULES 4300-CHECK-RANGE APPLIES.
003000*
003007*     EACH BALANCED FEED IS ALSO LOOKED UP, BY DEPARTMENT, ON
003014*     THE DUPLICATE-FEED FINGERPRINT REGISTER (SEE SQFGREG) AND
003021*     AGAINST THE FEEDS ALREADY TAKEN THIS RUN.  AN EXACT OR NEAR
003028*     REPEAT OF AN ACCEPTED FEED IS HELD - NAMED ON THE REPORT AND
003035*     CONSOLE WITH THE RUN IT REPEATS, THE STEP ENDING RC=12 -
003042*     UNLESS A RELEASE CARD (SEE SQFGRLS) NAMES IT AS AN INTENDED
003049*     RESEND.  ONLY A NIGHT THAT ENDS RC=0 IS REGISTERED, SO A
003056*     RERUN AFTER RC=12 OR RC=16 DOES NOT TRIP OVER ITS OWN FEEDS.
003063*     A MATCH ON AN ENTRY ALREADY REGISTERED UNDER TONIGHT'S RUN
003070*     ID AND BUSINESS DATE IS A RERUN OF THIS STEP, NOT A RESEND,
003077*     AND PASSES.
003084*
003100* MODIFICATION HISTORY.
003200*     2026-09-03  DL  INITIAL VERSION.
003210*     2026-09-03  DL  A DATA LINE CARRYING MORE THAN 20 VALUES
003270*                     JUDGED SUCH A FEED "BALANCED" AND WROTE
003280*                     A COMBINED TRAILER STEP010 COULD NEVER
003290*                     RECONCILE.
003292*     2026-10-15  DL  EXP= PREFIXES STRIPPED BEFORE HASHING, LIKE
003294*                     DEG= AND TOL=.
003295*     2026-10-15  DL  BALANCED FEEDS ARE CHECKED AGAINST THE
003296*                     FINGERPRINT REGISTER SQFGREG; A REPEAT IS
003297*                     HELD RC=12 UNLESS RELEASED ON SQFGRLS, AND
003298*                     THE FEEDS OF AN ACCEPTED NIGHT ARE
003299*                     REGISTERED.
003300*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003320*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003340*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003360*                     COPYBOOK SQMSGCAT).
003380*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.  SQCOLLCT.
003600 AUTHOR.      D. LOCKWOOD.
008300     SELECT SQ-FC-REPORT-FILE ASSIGN TO SQFCRPT
008400         ORGANIZATION LINE SEQUENTIAL
008500         FILE STATUS IS SQ-FC-REPORT-STATUS.
008505*
008510     SELECT OPTIONAL SQ-RUNREG-FILE ASSIGN TO SQRUNREG
008515         ORGANIZATION LINE SEQUENTIAL
008520         FILE STATUS IS SQ-RUNREG-STATUS.
008525*
008530     SELECT OPTIONAL SQ-CAL-FILE ASSIGN TO SQCALEND
008535         ORGANIZATION LINE SEQUENTIAL
008540         FILE STATUS IS SQ-CAL-STATUS.
008545*
008550     SELECT OPTIONAL SQ-FG-REG-FILE ASSIGN TO SQFGREG
008555         ORGANIZATION LINE SEQUENTIAL
008560         FILE STATUS IS SQ-FG-REG-STATUS.
008565*
008570     SELECT OPTIONAL SQ-FG-RLS-FILE ASSIGN TO SQFGRLS
008575         ORGANIZATION LINE SEQUENTIAL
008580         FILE STATUS IS SQ-FG-RLS-STATUS.
008600*
008700 DATA DIVISION.
008800 FILE SECTION.
011500*
011600 FD  SQ-FC-REPORT-FILE.
011700 01  SQ-FC-REPORT-LINE             PIC X(152).
011707*
011714 FD  SQ-RUNREG-FILE.
011721     COPY SQRUNREG.
011728*
011735 FD  SQ-CAL-FILE.
011742     COPY SQCALEND.
011749*
011756 FD  SQ-FG-REG-FILE.
011763     COPY SQFGREG.
011770*
011777 FD  SQ-FG-RLS-FILE.
011784     COPY SQFGRLS.
011800*
011900 WORKING-STORAGE SECTION.
012000*
013800         88  SQ-FC-RUN-FAILED          VALUE "Y".
013900     05  SQ-FC-OV-DONE-SW          PIC X(01) VALUE "N".
014000         88  SQ-FC-OV-DONE             VALUE "Y".
014004     05  SQ-FC-REG-EOF-SW          PIC X(01) VALUE "N".
014008         88  SQ-FC-REG-EOF             VALUE "Y".
014012     05  SQ-FC-RLS-EOF-SW          PIC X(01) VALUE "N".
014016         88  SQ-FC-RLS-EOF             VALUE "Y".
014020     05  SQ-FC-CAL-EOF-SW          PIC X(01) VALUE "N".
014024         88  SQ-FC-CAL-EOF             VALUE "Y".
014028     05  SQ-FC-FEED-HELD-SW        PIC X(01) VALUE "N".
014032         88  SQ-FC-FEED-HELD           VALUE "Y".
014036     05  SQ-FC-FEED-RLSD-SW        PIC X(01) VALUE "N".
014040         88  SQ-FC-FEED-RELEASED       VALUE "Y".
014044     05  SQ-FC-FEED-RERUN-SW       PIC X(01) VALUE "N".
014048         88  SQ-FC-FEED-RERUN          VALUE "Y".
014052     05  SQ-FC-RUN-HELD-SW         PIC X(01) VALUE "N".
014056         88  SQ-FC-RUN-HELD            VALUE "Y".
014060     05  SQ-FC-CAND-IN-RUN-SW      PIC X(01) VALUE "N".
014064         88  SQ-FC-CAND-IN-RUN         VALUE "Y".
014068     05  SQ-FC-BEST-IN-RUN-SW      PIC X(01) VALUE "N".
014072         88  SQ-FC-BEST-IN-RUN         VALUE "Y".
014076     05  SQ-FC-REG-FAIL-SW         PIC X(01) VALUE "N".
014080         88  SQ-FC-REG-FAILED          VALUE "Y".
014100*
014200 01  SQ-FC-FILE-STATUSES.
014300     05  SQ-FEED-1-STATUS          PIC X(02) VALUE "00".
015400     05  SQ-FCPARM-STATUS          PIC X(02) VALUE "00".
015500     05  SQ-OUT-STATUS             PIC X(02) VALUE "00".
015600     05  SQ-FC-REPORT-STATUS       PIC X(02) VALUE "00".
015616     05  SQ-RUNREG-STATUS          PIC X(02) VALUE "00".
015632     05  SQ-CAL-STATUS             PIC X(02) VALUE "00".
015648     05  SQ-FG-REG-STATUS          PIC X(02) VALUE "00".
015664     05  SQ-FG-RLS-STATUS          PIC X(02) VALUE "00".
015680     05  SQ-FC-OPEN-STATUS         PIC X(02) VALUE "00".
015700*
015800*****************************************************************
015900* THE DEPARTMENT CODE PER FEED, FROM THE SQFCPARM CARD.
021100         10  SQ-FC-CUR-MONTH       PIC 9(02).
021200         10  SQ-FC-CUR-DAY         PIC 9(02).
021300     05  SQ-FC-REPORT-DATE         PIC X(10) VALUE SPACES.
021314     05  SQ-FC-CURRENT-TIME.
021328         10  SQ-FC-CUR-HOUR        PIC 9(02).
021342         10  SQ-FC-CUR-MINUTE      PIC 9(02).
021356         10  SQ-FC-CUR-SECOND      PIC 9(02).
021370         10  SQ-FC-CUR-HUNDREDTH   PIC 9(02).
021384     05  SQ-FC-TODAY-DATE          PIC X(10) VALUE SPACES.
021400*
021500 01  SQ-FC-PAGE-CONTROL.
021600     05  SQ-FC-PAGE-NO             PIC 9(04) VALUE 1.
021700     05  SQ-FC-LINE-NO             PIC 9(02) VALUE 99.
021800     05  SQ-FC-LINES-PER-PAGE      PIC 9(02) VALUE 55.
021900*
021902*
021904*****************************************************************
021906* DUPLICATE-FEED FINGERPRINTS.  SQ-FN- IS THE FEED IN HAND (AND
021908* THE RUN'S CONTEXT - THE NEXT RUN ID OFF THE RUN REGISTRY, THE
021910* BUSINESS DATE OFF THE PROCESSING CALENDAR), SQ-FX- THE
021912* CANDIDATE IT IS SCORED AGAINST.  FEEDS ACCEPTED THIS RUN ARE
021914* KEPT, AS REGISTER IMAGES, FOR THE IN-RUN CHECK AND FOR THE
021916* REGISTER UPDATE AT END OF RUN.
021918*****************************************************************
021920     COPY SQFGREG REPLACING LEADING ==SQ-FG== BY ==SQ-FN==.
021922     COPY SQFGREG REPLACING LEADING ==SQ-FG== BY ==SQ-FX==.
021924*
021926 01  SQ-FC-REPEAT-WORK.
021928     05  SQ-FC-LAST-RUN-ID         PIC 9(05) VALUE ZERO.
021930     05  SQ-FC-MATCH-SCORE         PIC 9(01) VALUE ZERO.
021932     05  SQ-FC-BEST-SCORE          PIC 9(01) VALUE ZERO.
021934     05  SQ-FC-BEST-BUS-DATE       PIC X(10) VALUE SPACES.
021936     05  SQ-FC-BEST-RUN-ID         PIC 9(05) VALUE ZERO.
021938     05  SQ-FC-BEST-RUN-TEXT       PIC X(05) VALUE SPACES.
021940     05  SQ-FC-BEST-SOURCE         PIC X(08) VALUE SPACES.
021942     05  SQ-FC-RLS-MATCH           PIC 9(02) VALUE ZERO.
021944     05  SQ-FC-RLS-SUB             PIC 9(02) VALUE ZERO.
021946     05  SQ-FC-AC-SUB              PIC 9(02) VALUE ZERO.
021948     05  SQ-FC-FEEDS-HELD          PIC 9(02) VALUE ZERO.
021950     05  SQ-FC-FEEDS-RELEASED      PIC 9(02) VALUE ZERO.
021952     05  SQ-FC-FEEDS-REGISTERED    PIC 9(02) VALUE ZERO.
021954     05  SQ-FC-REPEAT-KIND         PIC X(05) VALUE SPACES.
021956     05  SQ-FC-REPEAT-OUTCOME      PIC X(40) VALUE SPACES.
021958*
021960 01  SQ-FC-ACCEPTED-TABLE.
021962     05  SQ-FC-AC-COUNT            PIC 9(02) VALUE ZERO.
021964     05  SQ-FC-AC-ENTRY OCCURS 10 TIMES.
021966         10  SQ-FC-AC-IMAGE        PIC X(260).
021968         10  SQ-FC-AC-RERUN-SW     PIC X(01).
021970*
021972*****************************************************************
021974* RELEASE CARDS (SEE SQFGRLS) - AT MOST TEN.
021976*****************************************************************
021978 01  SQ-FC-RELEASE-TABLE.
021980     05  SQ-FC-RLS-COUNT           PIC 9(02) VALUE ZERO.
021982     05  SQ-FC-RLS-ENTRY OCCURS 10 TIMES.
021984         10  SQ-FC-RLS-DEPT        PIC X(03).
021986         10  SQ-FC-RLS-RUN-ID      PIC X(05).
021988         10  SQ-FC-RLS-OPERATOR    PIC X(08).
021990         10  SQ-FC-RLS-USED-SW     PIC X(01).
022000*****************************************************************
022100* REPORT LINE IMAGES.
022200*****************************************************************
024500     05  FILLER                    PIC X(01) VALUE SPACE.
024600     05  SQ-FC-FL-VERDICT          PIC X(14).
024700     05  FILLER                    PIC X(24) VALUE SPACES.
024720*
024740 01  SQ-FC-REPEAT-LINE.
024760     05  FILLER                    PIC X(10) VALUE SPACES.
024780     05  SQ-FC-RP-TEXT             PIC X(142) VALUE SPACES.
024800*
024900 01  SQ-FC-SUMMARY-LINE-1.
025000     05  FILLER                    PIC X(28) VALUE
025700         "FEEDS FAILED              :".
025800     05  SQ-FC-SM-FAILED           PIC ZZZZZZZZ9.
025900     05  FILLER                    PIC X(115) VALUE SPACES.
025907*
025914 01  SQ-FC-SUMMARY-LINE-4.
025921     05  FILLER                    PIC X(28) VALUE
025928         "REPEAT FEEDS HELD         :".
025935     05  SQ-FC-SM-HELD             PIC ZZZZZZZZ9.
025942     05  FILLER                    PIC X(115) VALUE SPACES.
025949*
025956 01  SQ-FC-SUMMARY-LINE-5.
025963     05  FILLER                    PIC X(28) VALUE
025970         "REPEATS RELEASED AS RESEND:".
025977     05  SQ-FC-SM-RELEASED         PIC ZZZZZZZZ9.
025984     05  FILLER                    PIC X(115) VALUE SPACES.
026000*
026100 01  SQ-FC-SUMMARY-LINE-3.
026200     05  FILLER                    PIC X(28) VALUE
026700     05  FILLER                    PIC X(83) VALUE SPACES.
026800*
026900 01  SQ-FC-VERDICT-LINE.
027000     05  SQ-FC-VERDICT             PIC X(60) VALUE SPACES.
027100     05  FILLER                    PIC X(92) VALUE SPACES.
027200*
027210*****************************************************************
027220* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
027230*****************************************************************
027240     COPY SQMLLINK.
027250*
027300*****************************************************************
027400* 0000-MAINLINE.
027500*****************************************************************
029300     IF SQ-OUT-STATUS NOT = "00"
029400         DISPLAY "FATAL - SQ-OUT-FILE OPEN FAILED, STATUS "
029500             SQ-OUT-STATUS
029510         MOVE SPACES TO SQ-ML-TEXT
029520         STRING "FATAL - SQ-OUT-FILE OPEN FAILED, STATUS "
029530             SQ-OUT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
029540         MOVE "SQ0001S" TO SQ-ML-MSG-ID
029550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
029600         MOVE 16 TO RETURN-CODE
029700         STOP RUN
029800     END-IF.
030000     IF SQ-FC-REPORT-STATUS NOT = "00"
030100         DISPLAY "FATAL - SQ-FC-REPORT-FILE OPEN FAILED, STATUS "
030200             SQ-FC-REPORT-STATUS
030210         MOVE SPACES TO SQ-ML-TEXT
030220         STRING "FATAL - SQ-FC-REPORT-FILE OPEN FAILED, STATUS "
030230             SQ-FC-REPORT-STATUS
030240             DELIMITED BY SIZE INTO SQ-ML-TEXT
030250         MOVE "SQ0001S" TO SQ-ML-MSG-ID
030260         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030600     ACCEPT SQ-FC-CURRENT-DATE FROM DATE YYYYMMDD.
030700     STRING SQ-FC-CUR-MONTH "/" SQ-FC-CUR-DAY "/" SQ-FC-CUR-YEAR
030800         DELIMITED BY SIZE INTO SQ-FC-REPORT-DATE.
030816     ACCEPT SQ-FC-CURRENT-TIME FROM TIME.
030832     STRING SQ-FC-CUR-YEAR "-" SQ-FC-CUR-MONTH "-" SQ-FC-CUR-DAY
030848         DELIMITED BY SIZE INTO SQ-FC-TODAY-DATE.
030864     PERFORM 1200-GET-RUN-CONTEXT THRU 1200-EXIT.
030880     PERFORM 1300-LOAD-RELEASE-CARDS THRU 1300-EXIT.
030900     PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.
031000*
031100     MOVE SPACES TO SQ-OUT-RECORD.
034400 1110-EXIT.
034500     EXIT.
034600*
034609*****************************************************************
034618* 1200-GET-RUN-CONTEXT.  THE RUN ID AND BUSINESS DATE TONIGHT'S
034627* FEEDS WILL BE PROCESSED UNDER - THE NEXT RUN ID OFF THE RUN
034636* REGISTRY (AS SQRJWORK TAKES IT) AND TODAY'S BUSINESS DATE OFF
034645* THE PROCESSING CALENDAR (AS SQUARE TAKES IT).
034654*****************************************************************
034663 1200-GET-RUN-CONTEXT.
034672     MOVE SPACES TO SQ-FN-RECORD.
034681     MOVE "SQCOLLCT" TO SQ-FN-SOURCE.
034690     STRING SQ-FC-TODAY-DATE "-" SQ-FC-CUR-HOUR "."
034699         SQ-FC-CUR-MINUTE "." SQ-FC-CUR-SECOND "."
034708         SQ-FC-CUR-HUNDREDTH DELIMITED BY SIZE
034717         INTO SQ-FN-TIMESTAMP.
034726     OPEN INPUT SQ-RUNREG-FILE.
034735     MOVE SQ-RUNREG-STATUS TO SQ-FC-OPEN-STATUS.
034744     IF SQ-FC-OPEN-STATUS = "00"
034753         READ SQ-RUNREG-FILE
034762             AT END
034771                 CONTINUE
034780             NOT AT END
034789                 MOVE SQ-RUNREG-LAST-RUN-ID TO SQ-FC-LAST-RUN-ID
034798         END-READ
034807     END-IF.
034816     IF SQ-FC-OPEN-STATUS = "00" OR SQ-FC-OPEN-STATUS = "05"
034825         CLOSE SQ-RUNREG-FILE
034834     END-IF.
034843     IF SQ-FC-LAST-RUN-ID = 99999
034852         MOVE 1 TO SQ-FN-RUN-ID
034861     ELSE
034870         COMPUTE SQ-FN-RUN-ID = SQ-FC-LAST-RUN-ID + 1
034879     END-IF.
034888*
034897     MOVE SQ-FC-TODAY-DATE TO SQ-FN-BUS-DATE.
034906     OPEN INPUT SQ-CAL-FILE.
034915     MOVE SQ-CAL-STATUS TO SQ-FC-OPEN-STATUS.
034924     IF SQ-FC-OPEN-STATUS = "00"
034933         MOVE "N" TO SQ-FC-CAL-EOF-SW
034942         PERFORM 1210-SCAN-ONE-CAL-ENTRY THRU 1210-EXIT
034951             UNTIL SQ-FC-CAL-EOF
034960     END-IF.
034969     IF SQ-FC-OPEN-STATUS = "00" OR SQ-FC-OPEN-STATUS = "05"
034978         CLOSE SQ-CAL-FILE
034987     END-IF.
034996     GO TO 1200-EXIT.
035005 1200-EXIT.
035014     EXIT.
035023*
035032 1210-SCAN-ONE-CAL-ENTRY.
035041     READ SQ-CAL-FILE
035050         AT END
035059             SET SQ-FC-CAL-EOF TO TRUE
035068         NOT AT END
035077             IF SQ-CAL-DATE = SQ-FC-TODAY-DATE
035086                 IF SQ-CAL-BUS-DATE NOT = SPACES
035095                     MOVE SQ-CAL-BUS-DATE TO SQ-FN-BUS-DATE
035104                 END-IF
035113                 SET SQ-FC-CAL-EOF TO TRUE
035122             END-IF
035131     END-READ.
035140     GO TO 1210-EXIT.
035149 1210-EXIT.
035158     EXIT.
035167*
035176*****************************************************************
035185* 1300-LOAD-RELEASE-CARDS.  EACH CARD RELEASES ONE HELD REPEAT
035194* (SEE SQFGRLS).  A CARD THAT IS NOT DEPARTMENT, "RESEND", AND A
035203* NUMERIC RUN ID IS IGNORED WITH A WARNING - IT RELEASES NOTHING.
035212*****************************************************************
035221 1300-LOAD-RELEASE-CARDS.
035230     OPEN INPUT SQ-FG-RLS-FILE.
035239     MOVE SQ-FG-RLS-STATUS TO SQ-FC-OPEN-STATUS.
035248     IF SQ-FC-OPEN-STATUS = "00"
035257         MOVE "N" TO SQ-FC-RLS-EOF-SW
035266         PERFORM 1310-LOAD-ONE-RELEASE THRU 1310-EXIT
035275             UNTIL SQ-FC-RLS-EOF
035284     END-IF.
035293     IF SQ-FC-OPEN-STATUS = "00" OR SQ-FC-OPEN-STATUS = "05"
035302         CLOSE SQ-FG-RLS-FILE
035311     END-IF.
035320     GO TO 1300-EXIT.
035329 1300-EXIT.
035338     EXIT.
035347*
035356 1310-LOAD-ONE-RELEASE.
035365     READ SQ-FG-RLS-FILE
035374         AT END
035383             SET SQ-FC-RLS-EOF TO TRUE
035392     END-READ.
035401     IF SQ-FC-RLS-EOF OR SQ-FR-CARD = SPACES
035410         GO TO 1310-EXIT
035419     END-IF.
035428     IF SQ-FR-DEPT = SPACES OR NOT SQ-FR-RESEND
035437         OR SQ-FR-PRIOR-RUN-ID NOT NUMERIC
035446         DISPLAY "WARNING - RELEASE CARD IGNORED: "
035447             SQ-FR-CARD(1:25)
035448         MOVE SPACES TO SQ-ML-TEXT
035449         STRING "WARNING - RELEASE CARD IGNORED: "
035450             SQ-FR-CARD(1:25) DELIMITED BY SIZE INTO SQ-ML-TEXT
035451         MOVE "SQ0009W" TO SQ-ML-MSG-ID
035452         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
035455         GO TO 1310-EXIT
035464     END-IF.
035473     IF SQ-FC-RLS-COUNT >= 10
035482         DISPLAY "WARNING - MORE THAN 10 RELEASE CARDS, IGNORED: "
035491             SQ-FR-CARD(1:25)
035492         MOVE SPACES TO SQ-ML-TEXT
035493         STRING "WARNING - MORE THAN 10 RELEASE CARDS, IGNORED: "
035494             SQ-FR-CARD(1:25) DELIMITED BY SIZE INTO SQ-ML-TEXT
035495         MOVE "SQ0010W" TO SQ-ML-MSG-ID
035496         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
035500         GO TO 1310-EXIT
035509     END-IF.
035518     ADD 1 TO SQ-FC-RLS-COUNT.
035527     MOVE SQ-FR-DEPT TO SQ-FC-RLS-DEPT(SQ-FC-RLS-COUNT).
035536     MOVE SQ-FR-PRIOR-RUN-ID TO SQ-FC-RLS-RUN-ID(SQ-FC-RLS-COUNT).
035545     MOVE SQ-FR-OPERATOR TO SQ-FC-RLS-OPERATOR(SQ-FC-RLS-COUNT).
035554     MOVE "N" TO SQ-FC-RLS-USED-SW(SQ-FC-RLS-COUNT).
035563     GO TO 1310-EXIT.
035572 1310-EXIT.
035581     EXIT.
035590*
035599 1500-WRITE-REPORT-HEADERS.
035608     MOVE SQ-FC-REPORT-DATE TO SQ-FC-H1-DATE.
035617     MOVE SQ-FC-PAGE-NO TO SQ-FC-H1-PAGE.
035626     WRITE SQ-FC-REPORT-LINE FROM SQ-FC-HDR-LINE-1
035635         AFTER ADVANCING PAGE.
035644     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
035653     MOVE 1 TO SQ-FC-LINE-NO.
035662     GO TO 1500-EXIT.
035671 1500-EXIT.
035680     EXIT.
035689*
035800*****************************************************************
035900* 3000 SERIES - ONE FEED, START TO FINISH.  THE FEED IS OPENED,
036000* ITS OWN HDR/TRL RECONCILED, ITS RECORDS COPIED BEHIND A
036500         SQ-FC-HDR-SW SQ-FC-TRL-SW SQ-FC-FEED-FAIL-SW.
036600     MOVE ZERO TO SQ-FC-FEED-RECORDS SQ-FC-FEED-HASH
036700         SQ-FC-EXPECT-RECORDS SQ-FC-EXPECT-HASH.
036720     MOVE "N" TO SQ-FC-FEED-HELD-SW SQ-FC-FEED-RLSD-SW
036740         SQ-FC-FEED-RERUN-SW.
036760     MOVE ZERO TO SQ-FC-BEST-SCORE.
036780     MOVE SPACES TO SQ-FN-FIRST-IMAGE SQ-FN-LAST-IMAGE.
036800     PERFORM 3010-OPEN-FEED THRU 3010-EXIT.
036900     IF NOT SQ-FC-FEED-OPENED
037000         ADD 1 TO SQ-FC-FEED-SUB
037400     IF SQ-FC-DEPT-CODE(SQ-FC-FEED-SUB) = SPACES
037500         DISPLAY "WARNING - FEED " SQ-FC-FEED-SUB
037600             " HAS NO DEPARTMENT CODE ON THE CARD"
037610         MOVE SPACES TO SQ-ML-TEXT
037620         STRING "WARNING - FEED " SQ-FC-FEED-SUB
037630             " HAS NO DEPARTMENT CODE ON THE CARD"
037640             DELIMITED BY SIZE INTO SQ-ML-TEXT
037650         MOVE "SQ1201W" TO SQ-ML-MSG-ID
037660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
037700     ELSE
037800         MOVE SPACES TO SQ-OUT-RECORD
037900         STRING "SRC " SQ-FC-DEPT-CODE(SQ-FC-FEED-SUB)
043400         WHEN OTHER
043500             DISPLAY "WARNING - FEED " SQ-FC-FEED-SUB
043600                 " OPEN FAILED, STATUS " SQ-FC-WORK-STATUS
043610             MOVE SPACES TO SQ-ML-TEXT
043620             STRING "WARNING - FEED " SQ-FC-FEED-SUB
043630                 " OPEN FAILED, STATUS " SQ-FC-WORK-STATUS
043640                 DELIMITED BY SIZE INTO SQ-ML-TEXT
043650             MOVE "SQ1202W" TO SQ-ML-MSG-ID
043660             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
043700             SET SQ-FC-RUN-FAILED TO TRUE
043800     END-EVALUATE.
043900     GO TO 3010-EXIT.
056700             PERFORM 3200-PARSE-TRAILER THRU 3200-EXIT
056800         WHEN SQ-FC-RAW-RECORD(1:4) = "SER "
056900             ADD 1 TO SQ-FC-FEED-RECORDS
056950             PERFORM 3150-NOTE-DATA-IMAGE THRU 3150-EXIT
057000             PERFORM 3300-COPY-RECORD THRU 3300-EXIT
057100         WHEN SQ-FC-RAW-RECORD(1:4) = "SRC "
057200             ADD 1 TO SQ-FC-FEED-RECORDS
057250             PERFORM 3150-NOTE-DATA-IMAGE THRU 3150-EXIT
057300             PERFORM 3300-COPY-RECORD THRU 3300-EXIT
057400         WHEN OTHER
057500             ADD 1 TO SQ-FC-FEED-RECORDS
057550             PERFORM 3150-NOTE-DATA-IMAGE THRU 3150-EXIT
057600             PERFORM 3400-HASH-DATA-RECORD THRU 3400-EXIT
057700             PERFORM 3300-COPY-RECORD THRU 3300-EXIT
057800     END-EVALUATE.
057900     GO TO 3100-EXIT.
058000 3100-EXIT.
058100     EXIT.
058108*
058116*    THE FIRST AND LAST DATA-RECORD IMAGES OF THE FEED, FOR ITS
058124*    FINGERPRINT.
058132 3150-NOTE-DATA-IMAGE.
058140     IF SQ-FC-FEED-RECORDS = 1
058148         MOVE SQ-FC-RAW-RECORD TO SQ-FN-FIRST-IMAGE
058156     END-IF.
058164     MOVE SQ-FC-RAW-RECORD TO SQ-FN-LAST-IMAGE.
058172     GO TO 3150-EXIT.
058180 3150-EXIT.
058188     EXIT.
058200*
058300 3200-PARSE-TRAILER.
058400     MOVE SPACES TO SQ-FC-CTL-TOKEN-1 SQ-FC-CTL-TOKEN-2
062800     EXIT.
062900*
063000 3410-STRIP-OVERRIDE.
063050     IF IN-Z(1:4) = "DEG=" OR IN-Z(1:4) = "TOL="
063100         OR IN-Z(1:4) = "EXP="
063200         MOVE 1 TO SQ-FC-OV-PTR
063300         MOVE SPACES TO SQ-FC-RAW-TOKEN
063400         UNSTRING IN-Z DELIMITED BY "," OR " "
066900*****************************************************************
067000* 3800-JUDGE-FEED.  A MISSING HEADER OR TRAILER, OR A COUNT OR
067100* HASH MISMATCH, FAILS THE FEED - AND NAMES IT, ON REPORT AND
067200* CONSOLE.  A BALANCED FEED THAT REPEATS AN ACCEPTED ONE IS
067210* HELD (SEE 3900-CHECK-REPEAT).
067300*****************************************************************
067400 3800-JUDGE-FEED.
067500     IF NOT SQ-FC-HDR-SEEN
068800             " CONTROLS DO NOT BALANCE"
068900         SET SQ-FC-FEED-FAILED TO TRUE
069000     END-IF.
069020     IF NOT SQ-FC-FEED-FAILED
069040         AND SQ-FC-FEED-RECORDS > 0
069060         PERFORM 3900-CHECK-REPEAT THRU 3900-EXIT
069080     END-IF.
069100*
069200     MOVE SQ-FC-FEED-SUB TO SQ-FC-FL-FEED.
069300     MOVE SQ-FC-DEPT-CODE(SQ-FC-FEED-SUB) TO SQ-FC-FL-DEPT.
069500     MOVE SQ-FC-EXPECT-RECORDS TO SQ-FC-FL-EXPECT.
069600     MOVE SQ-FC-FEED-HASH TO SQ-FC-FL-HASH.
069700     MOVE SQ-FC-EXPECT-HASH TO SQ-FC-FL-EXP-HASH.
069800     EVALUATE TRUE
069810         WHEN SQ-FC-FEED-FAILED
069900             MOVE "*** FAILED ***" TO SQ-FC-FL-VERDICT
070000             SET SQ-FC-RUN-FAILED TO TRUE
070100             ADD 1 TO SQ-FC-FEEDS-FAILED
070110         WHEN SQ-FC-FEED-HELD
070120             MOVE "*** HELD ***" TO SQ-FC-FL-VERDICT
070130             SET SQ-FC-RUN-HELD TO TRUE
070140             ADD 1 TO SQ-FC-FEEDS-HELD
070200         WHEN OTHER
070210             IF SQ-FC-FEED-RELEASED
070220                 MOVE "RELEASED" TO SQ-FC-FL-VERDICT
070230                 ADD 1 TO SQ-FC-FEEDS-RELEASED
070240             ELSE
070300                 MOVE "BALANCED" TO SQ-FC-FL-VERDICT
070310             END-IF
070400             ADD 1 TO SQ-FC-FEEDS-COLLECTED
070410             PERFORM 3960-KEEP-ACCEPTED-FEED THRU 3960-EXIT
070500     END-EVALUATE.
070600     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
070700     WRITE SQ-FC-REPORT-LINE FROM SQ-FC-FEED-LINE
070800         AFTER ADVANCING 2.
070900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
071000     ADD 2 TO SQ-FC-LINE-NO.
071025     IF SQ-FC-BEST-SCORE >= 3
071050         PERFORM 3950-WRITE-REPEAT-LINE THRU 3950-EXIT
071075     END-IF.
071100     GO TO 3800-EXIT.
071200 3800-EXIT.
071300     EXIT.
071314*
071328*****************************************************************
071342* 3900-CHECK-REPEAT.  THE BALANCED FEED'S FINGERPRINT IS SCORED
071356* AGAINST EVERY REGISTER ENTRY OF ITS DEPARTMENT AND EVERY FEED
071370* ALREADY ACCEPTED THIS RUN - ONE POINT EACH FOR RECORD COUNT,
071384* HASH, FIRST IMAGE, AND LAST IMAGE.  FOUR IS AN EXACT REPEAT,
071398* THREE A NEAR REPEAT; THE HIGHEST SCORE, LATEST ENTRY ON A TIE,
071412* IS THE ONE REPORTED.  A REPEAT IS HELD UNLESS A RELEASE CARD
071426* NAMES ITS DEPARTMENT AND THE RUN ID IT REPEATS.  A REPEAT OF AN
071440* ENTRY REGISTERED UNDER TONIGHT'S OWN RUN ID AND BUSINESS DATE
071454* IS THIS STEP BEING RERUN - IT PASSES AND IS NOT REGISTERED
071468* AGAIN.
071482*****************************************************************
071496 3900-CHECK-REPEAT.
071510     MOVE SQ-FC-DEPT-CODE(SQ-FC-FEED-SUB) TO SQ-FN-DEPT.
071524     MOVE SQ-FC-FEED-RECORDS TO SQ-FN-RECORDS.
071538     MOVE SQ-FC-FEED-HASH TO SQ-FN-HASH.
071552     MOVE "N" TO SQ-FN-RELEASE-SW.
071566     MOVE ZERO TO SQ-FC-BEST-SCORE.
071580     PERFORM 3910-SCAN-REGISTER THRU 3910-EXIT.
071594     PERFORM 3930-SCORE-ACCEPTED-FEED THRU 3930-EXIT
071608         VARYING SQ-FC-AC-SUB FROM 1 BY 1
071622         UNTIL SQ-FC-AC-SUB > SQ-FC-AC-COUNT.
071636     IF SQ-FC-BEST-SCORE < 3
071650         GO TO 3900-EXIT
071664     END-IF.
071678     IF SQ-FC-BEST-SCORE = 4
071692         MOVE "EXACT" TO SQ-FC-REPEAT-KIND
071706     ELSE
071720         MOVE "NEAR" TO SQ-FC-REPEAT-KIND
071734     END-IF.
071748     IF NOT SQ-FC-BEST-IN-RUN
071762         AND SQ-FC-BEST-RUN-ID = SQ-FN-RUN-ID
071776         AND SQ-FC-BEST-BUS-DATE = SQ-FN-BUS-DATE
071790         SET SQ-FC-FEED-RERUN TO TRUE
071804         MOVE "RERUN OF THIS RUN - ALREADY REGISTERED"
071818             TO SQ-FC-REPEAT-OUTCOME
071832         GO TO 3900-EXIT
071846     END-IF.
071860     PERFORM 3940-FIND-RELEASE-CARD THRU 3940-EXIT.
071874     IF SQ-FC-RLS-MATCH > 0
071888         SET SQ-FC-FEED-RELEASED TO TRUE
071902         MOVE "Y" TO SQ-FN-RELEASE-SW
071916         MOVE "Y" TO SQ-FC-RLS-USED-SW(SQ-FC-RLS-MATCH)
071930         MOVE SPACES TO SQ-FC-REPEAT-OUTCOME
071944         STRING "RELEASED AS A RESEND BY "
071958             SQ-FC-RLS-OPERATOR(SQ-FC-RLS-MATCH)
071972             DELIMITED BY SIZE INTO SQ-FC-REPEAT-OUTCOME
072028     ELSE
072042         SET SQ-FC-FEED-HELD TO TRUE
072056         MOVE "HELD - RELEASE CARD NEEDED IF A RESEND"
072070             TO SQ-FC-REPEAT-OUTCOME
072126     END-IF.
072140     GO TO 3900-EXIT.
072154 3900-EXIT.
072168     EXIT.
072182*
072196 3910-SCAN-REGISTER.
072210     OPEN INPUT SQ-FG-REG-FILE.
072224     MOVE SQ-FG-REG-STATUS TO SQ-FC-OPEN-STATUS.
072238     MOVE "N" TO SQ-FC-CAND-IN-RUN-SW.
072252     IF SQ-FC-OPEN-STATUS = "00"
072266         MOVE "N" TO SQ-FC-REG-EOF-SW
072280         PERFORM 3920-SCORE-REGISTER-ENTRY THRU 3920-EXIT
072294             UNTIL SQ-FC-REG-EOF
072308     END-IF.
072322     EVALUATE SQ-FC-OPEN-STATUS
072336         WHEN "00"
072350             CLOSE SQ-FG-REG-FILE
072364         WHEN "05"
072378             CLOSE SQ-FG-REG-FILE
072392         WHEN OTHER
072406             DISPLAY "WARNING - FINGERPRINT REGISTER OPEN "
072407                 "FAILED, "
072420                 "STATUS " SQ-FC-OPEN-STATUS " - FEED "
072434                 SQ-FC-FEED-SUB " CHECKED AGAINST THIS RUN ONLY"
072435             MOVE SPACES TO SQ-ML-TEXT
072436             STRING "WARNING - FINGERPRINT REGISTER OPEN "
072437                 "FAILED, "
072438                 "STATUS " SQ-FC-OPEN-STATUS " - FEED "
072439                 SQ-FC-FEED-SUB " CHECKED AGAINST THIS RUN ONLY"
072440                 DELIMITED BY SIZE INTO SQ-ML-TEXT
072441             MOVE "SQ0002W" TO SQ-ML-MSG-ID
072442             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
072448     END-EVALUATE.
072462     GO TO 3910-EXIT.
072476 3910-EXIT.
072490     EXIT.
072504*
072518 3920-SCORE-REGISTER-ENTRY.
072532     READ SQ-FG-REG-FILE INTO SQ-FX-RECORD
072546         AT END
072560             SET SQ-FC-REG-EOF TO TRUE
072574         NOT AT END
072588             PERFORM 3925-SCORE-CANDIDATE THRU 3925-EXIT
072602     END-READ.
072616     GO TO 3920-EXIT.
072630 3920-EXIT.
072644     EXIT.
072658*
072672 3925-SCORE-CANDIDATE.
072686     IF SQ-FX-DEPT NOT = SQ-FN-DEPT
072700         GO TO 3925-EXIT
072714     END-IF.
072728     MOVE ZERO TO SQ-FC-MATCH-SCORE.
072742     IF SQ-FX-RECORDS = SQ-FN-RECORDS
072756         ADD 1 TO SQ-FC-MATCH-SCORE
072770     END-IF.
072784     IF SQ-FX-HASH = SQ-FN-HASH
072798         ADD 1 TO SQ-FC-MATCH-SCORE
072812     END-IF.
072826     IF SQ-FX-FIRST-IMAGE = SQ-FN-FIRST-IMAGE
072840         ADD 1 TO SQ-FC-MATCH-SCORE
072854     END-IF.
072868     IF SQ-FX-LAST-IMAGE = SQ-FN-LAST-IMAGE
072882         ADD 1 TO SQ-FC-MATCH-SCORE
072896     END-IF.
072910     IF SQ-FC-MATCH-SCORE < 3
072924         OR SQ-FC-MATCH-SCORE < SQ-FC-BEST-SCORE
072938         GO TO 3925-EXIT
072952     END-IF.
072966     MOVE SQ-FC-MATCH-SCORE TO SQ-FC-BEST-SCORE.
072980     MOVE SQ-FX-BUS-DATE TO SQ-FC-BEST-BUS-DATE.
072994     MOVE SQ-FX-RUN-ID TO SQ-FC-BEST-RUN-ID.
073008     MOVE SQ-FX-SOURCE TO SQ-FC-BEST-SOURCE.
073022     MOVE SQ-FC-CAND-IN-RUN-SW TO SQ-FC-BEST-IN-RUN-SW.
073036     GO TO 3925-EXIT.
073050 3925-EXIT.
073064     EXIT.
073078*
073092 3930-SCORE-ACCEPTED-FEED.
073106     MOVE SQ-FC-AC-IMAGE(SQ-FC-AC-SUB) TO SQ-FX-RECORD.
073120     SET SQ-FC-CAND-IN-RUN TO TRUE.
073134     PERFORM 3925-SCORE-CANDIDATE THRU 3925-EXIT.
073148     MOVE "N" TO SQ-FC-CAND-IN-RUN-SW.
073162     GO TO 3930-EXIT.
073176 3930-EXIT.
073190     EXIT.
073204*
073218 3940-FIND-RELEASE-CARD.
073232     MOVE ZERO TO SQ-FC-RLS-MATCH.
073246     MOVE SQ-FC-BEST-RUN-ID TO SQ-FC-BEST-RUN-TEXT.
073260     PERFORM 3945-TRY-ONE-RELEASE THRU 3945-EXIT
073274         VARYING SQ-FC-RLS-SUB FROM 1 BY 1
073288         UNTIL SQ-FC-RLS-SUB > SQ-FC-RLS-COUNT
073302             OR SQ-FC-RLS-MATCH > 0.
073316     GO TO 3940-EXIT.
073330 3940-EXIT.
073344     EXIT.
073358*
073372 3945-TRY-ONE-RELEASE.
073386     IF SQ-FC-RLS-DEPT(SQ-FC-RLS-SUB) = SQ-FN-DEPT
073400         AND SQ-FC-RLS-RUN-ID(SQ-FC-RLS-SUB) = SQ-FC-BEST-RUN-TEXT
073414         AND SQ-FC-RLS-USED-SW(SQ-FC-RLS-SUB) = "N"
073428         MOVE SQ-FC-RLS-SUB TO SQ-FC-RLS-MATCH
073442     END-IF.
073456     GO TO 3945-EXIT.
073470 3945-EXIT.
073484     EXIT.
073498*
073512*****************************************************************
073526* 3950-WRITE-REPEAT-LINE.  NAMES, UNDER THE FEED LINE, THE
073540* ACCEPTED FEED THIS ONE REPEATS AND WHAT BECAME OF IT.
073554*****************************************************************
073568 3950-WRITE-REPEAT-LINE.
073582     MOVE SPACES TO SQ-FC-RP-TEXT.
073596     IF SQ-FC-BEST-IN-RUN
073610         STRING SQ-FC-REPEAT-KIND DELIMITED BY SPACE
073624             " REPEAT OF ANOTHER DEPT " SQ-FN-DEPT
073638             " FEED IN THIS RUN, RUN " SQ-FC-BEST-RUN-ID " - "
073645             DELIMITED BY SIZE
073652             SQ-FC-REPEAT-OUTCOME DELIMITED BY "  "
073666             INTO SQ-FC-RP-TEXT
073680     ELSE
073694         STRING SQ-FC-REPEAT-KIND DELIMITED BY SPACE
073708             " REPEAT OF THE DEPT " SQ-FN-DEPT
073709             " FEED ACCEPTED BY "
073722             SQ-FC-BEST-SOURCE " FOR RUN " SQ-FC-BEST-RUN-ID
073736             " BUSINESS DATE " SQ-FC-BEST-BUS-DATE " - "
073750             DELIMITED BY SIZE
073764             SQ-FC-REPEAT-OUTCOME DELIMITED BY "  "
073778             INTO SQ-FC-RP-TEXT
073792     END-IF.
073799     DISPLAY "FEED " SQ-FC-FEED-SUB " - " SQ-FC-RP-TEXT.
073806     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
073820     WRITE SQ-FC-REPORT-LINE FROM SQ-FC-REPEAT-LINE
073834         AFTER ADVANCING 1.
073848     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
073862     ADD 1 TO SQ-FC-LINE-NO.
073876     GO TO 3950-EXIT.
073890 3950-EXIT.
073904     EXIT.
073918*
073932*    AN ACCEPTED FEED IS KEPT FOR THE IN-RUN CHECK AND THE
073946*    REGISTER UPDATE.  AN EMPTY FEED HAS NO FINGERPRINT.
073960 3960-KEEP-ACCEPTED-FEED.
073974     IF SQ-FC-FEED-RECORDS = 0
073988         GO TO 3960-EXIT
074002     END-IF.
074016     ADD 1 TO SQ-FC-AC-COUNT.
074030     MOVE SQ-FN-RECORD TO SQ-FC-AC-IMAGE(SQ-FC-AC-COUNT).
074044     MOVE SQ-FC-FEED-RERUN-SW
074045         TO SQ-FC-AC-RERUN-SW(SQ-FC-AC-COUNT).
074058     GO TO 3960-EXIT.
074072 3960-EXIT.
074086     EXIT.
074100*
074114*****************************************************************
074128* 4700 SERIES - REPORT PAGE AND STATUS CONTROL.
074142*****************************************************************
074156 4710-CHECK-PAGE-BREAK.
074170     IF SQ-FC-LINE-NO >= SQ-FC-LINES-PER-PAGE
074184         ADD 1 TO SQ-FC-PAGE-NO
074198         PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT
074212     END-IF.
074226     GO TO 4710-EXIT.
074240 4710-EXIT.
074254     EXIT.
074268*
074282 4712-CHECK-REPORT-STATUS.
074296     IF SQ-FC-REPORT-STATUS NOT = "00"
074310         DISPLAY "WARNING - SQ-FC-REPORT-FILE WRITE FAILED, "
074324             "STATUS " SQ-FC-REPORT-STATUS
074326         MOVE SPACES TO SQ-ML-TEXT
074328         STRING "WARNING - SQ-FC-REPORT-FILE WRITE FAILED, "
074330             "STATUS " SQ-FC-REPORT-STATUS
074332             DELIMITED BY SIZE INTO SQ-ML-TEXT
074334         MOVE "SQ0004W" TO SQ-ML-MSG-ID
074336         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
074338     END-IF.
074352     GO TO 4712-EXIT.
074366 4712-EXIT.
074380     EXIT.
074394*
074408 7000-WRITE-OUT-RECORD.
074422     WRITE SQ-OUT-RECORD.
074436     IF SQ-OUT-STATUS NOT = "00"
074450         DISPLAY "FATAL - COMBINED FEED WRITE FAILED, STATUS "
074464             SQ-OUT-STATUS
074466         MOVE SPACES TO SQ-ML-TEXT
074468         STRING "FATAL - COMBINED FEED WRITE FAILED, STATUS "
074470             SQ-OUT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
074472         MOVE "SQ0003S" TO SQ-ML-MSG-ID
074474         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
074478         SET SQ-FC-RUN-FAILED TO TRUE
074492     END-IF.
074506     GO TO 7000-EXIT.
074520 7000-EXIT.
074534     EXIT.
074548*
074700*****************************************************************
074800* 9000 SERIES - COMBINED TRAILER, SUMMARY, END OF RUN.
074900*****************************************************************
077400         AFTER ADVANCING 1.
077500     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
077600     ADD 1 TO SQ-FC-LINE-NO.
077607     MOVE SQ-FC-FEEDS-HELD TO SQ-FC-SM-HELD.
077614     MOVE SQ-FC-FEEDS-RELEASED TO SQ-FC-SM-RELEASED.
077621     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
077628     WRITE SQ-FC-REPORT-LINE FROM SQ-FC-SUMMARY-LINE-4
077635         AFTER ADVANCING 1.
077642     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
077649     ADD 1 TO SQ-FC-LINE-NO.
077656     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
077663     WRITE SQ-FC-REPORT-LINE FROM SQ-FC-SUMMARY-LINE-5
077670         AFTER ADVANCING 1.
077677     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
077684     ADD 1 TO SQ-FC-LINE-NO.
077700     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
077800     WRITE SQ-FC-REPORT-LINE FROM SQ-FC-SUMMARY-LINE-3
077900         AFTER ADVANCING 1.
078000     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
078100     ADD 1 TO SQ-FC-LINE-NO.
078111*
078122*    ONLY A NIGHT THAT WILL RUN IS REGISTERED.
078133     IF NOT SQ-FC-RUN-FAILED AND NOT SQ-FC-RUN-HELD
078144         PERFORM 9500-REGISTER-FEEDS THRU 9500-EXIT
078155     END-IF.
078166     PERFORM 9600-CHECK-UNUSED-RELEASE THRU 9600-EXIT
078177         VARYING SQ-FC-RLS-SUB FROM 1 BY 1
078188         UNTIL SQ-FC-RLS-SUB > SQ-FC-RLS-COUNT.
078200*
078300     EVALUATE TRUE
078310         WHEN SQ-FC-RUN-FAILED
078400             MOVE
078410             "*** A FEED FAILED - DISCARD THE COMBINED FEED ***"
078500                 TO SQ-FC-VERDICT
078510         WHEN SQ-FC-RUN-HELD
078520             MOVE
078525             "*** REPEAT FEED HELD - DO NOT RUN COMBINED FEED ***"
078530                 TO SQ-FC-VERDICT
078600         WHEN OTHER
078700             MOVE "ALL FEEDS BALANCED - COMBINED FEED IS GOOD"
078800                 TO SQ-FC-VERDICT
078900     END-EVALUATE.
079000     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
079100     WRITE SQ-FC-REPORT-LINE FROM SQ-FC-VERDICT-LINE
079200         AFTER ADVANCING 2.
079300     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
079400     CLOSE SQ-FC-REPORT-FILE.
079500     EVALUATE TRUE
079510         WHEN SQ-FC-RUN-FAILED
079600             MOVE 16 TO RETURN-CODE
079610         WHEN SQ-FC-RUN-HELD
079620             MOVE 12 TO RETURN-CODE
079630         WHEN SQ-FC-REG-FAILED
079640             MOVE 4 TO RETURN-CODE
079700     END-EVALUATE.
079800     GO TO 9000-EXIT.
079900 9000-EXIT.
080000     EXIT.
080100*
080200*****************************************************************
080300* 9500-REGISTER-FEEDS.  EVERY FEED ACCEPTED TONIGHT IS APPENDED TO
080400* THE FINGERPRINT REGISTER, EXCEPT ONE ALREADY REGISTERED BY AN
080500* EARLIER PASS OF THIS SAME RUN.  A REGISTER THAT CANNOT BE
080600* WRITTEN DOES NOT SPOIL THE COMBINED FEED - IT ENDS THE STEP
080700* RC=4 SO THE REGISTER IS PUT RIGHT BEFORE TOMORROW.
080800*****************************************************************
080900 9500-REGISTER-FEEDS.
081000     IF SQ-FC-AC-COUNT = 0
081100         GO TO 9500-EXIT
081200     END-IF.
081300     OPEN EXTEND SQ-FG-REG-FILE.
081400     IF SQ-FG-REG-STATUS NOT = "00"
081401         AND SQ-FG-REG-STATUS NOT = "05"
081500         DISPLAY "WARNING - FINGERPRINT REGISTER OPEN FAILED, "
081600             "STATUS " SQ-FG-REG-STATUS " - TONIGHT'S FEEDS NOT "
081700             "REGISTERED"
081710         MOVE SPACES TO SQ-ML-TEXT
081720         STRING "WARNING - FINGERPRINT REGISTER OPEN FAILED, "
081730             "STATUS " SQ-FG-REG-STATUS " - TONIGHT'S FEEDS NOT "
081740             "REGISTERED" DELIMITED BY SIZE INTO SQ-ML-TEXT
081750         MOVE "SQ0002W" TO SQ-ML-MSG-ID
081760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
081800         SET SQ-FC-REG-FAILED TO TRUE
081900         GO TO 9500-EXIT
082000     END-IF.
082100     PERFORM 9510-REGISTER-ONE-FEED THRU 9510-EXIT
082200         VARYING SQ-FC-AC-SUB FROM 1 BY 1
082300         UNTIL SQ-FC-AC-SUB > SQ-FC-AC-COUNT.
082400     CLOSE SQ-FG-REG-FILE.
082500     DISPLAY "SQCOLLCT - " SQ-FC-FEEDS-REGISTERED
082600         " FEED(S) ADDED TO THE FINGERPRINT REGISTER".
082700     GO TO 9500-EXIT.
082800 9500-EXIT.
082900     EXIT.
083000*
083100 9510-REGISTER-ONE-FEED.
083200     IF SQ-FC-AC-RERUN-SW(SQ-FC-AC-SUB) = "Y"
083300         GO TO 9510-EXIT
083400     END-IF.
083500     MOVE SQ-FC-AC-IMAGE(SQ-FC-AC-SUB) TO SQ-FG-RECORD.
083600     WRITE SQ-FG-RECORD.
083700     IF SQ-FG-REG-STATUS NOT = "00"
083800         DISPLAY "WARNING - FINGERPRINT REGISTER WRITE FAILED, "
083900             "STATUS " SQ-FG-REG-STATUS
083910         MOVE SPACES TO SQ-ML-TEXT
083920         STRING "WARNING - FINGERPRINT REGISTER WRITE FAILED, "
083930             "STATUS " SQ-FG-REG-STATUS
083940             DELIMITED BY SIZE INTO SQ-ML-TEXT
083950         MOVE "SQ0004W" TO SQ-ML-MSG-ID
083960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
084000         SET SQ-FC-REG-FAILED TO TRUE
084100     ELSE
084200         ADD 1 TO SQ-FC-FEEDS-REGISTERED
084300     END-IF.
084400     GO TO 9510-EXIT.
084500 9510-EXIT.
084600     EXIT.
084700*
084800 9600-CHECK-UNUSED-RELEASE.
084900     IF SQ-FC-RLS-USED-SW(SQ-FC-RLS-SUB) = "N"
085000         DISPLAY "WARNING - RELEASE CARD FOR DEPT "
085100             SQ-FC-RLS-DEPT(SQ-FC-RLS-SUB) " RUN "
085200             SQ-FC-RLS-RUN-ID(SQ-FC-RLS-SUB)
085300             " RELEASED NOTHING"
085310         MOVE SPACES TO SQ-ML-TEXT
085320         STRING "WARNING - RELEASE CARD FOR DEPT "
085330             SQ-FC-RLS-DEPT(SQ-FC-RLS-SUB) " RUN "
085340             SQ-FC-RLS-RUN-ID(SQ-FC-RLS-SUB)
085350             " RELEASED NOTHING"
085360             DELIMITED BY SIZE INTO SQ-ML-TEXT
085370         MOVE "SQ0011W" TO SQ-ML-MSG-ID
085380         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
085400     END-IF.
085500     GO TO 9600-EXIT.
085600 9600-EXIT.
085700     EXIT.
085800*
085900*****************************************************************
086000* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
086100* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
086200* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
086300* WAY.
086400*****************************************************************
086500 9800-LOG-MESSAGE.
086600     MOVE "SQCOLLCT" TO SQ-ML-PROGRAM.
086700     MOVE ZERO TO SQ-ML-RUN-ID.
086800     MOVE SPACES TO SQ-ML-BUS-DATE.
086900     CALL "SQMSGLOG" USING SQ-ML-AREA.
087000     GO TO 9800-EXIT.
087100 9800-EXIT.
087200     EXIT.
