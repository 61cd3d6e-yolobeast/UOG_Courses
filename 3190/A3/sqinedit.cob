003000*     CONTROL-TOTAL FAILURE OR A FILE FAILURE.  THE CERTIFIED
003100*     COPY IS A RECORD-FOR-RECORD IMAGE OF THE FEED - ON ANY
003200*     NONZERO RC IT MUST NOT BE USED (SEE THE JCL NOTES).
003208*     ON A SINGLE-SOURCE NIGHT THE FEED IS ALSO LOOKED UP ON THE
003216*     DUPLICATE-FEED FINGERPRINT REGISTER (SEE SQFGREG) UNDER ITS
003224*     DEPARTMENT - THE FIRST CODE ON THE SQFCPARM CARD - THE SAME
003232*     WAY SQCOLLCT LOOKS UP EACH FEED OF A COLLECTED NIGHT.  AN
003240*     EXACT OR NEAR REPEAT OF AN ACCEPTED FEED ENDS RC=12, NAMED
003248*     ON THE REPORT, UNLESS A RELEASE CARD (SEE SQFGRLS) NAMES IT
003256*     AS AN INTENDED RESEND.  A FEED CARRYING SRC DELIMITERS IS A
003264*     COLLECTED FEED WHOSE SECTIONS SQCOLLCT ALREADY CHECKED AND
003272*     REGISTERED.  ONLY A FEED CERTIFIED CLEAN IS REGISTERED.
003300*
003400* MODIFICATION HISTORY.
003500*     2026-09-03  DL  INITIAL VERSION.
003520*     2026-10-15  DL  EXP=P/Q RATIONAL-EXPONENT PREFIXES ARE
003540*                     CHECKED UNDER SQUARE'S RULES; Q SETS THE
003560*                     LINE'S DEGREE FOR THE NEGATIVE-VALUE CHECK.
003568*     2026-10-15  DL  A SINGLE-SOURCE FEED IS CHECKED AGAINST THE
003576*                     FINGERPRINT REGISTER SQFGREG; A REPEAT IS
003584*                     HELD RC=12 UNLESS RELEASED ON SQFGRLS, AND A
003592*                     CERTIFIED FEED IS REGISTERED.
003593*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003594*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003595*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003596*                     COPYBOOK SQMSGCAT).
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.  SQINEDIT.
005900     SELECT SQ-ED-REPORT-FILE ASSIGN TO SQEDRPT
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS IS SQ-ED-REPORT-STATUS.
006104*
006108     SELECT OPTIONAL SQ-FC-PARM-FILE ASSIGN TO SQFCPARM
006112         ORGANIZATION LINE SEQUENTIAL
006116         FILE STATUS IS SQ-FCPARM-STATUS.
006120*
006124     SELECT OPTIONAL SQ-RUNREG-FILE ASSIGN TO SQRUNREG
006128         ORGANIZATION LINE SEQUENTIAL
006132         FILE STATUS IS SQ-RUNREG-STATUS.
006136*
006140     SELECT OPTIONAL SQ-CAL-FILE ASSIGN TO SQCALEND
006144         ORGANIZATION LINE SEQUENTIAL
006148         FILE STATUS IS SQ-CAL-STATUS.
006152*
006156     SELECT OPTIONAL SQ-FG-REG-FILE ASSIGN TO SQFGREG
006160         ORGANIZATION LINE SEQUENTIAL
006164         FILE STATUS IS SQ-FG-REG-STATUS.
006168*
006172     SELECT OPTIONAL SQ-FG-RLS-FILE ASSIGN TO SQFGRLS
006176         ORGANIZATION LINE SEQUENTIAL
006180         FILE STATUS IS SQ-FG-RLS-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
007300*
007400 FD  SQ-ED-REPORT-FILE.
007500 01  SQ-ED-REPORT-LINE             PIC X(152).
007506*
007512 FD  SQ-FC-PARM-FILE.
007518     COPY SQFCPARM.
007524*
007530 FD  SQ-RUNREG-FILE.
007536     COPY SQRUNREG.
007542*
007548 FD  SQ-CAL-FILE.
007554     COPY SQCALEND.
007560*
007566 FD  SQ-FG-REG-FILE.
007572     COPY SQFGREG.
007578*
007584 FD  SQ-FG-RLS-FILE.
007590     COPY SQFGRLS.
007600*
007700 WORKING-STORAGE SECTION.
007800*
009400         88  SQ-ED-OV-DONE             VALUE "Y".
009500     05  SQ-ED-EFORM-SW            PIC X(01) VALUE "N".
009600         88  SQ-ED-EFORM-TOKEN         VALUE "Y".
009606     05  SQ-ED-REG-EOF-SW          PIC X(01) VALUE "N".
009612         88  SQ-ED-REG-EOF             VALUE "Y".
009618     05  SQ-ED-RLS-EOF-SW          PIC X(01) VALUE "N".
009624         88  SQ-ED-RLS-EOF             VALUE "Y".
009630     05  SQ-ED-CAL-EOF-SW          PIC X(01) VALUE "N".
009636         88  SQ-ED-CAL-EOF             VALUE "Y".
009642     05  SQ-ED-HELD-SW             PIC X(01) VALUE "N".
009648         88  SQ-ED-FEED-HELD           VALUE "Y".
009654     05  SQ-ED-RERUN-SW            PIC X(01) VALUE "N".
009660         88  SQ-ED-FEED-RERUN          VALUE "Y".
009666     05  SQ-ED-COLLECTED-SW        PIC X(01) VALUE "N".
009672         88  SQ-ED-COLLECTED-FEED      VALUE "Y".
009678     05  SQ-ED-REG-FAIL-SW         PIC X(01) VALUE "N".
009684         88  SQ-ED-REG-FAILED          VALUE "Y".
009700*
009800 01  SQ-ED-FILE-STATUSES.
009900     05  SQ-INPUT-STATUS           PIC X(02) VALUE "00".
010000     05  SQ-PARM-STATUS            PIC X(02) VALUE "00".
010100     05  SQ-CLEAN-STATUS           PIC X(02) VALUE "00".
010200     05  SQ-ED-REPORT-STATUS       PIC X(02) VALUE "00".
010214     05  SQ-FCPARM-STATUS          PIC X(02) VALUE "00".
010228     05  SQ-RUNREG-STATUS          PIC X(02) VALUE "00".
010242     05  SQ-CAL-STATUS             PIC X(02) VALUE "00".
010256     05  SQ-FG-REG-STATUS          PIC X(02) VALUE "00".
010270     05  SQ-FG-RLS-STATUS          PIC X(02) VALUE "00".
010284     05  SQ-ED-OPEN-STATUS         PIC X(02) VALUE "00".
010300*
010400*****************************************************************
010500* CARD-LEVEL SETTINGS SHARED WITH THE NIGHT'S RUN, AND THE
010600* PER-LINE VALUES A DEG=/TOL=/EXP= OVERRIDE PUTS IN EFFECT.
010700*****************************************************************
010800 01  SQ-ED-SETTINGS.
010900     05  SQ-ED-BASE-DEGREE         PIC 9(02) VALUE 02.
013600     05  SQ-ED-OV-PTR              PIC 9(02) VALUE 1.
013700     05  SQ-ED-OV-REST             PIC X(80) VALUE SPACES.
013800     05  SQ-ED-OV-NUM              PIC S9(11)V9(9) VALUE ZERO.
013820     05  SQ-ED-EXP-P-TEXT          PIC X(20) VALUE SPACES.
013840     05  SQ-ED-EXP-Q-TEXT          PIC X(20) VALUE SPACES.
013860     05  SQ-ED-EXP-X-TEXT          PIC X(20) VALUE SPACES.
013900*
014000 01  SQ-ED-TOKEN-WORK.
014100     05  SQ-ED-UNSTRING-PTR        PIC 9(02) VALUE 1.
015700     05  SQ-ED-RECORDS-READ        PIC 9(9) VALUE ZERO.
015800     05  SQ-ED-VALUES-CHECKED      PIC 9(9) VALUE ZERO.
015900     05  SQ-ED-ERRORS-FOUND        PIC 9(9) VALUE ZERO.
015902*
015904*****************************************************************
015906* DUPLICATE-FEED FINGERPRINT.  SQ-EN- IS THIS FEED (AND THE RUN'S
015908* CONTEXT - THE NEXT RUN ID OFF THE RUN REGISTRY, THE BUSINESS
015910* DATE OFF THE PROCESSING CALENDAR), SQ-EX- THE REGISTER ENTRY IT
015912* IS SCORED AGAINST.  THE COUNT AND HASH ARE KEPT FOR EVERY FEED,
015914* CONTROLLED OR NOT, UNDER THE SAME RULES SQCOLLCT USES.
015916*****************************************************************
015918     COPY SQFGREG REPLACING LEADING ==SQ-FG== BY ==SQ-EN==.
015920     COPY SQFGREG REPLACING LEADING ==SQ-FG== BY ==SQ-EX==.
015922*
015924 01  SQ-ED-REPEAT-WORK.
015926     05  SQ-ED-FP-RECORDS          PIC 9(09) VALUE ZERO.
015928     05  SQ-ED-FP-HASH             PIC S9(15)V9(4) VALUE ZERO.
015930     05  SQ-ED-CARD-DEPT           PIC X(03) VALUE SPACES.
015934     05  SQ-ED-LAST-RUN-ID         PIC 9(05) VALUE ZERO.
015936     05  SQ-ED-MATCH-SCORE         PIC 9(01) VALUE ZERO.
015938     05  SQ-ED-BEST-SCORE          PIC 9(01) VALUE ZERO.
015940     05  SQ-ED-BEST-BUS-DATE       PIC X(10) VALUE SPACES.
015942     05  SQ-ED-BEST-RUN-ID         PIC 9(05) VALUE ZERO.
015944     05  SQ-ED-BEST-RUN-TEXT       PIC X(05) VALUE SPACES.
015946     05  SQ-ED-BEST-SOURCE         PIC X(08) VALUE SPACES.
015948     05  SQ-ED-RLS-MATCH           PIC 9(02) VALUE ZERO.
015950     05  SQ-ED-RLS-SUB             PIC 9(02) VALUE ZERO.
015952     05  SQ-ED-REPEAT-KIND         PIC X(05) VALUE SPACES.
015954     05  SQ-ED-REPEAT-OUTCOME      PIC X(40) VALUE SPACES.
015956*
015958*****************************************************************
015960* RELEASE CARDS (SEE SQFGRLS) - AT MOST TEN.
015962*****************************************************************
015964 01  SQ-ED-RELEASE-TABLE.
015966     05  SQ-ED-RLS-COUNT           PIC 9(02) VALUE ZERO.
015968     05  SQ-ED-RLS-ENTRY OCCURS 10 TIMES.
015970         10  SQ-ED-RLS-DEPT        PIC X(03).
015972         10  SQ-ED-RLS-RUN-ID      PIC X(05).
015974         10  SQ-ED-RLS-OPERATOR    PIC X(08).
015976         10  SQ-ED-RLS-USED-SW     PIC X(01).
016000*
016100*****************************************************************
016200* RUN DATE AND REPORT PAGE CONTROL.
016700         10  SQ-ED-CUR-MONTH       PIC 9(02).
016800         10  SQ-ED-CUR-DAY         PIC 9(02).
016900     05  SQ-ED-REPORT-DATE         PIC X(10) VALUE SPACES.
016914     05  SQ-ED-CURRENT-TIME.
016928         10  SQ-ED-CUR-HOUR        PIC 9(02).
016942         10  SQ-ED-CUR-MINUTE      PIC 9(02).
016956         10  SQ-ED-CUR-SECOND      PIC 9(02).
016970         10  SQ-ED-CUR-HUNDREDTH   PIC 9(02).
016984     05  SQ-ED-TODAY-DATE          PIC X(10) VALUE SPACES.
017000*
017100 01  SQ-ED-PAGE-CONTROL.
017200     05  SQ-ED-PAGE-NO             PIC 9(04) VALUE 1.
023900 01  SQ-ED-VERDICT-LINE.
024000     05  SQ-ED-VERDICT             PIC X(52) VALUE SPACES.
024100     05  FILLER                    PIC X(100) VALUE SPACES.
024116*
024132 01  SQ-ED-REPEAT-LINE.
024148     05  FILLER                    PIC X(28) VALUE
024164         "REPEAT CHECK              :".
024180     05  SQ-ED-RP-TEXT             PIC X(124) VALUE SPACES.
024200*
024210*****************************************************************
024220* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
024230*****************************************************************
024240     COPY SQMLLINK.
024250*
024300*****************************************************************
024400* 0000-MAINLINE.
024500*****************************************************************
026100     ACCEPT SQ-ED-CURRENT-DATE FROM DATE YYYYMMDD.
026200     STRING SQ-ED-CUR-MONTH "/" SQ-ED-CUR-DAY "/" SQ-ED-CUR-YEAR
026300         DELIMITED BY SIZE INTO SQ-ED-REPORT-DATE.
026316     ACCEPT SQ-ED-CURRENT-TIME FROM TIME.
026332     STRING SQ-ED-CUR-YEAR "-" SQ-ED-CUR-MONTH "-" SQ-ED-CUR-DAY
026348         DELIMITED BY SIZE INTO SQ-ED-TODAY-DATE.
026364     PERFORM 1300-GET-RUN-CONTEXT THRU 1300-EXIT.
026380     PERFORM 1400-LOAD-RELEASE-CARDS THRU 1400-EXIT.
026400     PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.
026500     GO TO 1000-EXIT.
026600 1000-EXIT.
029300     IF SQ-INPUT-STATUS NOT = "00"
029400         DISPLAY "FATAL - SQ-INPUT-FILE OPEN FAILED, STATUS "
029500             SQ-INPUT-STATUS
029510         MOVE SPACES TO SQ-ML-TEXT
029520         STRING "FATAL - SQ-INPUT-FILE OPEN FAILED, STATUS "
029530             SQ-INPUT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
029540         MOVE "SQ0001S" TO SQ-ML-MSG-ID
029550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
029600         MOVE 16 TO RETURN-CODE
029700         STOP RUN
029800     END-IF.
030000     IF SQ-CLEAN-STATUS NOT = "00"
030100         DISPLAY "FATAL - SQ-CLEAN-FILE OPEN FAILED, STATUS "
030200             SQ-CLEAN-STATUS
030210         MOVE SPACES TO SQ-ML-TEXT
030220         STRING "FATAL - SQ-CLEAN-FILE OPEN FAILED, STATUS "
030230             SQ-CLEAN-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
030240         MOVE "SQ0001S" TO SQ-ML-MSG-ID
030250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030700     IF SQ-ED-REPORT-STATUS NOT = "00"
030800         DISPLAY "FATAL - SQ-ED-REPORT-FILE OPEN FAILED, STATUS "
030900             SQ-ED-REPORT-STATUS
030910         MOVE SPACES TO SQ-ML-TEXT
030920         STRING "FATAL - SQ-ED-REPORT-FILE OPEN FAILED, STATUS "
030930             SQ-ED-REPORT-STATUS
030940             DELIMITED BY SIZE INTO SQ-ML-TEXT
030950         MOVE "SQ0001S" TO SQ-ML-MSG-ID
030960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF.
031400 1200-EXIT.
031500     EXIT.
031600*
031610*****************************************************************
031620* 1300-GET-RUN-CONTEXT.  THE DEPARTMENT, RUN ID, AND BUSINESS
031630* DATE THE FEED WILL BE REGISTERED UNDER - THE FIRST CODE ON THE
031640* SQFCPARM CARD, THE NEXT RUN ID OFF THE RUN REGISTRY (AS SQRJWORK
031650* TAKES IT), AND TODAY'S BUSINESS DATE OFF THE PROCESSING
031660* CALENDAR (AS SQUARE TAKES IT).
031670*****************************************************************
031680 1300-GET-RUN-CONTEXT.
031690     MOVE SPACES TO SQ-EN-RECORD.
031700     MOVE "SQINEDIT" TO SQ-EN-SOURCE.
031710     STRING SQ-ED-TODAY-DATE "-" SQ-ED-CUR-HOUR "."
031720         SQ-ED-CUR-MINUTE "." SQ-ED-CUR-SECOND "."
031730         SQ-ED-CUR-HUNDREDTH DELIMITED BY SIZE
031740         INTO SQ-EN-TIMESTAMP.
031750     OPEN INPUT SQ-FC-PARM-FILE.
031760     MOVE SQ-FCPARM-STATUS TO SQ-ED-OPEN-STATUS.
031770     IF SQ-ED-OPEN-STATUS = "00"
031780         READ SQ-FC-PARM-FILE
031790             AT END
031800                 CONTINUE
031810             NOT AT END
031820                 MOVE SQ-FC-DEPT(1) TO SQ-ED-CARD-DEPT
031830         END-READ
031840     END-IF.
031850     IF SQ-ED-OPEN-STATUS = "00" OR SQ-ED-OPEN-STATUS = "05"
031860         CLOSE SQ-FC-PARM-FILE
031870     END-IF.
031880*
031890     OPEN INPUT SQ-RUNREG-FILE.
031900     MOVE SQ-RUNREG-STATUS TO SQ-ED-OPEN-STATUS.
031910     IF SQ-ED-OPEN-STATUS = "00"
031920         READ SQ-RUNREG-FILE
031930             AT END
031940                 CONTINUE
031950             NOT AT END
031960                 MOVE SQ-RUNREG-LAST-RUN-ID TO SQ-ED-LAST-RUN-ID
031970         END-READ
031980     END-IF.
031990     IF SQ-ED-OPEN-STATUS = "00" OR SQ-ED-OPEN-STATUS = "05"
032000         CLOSE SQ-RUNREG-FILE
032010     END-IF.
032020     IF SQ-ED-LAST-RUN-ID = 99999
032030         MOVE 1 TO SQ-EN-RUN-ID
032040     ELSE
032050         COMPUTE SQ-EN-RUN-ID = SQ-ED-LAST-RUN-ID + 1
032060     END-IF.
032070*
032080     MOVE SQ-ED-TODAY-DATE TO SQ-EN-BUS-DATE.
032090     OPEN INPUT SQ-CAL-FILE.
032100     MOVE SQ-CAL-STATUS TO SQ-ED-OPEN-STATUS.
032110     IF SQ-ED-OPEN-STATUS = "00"
032120         MOVE "N" TO SQ-ED-CAL-EOF-SW
032130         PERFORM 1310-SCAN-ONE-CAL-ENTRY THRU 1310-EXIT
032140             UNTIL SQ-ED-CAL-EOF
032150     END-IF.
032160     IF SQ-ED-OPEN-STATUS = "00" OR SQ-ED-OPEN-STATUS = "05"
032170         CLOSE SQ-CAL-FILE
032180     END-IF.
032190     GO TO 1300-EXIT.
032200 1300-EXIT.
032210     EXIT.
032220*
032230 1310-SCAN-ONE-CAL-ENTRY.
032240     READ SQ-CAL-FILE
032250         AT END
032260             SET SQ-ED-CAL-EOF TO TRUE
032270         NOT AT END
032280             IF SQ-CAL-DATE = SQ-ED-TODAY-DATE
032290                 IF SQ-CAL-BUS-DATE NOT = SPACES
032300                     MOVE SQ-CAL-BUS-DATE TO SQ-EN-BUS-DATE
032310                 END-IF
032320                 SET SQ-ED-CAL-EOF TO TRUE
032330             END-IF
032340     END-READ.
032350     GO TO 1310-EXIT.
032360 1310-EXIT.
032370     EXIT.
032380*
032390*****************************************************************
032400* 1400-LOAD-RELEASE-CARDS.  EACH CARD RELEASES ONE HELD REPEAT
032410* (SEE SQFGRLS).  A CARD THAT IS NOT DEPARTMENT, "RESEND", AND A
032420* NUMERIC RUN ID IS IGNORED WITH A WARNING - IT RELEASES NOTHING.
032430*****************************************************************
032440 1400-LOAD-RELEASE-CARDS.
032450     OPEN INPUT SQ-FG-RLS-FILE.
032460     MOVE SQ-FG-RLS-STATUS TO SQ-ED-OPEN-STATUS.
032470     IF SQ-ED-OPEN-STATUS = "00"
032480         MOVE "N" TO SQ-ED-RLS-EOF-SW
032490         PERFORM 1410-LOAD-ONE-RELEASE THRU 1410-EXIT
032500             UNTIL SQ-ED-RLS-EOF
032510     END-IF.
032520     IF SQ-ED-OPEN-STATUS = "00" OR SQ-ED-OPEN-STATUS = "05"
032530         CLOSE SQ-FG-RLS-FILE
032540     END-IF.
032550     GO TO 1400-EXIT.
032560 1400-EXIT.
032570     EXIT.
032580*
032590 1410-LOAD-ONE-RELEASE.
032600     READ SQ-FG-RLS-FILE
032610         AT END
032620             SET SQ-ED-RLS-EOF TO TRUE
032630     END-READ.
032640     IF SQ-ED-RLS-EOF OR SQ-FR-CARD = SPACES
032650         GO TO 1410-EXIT
032660     END-IF.
032670     IF SQ-FR-DEPT = SPACES OR NOT SQ-FR-RESEND
032680         OR SQ-FR-PRIOR-RUN-ID NOT NUMERIC
032690         DISPLAY "WARNING - RELEASE CARD IGNORED: "
032700             SQ-FR-CARD(1:25)
032701         MOVE SPACES TO SQ-ML-TEXT
032702         STRING "WARNING - RELEASE CARD IGNORED: "
032703             SQ-FR-CARD(1:25) DELIMITED BY SIZE INTO SQ-ML-TEXT
032704         MOVE "SQ0009W" TO SQ-ML-MSG-ID
032705         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
032710         GO TO 1410-EXIT
032720     END-IF.
032730     IF SQ-ED-RLS-COUNT >= 10
032740         DISPLAY "WARNING - MORE THAN 10 RELEASE CARDS, IGNORED: "
032750             SQ-FR-CARD(1:25)
032751         MOVE SPACES TO SQ-ML-TEXT
032752         STRING "WARNING - MORE THAN 10 RELEASE CARDS, IGNORED: "
032753             SQ-FR-CARD(1:25) DELIMITED BY SIZE INTO SQ-ML-TEXT
032754         MOVE "SQ0010W" TO SQ-ML-MSG-ID
032755         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
032760         GO TO 1410-EXIT
032770     END-IF.
032780     ADD 1 TO SQ-ED-RLS-COUNT.
032790     MOVE SQ-FR-DEPT TO SQ-ED-RLS-DEPT(SQ-ED-RLS-COUNT).
032800     MOVE SQ-FR-PRIOR-RUN-ID TO SQ-ED-RLS-RUN-ID(SQ-ED-RLS-COUNT).
032810     MOVE SQ-FR-OPERATOR TO SQ-ED-RLS-OPERATOR(SQ-ED-RLS-COUNT).
032820     MOVE "N" TO SQ-ED-RLS-USED-SW(SQ-ED-RLS-COUNT).
032830     GO TO 1410-EXIT.
032840 1410-EXIT.
032850     EXIT.
032860*
032870 1500-WRITE-REPORT-HEADERS.
032880     MOVE SQ-ED-REPORT-DATE TO SQ-ED-H1-DATE.
032890     MOVE SQ-ED-PAGE-NO TO SQ-ED-H1-PAGE.
032900     WRITE SQ-ED-REPORT-LINE FROM SQ-ED-HDR-LINE-1
032910         AFTER ADVANCING PAGE.
032920     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
032930     WRITE SQ-ED-REPORT-LINE FROM SQ-ED-COL-HDR-LINE
032940         AFTER ADVANCING 2.
032950     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
032960     MOVE 3 TO SQ-ED-LINE-NO.
032970     GO TO 1500-EXIT.
032980 1500-EXIT.
032990     EXIT.
033000*
033100*****************************************************************
033200* 3000 SERIES - THE EDIT LOOP.  EVERY RECORD IS COPIED TO THE
035200     IF SQ-CLEAN-STATUS NOT = "00"
035300         DISPLAY "WARNING - SQ-CLEAN-FILE WRITE FAILED, STATUS "
035400             SQ-CLEAN-STATUS
035410         MOVE SPACES TO SQ-ML-TEXT
035420         STRING "WARNING - SQ-CLEAN-FILE WRITE FAILED, STATUS "
035430             SQ-CLEAN-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
035440         MOVE "SQ0004W" TO SQ-ML-MSG-ID
035450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
035500         SET SQ-ED-FILE-FAILURE TO TRUE
035600     END-IF.
035700     GO TO 3050-EXIT.
036900                 ADD 1 TO SQ-ED-DATA-RECORDS
037000             END-IF
037100             PERFORM 3500-CHECK-SERIES THRU 3500-EXIT
037150             PERFORM 3150-NOTE-DATA-IMAGE THRU 3150-EXIT
037200         WHEN SQ-INPUT-RECORD(1:4) = "SRC "
037300             IF SQ-ED-CONTROLLED
037400                 ADD 1 TO SQ-ED-DATA-RECORDS
037500             END-IF
037550             PERFORM 3150-NOTE-DATA-IMAGE THRU 3150-EXIT
037600         WHEN OTHER
037700             IF SQ-ED-CONTROLLED
037800                 ADD 1 TO SQ-ED-DATA-RECORDS
037900             END-IF
037950             PERFORM 3150-NOTE-DATA-IMAGE THRU 3150-EXIT
038000             MOVE SQ-INPUT-RECORD TO IN-Z
038100             PERFORM 3600-CHECK-DATA-LINE THRU 3600-EXIT
038200     END-EVALUATE.
038300     GO TO 3100-EXIT.
038400 3100-EXIT.
038500     EXIT.
038504*
038508*    EVERY RECORD BETWEEN HDR AND TRL JOINS THE FINGERPRINT COUNT;
038512*    THE FIRST AND LAST ARE KEPT AS IMAGES.  A SRC DELIMITER
038516*    MARKS A FEED SQCOLLCT BUILT.
038520 3150-NOTE-DATA-IMAGE.
038524     ADD 1 TO SQ-ED-FP-RECORDS.
038528     IF SQ-ED-FP-RECORDS = 1
038532         MOVE SQ-INPUT-RECORD TO SQ-EN-FIRST-IMAGE
038536     END-IF.
038540     MOVE SQ-INPUT-RECORD TO SQ-EN-LAST-IMAGE.
038544     IF SQ-INPUT-RECORD(1:4) = "SRC "
038548         SET SQ-ED-COLLECTED-FEED TO TRUE
038552     END-IF.
038584     GO TO 3150-EXIT.
038588 3150-EXIT.
038592     EXIT.
038600*
038700 3300-CHECK-HEADER.
038800     IF SQ-ED-CONTROLLED
049200     EXIT.
049300*
049400 3610-CHECK-OVERRIDE-PREFIX.
049450     IF IN-Z(1:4) = "DEG=" OR IN-Z(1:4) = "TOL="
049500         OR IN-Z(1:4) = "EXP="
049600         MOVE 1 TO SQ-ED-OV-PTR
049700         MOVE SPACES TO SQ-ED-RAW-TOKEN
049800         UNSTRING IN-Z DELIMITED BY "," OR " "
051300     EXIT.
051400*
051500 3620-CHECK-OVERRIDE.
051501     IF SQ-ED-RAW-TOKEN(1:4) = "EXP="
051502         PERFORM 3625-CHECK-EXPONENT THRU 3625-EXIT
051503         GO TO 3620-EXIT
051504     END-IF.
051600     IF FUNCTION TEST-NUMVAL(SQ-ED-RAW-TOKEN(5:)) NOT = 0
051700         MOVE "BAD OVERRIDE PREFIX" TO SQ-ED-ERR-TEXT
051800         PERFORM 4100-WRITE-ERROR-LINE THRU 4100-EXIT
054000     GO TO 3620-EXIT.
054100 3620-EXIT.
054200     EXIT.
054201*
054202*    AN EXP=P/Q PREFIX - P A NONZERO WHOLE NUMBER FROM -99 TO 99,
054203*    Q (DEFAULT 1) A WHOLE NUMBER FROM 1 TO 99.  Q BECOMES THE
054204*    LINE'S ROOT DEGREE, EXACTLY AS IN SQUARE'S 2460.
054205 3625-CHECK-EXPONENT.
054206     MOVE SPACES TO SQ-ED-EXP-P-TEXT SQ-ED-EXP-Q-TEXT
054207                    SQ-ED-EXP-X-TEXT.
054208     UNSTRING SQ-ED-RAW-TOKEN(5:) DELIMITED BY "/"
054209         INTO SQ-ED-EXP-P-TEXT SQ-ED-EXP-Q-TEXT SQ-ED-EXP-X-TEXT.
054210     IF SQ-ED-EXP-Q-TEXT = SPACES
054211         MOVE "1" TO SQ-ED-EXP-Q-TEXT
054212     END-IF.
054213     IF SQ-ED-EXP-X-TEXT NOT = SPACES
054214         OR SQ-ED-EXP-P-TEXT = SPACES
054215         OR FUNCTION TEST-NUMVAL(SQ-ED-EXP-P-TEXT) NOT = 0
054216         OR FUNCTION TEST-NUMVAL(SQ-ED-EXP-Q-TEXT) NOT = 0
054217         MOVE "BAD OVERRIDE PREFIX" TO SQ-ED-ERR-TEXT
054218         PERFORM 4100-WRITE-ERROR-LINE THRU 4100-EXIT
054219         GO TO 3625-EXIT
054220     END-IF.
054221     COMPUTE SQ-ED-OV-NUM = FUNCTION NUMVAL(SQ-ED-EXP-P-TEXT).
054222     IF SQ-ED-OV-NUM < -99 OR SQ-ED-OV-NUM > 99
054223         OR SQ-ED-OV-NUM = 0
054224         OR SQ-ED-OV-NUM NOT = FUNCTION INTEGER(SQ-ED-OV-NUM)
054225         MOVE "EXPONENT POWER OUT OF RANGE" TO SQ-ED-ERR-TEXT
054226         PERFORM 4100-WRITE-ERROR-LINE THRU 4100-EXIT
054227         GO TO 3625-EXIT
054228     END-IF.
054229     COMPUTE SQ-ED-OV-NUM = FUNCTION NUMVAL(SQ-ED-EXP-Q-TEXT).
054230     IF SQ-ED-OV-NUM < 1 OR SQ-ED-OV-NUM > 99
054231         OR SQ-ED-OV-NUM NOT = FUNCTION INTEGER(SQ-ED-OV-NUM)
054232         MOVE "EXPONENT ROOT OUT OF RANGE" TO SQ-ED-ERR-TEXT
054233         PERFORM 4100-WRITE-ERROR-LINE THRU 4100-EXIT
054234         GO TO 3625-EXIT
054235     END-IF.
054236     MOVE SQ-ED-OV-NUM TO SQ-ED-DEGREE.
054237     GO TO 3625-EXIT.
054238 3625-EXIT.
054239     EXIT.
054300*
054400 3630-EXTRACT-ONE-TOKEN.
054500     MOVE SPACES TO SQ-ED-RAW-TOKEN.
060600     IF SQ-ED-CONTROLLED
060700         ADD SQ-ED-SIGNED-CHECK TO SQ-ED-HASH-TOTAL
060800     END-IF.
060850     ADD SQ-ED-SIGNED-CHECK TO SQ-ED-FP-HASH.
060900     IF SQ-ED-SIGNED-CHECK = 0
061000         MOVE "ZERO VALUE" TO SQ-ED-ERR-TEXT
061100         PERFORM 4100-WRITE-ERROR-LINE THRU 4100-EXIT
065400     IF SQ-ED-REPORT-STATUS NOT = "00"
065500         DISPLAY "WARNING - SQ-ED-REPORT-FILE WRITE FAILED, "
065600             "STATUS " SQ-ED-REPORT-STATUS
065610         MOVE SPACES TO SQ-ML-TEXT
065620         STRING "WARNING - SQ-ED-REPORT-FILE WRITE FAILED, "
065630             "STATUS " SQ-ED-REPORT-STATUS
065640             DELIMITED BY SIZE INTO SQ-ML-TEXT
065650         MOVE "SQ0004W" TO SQ-ML-MSG-ID
065660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
065700     END-IF.
065800     GO TO 4712-EXIT.
065900 4712-EXIT.
066600     IF SQ-ED-CONTROLLED OR SQ-ED-TRAILER-SEEN
066700         PERFORM 9100-RECONCILE-CONTROLS THRU 9100-EXIT
066800     END-IF.
066850     PERFORM 9400-CHECK-REPEAT THRU 9400-EXIT.
066900     PERFORM 9200-WRITE-SUMMARY THRU 9200-EXIT.
067000     PERFORM 9300-WRITE-VERDICT THRU 9300-EXIT.
067011*    ONLY A FEED CERTIFIED CLEAN IS REGISTERED.
067022     IF NOT SQ-ED-FILE-FAILURE AND NOT SQ-ED-CTL-FAILED
067033         AND NOT SQ-ED-FEED-HELD AND SQ-ED-ERRORS-FOUND = 0
067044         PERFORM 9500-REGISTER-FEED THRU 9500-EXIT
067055     END-IF.
067066     PERFORM 9600-CHECK-UNUSED-RELEASE THRU 9600-EXIT
067077         VARYING SQ-ED-RLS-SUB FROM 1 BY 1
067088         UNTIL SQ-ED-RLS-SUB > SQ-ED-RLS-COUNT.
067100     CLOSE SQ-INPUT-FILE.
067200     CLOSE SQ-CLEAN-FILE.
067300     CLOSE SQ-ED-REPORT-FILE.
067600             MOVE 16 TO RETURN-CODE
067700         WHEN SQ-ED-CTL-FAILED
067800             MOVE 16 TO RETURN-CODE
067833         WHEN SQ-ED-FEED-HELD
067866             MOVE 12 TO RETURN-CODE
067900         WHEN SQ-ED-ERRORS-FOUND > 0
068000             MOVE 8 TO RETURN-CODE
068033         WHEN SQ-ED-REG-FAILED
068066             MOVE 4 TO RETURN-CODE
068100         WHEN OTHER
068200             MOVE 0 TO RETURN-CODE
068300     END-EVALUATE.
074400         WHEN SQ-ED-CTL-FAILED
074500             MOVE "*** CONTROLS DO NOT BALANCE - FEED FAILED ***"
074600                 TO SQ-ED-VERDICT
074625         WHEN SQ-ED-FEED-HELD
074650             MOVE "*** REPEAT FEED HELD - SEE REPEAT CHECK ***"
074675                 TO SQ-ED-VERDICT
074700         WHEN SQ-ED-ERRORS-FOUND > 0
074800             MOVE "*** FEED FAILED EDIT - RETURN TO SENDER ***"
074900                 TO SQ-ED-VERDICT
075800     GO TO 9300-EXIT.
075900 9300-EXIT.
076000     EXIT.
076100*
076200*****************************************************************
076300* 9400-CHECK-REPEAT.  LOOKS THE FEED UP ON THE FINGERPRINT
076400* REGISTER UNDER ITS DEPARTMENT.  THE SAME FEED ACCEPTED BEFORE -
076500* ALL FOUR OF RECORD COUNT, HASH, FIRST AND LAST RECORD (EXACT),
076600* OR ANY THREE (NEAR) - IS HELD UNLESS A RELEASE CARD NAMES THE
076700* DEPARTMENT AND THE RUN IT REPEATS.  A FEED THAT FAILED ITS EDIT
076800* IS GOING BACK TO THE SENDER ANYWAY AND IS NOT CHECKED.
076900*****************************************************************
077000 9400-CHECK-REPEAT.
077100     IF SQ-ED-FILE-FAILURE OR SQ-ED-CTL-FAILED
077200         OR SQ-ED-ERRORS-FOUND > 0 OR SQ-ED-FP-RECORDS = 0
077300         GO TO 9400-EXIT
077400     END-IF.
077500     IF SQ-ED-COLLECTED-FEED
077600         MOVE "COLLECTED FEED - EACH SECTION CHECKED BY SQCOLLCT"
077700             TO SQ-ED-RP-TEXT
077800         PERFORM 9450-WRITE-REPEAT-LINE THRU 9450-EXIT
077900         GO TO 9400-EXIT
078000     END-IF.
078100     MOVE SQ-ED-CARD-DEPT TO SQ-EN-DEPT.
078600     IF SQ-EN-DEPT = SPACES
078700         MOVE "NO DEPARTMENT ON THE SQFCPARM CARD - NOT CHECKED"
078800             TO SQ-ED-RP-TEXT
078900         PERFORM 9450-WRITE-REPEAT-LINE THRU 9450-EXIT
079000         GO TO 9400-EXIT
079100     END-IF.
079200     MOVE SQ-ED-FP-RECORDS TO SQ-EN-RECORDS.
079300     MOVE SQ-ED-FP-HASH TO SQ-EN-HASH.
079400     MOVE "N" TO SQ-EN-RELEASE-SW.
079500     MOVE ZERO TO SQ-ED-BEST-SCORE.
079600     PERFORM 9410-SCAN-REGISTER THRU 9410-EXIT.
079700     IF SQ-ED-BEST-SCORE < 3
079800         GO TO 9400-EXIT
079900     END-IF.
080000     IF SQ-ED-BEST-SCORE = 4
080100         MOVE "EXACT" TO SQ-ED-REPEAT-KIND
080200     ELSE
080300         MOVE "NEAR" TO SQ-ED-REPEAT-KIND
080400     END-IF.
080500     IF SQ-ED-BEST-RUN-ID = SQ-EN-RUN-ID
080600         AND SQ-ED-BEST-BUS-DATE = SQ-EN-BUS-DATE
080700         SET SQ-ED-FEED-RERUN TO TRUE
080800         MOVE "RERUN OF THIS RUN - ALREADY REGISTERED"
080900             TO SQ-ED-REPEAT-OUTCOME
081000     ELSE
081100         PERFORM 9440-FIND-RELEASE-CARD THRU 9440-EXIT
081200         IF SQ-ED-RLS-MATCH > 0
081300             MOVE "Y" TO SQ-EN-RELEASE-SW
081400             MOVE "Y" TO SQ-ED-RLS-USED-SW(SQ-ED-RLS-MATCH)
081500             MOVE SPACES TO SQ-ED-REPEAT-OUTCOME
081600             STRING "RELEASED AS A RESEND BY "
081700                 SQ-ED-RLS-OPERATOR(SQ-ED-RLS-MATCH)
081800                 DELIMITED BY SIZE INTO SQ-ED-REPEAT-OUTCOME
081900         ELSE
082000             SET SQ-ED-FEED-HELD TO TRUE
082100             MOVE "HELD - RELEASE CARD NEEDED IF A RESEND"
082200                 TO SQ-ED-REPEAT-OUTCOME
082300         END-IF
082400     END-IF.
082500     MOVE SPACES TO SQ-ED-RP-TEXT.
082600     STRING SQ-ED-REPEAT-KIND DELIMITED BY SPACE
082700         " REPEAT OF DEPT " SQ-EN-DEPT " FEED ACCEPTED BY "
082800         SQ-ED-BEST-SOURCE " RUN " SQ-ED-BEST-RUN-ID
082900         " BUS DATE " SQ-ED-BEST-BUS-DATE " - "
083000         DELIMITED BY SIZE
083100         SQ-ED-REPEAT-OUTCOME DELIMITED BY "  "
083200         INTO SQ-ED-RP-TEXT.
083300     PERFORM 9450-WRITE-REPEAT-LINE THRU 9450-EXIT.
083400     GO TO 9400-EXIT.
083500 9400-EXIT.
083600     EXIT.
083700*
083800 9410-SCAN-REGISTER.
083900     OPEN INPUT SQ-FG-REG-FILE.
084000     MOVE SQ-FG-REG-STATUS TO SQ-ED-OPEN-STATUS.
084100     IF SQ-ED-OPEN-STATUS = "00"
084200         MOVE "N" TO SQ-ED-REG-EOF-SW
084300         PERFORM 9420-SCORE-REGISTER-ENTRY THRU 9420-EXIT
084400             UNTIL SQ-ED-REG-EOF
084500     END-IF.
084600     EVALUATE SQ-ED-OPEN-STATUS
084700         WHEN "00"
084800             CLOSE SQ-FG-REG-FILE
084900         WHEN "05"
085000             CLOSE SQ-FG-REG-FILE
085100         WHEN OTHER
085200             DISPLAY "WARNING - FINGERPRINT REGISTER OPEN "
085210                 "FAILED, "
085300                 "STATUS " SQ-ED-OPEN-STATUS " - FEED NOT CHECKED"
085310             MOVE SPACES TO SQ-ML-TEXT
085320             STRING "WARNING - FINGERPRINT REGISTER OPEN "
085330                 "FAILED, "
085340                 "STATUS " SQ-ED-OPEN-STATUS " - FEED NOT CHECKED"
085350                 DELIMITED BY SIZE INTO SQ-ML-TEXT
085360             MOVE "SQ0002W" TO SQ-ML-MSG-ID
085370             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
085400     END-EVALUATE.
085500     GO TO 9410-EXIT.
085600 9410-EXIT.
085700     EXIT.
085800*
085900 9420-SCORE-REGISTER-ENTRY.
086000     READ SQ-FG-REG-FILE INTO SQ-EX-RECORD
086100         AT END
086200             SET SQ-ED-REG-EOF TO TRUE
086300         NOT AT END
086400             PERFORM 9425-SCORE-CANDIDATE THRU 9425-EXIT
086500     END-READ.
086600     GO TO 9420-EXIT.
086700 9420-EXIT.
086800     EXIT.
086900*
087000*    ONE POINT FOR EACH OF THE FOUR THAT AGREES.  THE LATEST OF
087100*    EQUALLY GOOD ENTRIES IS THE ONE NAMED.
087200 9425-SCORE-CANDIDATE.
087300     IF SQ-EX-DEPT NOT = SQ-EN-DEPT
087400         GO TO 9425-EXIT
087500     END-IF.
087600     MOVE ZERO TO SQ-ED-MATCH-SCORE.
087700     IF SQ-EX-RECORDS = SQ-EN-RECORDS
087800         ADD 1 TO SQ-ED-MATCH-SCORE
087900     END-IF.
088000     IF SQ-EX-HASH = SQ-EN-HASH
088100         ADD 1 TO SQ-ED-MATCH-SCORE
088200     END-IF.
088300     IF SQ-EX-FIRST-IMAGE = SQ-EN-FIRST-IMAGE
088400         ADD 1 TO SQ-ED-MATCH-SCORE
088500     END-IF.
088600     IF SQ-EX-LAST-IMAGE = SQ-EN-LAST-IMAGE
088700         ADD 1 TO SQ-ED-MATCH-SCORE
088800     END-IF.
088900     IF SQ-ED-MATCH-SCORE < 3
089000         OR SQ-ED-MATCH-SCORE < SQ-ED-BEST-SCORE
089100         GO TO 9425-EXIT
089200     END-IF.
089300     MOVE SQ-ED-MATCH-SCORE TO SQ-ED-BEST-SCORE.
089400     MOVE SQ-EX-BUS-DATE TO SQ-ED-BEST-BUS-DATE.
089500     MOVE SQ-EX-RUN-ID TO SQ-ED-BEST-RUN-ID.
089600     MOVE SQ-EX-SOURCE TO SQ-ED-BEST-SOURCE.
089700     GO TO 9425-EXIT.
089800 9425-EXIT.
089900     EXIT.
090000*
090100 9440-FIND-RELEASE-CARD.
090200     MOVE ZERO TO SQ-ED-RLS-MATCH.
090300     MOVE SQ-ED-BEST-RUN-ID TO SQ-ED-BEST-RUN-TEXT.
090400     PERFORM 9445-TRY-ONE-RELEASE THRU 9445-EXIT
090500         VARYING SQ-ED-RLS-SUB FROM 1 BY 1
090600         UNTIL SQ-ED-RLS-SUB > SQ-ED-RLS-COUNT
090700             OR SQ-ED-RLS-MATCH > 0.
090800     GO TO 9440-EXIT.
090900 9440-EXIT.
091000     EXIT.
091100*
091200 9445-TRY-ONE-RELEASE.
091300     IF SQ-ED-RLS-DEPT(SQ-ED-RLS-SUB) = SQ-EN-DEPT
091400         AND SQ-ED-RLS-RUN-ID(SQ-ED-RLS-SUB) = SQ-ED-BEST-RUN-TEXT
091500         AND SQ-ED-RLS-USED-SW(SQ-ED-RLS-SUB) = "N"
091600         MOVE SQ-ED-RLS-SUB TO SQ-ED-RLS-MATCH
091700     END-IF.
091800     GO TO 9445-EXIT.
091900 9445-EXIT.
092000     EXIT.
092100*
092200 9450-WRITE-REPEAT-LINE.
092300     DISPLAY "SQINEDIT - " SQ-ED-RP-TEXT.
092400     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
092500     WRITE SQ-ED-REPORT-LINE FROM SQ-ED-REPEAT-LINE
092600         AFTER ADVANCING 2.
092700     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
092800     ADD 2 TO SQ-ED-LINE-NO.
092900     GO TO 9450-EXIT.
093000 9450-EXIT.
093100     EXIT.
093200*
093300*****************************************************************
093400* 9500-REGISTER-FEED.  A CERTIFIED FEED GOES ON THE REGISTER SO A
093500* LATER NIGHT CAN KNOW IT - UNLESS IT IS THIS RUN'S OWN RERUN,
093600* ALREADY THERE, OR A COLLECTED FEED SQCOLLCT REGISTERED.
093700*****************************************************************
093800 9500-REGISTER-FEED.
093900     IF SQ-ED-FEED-RERUN OR SQ-ED-COLLECTED-FEED
094000         OR SQ-EN-DEPT = SPACES OR SQ-ED-FP-RECORDS = 0
094100         GO TO 9500-EXIT
094200     END-IF.
094300     OPEN EXTEND SQ-FG-REG-FILE.
094400     IF SQ-FG-REG-STATUS NOT = "00"
094500         AND SQ-FG-REG-STATUS NOT = "05"
094600         DISPLAY "WARNING - FINGERPRINT REGISTER OPEN FAILED, "
094700             "STATUS " SQ-FG-REG-STATUS " - FEED NOT REGISTERED"
094710         MOVE SPACES TO SQ-ML-TEXT
094720         STRING "WARNING - FINGERPRINT REGISTER OPEN FAILED, "
094730             "STATUS " SQ-FG-REG-STATUS " - FEED NOT REGISTERED"
094740             DELIMITED BY SIZE INTO SQ-ML-TEXT
094750         MOVE "SQ0002W" TO SQ-ML-MSG-ID
094760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
094800         SET SQ-ED-REG-FAILED TO TRUE
094900         GO TO 9500-EXIT
095000     END-IF.
095100     MOVE SQ-EN-RECORD TO SQ-FG-RECORD.
095200     WRITE SQ-FG-RECORD.
095300     IF SQ-FG-REG-STATUS NOT = "00"
095400         DISPLAY "WARNING - FINGERPRINT REGISTER WRITE FAILED, "
095500             "STATUS " SQ-FG-REG-STATUS
095510         MOVE SPACES TO SQ-ML-TEXT
095520         STRING "WARNING - FINGERPRINT REGISTER WRITE FAILED, "
095530             "STATUS " SQ-FG-REG-STATUS
095540             DELIMITED BY SIZE INTO SQ-ML-TEXT
095550         MOVE "SQ0004W" TO SQ-ML-MSG-ID
095560         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
095600         SET SQ-ED-REG-FAILED TO TRUE
095700     ELSE
095800         DISPLAY "SQINEDIT - FEED ADDED TO THE FINGERPRINT "
095810             "REGISTER"
095900     END-IF.
096000     CLOSE SQ-FG-REG-FILE.
096100     GO TO 9500-EXIT.
096200 9500-EXIT.
096300     EXIT.
096400*
096500 9600-CHECK-UNUSED-RELEASE.
096600     IF SQ-ED-RLS-USED-SW(SQ-ED-RLS-SUB) = "N"
096700         DISPLAY "WARNING - RELEASE CARD FOR DEPT "
096800             SQ-ED-RLS-DEPT(SQ-ED-RLS-SUB) " RUN "
096900             SQ-ED-RLS-RUN-ID(SQ-ED-RLS-SUB)
097000             " RELEASED NOTHING"
097010         MOVE SPACES TO SQ-ML-TEXT
097020         STRING "WARNING - RELEASE CARD FOR DEPT "
097030             SQ-ED-RLS-DEPT(SQ-ED-RLS-SUB) " RUN "
097040             SQ-ED-RLS-RUN-ID(SQ-ED-RLS-SUB)
097050             " RELEASED NOTHING"
097060             DELIMITED BY SIZE INTO SQ-ML-TEXT
097070         MOVE "SQ0011W" TO SQ-ML-MSG-ID
097080         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
097100     END-IF.
097200     GO TO 9600-EXIT.
097300 9600-EXIT.
097400     EXIT.
097500*
097600*****************************************************************
097700* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
097800* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
097900* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
098000* WAY.
098100*****************************************************************
098200 9800-LOG-MESSAGE.
098300     MOVE "SQINEDIT" TO SQ-ML-PROGRAM.
098400     MOVE ZERO TO SQ-ML-RUN-ID.
098500     MOVE SPACES TO SQ-ML-BUS-DATE.
098600     CALL "SQMSGLOG" USING SQ-ML-AREA.
098700     GO TO 9800-EXIT.
098800 9800-EXIT.
098900     EXIT.
