003330*                     ROWS, AS IN SQSTATS) - A MONTH-END RUN
003340*                     CROSSING MIDNIGHT WAS BILLING ITS
003350*                     POST-00:00 ROWS TO THE WRONG STATEMENT.
003370*     2026-10-15  DL  SEAL ROWS (SEE SQAUDIT) ARE NOT PRICED.
003372*     2026-10-15  DL  CHARGEBACK ADJUSTMENTS (SEE SQCGADJ AND
003374*                     SQADJMNT).  OPEN CREDITS AND DEBITS FOR THE
003376*                     STATEMENT ARE APPLIED AND MARKED APPLIED,
003378*                     SHOWN AS THEIR OWN INVOICE LINES WITH THE
003380*                     DEPARTMENT'S NET, CARRIED ON THE EXTRACT AS
003382*                     RECORD TYPE "A", AND LISTED ON THE NEW
003384*                     ADJUSTMENT REGISTER (SQCGREG) - NO MORE
003386*                     HAND-EDITING THE EXTRACT.
003388*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
003390*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
003392*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
003394*                     COPYBOOK SQMSGCAT).
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.  SQCHARGE.
006100     SELECT SQ-CG-EXTRACT-FILE ASSIGN TO SQCGEXT
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS IS SQ-CG-EXTRACT-STATUS.
006310*
006320     SELECT OPTIONAL SQ-ADJ-FILE ASSIGN TO SQCGADJ
006330         ORGANIZATION LINE SEQUENTIAL
006340         FILE STATUS IS SQ-CGADJ-STATUS.
006350*
006360     SELECT SQ-CG-REGISTER-FILE ASSIGN TO SQCGREG
006370         ORGANIZATION LINE SEQUENTIAL
006380         FILE STATUS IS SQ-CG-REGISTER-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
007900 FD  SQ-CG-EXTRACT-FILE.
008000     COPY SQCGEXT.
008100*
008110*
008120 FD  SQ-ADJ-FILE.
008130     COPY SQCGADJ.
008140*
008150 FD  SQ-CG-REGISTER-FILE.
008160 01  SQ-CG-REGISTER-LINE           PIC X(152).
008200 WORKING-STORAGE SECTION.
008300*
008400*****************************************************************
008900         88  SQ-CG-EOF                 VALUE "Y".
009000     05  SQ-CG-EXT-ROW-SW          PIC X(01) VALUE "N".
009100         88  SQ-CG-EXTENDED-ROW        VALUE "Y".
009120     05  SQ-CG-ADJ-EOF-SW          PIC X(01) VALUE "N".
009140         88  SQ-CG-ADJ-EOF             VALUE "Y".
009160     05  SQ-CG-ADJ-CHANGED-SW      PIC X(01) VALUE "N".
009180         88  SQ-CG-ADJ-CHANGED         VALUE "Y".
009200*
009300*****************************************************************
009400* FILE STATUS CODES.
009900     05  SQ-CGPARM-STATUS          PIC X(02) VALUE "00".
010000     05  SQ-CG-REPORT-STATUS       PIC X(02) VALUE "00".
010100     05  SQ-CG-EXTRACT-STATUS      PIC X(02) VALUE "00".
010120     05  SQ-CGADJ-STATUS           PIC X(02) VALUE "00".
010140     05  SQ-CG-REGISTER-STATUS     PIC X(02) VALUE "00".
010200*
010300*****************************************************************
010400* RATES AND STATEMENT MONTH IN EFFECT.
013700         10  SQ-CG-DT-REQUESTS     PIC 9(09).
013800         10  SQ-CG-DT-ITERATIONS   PIC 9(09).
013900         10  SQ-CG-DT-AMOUNT       PIC 9(11)V99.
013920         10  SQ-CG-DT-CREDITS      PIC 9(11)V99.
013940         10  SQ-CG-DT-DEBITS       PIC 9(11)V99.
013960         10  SQ-CG-DT-ADJ-COUNT    PIC 9(04).
014000*
014002*****************************************************************
014004* THE ADJUSTMENTS DATASET IN STORAGE (SEE 1600) - AT MOST 3000.
014006* AN ENTRY IS WORKED ON THROUGH SQ-CGJ-RECORD (THE SQCGADJ
014008* LAYOUT).  SQ-CG-AT-BUCKET IS THE DEPARTMENT-TABLE ENTRY AN
014010* APPLIED ADJUSTMENT WAS POSTED TO.
014012*****************************************************************
014014 01  SQ-CG-ADJ-TABLE-AREA.
014016     05  SQ-CG-ADJ-COUNT           PIC 9(04) COMP VALUE ZERO.
014018     05  SQ-CG-ADJ-SUB             PIC 9(04) COMP VALUE ZERO.
014020     05  SQ-CG-ADJ-APPLIED         PIC 9(05) VALUE ZERO.
014022     05  SQ-CG-GRAND-CREDITS       PIC 9(11)V99 VALUE ZERO.
014024     05  SQ-CG-GRAND-DEBITS        PIC 9(11)V99 VALUE ZERO.
014026     05  SQ-CG-NET-WORK            PIC S9(11)V99 VALUE ZERO.
014028     05  SQ-CG-ADJ-TABLE OCCURS 3000 TIMES.
014030         10  SQ-CG-AT-IMAGE        PIC X(120).
014032         10  SQ-CG-AT-THIS-STMT    PIC X(01).
014034         10  SQ-CG-AT-BUCKET       PIC 9(03) COMP.
014036*
014038     COPY SQCGADJ REPLACING LEADING ==SQ-ADJ== BY ==SQ-CGJ==.
014040*
014100*****************************************************************
014200* RUN DATE AND REPORT PAGE CONTROL.
014300*****************************************************************
022000         "REQUESTS BILLED           :".
022100     05  SQ-CG-SM-BILLED           PIC ZZZZZZZZ9.
022200     05  FILLER                    PIC X(115) VALUE SPACES.
022201*
022202 01  SQ-CG-SUMMARY-LINE-3.
022203     05  FILLER                    PIC X(28) VALUE
022204         "ADJUSTMENTS APPLIED       :".
022205     05  SQ-CG-SM-ADJUSTED         PIC ZZZZZZZZ9.
022206     05  FILLER                    PIC X(115) VALUE SPACES.
022207*
022208*    AN ADJUSTMENT UNDER ITS DEPARTMENT'S CHARGE LINE, AMOUNT IN
022209*    THE AMOUNT COLUMN - CREDITS NEGATIVE.
022210 01  SQ-CG-ADJ-LINE.
022211     05  FILLER                    PIC X(03) VALUE SPACES.
022212     05  SQ-CG-AL-ID               PIC 9(06).
022213     05  FILLER                    PIC X(01) VALUE SPACE.
022214     05  SQ-CG-AL-TYPE             PIC X(06).
022215     05  FILLER                    PIC X(12) VALUE SPACES.
022216     05  SQ-CG-AL-AMOUNT           PIC -(10)9.99.
022217     05  FILLER                    PIC X(06) VALUE "  RUN ".
022218     05  SQ-CG-AL-RUN              PIC X(05).
022219     05  FILLER                    PIC X(02) VALUE SPACES.
022220     05  SQ-CG-AL-REASON           PIC X(40).
022221     05  FILLER                    PIC X(14) VALUE
022222         "  APPROVED BY ".
022223     05  SQ-CG-AL-APPROVER         PIC X(08).
022224     05  FILLER                    PIC X(35) VALUE SPACES.
022225*
022226 01  SQ-CG-RECON-LINE.
022227     05  SQ-CG-RL-LABEL            PIC X(28).
022228     05  SQ-CG-RL-AMOUNT           PIC -(10)9.99.
022229     05  FILLER                    PIC X(110) VALUE SPACES.
022230*
022231*****************************************************************
022232* ADJUSTMENT REGISTER LINE IMAGES AND PAGE CONTROL.
022233*****************************************************************
022234 01  SQ-CG-RG-PAGE-CONTROL.
022235     05  SQ-CG-RG-PAGE-NO          PIC 9(04) VALUE 1.
022236     05  SQ-CG-RG-LINE-NO          PIC 9(02) VALUE 99.
022237     05  SQ-CG-RG-VOIDED           PIC 9(05) VALUE ZERO.
022238     05  SQ-CG-RG-LATER            PIC 9(05) VALUE ZERO.
022239*
022240 01  SQ-CG-RG-HDR-LINE-1.
022241     05  FILLER                    PIC X(30) VALUE
022242         "CHARGEBACK ADJUSTMENT REGISTER".
022243     05  FILLER                    PIC X(10) VALUE " RUN DATE ".
022244     05  SQ-CG-RG-H1-DATE          PIC X(10) VALUE SPACES.
022245     05  FILLER                    PIC X(06) VALUE " PAGE ".
022246     05  SQ-CG-RG-H1-PAGE          PIC ZZZ9.
022247     05  FILLER                    PIC X(17) VALUE
022248         "  STATEMENT MONTH".
022249     05  FILLER                    PIC X(01) VALUE SPACE.
022250     05  SQ-CG-RG-H1-MONTH         PIC X(07) VALUE SPACES.
022251     05  FILLER                    PIC X(67) VALUE SPACES.
022252*
022253 01  SQ-CG-RG-COL-HDR-LINE.
022254     05  FILLER                    PIC X(08) VALUE "ADJ ID".
022255     05  FILLER                    PIC X(09) VALUE "MONTH".
022256     05  FILLER                    PIC X(06) VALUE "DEPT".
022257     05  FILLER                    PIC X(08) VALUE "TYPE".
022258     05  FILLER                    PIC X(15) VALUE
022259         "       AMOUNT".
022260     05  FILLER                    PIC X(07) VALUE "RUN".
022261     05  FILLER                    PIC X(14) VALUE "DISPOSITION".
022262     05  FILLER                    PIC X(42) VALUE "REASON".
022263     05  FILLER                    PIC X(10) VALUE "APPROVER".
022264     05  FILLER                    PIC X(10) VALUE "ENTERED BY".
022265     05  FILLER                    PIC X(10) VALUE "ON".
022266     05  FILLER                    PIC X(13) VALUE SPACES.
022267*
022268 01  SQ-CG-RG-DETAIL-LINE.
022269     05  SQ-CG-RG-DL-ID            PIC 9(06).
022270     05  FILLER                    PIC X(02) VALUE SPACES.
022271     05  SQ-CG-RG-DL-MONTH         PIC X(07).
022272     05  FILLER                    PIC X(02) VALUE SPACES.
022273     05  SQ-CG-RG-DL-DEPT          PIC X(03).
022274     05  FILLER                    PIC X(03) VALUE SPACES.
022275     05  SQ-CG-RG-DL-TYPE          PIC X(06).
022276     05  FILLER                    PIC X(02) VALUE SPACES.
022277     05  SQ-CG-RG-DL-AMOUNT        PIC ZZZZZZZZZ9.99.
022278     05  FILLER                    PIC X(02) VALUE SPACES.
022279     05  SQ-CG-RG-DL-RUN           PIC X(05).
022280     05  FILLER                    PIC X(02) VALUE SPACES.
022281     05  SQ-CG-RG-DL-DISP          PIC X(12).
022282     05  FILLER                    PIC X(02) VALUE SPACES.
022283     05  SQ-CG-RG-DL-REASON        PIC X(40).
022284     05  FILLER                    PIC X(02) VALUE SPACES.
022285     05  SQ-CG-RG-DL-APPROVER      PIC X(08).
022286     05  FILLER                    PIC X(02) VALUE SPACES.
022287     05  SQ-CG-RG-DL-ENTERED-BY    PIC X(08).
022288     05  FILLER                    PIC X(02) VALUE SPACES.
022289     05  SQ-CG-RG-DL-ENTERED-ON    PIC X(10).
022290     05  FILLER                    PIC X(13) VALUE SPACES.
022291*
022292 01  SQ-CG-RG-TOTAL-LINE.
022293     05  SQ-CG-RG-TL-LABEL         PIC X(28).
022294     05  SQ-CG-RG-TL-COUNT         PIC ZZZZ9.
022295     05  FILLER                    PIC X(11) VALUE "   CREDITS ".
022296     05  SQ-CG-RG-TL-CREDITS       PIC ZZZZZZZZZ9.99.
022297     05  FILLER                    PIC X(10) VALUE "   DEBITS ".
022298     05  SQ-CG-RG-TL-DEBITS        PIC ZZZZZZZZZ9.99.
022299     05  FILLER                    PIC X(07) VALUE "   NET ".
022300     05  SQ-CG-RG-TL-NET           PIC -(10)9.99.
022301     05  FILLER                    PIC X(51) VALUE SPACES.
022302*
022303 01  SQ-CG-RG-COUNT-LINE.
022304     05  SQ-CG-RG-CL-LABEL         PIC X(28).
022305     05  SQ-CG-RG-CL-COUNT         PIC ZZZZ9.
022306     05  FILLER                    PIC X(119) VALUE SPACES.
022307*
022310*****************************************************************
022320* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
022330*****************************************************************
022340     COPY SQMLLINK.
022350*
022400*****************************************************************
022500* 0000-MAINLINE.
022600*****************************************************************
024000     PERFORM 1100-GET-RUN-DATE THRU 1100-EXIT.
024100     PERFORM 1200-READ-STATEMENT-CARD THRU 1200-EXIT.
024200     PERFORM 1300-READ-RATE-CARD THRU 1300-EXIT.
024250     PERFORM 1600-LOAD-ADJUSTMENTS THRU 1600-EXIT.
024300     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
024400     PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.
024500     GO TO 1000-EXIT.
029000     IF SQ-RATE-STATUS NOT = "00"
029100         DISPLAY "FATAL - SQ-RATE-FILE OPEN FAILED, STATUS "
029200             SQ-RATE-STATUS
029210         MOVE SPACES TO SQ-ML-TEXT
029220         STRING "FATAL - SQ-RATE-FILE OPEN FAILED, STATUS "
029230             SQ-RATE-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
029240         MOVE "SQ0001S" TO SQ-ML-MSG-ID
029250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600     READ SQ-RATE-FILE
029700         AT END
029800             DISPLAY "FATAL - RATE-CARD DATASET IS EMPTY"
029810             MOVE SPACES TO SQ-ML-TEXT
029820             STRING "FATAL - RATE-CARD DATASET IS EMPTY"
029830                 DELIMITED BY SIZE INTO SQ-ML-TEXT
029840             MOVE "SQ1101S" TO SQ-ML-MSG-ID
029850             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
029900             MOVE 16 TO RETURN-CODE
030000             STOP RUN
030100     END-READ.
030400         OR SQ-RATE-COMPARE-PCT NOT NUMERIC
030500         OR SQ-RATE-EXTENDED-PCT NOT NUMERIC
030600         DISPLAY "FATAL - RATE CARD IS NOT NUMERIC"
030610         MOVE SPACES TO SQ-ML-TEXT
030620         STRING "FATAL - RATE CARD IS NOT NUMERIC"
030630             DELIMITED BY SIZE INTO SQ-ML-TEXT
030640         MOVE "SQ1102S" TO SQ-ML-MSG-ID
030650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
030700         MOVE 16 TO RETURN-CODE
030800         STOP RUN
030900     END-IF.
032100     IF SQ-AUDIT-STATUS NOT = "00"
032200         DISPLAY "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
032300             SQ-AUDIT-STATUS
032310         MOVE SPACES TO SQ-ML-TEXT
032320         STRING "FATAL - SQ-AUDIT-FILE OPEN FAILED, STATUS "
032330             SQ-AUDIT-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
032340         MOVE "SQ0001S" TO SQ-ML-MSG-ID
032350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
032400         MOVE 16 TO RETURN-CODE
032500         STOP RUN
032600     END-IF.
032800     IF SQ-CG-REPORT-STATUS NOT = "00"
032900         DISPLAY "FATAL - SQ-CG-REPORT-FILE OPEN FAILED, STATUS "
033000             SQ-CG-REPORT-STATUS
033010         MOVE SPACES TO SQ-ML-TEXT
033020         STRING "FATAL - SQ-CG-REPORT-FILE OPEN FAILED, STATUS "
033030             SQ-CG-REPORT-STATUS
033040             DELIMITED BY SIZE INTO SQ-ML-TEXT
033050         MOVE "SQ0001S" TO SQ-ML-MSG-ID
033060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033500     IF SQ-CG-EXTRACT-STATUS NOT = "00"
033600         DISPLAY "FATAL - SQ-CG-EXTRACT-FILE OPEN FAILED, "
033700             "STATUS " SQ-CG-EXTRACT-STATUS
033710         MOVE SPACES TO SQ-ML-TEXT
033720         STRING "FATAL - SQ-CG-EXTRACT-FILE OPEN FAILED, "
033730             "STATUS " SQ-CG-EXTRACT-STATUS
033740             DELIMITED BY SIZE INTO SQ-ML-TEXT
033750         MOVE "SQ0001S" TO SQ-ML-MSG-ID
033760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
033800         MOVE 16 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034010     OPEN OUTPUT SQ-CG-REGISTER-FILE.
034020     IF SQ-CG-REGISTER-STATUS NOT = "00"
034030         DISPLAY "FATAL - SQ-CG-REGISTER-FILE OPEN FAILED, "
034040             "STATUS " SQ-CG-REGISTER-STATUS
034041         MOVE SPACES TO SQ-ML-TEXT
034042         STRING "FATAL - SQ-CG-REGISTER-FILE OPEN FAILED, "
034043             "STATUS " SQ-CG-REGISTER-STATUS
034044             DELIMITED BY SIZE INTO SQ-ML-TEXT
034045         MOVE "SQ0001S" TO SQ-ML-MSG-ID
034046         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
034050         MOVE 16 TO RETURN-CODE
034060         STOP RUN
034070     END-IF.
034100     GO TO 1400-EXIT.
034200 1400-EXIT.
034300     EXIT.
036300     GO TO 1500-EXIT.
036400 1500-EXIT.
036500     EXIT.
036501*
036502*****************************************************************
036503* 1600-LOAD-ADJUSTMENTS.  THE ADJUSTMENTS DATASET (SEE SQCGADJ)
036504* IS HELD IN STORAGE.  AN ADJUSTMENT BELONGS ON THIS STATEMENT
036505* WHEN IT IS OPEN AND RECORDED FOR THIS MONTH OR AN EARLIER ONE
036506* (ONE KEYED AFTER ITS MONTH WAS BILLED IS CARRIED IN LATE), OR
036507* WHEN THIS STATEMENT ALREADY APPLIED IT (A RERUN).  NO DATASET
036508* MEANS NO ADJUSTMENTS; ONE THAT CANNOT BE READ IS FATAL - AN
036509* INVOICE MISSING ITS CREDITS MUST NOT GO OUT.
036510*****************************************************************
036511 1600-LOAD-ADJUSTMENTS.
036512     OPEN INPUT SQ-ADJ-FILE.
036513*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
036514*    WAS NOT THERE - THE FILE IS OPEN AND MUST STILL BE CLOSED.
036515     IF SQ-CGADJ-STATUS = "05"
036516         CLOSE SQ-ADJ-FILE
036517         GO TO 1600-EXIT
036518     END-IF.
036519     IF SQ-CGADJ-STATUS NOT = "00"
036520         DISPLAY "FATAL - SQ-ADJ-FILE OPEN FAILED, STATUS "
036521             SQ-CGADJ-STATUS
036522         MOVE SPACES TO SQ-ML-TEXT
036523         STRING "FATAL - SQ-ADJ-FILE OPEN FAILED, STATUS "
036524             SQ-CGADJ-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
036525         MOVE "SQ0001S" TO SQ-ML-MSG-ID
036526         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
036527         MOVE 16 TO RETURN-CODE
036528         STOP RUN
036529     END-IF.
036530     PERFORM 1610-LOAD-ONE-ADJUSTMENT THRU 1610-EXIT
036531         UNTIL SQ-CG-ADJ-EOF.
036532     CLOSE SQ-ADJ-FILE.
036533     GO TO 1600-EXIT.
036534 1600-EXIT.
036535     EXIT.
036536*
036537 1610-LOAD-ONE-ADJUSTMENT.
036538     READ SQ-ADJ-FILE
036539         AT END
036540             SET SQ-CG-ADJ-EOF TO TRUE
036541             GO TO 1610-EXIT
036542     END-READ.
036543     IF SQ-CG-ADJ-COUNT NOT < 3000
036544         DISPLAY "FATAL - SQ-ADJ-FILE HOLDS OVER 3000 ADJUSTMENTS"
036545         MOVE SPACES TO SQ-ML-TEXT
036546         STRING "FATAL - SQ-ADJ-FILE HOLDS OVER 3000 ADJUSTMENTS"
036547             DELIMITED BY SIZE INTO SQ-ML-TEXT
036548         MOVE "SQ1103S" TO SQ-ML-MSG-ID
036549         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
036550         MOVE 16 TO RETURN-CODE
036551         STOP RUN
036552     END-IF.
036553     ADD 1 TO SQ-CG-ADJ-COUNT.
036554     MOVE SQ-ADJ-RECORD TO SQ-CG-AT-IMAGE(SQ-CG-ADJ-COUNT).
036555     MOVE "N" TO SQ-CG-AT-THIS-STMT(SQ-CG-ADJ-COUNT).
036556     MOVE ZERO TO SQ-CG-AT-BUCKET(SQ-CG-ADJ-COUNT).
036557     IF SQ-ADJ-AMOUNT NOT NUMERIC
036558         OR (NOT SQ-ADJ-CREDIT AND NOT SQ-ADJ-DEBIT)
036559         IF NOT SQ-ADJ-VOIDED
036560             DISPLAY "WARNING - ADJUSTMENT " SQ-ADJ-ID
036561                 " IS NOT VALID AND WAS NOT APPLIED"
036562             MOVE SPACES TO SQ-ML-TEXT
036563             STRING "WARNING - ADJUSTMENT " SQ-ADJ-ID
036564                 " IS NOT VALID AND WAS NOT APPLIED"
036565                 DELIMITED BY SIZE INTO SQ-ML-TEXT
036566             MOVE "SQ1104W" TO SQ-ML-MSG-ID
036567             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
036568         END-IF
036569         GO TO 1610-EXIT
036570     END-IF.
036571     IF (SQ-ADJ-OPEN AND SQ-ADJ-MONTH NOT = SPACES
036572             AND SQ-ADJ-MONTH NOT > SQ-CG-STMT-MONTH)
036573         OR (SQ-ADJ-APPLIED
036574             AND SQ-ADJ-APPLIED-MONTH = SQ-CG-STMT-MONTH)
036575         MOVE "Y" TO SQ-CG-AT-THIS-STMT(SQ-CG-ADJ-COUNT)
036576     END-IF.
036577     GO TO 1610-EXIT.
036578 1610-EXIT.
036579     EXIT.
036600*
036700*****************************************************************
036800* 3000 SERIES - AUDIT SCAN AND PRICING LOOP.
036900*****************************************************************
037000 3000-SCAN-LOOP.
037100     PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT.
037120*    SEAL ROWS (SEE SQAUDIT) ARE RUN CONTROLS - NEVER BILLED.
037140     IF NOT SQ-CG-EOF
037160         AND NOT SQ-AUDIT-SEAL-ROW
037210*        A RUN THAT CROSSES MIDNIGHT BELONGS TO ITS BUSINESS
037220*        DATE - A MONTH-END RUN'S POST-00:00 ROWS MUST NOT
037230*        BILL TO NEXT MONTH'S STATEMENT.  PRE-STAMP ROWS FALL
044900             MOVE ZERO TO SQ-CG-DT-REQUESTS(SQ-CG-DEPT-HIT)
045000             MOVE ZERO TO SQ-CG-DT-ITERATIONS(SQ-CG-DEPT-HIT)
045100             MOVE ZERO TO SQ-CG-DT-AMOUNT(SQ-CG-DEPT-HIT)
045120             MOVE ZERO TO SQ-CG-DT-CREDITS(SQ-CG-DEPT-HIT)
045140             MOVE ZERO TO SQ-CG-DT-DEBITS(SQ-CG-DEPT-HIT)
045160             MOVE ZERO TO SQ-CG-DT-ADJ-COUNT(SQ-CG-DEPT-HIT)
045200         ELSE
045300             DISPLAY "WARNING - DEPARTMENT TABLE FULL, DEPT "
045400                 SQ-AUDIT-DEPT " BILLED TO THE LAST BUCKET"
045410             MOVE SPACES TO SQ-ML-TEXT
045420             STRING "WARNING - DEPARTMENT TABLE FULL, DEPT "
045430                 SQ-AUDIT-DEPT " BILLED TO THE LAST BUCKET"
045440                 DELIMITED BY SIZE INTO SQ-ML-TEXT
045450             MOVE "SQ1105W" TO SQ-ML-MSG-ID
045460             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
045500             MOVE SQ-CG-DEPT-COUNT TO SQ-CG-DEPT-HIT
045600         END-IF
045700     END-IF.
048800     IF SQ-CG-REPORT-STATUS NOT = "00"
048900         DISPLAY "WARNING - SQ-CG-REPORT-FILE WRITE FAILED, "
049000             "STATUS " SQ-CG-REPORT-STATUS
049010         MOVE SPACES TO SQ-ML-TEXT
049020         STRING "WARNING - SQ-CG-REPORT-FILE WRITE FAILED, "
049030             "STATUS " SQ-CG-REPORT-STATUS
049040             DELIMITED BY SIZE INTO SQ-ML-TEXT
049050         MOVE "SQ0004W" TO SQ-ML-MSG-ID
049060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
049100     END-IF.
049200     GO TO 4712-EXIT.
049300 4712-EXIT.
049400     EXIT.
049401*
049402*****************************************************************
049403* 5000 SERIES - ADJUSTMENTS.  EACH ADJUSTMENT SELECTED FOR THIS
049404* STATEMENT (SEE 1600) IS POSTED TO ITS DEPARTMENT - ONE THAT
049405* BILLED NO COMPUTE THIS MONTH STILL GETS AN INVOICE - AND MARKED
049406* APPLIED TO THIS STATEMENT.
049407*****************************************************************
049408 5000-APPLY-ADJUSTMENTS.
049409     MOVE 1 TO SQ-CG-ADJ-SUB.
049410     PERFORM 5100-APPLY-ONE-ADJUSTMENT THRU 5100-EXIT
049411         UNTIL SQ-CG-ADJ-SUB > SQ-CG-ADJ-COUNT.
049412     GO TO 5000-EXIT.
049413 5000-EXIT.
049414     EXIT.
049415*
049416 5100-APPLY-ONE-ADJUSTMENT.
049417     IF SQ-CG-AT-THIS-STMT(SQ-CG-ADJ-SUB) NOT = "Y"
049418         GO TO 5100-EXIT
049419     END-IF.
049420     MOVE SQ-CG-AT-IMAGE(SQ-CG-ADJ-SUB) TO SQ-CGJ-RECORD.
049421     PERFORM 5200-FIND-ADJ-DEPT THRU 5200-EXIT.
049422     MOVE SQ-CG-DEPT-HIT TO SQ-CG-AT-BUCKET(SQ-CG-ADJ-SUB).
049423     IF SQ-CGJ-CREDIT
049424         ADD SQ-CGJ-AMOUNT TO SQ-CG-DT-CREDITS(SQ-CG-DEPT-HIT)
049425         ADD SQ-CGJ-AMOUNT TO SQ-CG-GRAND-CREDITS
049426     ELSE
049427         ADD SQ-CGJ-AMOUNT TO SQ-CG-DT-DEBITS(SQ-CG-DEPT-HIT)
049428         ADD SQ-CGJ-AMOUNT TO SQ-CG-GRAND-DEBITS
049429     END-IF.
049430     ADD 1 TO SQ-CG-DT-ADJ-COUNT(SQ-CG-DEPT-HIT).
049431     ADD 1 TO SQ-CG-ADJ-APPLIED.
049432     IF NOT SQ-CGJ-APPLIED
049433         OR SQ-CGJ-APPLIED-MONTH NOT = SQ-CG-STMT-MONTH
049434         SET SQ-CGJ-APPLIED TO TRUE
049435         MOVE SQ-CG-STMT-MONTH TO SQ-CGJ-APPLIED-MONTH
049436         MOVE SQ-CGJ-RECORD TO SQ-CG-AT-IMAGE(SQ-CG-ADJ-SUB)
049437         SET SQ-CG-ADJ-CHANGED TO TRUE
049438     END-IF.
049439     GO TO 5100-EXIT.
049440 5100-EXIT.
049441     ADD 1 TO SQ-CG-ADJ-SUB.
049442     EXIT.
049443*
049444 5200-FIND-ADJ-DEPT.
049445     MOVE 0 TO SQ-CG-DEPT-HIT.
049446     MOVE 1 TO SQ-CG-DEPT-SUB.
049447     PERFORM 5210-MATCH-ONE-ADJ-DEPT THRU 5210-EXIT
049448         UNTIL SQ-CG-DEPT-HIT > 0
049449             OR SQ-CG-DEPT-SUB > SQ-CG-DEPT-COUNT.
049450     IF SQ-CG-DEPT-HIT = 0
049451         IF SQ-CG-DEPT-COUNT < 100
049452             ADD 1 TO SQ-CG-DEPT-COUNT
049453             MOVE SQ-CG-DEPT-COUNT TO SQ-CG-DEPT-HIT
049454             MOVE SQ-CGJ-DEPT TO SQ-CG-DT-DEPT(SQ-CG-DEPT-HIT)
049455             MOVE ZERO TO SQ-CG-DT-REQUESTS(SQ-CG-DEPT-HIT)
049456             MOVE ZERO TO SQ-CG-DT-ITERATIONS(SQ-CG-DEPT-HIT)
049457             MOVE ZERO TO SQ-CG-DT-AMOUNT(SQ-CG-DEPT-HIT)
049458             MOVE ZERO TO SQ-CG-DT-CREDITS(SQ-CG-DEPT-HIT)
049459             MOVE ZERO TO SQ-CG-DT-DEBITS(SQ-CG-DEPT-HIT)
049460             MOVE ZERO TO SQ-CG-DT-ADJ-COUNT(SQ-CG-DEPT-HIT)
049461         ELSE
049462             DISPLAY "WARNING - DEPARTMENT TABLE FULL, ADJ "
049463                 SQ-CGJ-ID " POSTED TO THE LAST BUCKET"
049464             MOVE SPACES TO SQ-ML-TEXT
049465             STRING "WARNING - DEPARTMENT TABLE FULL, ADJ "
049466                 SQ-CGJ-ID " POSTED TO THE LAST BUCKET"
049467                 DELIMITED BY SIZE INTO SQ-ML-TEXT
049468             MOVE "SQ1106W" TO SQ-ML-MSG-ID
049469             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
049470             MOVE SQ-CG-DEPT-COUNT TO SQ-CG-DEPT-HIT
049471         END-IF
049472     END-IF.
049473     GO TO 5200-EXIT.
049474 5200-EXIT.
049475     EXIT.
049476*
049477 5210-MATCH-ONE-ADJ-DEPT.
049478     IF SQ-CG-DT-DEPT(SQ-CG-DEPT-SUB) = SQ-CGJ-DEPT
049479         MOVE SQ-CG-DEPT-SUB TO SQ-CG-DEPT-HIT
049480     END-IF.
049481     ADD 1 TO SQ-CG-DEPT-SUB.
049482     GO TO 5210-EXIT.
049483 5210-EXIT.
049484     EXIT.
049500*
049600*****************************************************************
049700* 9000 SERIES - INVOICE LINES, EXTRACT, SUMMARY, END OF RUN.
049800*****************************************************************
049900 9000-TERMINATE.
049950     PERFORM 5000-APPLY-ADJUSTMENTS THRU 5000-EXIT.
050000     MOVE 1 TO SQ-CG-DEPT-SUB.
050100     PERFORM 9100-WRITE-ONE-INVOICE THRU 9100-EXIT
050200         UNTIL SQ-CG-DEPT-SUB > SQ-CG-DEPT-COUNT.
050300     PERFORM 9200-WRITE-GRAND-TOTAL THRU 9200-EXIT.
050400     PERFORM 9300-WRITE-SUMMARY THRU 9300-EXIT.
050450     PERFORM 9400-WRITE-REGISTER THRU 9400-EXIT.
050500     CLOSE SQ-AUDIT-FILE.
050600     CLOSE SQ-CG-REPORT-FILE.
050700     CLOSE SQ-CG-EXTRACT-FILE.
050720     CLOSE SQ-CG-REGISTER-FILE.
050740     PERFORM 9500-REWRITE-ADJUSTMENTS THRU 9500-EXIT.
050800     GO TO 9000-EXIT.
050900 9000-EXIT.
051000     EXIT.
053300     MOVE SQ-CG-DT-ITERATIONS(SQ-CG-DEPT-SUB)
053400         TO SQ-CX-ITERATIONS.
053500     MOVE SQ-CG-DT-AMOUNT(SQ-CG-DEPT-SUB) TO SQ-CX-AMOUNT.
053550     SET SQ-CX-CHARGE-REC TO TRUE.
053600     WRITE SQ-CX-RECORD.
053700     IF SQ-CG-EXTRACT-STATUS NOT = "00"
053800         DISPLAY "WARNING - SQ-CG-EXTRACT-FILE WRITE FAILED, "
053900             "STATUS " SQ-CG-EXTRACT-STATUS
053910         MOVE SPACES TO SQ-ML-TEXT
053920         STRING "WARNING - SQ-CG-EXTRACT-FILE WRITE FAILED, "
053930             "STATUS " SQ-CG-EXTRACT-STATUS
053940             DELIMITED BY SIZE INTO SQ-ML-TEXT
053950         MOVE "SQ0004W" TO SQ-ML-MSG-ID
053960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
054000     END-IF.
054020     IF SQ-CG-DT-ADJ-COUNT(SQ-CG-DEPT-SUB) > 0
054040         PERFORM 9110-WRITE-DEPT-ADJUSTMENTS THRU 9110-EXIT
054060     END-IF.
054100     ADD 1 TO SQ-CG-DEPT-SUB.
054200     GO TO 9100-EXIT.
054300 9100-EXIT.
054400     EXIT.
054401*
054402*****************************************************************
054403* 9110-WRITE-DEPT-ADJUSTMENTS.  UNDER THE DEPARTMENT'S CHARGE
054404* LINE, ONE INVOICE LINE AND ONE EXTRACT RECORD PER ADJUSTMENT
054405* APPLIED TO IT (CREDITS SHOWN NEGATIVE), THEN ITS NET INVOICE.
054406*****************************************************************
054407 9110-WRITE-DEPT-ADJUSTMENTS.
054408     MOVE 1 TO SQ-CG-ADJ-SUB.
054409     PERFORM 9120-WRITE-ONE-ADJUSTMENT THRU 9120-EXIT
054410         UNTIL SQ-CG-ADJ-SUB > SQ-CG-ADJ-COUNT.
054411     MOVE "   NET INVOICED" TO SQ-CG-RL-LABEL.
054412     COMPUTE SQ-CG-NET-WORK = SQ-CG-DT-AMOUNT(SQ-CG-DEPT-SUB)
054413         + SQ-CG-DT-DEBITS(SQ-CG-DEPT-SUB)
054414         - SQ-CG-DT-CREDITS(SQ-CG-DEPT-SUB).
054415     PERFORM 9210-WRITE-RECON-LINE THRU 9210-EXIT.
054416     GO TO 9110-EXIT.
054417 9110-EXIT.
054418     EXIT.
054419*
054420 9120-WRITE-ONE-ADJUSTMENT.
054421     IF SQ-CG-AT-THIS-STMT(SQ-CG-ADJ-SUB) NOT = "Y"
054422         OR SQ-CG-AT-BUCKET(SQ-CG-ADJ-SUB) NOT = SQ-CG-DEPT-SUB
054423         GO TO 9120-EXIT
054424     END-IF.
054425     MOVE SQ-CG-AT-IMAGE(SQ-CG-ADJ-SUB) TO SQ-CGJ-RECORD.
054426     MOVE SQ-CGJ-ID TO SQ-CG-AL-ID.
054427     IF SQ-CGJ-CREDIT
054428         MOVE "CREDIT" TO SQ-CG-AL-TYPE
054429         COMPUTE SQ-CG-AL-AMOUNT = 0 - SQ-CGJ-AMOUNT
054430     ELSE
054431         MOVE "DEBIT" TO SQ-CG-AL-TYPE
054432         MOVE SQ-CGJ-AMOUNT TO SQ-CG-AL-AMOUNT
054433     END-IF.
054434     IF SQ-CGJ-RUN-ID = ZERO
054435         MOVE "NONE" TO SQ-CG-AL-RUN
054436     ELSE
054437         MOVE SQ-CGJ-RUN-ID TO SQ-CG-AL-RUN
054438     END-IF.
054439     MOVE SQ-CGJ-REASON TO SQ-CG-AL-REASON.
054440     MOVE SQ-CGJ-APPROVER TO SQ-CG-AL-APPROVER.
054441     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
054442     WRITE SQ-CG-REPORT-LINE FROM SQ-CG-ADJ-LINE
054443         AFTER ADVANCING 1.
054444     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
054445     ADD 1 TO SQ-CG-LINE-NO.
054446*
054447     MOVE SPACES TO SQ-CX-RECORD.
054448     MOVE SQ-CG-STMT-MONTH TO SQ-CX-MONTH.
054449     MOVE SQ-CGJ-DEPT TO SQ-CX-DEPT.
054450     MOVE SQ-CGJ-ID TO SQ-CX-ADJ-ID.
054451     MOVE SQ-CGJ-TYPE TO SQ-CX-ADJ-TYPE.
054452     MOVE SQ-CGJ-AMOUNT TO SQ-CX-ADJ-AMOUNT.
054453     MOVE SQ-CGJ-RUN-ID TO SQ-CX-ADJ-RUN-ID.
054454     SET SQ-CX-ADJUSTMENT-REC TO TRUE.
054455     MOVE SQ-CGJ-REASON TO SQ-CX-ADJ-REASON.
054456     MOVE SQ-CGJ-APPROVER TO SQ-CX-ADJ-APPROVER.
054457     WRITE SQ-CX-RECORD.
054458     IF SQ-CG-EXTRACT-STATUS NOT = "00"
054459         DISPLAY "WARNING - SQ-CG-EXTRACT-FILE WRITE FAILED, "
054460             "STATUS " SQ-CG-EXTRACT-STATUS
054462         MOVE SPACES TO SQ-ML-TEXT
054464         STRING "WARNING - SQ-CG-EXTRACT-FILE WRITE FAILED, "
054466             "STATUS " SQ-CG-EXTRACT-STATUS
054468             DELIMITED BY SIZE INTO SQ-ML-TEXT
054470         MOVE "SQ0004W" TO SQ-ML-MSG-ID
054472         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
054474     END-IF.
054476     GO TO 9120-EXIT.
054478 9120-EXIT.
054480     ADD 1 TO SQ-CG-ADJ-SUB.
054482     EXIT.
054500*
054600 9200-WRITE-GRAND-TOTAL.
054700     MOVE SQ-CG-RECORDS-BILLED TO SQ-CG-TOT-REQUESTS.
055100         AFTER ADVANCING 2.
055200     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
055300     ADD 2 TO SQ-CG-LINE-NO.
055305*    WITH ADJUSTMENTS APPLIED THE INVOICE RECONCILES AS THE
055310*    AUDIT-DERIVED TOTAL ABOVE, LESS CREDITS, PLUS DEBITS.
055315     IF SQ-CG-ADJ-APPLIED > 0
055320         MOVE "ADJUSTMENTS - CREDITS" TO SQ-CG-RL-LABEL
055325         COMPUTE SQ-CG-NET-WORK = 0 - SQ-CG-GRAND-CREDITS
055330         PERFORM 9210-WRITE-RECON-LINE THRU 9210-EXIT
055335         MOVE "ADJUSTMENTS - DEBITS" TO SQ-CG-RL-LABEL
055340         MOVE SQ-CG-GRAND-DEBITS TO SQ-CG-NET-WORK
055345         PERFORM 9210-WRITE-RECON-LINE THRU 9210-EXIT
055350         MOVE "NET INVOICED" TO SQ-CG-RL-LABEL
055355         COMPUTE SQ-CG-NET-WORK = SQ-CG-GRAND-AMOUNT
055360             + SQ-CG-GRAND-DEBITS - SQ-CG-GRAND-CREDITS
055365         PERFORM 9210-WRITE-RECON-LINE THRU 9210-EXIT
055370     END-IF.
055400     GO TO 9200-EXIT.
055500 9200-EXIT.
055600     EXIT.
055605*
055610 9210-WRITE-RECON-LINE.
055615     MOVE SQ-CG-NET-WORK TO SQ-CG-RL-AMOUNT.
055620     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
055625     WRITE SQ-CG-REPORT-LINE FROM SQ-CG-RECON-LINE
055630         AFTER ADVANCING 1.
055635     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
055640     ADD 1 TO SQ-CG-LINE-NO.
055645     GO TO 9210-EXIT.
055650 9210-EXIT.
055655     EXIT.
055700*
055800 9300-WRITE-SUMMARY.
055900     MOVE SQ-CG-RECORDS-READ TO SQ-CG-SM-READ.
056700     WRITE SQ-CG-REPORT-LINE FROM SQ-CG-SUMMARY-LINE-2
056800         AFTER ADVANCING 1.
056900     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
056910     PERFORM 4710-CHECK-PAGE-BREAK THRU 4710-EXIT.
056920     MOVE SQ-CG-ADJ-APPLIED TO SQ-CG-SM-ADJUSTED.
056930     WRITE SQ-CG-REPORT-LINE FROM SQ-CG-SUMMARY-LINE-3
056940         AFTER ADVANCING 1.
056950     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
057000     GO TO 9300-EXIT.
057100 9300-EXIT.
057200     EXIT.
057300*
057400*****************************************************************
057500* 9400-WRITE-REGISTER.  THE MONTH'S ADJUSTMENT REGISTER - EVERY
057600* ADJUSTMENT APPLIED TO THIS STATEMENT (INCLUDING ONES RECORDED
057700* AGAINST AN EARLIER MONTH AND CARRIED IN LATE) AND EVERY ONE
057800* RECORDED FOR THIS MONTH BUT VOIDED, WITH ITS REASON, APPROVER,
057900* AND DISPUTED RUN; THEN THE TOTALS THE INVOICE RECONCILES TO.
058000*****************************************************************
058100 9400-WRITE-REGISTER.
058200     MOVE 1 TO SQ-CG-RG-PAGE-NO.
058300     PERFORM 9410-WRITE-REGISTER-HEADERS THRU 9410-EXIT.
058400     MOVE ZERO TO SQ-CG-RG-VOIDED SQ-CG-RG-LATER.
058500     MOVE 1 TO SQ-CG-ADJ-SUB.
058600     PERFORM 9420-REGISTER-ONE-ADJUSTMENT THRU 9420-EXIT
058700         UNTIL SQ-CG-ADJ-SUB > SQ-CG-ADJ-COUNT.
058800     MOVE "APPLIED TO THIS STATEMENT :" TO SQ-CG-RG-TL-LABEL.
058900     MOVE SQ-CG-ADJ-APPLIED TO SQ-CG-RG-TL-COUNT.
059000     MOVE SQ-CG-GRAND-CREDITS TO SQ-CG-RG-TL-CREDITS.
059100     MOVE SQ-CG-GRAND-DEBITS TO SQ-CG-RG-TL-DEBITS.
059200     COMPUTE SQ-CG-NET-WORK =
059300         SQ-CG-GRAND-DEBITS - SQ-CG-GRAND-CREDITS.
059400     MOVE SQ-CG-NET-WORK TO SQ-CG-RG-TL-NET.
059500     PERFORM 9430-CHECK-REGISTER-PAGE THRU 9430-EXIT.
059600     WRITE SQ-CG-REGISTER-LINE FROM SQ-CG-RG-TOTAL-LINE
059700         AFTER ADVANCING 2.
059800     PERFORM 9440-CHECK-REGISTER-STATUS THRU 9440-EXIT.
059900     ADD 2 TO SQ-CG-RG-LINE-NO.
060000     MOVE "VOIDED - NOT APPLIED      :" TO SQ-CG-RG-CL-LABEL.
060100     MOVE SQ-CG-RG-VOIDED TO SQ-CG-RG-CL-COUNT.
060200     PERFORM 9430-CHECK-REGISTER-PAGE THRU 9430-EXIT.
060300     WRITE SQ-CG-REGISTER-LINE FROM SQ-CG-RG-COUNT-LINE
060400         AFTER ADVANCING 1.
060500     PERFORM 9440-CHECK-REGISTER-STATUS THRU 9440-EXIT.
060600     ADD 1 TO SQ-CG-RG-LINE-NO.
060700     MOVE "OPEN FOR LATER STATEMENTS :" TO SQ-CG-RG-CL-LABEL.
060800     MOVE SQ-CG-RG-LATER TO SQ-CG-RG-CL-COUNT.
060900     PERFORM 9430-CHECK-REGISTER-PAGE THRU 9430-EXIT.
061000     WRITE SQ-CG-REGISTER-LINE FROM SQ-CG-RG-COUNT-LINE
061100         AFTER ADVANCING 1.
061200     PERFORM 9440-CHECK-REGISTER-STATUS THRU 9440-EXIT.
061300     GO TO 9400-EXIT.
061400 9400-EXIT.
061500     EXIT.
061600*
061700 9410-WRITE-REGISTER-HEADERS.
061800     MOVE SQ-CG-REPORT-DATE TO SQ-CG-RG-H1-DATE.
061900     MOVE SQ-CG-RG-PAGE-NO TO SQ-CG-RG-H1-PAGE.
062000     MOVE SQ-CG-STMT-MONTH TO SQ-CG-RG-H1-MONTH.
062100     WRITE SQ-CG-REGISTER-LINE FROM SQ-CG-RG-HDR-LINE-1
062200         AFTER ADVANCING PAGE.
062300     PERFORM 9440-CHECK-REGISTER-STATUS THRU 9440-EXIT.
062400     WRITE SQ-CG-REGISTER-LINE FROM SQ-CG-RG-COL-HDR-LINE
062500         AFTER ADVANCING 2.
062600     PERFORM 9440-CHECK-REGISTER-STATUS THRU 9440-EXIT.
062700     MOVE 3 TO SQ-CG-RG-LINE-NO.
062800     GO TO 9410-EXIT.
062900 9410-EXIT.
063000     EXIT.
063100*
063200 9420-REGISTER-ONE-ADJUSTMENT.
063300     MOVE SQ-CG-AT-IMAGE(SQ-CG-ADJ-SUB) TO SQ-CGJ-RECORD.
063400     EVALUATE TRUE
063500         WHEN SQ-CG-AT-THIS-STMT(SQ-CG-ADJ-SUB) = "Y"
063600             IF SQ-CGJ-MONTH < SQ-CG-STMT-MONTH
063700                 MOVE "APPLIED LATE" TO SQ-CG-RG-DL-DISP
063800             ELSE
063900                 MOVE "APPLIED" TO SQ-CG-RG-DL-DISP
064000             END-IF
064100         WHEN SQ-CGJ-VOIDED AND SQ-CGJ-MONTH = SQ-CG-STMT-MONTH
064200             MOVE "VOIDED" TO SQ-CG-RG-DL-DISP
064300             ADD 1 TO SQ-CG-RG-VOIDED
064400         WHEN SQ-CGJ-OPEN AND SQ-CGJ-MONTH > SQ-CG-STMT-MONTH
064500             ADD 1 TO SQ-CG-RG-LATER
064600             GO TO 9420-EXIT
064700         WHEN OTHER
064800             GO TO 9420-EXIT
064900     END-EVALUATE.
065000     MOVE SQ-CGJ-ID TO SQ-CG-RG-DL-ID.
065100     MOVE SQ-CGJ-MONTH TO SQ-CG-RG-DL-MONTH.
065200     MOVE SQ-CGJ-DEPT TO SQ-CG-RG-DL-DEPT.
065300     IF SQ-CGJ-CREDIT
065400         MOVE "CREDIT" TO SQ-CG-RG-DL-TYPE
065500     ELSE
065600         MOVE "DEBIT" TO SQ-CG-RG-DL-TYPE
065700     END-IF.
065800     MOVE SQ-CGJ-AMOUNT TO SQ-CG-RG-DL-AMOUNT.
065900     IF SQ-CGJ-RUN-ID = ZERO
066000         MOVE "NONE" TO SQ-CG-RG-DL-RUN
066100     ELSE
066200         MOVE SQ-CGJ-RUN-ID TO SQ-CG-RG-DL-RUN
066300     END-IF.
066400     MOVE SQ-CGJ-REASON TO SQ-CG-RG-DL-REASON.
066500     MOVE SQ-CGJ-APPROVER TO SQ-CG-RG-DL-APPROVER.
066600     MOVE SQ-CGJ-ENTERED-BY TO SQ-CG-RG-DL-ENTERED-BY.
066700     MOVE SQ-CGJ-ENTERED-DATE TO SQ-CG-RG-DL-ENTERED-ON.
066800     PERFORM 9430-CHECK-REGISTER-PAGE THRU 9430-EXIT.
066900     WRITE SQ-CG-REGISTER-LINE FROM SQ-CG-RG-DETAIL-LINE
067000         AFTER ADVANCING 1.
067100     PERFORM 9440-CHECK-REGISTER-STATUS THRU 9440-EXIT.
067200     ADD 1 TO SQ-CG-RG-LINE-NO.
067300     GO TO 9420-EXIT.
067400 9420-EXIT.
067500     ADD 1 TO SQ-CG-ADJ-SUB.
067600     EXIT.
067700*
067800 9430-CHECK-REGISTER-PAGE.
067900     IF SQ-CG-RG-LINE-NO >= SQ-CG-LINES-PER-PAGE
068000         ADD 1 TO SQ-CG-RG-PAGE-NO
068100         PERFORM 9410-WRITE-REGISTER-HEADERS THRU 9410-EXIT
068200     END-IF.
068300     GO TO 9430-EXIT.
068400 9430-EXIT.
068500     EXIT.
068600*
068700 9440-CHECK-REGISTER-STATUS.
068800     IF SQ-CG-REGISTER-STATUS NOT = "00"
068900         DISPLAY "WARNING - SQ-CG-REGISTER-FILE WRITE FAILED, "
069000             "STATUS " SQ-CG-REGISTER-STATUS
069010         MOVE SPACES TO SQ-ML-TEXT
069020         STRING "WARNING - SQ-CG-REGISTER-FILE WRITE FAILED, "
069030             "STATUS " SQ-CG-REGISTER-STATUS
069040             DELIMITED BY SIZE INTO SQ-ML-TEXT
069050         MOVE "SQ0004W" TO SQ-ML-MSG-ID
069060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
069100     END-IF.
069200     GO TO 9440-EXIT.
069300 9440-EXIT.
069400     EXIT.
069500*
069600*****************************************************************
069700* 9500-REWRITE-ADJUSTMENTS.  THE ADJUSTMENTS DATASET, REWRITTEN
069800* WHOLE WHEN THIS STATEMENT APPLIED ANYTHING NEW, SO EACH
069900* ADJUSTMENT CARRIES THE STATEMENT THAT BILLED IT.
070000*****************************************************************
070100 9500-REWRITE-ADJUSTMENTS.
070200     IF NOT SQ-CG-ADJ-CHANGED
070300         GO TO 9500-EXIT
070400     END-IF.
070500     OPEN OUTPUT SQ-ADJ-FILE.
070600     IF SQ-CGADJ-STATUS NOT = "00"
070700         DISPLAY "SQ-ADJ-FILE OPEN FAILED, STATUS "
070800             SQ-CGADJ-STATUS " - ADJUSTMENTS NOT MARKED APPLIED"
070810         MOVE SPACES TO SQ-ML-TEXT
070820         STRING "SQ-ADJ-FILE OPEN FAILED, STATUS "
070830             SQ-CGADJ-STATUS " - ADJUSTMENTS NOT MARKED APPLIED"
070840             DELIMITED BY SIZE INTO SQ-ML-TEXT
070850         MOVE "SQ0006E" TO SQ-ML-MSG-ID
070860         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
070900         MOVE 16 TO RETURN-CODE
071000         GO TO 9500-EXIT
071100     END-IF.
071200     MOVE 1 TO SQ-CG-ADJ-SUB.
071300     PERFORM 9510-WRITE-ONE-ADJUSTMENT THRU 9510-EXIT
071400         UNTIL SQ-CG-ADJ-SUB > SQ-CG-ADJ-COUNT.
071500     CLOSE SQ-ADJ-FILE.
071600     GO TO 9500-EXIT.
071700 9500-EXIT.
071800     EXIT.
071900*
072000 9510-WRITE-ONE-ADJUSTMENT.
072100     MOVE SQ-CG-AT-IMAGE(SQ-CG-ADJ-SUB) TO SQ-ADJ-RECORD.
072200     WRITE SQ-ADJ-RECORD.
072300     IF SQ-CGADJ-STATUS NOT = "00"
072400         DISPLAY "SQ-ADJ-FILE WRITE FAILED, STATUS "
072500             SQ-CGADJ-STATUS
072510         MOVE SPACES TO SQ-ML-TEXT
072520         STRING "SQ-ADJ-FILE WRITE FAILED, STATUS "
072530             SQ-CGADJ-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
072540         MOVE "SQ0007E" TO SQ-ML-MSG-ID
072550         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
072600         MOVE 16 TO RETURN-CODE
072700     END-IF.
072800     ADD 1 TO SQ-CG-ADJ-SUB.
072900     GO TO 9510-EXIT.
073000 9510-EXIT.
073100     EXIT.
073200*
073300*****************************************************************
073400* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
073500* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
073600* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
073700* WAY.
073800*****************************************************************
073900 9800-LOG-MESSAGE.
074000     MOVE "SQCHARGE" TO SQ-ML-PROGRAM.
074100     MOVE ZERO TO SQ-ML-RUN-ID.
074200     MOVE SPACES TO SQ-ML-BUS-DATE.
074300     CALL "SQMSGLOG" USING SQ-ML-AREA.
074400     GO TO 9800-EXIT.
074500 9800-EXIT.
074600     EXIT.
