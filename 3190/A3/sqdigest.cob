002300*     ATTENTION.  EVERY INPUT BEYOND THE REGISTRY AND LEDGER IS
002400*     OPTIONAL - A MISSING PIECE IS SAID ON THE DIGEST, NEVER
002500*     GUESSED.
002520*
002540*     THE FEED ARRIVAL CHECK SQFARRIV, RUN AHEAD OF THE COLLECTOR,
002560*     LEAVES ITS SUMMARY ON SQFASUM - THE FEEDS FOUND LATE, THE
002580*     FEEDS MISSING, AND THOSE STILL AWAITED AT THE CHECK.
002600*
002700* MODIFICATION HISTORY.
002800*     2026-09-03  DL  INITIAL VERSION.
002895*                     NIGHT'S RUN ID - A DRIFT-FLAGGED NIGHT
002896*                     NO LONGER READS "COMPLETED CLEAN", AND
002897*                     EVERY STEP'S OUTCOME IS ON THE ONE PAGE.
002898*     2026-10-15  DL  DELIVERY STATUS IS NOW SHOWN DEPARTMENT BY
002899*                     DEPARTMENT - EVERY ACKNOWLEDGMENT OF THE
002900*                     LATEST RUN VERIFIED, NOT ONE OK/NG FOR THE
002901*                     NIGHT - AND THE RESULTS BURST SUMMARY
002902*                     (SQBRSUM, CHECKED AGAINST THE RUN ID)
002903*                     LISTS THE ROWS EACH DEPARTMENT WAS SENT.
002904*                     ROWS LEFT ON THE UNASSIGNED DATASET NEED
002905*                     ATTENTION.
002915*     2026-10-15  DL  DEPARTMENTS AT OR PAST THEIR MONTHLY QUOTA
002925*                     WARNING LEVEL (SQQUSAGE, THIS BUSINESS
002935*                     MONTH) ARE LISTED, WITH THE QUEUE ENTRIES
002945*                     THE DRAIN HELD BACK OVER QUOTA.
002946*     2026-10-15  DL  RECORDS ITS START AND END ON THE STEP-STATUS
002947*                     DATASET (SEE SQSTPLOG) - ON A RESUBMITTED
002948*                     NIGHT IT ENDS AT ONCE WHEN ALREADY COMPLETE.
002949*     2026-10-15  DL  FATAL, WARNING AND ERROR MESSAGES ALSO
002950*                     WRITTEN TO THE OPERATOR MESSAGE LOG THROUGH
002951*                     SQMSGLOG, EACH UNDER A MESSAGE ID (SEE
002952*                     COPYBOOK SQMSGCAT).
002958*     2026-10-15  DL  THE FEED ARRIVAL CHECK (SQFASUM, CHECKED
002964*                     AGAINST THE RUN ID) IS NOW A STEP OUTCOME,
002970*                     AND EVERY LATE, MISSING OR STILL AWAITED
002976*                     FEED IS LISTED.  A MISSING FEED MEANS THE
002982*                     DEPARTMENT RESULTS ARE INCOMPLETE - IT SETS
002988*                     THE VERDICT; A LATE ONE NEEDS ATTENTION.
002994*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  SQDIGEST.
003200 AUTHOR.      D. LOCKWOOD.
005960         ORGANIZATION LINE SEQUENTIAL
005970         FILE STATUS IS SQ-QDSUM-STATUS.
005980*
005982     SELECT OPTIONAL SQ-BR-SUMMARY-FILE ASSIGN TO SQBRSUM
005984         ORGANIZATION LINE SEQUENTIAL
005986         FILE STATUS IS SQ-BRSUM-STATUS.
005988*
005990     SELECT OPTIONAL SQ-QU-USAGE-FILE ASSIGN TO SQQUSAGE
005992         ORGANIZATION LINE SEQUENTIAL
005994         FILE STATUS IS SQ-QUSAGE-STATUS.
005996*
006013     SELECT OPTIONAL SQ-FA-SUMMARY-FILE ASSIGN TO SQFASUM
006030         ORGANIZATION LINE SEQUENTIAL
006047         FILE STATUS IS SQ-FASUM-STATUS.
006064*
006081     SELECT OPTIONAL SQ-ACK-FILE ASSIGN TO SQRESACK
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS IS SQ-ACK-STATUS.
006300*
008340*
008350 FD  SQ-QD-SUMMARY-FILE.
008360     COPY SQQDSUM.
008370*
008380 FD  SQ-BR-SUMMARY-FILE.
008390     COPY SQBRSUM.
008392*
008394 FD  SQ-QU-USAGE-FILE.
008396     COPY SQQUSAGE.
008400*
008425 FD  SQ-FA-SUMMARY-FILE.
008450     COPY SQFASUM.
008475*
008500 FD  SQ-ACK-FILE.
008600 01  SQ-ACK-RECORD                 PIC X(80).
008700*
011120         88  SQ-DG-CPSUM-PRESENT       VALUE "Y".
011130     05  SQ-DG-QDSUM-SW            PIC X(01) VALUE "N".
011140         88  SQ-DG-QDSUM-PRESENT       VALUE "Y".
011160     05  SQ-DG-BRSUM-SW            PIC X(01) VALUE "N".
011180         88  SQ-DG-BRSUM-PRESENT       VALUE "Y".
011185     05  SQ-DG-QUSAGE-SW           PIC X(01) VALUE "N".
011190         88  SQ-DG-QUSAGE-PRESENT      VALUE "Y".
011193     05  SQ-DG-FASUM-SW            PIC X(01) VALUE "N".
011196         88  SQ-DG-FASUM-PRESENT       VALUE "Y".
011200     05  SQ-DG-ATTENTION-SW        PIC X(01) VALUE "N".
011300         88  SQ-DG-ATTENTION-NEEDED    VALUE "Y".
011400*
012000     05  SQ-BLSUM-STATUS           PIC X(02) VALUE "00".
012010     05  SQ-CPSUM-STATUS           PIC X(02) VALUE "00".
012020     05  SQ-QDSUM-STATUS           PIC X(02) VALUE "00".
012070     05  SQ-BRSUM-STATUS           PIC X(02) VALUE "00".
012090     05  SQ-QUSAGE-STATUS          PIC X(02) VALUE "00".
012095     05  SQ-FASUM-STATUS           PIC X(02) VALUE "00".
012100     05  SQ-ACK-STATUS             PIC X(02) VALUE "00".
012200     05  SQ-DG-REPORT-STATUS       PIC X(02) VALUE "00".
012300*
014150     05  SQ-DG-CP-FLAGGED          PIC 9(09) VALUE ZERO.
014160     05  SQ-DG-QD-COMPLETE         PIC 9(09) VALUE ZERO.
014170     05  SQ-DG-QD-REJECTED         PIC 9(09) VALUE ZERO.
014190     05  SQ-DG-QD-DEFERRED         PIC 9(09) VALUE ZERO.
014200     05  SQ-DG-ACK-STATUS-WORK     PIC X(02) VALUE SPACES.
014202     05  SQ-DG-BR-UNASSIGNED       PIC 9(09) VALUE ZERO.
014204*
014206*****************************************************************
014208* TONIGHT'S DEPARTMENT DATASETS (SQBRSUM) AND THE DELIVERY
014210* ACKNOWLEDGMENTS OF THE LATEST RUN VERIFIED, ONE PER
014212* DEPARTMENT.
014214*****************************************************************
014216 01  SQ-DG-BURST-TABLE.
014218     05  SQ-DG-BR-SLOT OCCURS 10 TIMES.
014220         10  SQ-DG-BR-DEPT         PIC X(03).
014222         10  SQ-DG-BR-ROWS         PIC 9(09).
014224*
014226 01  SQ-DG-ACK-TABLE.
014228     05  SQ-DG-ACK-RUN             PIC 9(05) VALUE ZERO.
014230     05  SQ-DG-ACK-KEPT            PIC 9(04) COMP VALUE ZERO.
014232     05  SQ-DG-ACK-ENTRY OCCURS 20 TIMES.
014234         10  SQ-DG-ACK-DEPT        PIC X(03).
014236         10  SQ-DG-ACK-STAT        PIC X(02).
014238         10  SQ-DG-ACK-ROWS        PIC 9(09).
014240*
014242 01  SQ-DG-WORK-FIELDS.
014244     05  SQ-DG-SUB                 PIC 9(04) COMP VALUE ZERO.
014246     05  SQ-DG-DEPT-SHOW           PIC X(03) VALUE SPACES.
014248     05  SQ-DG-ROWS-SHOW           PIC ZZZZZZZZ9.
014250     05  SQ-DG-PCT-SHOW            PIC ZZ9.
014252*
014254*****************************************************************
014256* DEPARTMENTS PAST THEIR QUOTA WARNING LEVEL THIS MONTH.
014258*****************************************************************
014260 01  SQ-DG-QUOTA-TABLE.
014262     05  SQ-DG-QT-KEPT             PIC 9(04) COMP VALUE ZERO.
014264     05  SQ-DG-QT-DROPPED          PIC 9(09) VALUE ZERO.
014266     05  SQ-DG-QT-ENTRY OCCURS 20 TIMES.
014268         10  SQ-DG-QT-DEPT         PIC X(03).
014270         10  SQ-DG-QT-STATE        PIC X(01).
014272         10  SQ-DG-QT-PCT          PIC 9(03).
014274         10  SQ-DG-QT-REQUESTS     PIC 9(09).
014275*
014276*****************************************************************
014277* THE LATE, MISSING AND AWAITED FEEDS OF THE NIGHT (SQFASUM).
014278*****************************************************************
014279 01  SQ-DG-ARRIVAL-TABLE.
014280     05  SQ-DG-FA-NIGHT            PIC X(10) VALUE SPACES.
014281     05  SQ-DG-FA-HELD             PIC X(01) VALUE "N".
014282     05  SQ-DG-FA-EXPECTED         PIC 9(03) VALUE ZERO.
014283     05  SQ-DG-FA-ON-TIME          PIC 9(03) VALUE ZERO.
014284     05  SQ-DG-FA-LATE             PIC 9(03) VALUE ZERO.
014285     05  SQ-DG-FA-MISSING          PIC 9(03) VALUE ZERO.
014286     05  SQ-DG-FA-SLOT OCCURS 10 TIMES.
014287         10  SQ-DG-FA-DEPT         PIC X(03).
014288         10  SQ-DG-FA-STATUS       PIC X(01).
014289         10  SQ-DG-FA-ACTION       PIC X(01).
014290         10  SQ-DG-FA-CUTOFF       PIC X(05).
014291         10  SQ-DG-FA-FOUND        PIC X(05).
014292*
014293 01  SQ-DG-ARRIVAL-SHOW.
014294     05  SQ-DG-FA-DUE-SHOW         PIC ZZ9.
014295     05  SQ-DG-FA-ON-TIME-SHOW     PIC ZZ9.
014296     05  SQ-DG-FA-LATE-SHOW        PIC ZZ9.
014297     05  SQ-DG-FA-MISSING-SHOW     PIC ZZ9.
014298     05  SQ-DG-FA-IF-ABSENT        PIC X(07).
014300*
014400*****************************************************************
014500* RUN DATE.
018600         "REVIEWED BY: ______________  DATE: _________".
018700     05  FILLER                    PIC X(108) VALUE SPACES.
018800*
018801*****************************************************************
018802* STEP STATUS - THE CALLING AREA FOR SQSTPLOG.
018803*****************************************************************
018804     COPY SQSTLINK.
018805*
018810*****************************************************************
018820* MESSAGE LOG - THE CALLING AREA FOR SQMSGLOG.
018830*****************************************************************
018840     COPY SQMLLINK.
018850*
018900*****************************************************************
019000* 0000-MAINLINE.
019100*****************************************************************
019200 PROCEDURE DIVISION.
019300*
019400 0000-MAINLINE.
019401     PERFORM 0100-CHECK-STEP-STATUS THRU 0100-EXIT.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     PERFORM 2000-GATHER-THE-NIGHT THRU 2000-EXIT.
019700     PERFORM 3000-JUDGE-THE-NIGHT THRU 3000-EXIT.
019800     PERFORM 4000-WRITE-DIGEST THRU 4000-EXIT.
019900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019901     PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
020000     STOP RUN.
020001*
020002*****************************************************************
020003* 0100-CHECK-STEP-STATUS.  RECORDS THE STEP'S START ON THE
020004* STEP-STATUS DATASET.  ON A RESUBMITTED NIGHT A STEP THAT ALREADY
020005* COMPLETED ENDS HERE WITH THE RETURN CODE IT ENDED WITH THEN, AND
020006* ONE BEHIND A STEP THAT NEVER FINISHED ENDS RC=16 (SEE SQSTPLOG).
020007*****************************************************************
020008 0100-CHECK-STEP-STATUS.
020009     MOVE "B" TO SQ-SL-FUNCTION.
020010     MOVE "SQDIGEST" TO SQ-SL-PROGRAM.
020011     CALL "SQSTPLOG" USING SQ-SL-AREA.
020012     IF SQ-SL-SKIP
020013         DISPLAY "SQDIGEST ALREADY COMPLETE FOR THIS NIGHT"
020014             " - NOT RUN AGAIN, RC=" SQ-SL-PRIOR-RC
020015         MOVE SQ-SL-PRIOR-RC TO RETURN-CODE
020016         STOP RUN
020017     END-IF.
020018     IF SQ-SL-STOP
020019         DISPLAY "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
020020             " NEVER FINISHED - RERUN IT FIRST"
020025         MOVE SPACES TO SQ-ML-TEXT
020030         STRING "FATAL - EARLIER STEP " SQ-SL-BLOCKING-STEP
020035             " NEVER FINISHED - RERUN IT FIRST"
020040             DELIMITED BY SIZE INTO SQ-ML-TEXT
020045         MOVE "SQ0005S" TO SQ-ML-MSG-ID
020050         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
020055         MOVE 16 TO RETURN-CODE
020060         STOP RUN
020065     END-IF.
020070     MOVE ZERO TO RETURN-CODE.
020075     GO TO 0100-EXIT.
020080 0100-EXIT.
020085     EXIT.
020100*
020200*****************************************************************
020300* 1000 SERIES - STARTUP.
020700     IF SQ-DG-REPORT-STATUS NOT = "00"
020800         DISPLAY "FATAL - SQ-DG-REPORT-FILE OPEN FAILED, STATUS "
020900             SQ-DG-REPORT-STATUS
020910         MOVE SPACES TO SQ-ML-TEXT
020920         STRING "FATAL - SQ-DG-REPORT-FILE OPEN FAILED, STATUS "
020930             SQ-DG-REPORT-STATUS
020940             DELIMITED BY SIZE INTO SQ-ML-TEXT
020950         MOVE "SQ0001S" TO SQ-ML-MSG-ID
020960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
021000         MOVE 16 TO RETURN-CODE
021001         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
021100         STOP RUN
021200     END-IF.
021300     ACCEPT SQ-DG-CURRENT-DATE FROM DATE YYYYMMDD.
022000*
022100*****************************************************************
022200* 2000 SERIES - GATHER.  THE REGISTRY NAMES THE RUN; THE
022300* LEDGER, REJECT DATASET, AND THE SUMMARY RECORDS OF THE OTHER
022400* STEPS FILL IN THE NIGHT.
022500*****************************************************************
022600 2000-GATHER-THE-NIGHT.
022700     PERFORM 2100-READ-REGISTRY THRU 2100-EXIT.
023200     PERFORM 2600-READ-ACKNOWLEDGMENT THRU 2600-EXIT.
023210     PERFORM 2700-READ-DRIFT-SUMMARY THRU 2700-EXIT.
023220     PERFORM 2800-READ-DRAIN-SUMMARY THRU 2800-EXIT.
023270     PERFORM 2900-READ-BURST-SUMMARY THRU 2900-EXIT.
023290     PERFORM 2950-READ-QUOTA-USAGE THRU 2950-EXIT.
023295     PERFORM 2970-READ-ARRIVAL-SUMMARY THRU 2970-EXIT.
023300     GO TO 2000-EXIT.
023400 2000-EXIT.
023500     EXIT.
023900     IF SQ-RUNREG-STATUS NOT = "00"
024000         DISPLAY "FATAL - RUN REGISTRY OPEN FAILED, STATUS "
024100             SQ-RUNREG-STATUS
024110         MOVE SPACES TO SQ-ML-TEXT
024120         STRING "FATAL - RUN REGISTRY OPEN FAILED, STATUS "
024130             SQ-RUNREG-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
024140         MOVE "SQ0001S" TO SQ-ML-MSG-ID
024150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
024200         MOVE 16 TO RETURN-CODE
024201         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
024300         STOP RUN
024400     END-IF.
024500     READ SQ-RUNREG-FILE
024600         AT END
024700             DISPLAY "FATAL - RUN REGISTRY IS EMPTY"
024710             MOVE SPACES TO SQ-ML-TEXT
024720             STRING "FATAL - RUN REGISTRY IS EMPTY"
024730                 DELIMITED BY SIZE INTO SQ-ML-TEXT
024740             MOVE "SQ0008S" TO SQ-ML-MSG-ID
024750             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
024800             MOVE 16 TO RETURN-CODE
024801             PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
024900             STOP RUN
025000     END-READ.
025100     MOVE SQ-RUNREG-LAST-RUN-ID TO SQ-DG-RUN-ID.
026000     IF SQ-LEDGER-STATUS NOT = "00"
026100         DISPLAY "FATAL - RUN LEDGER OPEN FAILED, STATUS "
026200             SQ-LEDGER-STATUS
026210         MOVE SPACES TO SQ-ML-TEXT
026220         STRING "FATAL - RUN LEDGER OPEN FAILED, STATUS "
026230             SQ-LEDGER-STATUS DELIMITED BY SIZE INTO SQ-ML-TEXT
026240         MOVE "SQ0001S" TO SQ-ML-MSG-ID
026250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
026300         MOVE 16 TO RETURN-CODE
026301         PERFORM 9900-LOG-STEP-END THRU 9900-EXIT
026400         STOP RUN
026500     END-IF.
026600     MOVE "N" TO SQ-DG-EOF-SW.
036200 2500-EXIT.
036300     EXIT.
036400*
036420 2600-READ-ACKNOWLEDGMENT.
036440     OPEN INPUT SQ-ACK-FILE.
036460     IF SQ-ACK-STATUS NOT = "00"
036480         IF SQ-ACK-STATUS = "05"
036500             CLOSE SQ-ACK-FILE
036520         END-IF
036540         GO TO 2600-EXIT
036560     END-IF.
036580     MOVE ZERO TO SQ-DG-ACK-KEPT.
036600     MOVE ZERO TO SQ-DG-ACK-RUN.
036620     MOVE "N" TO SQ-DG-EOF-SW.
036640     PERFORM 2610-TAKE-ONE-ACK THRU 2610-EXIT
036660         UNTIL SQ-DG-EOF.
036680     CLOSE SQ-ACK-FILE.
036700     IF SQ-DG-ACK-KEPT > 0
036720         SET SQ-DG-ACK-PRESENT TO TRUE
036740         MOVE "OK" TO SQ-DG-ACK-STATUS-WORK
036760         MOVE 1 TO SQ-DG-SUB
036780         PERFORM 2620-CHECK-ONE-ACK THRU 2620-EXIT
036800             UNTIL SQ-DG-SUB > SQ-DG-ACK-KEPT
036820     END-IF.
036840     GO TO 2600-EXIT.
036860 2600-EXIT.
036880     EXIT.
036900*
036920*    ONE RECORD PER DEPARTMENT; ONLY THE HIGHEST RUN ID ON FILE
036940*    IS KEPT - A HIGHER ONE STARTS THE TABLE OVER.
036960 2610-TAKE-ONE-ACK.
036980     READ SQ-ACK-FILE
037000         AT END
037020             SET SQ-DG-EOF TO TRUE
037040             GO TO 2610-EXIT
037060     END-READ.
037080     MOVE SQ-ACK-RECORD TO SQ-RC-ACK-IMAGE.
037100     IF SQ-RC-ACK-RUN-ID NOT NUMERIC
037120         OR SQ-RC-ACK-RUN-ID < SQ-DG-ACK-RUN
037140         GO TO 2610-EXIT
037160     END-IF.
037180     IF SQ-RC-ACK-RUN-ID > SQ-DG-ACK-RUN
037200         MOVE SQ-RC-ACK-RUN-ID TO SQ-DG-ACK-RUN
037220         MOVE ZERO TO SQ-DG-ACK-KEPT
037240     END-IF.
037260     IF SQ-DG-ACK-KEPT < 20
037280         ADD 1 TO SQ-DG-ACK-KEPT
037300         MOVE SQ-RC-ACK-DEPT TO SQ-DG-ACK-DEPT(SQ-DG-ACK-KEPT)
037320         MOVE SQ-RC-ACK-STATUS TO SQ-DG-ACK-STAT(SQ-DG-ACK-KEPT)
037340         MOVE SQ-RC-ACK-COUNT TO SQ-DG-ACK-ROWS(SQ-DG-ACK-KEPT)
037360     END-IF.
037380     GO TO 2610-EXIT.
037400 2610-EXIT.
037420     EXIT.
037440*
037460 2620-CHECK-ONE-ACK.
037480     IF SQ-DG-ACK-STAT(SQ-DG-SUB) NOT = "OK"
037500         MOVE "NG" TO SQ-DG-ACK-STATUS-WORK
037520     END-IF.
037540     ADD 1 TO SQ-DG-SUB.
037560     GO TO 2620-EXIT.
037580 2620-EXIT.
037600     EXIT.
038410*
038420 2700-READ-DRIFT-SUMMARY.
038430     OPEN INPUT SQ-CP-SUMMARY-FILE.
038482             IF SQ-QS-RUN-ID NUMERIC
038483                 AND SQ-QS-RUN-ID = SQ-DG-RUN-ID
038484                 SET SQ-DG-QDSUM-PRESENT TO TRUE
038485                 MOVE SQ-QS-POSTED-COMPLETE TO SQ-DG-QD-COMPLETE
038486                 MOVE SQ-QS-POSTED-REJECTED TO SQ-DG-QD-REJECTED
038487                 MOVE SQ-QS-DEFERRED TO SQ-DG-QD-DEFERRED
038489             END-IF
038490     END-READ.
038491     CLOSE SQ-QD-SUMMARY-FILE.
038492     GO TO 2800-EXIT.
038493 2800-EXIT.
038494     EXIT.
038495*
038496 2900-READ-BURST-SUMMARY.
038497     OPEN INPUT SQ-BR-SUMMARY-FILE.
038498     IF SQ-BRSUM-STATUS NOT = "00"
038499         IF SQ-BRSUM-STATUS = "05"
038500             CLOSE SQ-BR-SUMMARY-FILE
038501         END-IF
038502         GO TO 2900-EXIT
038503     END-IF.
038504     READ SQ-BR-SUMMARY-FILE
038505         AT END
038506             CONTINUE
038507         NOT AT END
038508             IF SQ-BU-RUN-ID NUMERIC
038509                 AND SQ-BU-RUN-ID = SQ-DG-RUN-ID
038510                 SET SQ-DG-BRSUM-PRESENT TO TRUE
038511                 MOVE SQ-BU-UNASSIGNED TO SQ-DG-BR-UNASSIGNED
038512                 MOVE 1 TO SQ-DG-SUB
038513                 PERFORM 2910-TAKE-ONE-SLOT THRU 2910-EXIT
038514                     UNTIL SQ-DG-SUB > 10
038515             END-IF
038516     END-READ.
038517     CLOSE SQ-BR-SUMMARY-FILE.
038518     GO TO 2900-EXIT.
038519 2900-EXIT.
038520     EXIT.
038521*
038522 2910-TAKE-ONE-SLOT.
038523     MOVE SQ-BU-DEPT(SQ-DG-SUB) TO SQ-DG-BR-DEPT(SQ-DG-SUB).
038524     MOVE SQ-BU-ROWS(SQ-DG-SUB) TO SQ-DG-BR-ROWS(SQ-DG-SUB).
038525     ADD 1 TO SQ-DG-SUB.
038526     GO TO 2910-EXIT.
038527 2910-EXIT.
038528     EXIT.
038529*
038530 2950-READ-QUOTA-USAGE.
038531     OPEN INPUT SQ-QU-USAGE-FILE.
038532     IF SQ-QUSAGE-STATUS NOT = "00"
038533         IF SQ-QUSAGE-STATUS = "05"
038534             CLOSE SQ-QU-USAGE-FILE
038535         END-IF
038536         GO TO 2950-EXIT
038537     END-IF.
038538     SET SQ-DG-QUSAGE-PRESENT TO TRUE.
038539     MOVE "N" TO SQ-DG-EOF-SW.
038540     PERFORM 2960-TAKE-ONE-USAGE THRU 2960-EXIT
038541         UNTIL SQ-DG-EOF.
038542     CLOSE SQ-QU-USAGE-FILE.
038543     GO TO 2950-EXIT.
038544 2950-EXIT.
038545     EXIT.
038546*
038547 2960-TAKE-ONE-USAGE.
038548     READ SQ-QU-USAGE-FILE
038549         AT END
038550             SET SQ-DG-EOF TO TRUE
038551             GO TO 2960-EXIT
038552     END-READ.
038553     IF SQ-QU-MONTH NOT = SQ-DG-BUS-DATE(1:7)
038554         OR SQ-QU-UNDER
038555         GO TO 2960-EXIT
038556     END-IF.
038557     IF SQ-DG-QT-KEPT < 20
038558         ADD 1 TO SQ-DG-QT-KEPT
038559         MOVE SQ-QU-DEPT TO SQ-DG-QT-DEPT(SQ-DG-QT-KEPT)
038560         MOVE SQ-QU-STATE TO SQ-DG-QT-STATE(SQ-DG-QT-KEPT)
038561         MOVE SQ-QU-PCT-USED TO SQ-DG-QT-PCT(SQ-DG-QT-KEPT)
038562         MOVE SQ-QU-REQUESTS TO SQ-DG-QT-REQUESTS(SQ-DG-QT-KEPT)
038563     ELSE
038564         ADD 1 TO SQ-DG-QT-DROPPED
038565     END-IF.
038566     GO TO 2960-EXIT.
038567 2960-EXIT.
038568     EXIT.
038569*
038571*    THE ARRIVAL CHECK RUNS AHEAD OF THE COLLECTOR UNDER THE RUN
038573*    ID THE NIGHT IS PROCESSED UNDER - A SUMMARY FOR ANY OTHER
038575*    RUN IS AN EARLIER NIGHT'S AND IS LEFT ALONE.
038577 2970-READ-ARRIVAL-SUMMARY.
038579     OPEN INPUT SQ-FA-SUMMARY-FILE.
038581     IF SQ-FASUM-STATUS NOT = "00"
038583         IF SQ-FASUM-STATUS = "05"
038585             CLOSE SQ-FA-SUMMARY-FILE
038587         END-IF
038589         GO TO 2970-EXIT
038591     END-IF.
038593     READ SQ-FA-SUMMARY-FILE
038595         AT END
038597             CONTINUE
038599         NOT AT END
038601             IF SQ-FU-RUN-ID NUMERIC
038603                 AND SQ-FU-RUN-ID = SQ-DG-RUN-ID
038605                 SET SQ-DG-FASUM-PRESENT TO TRUE
038607                 MOVE SQ-FU-NIGHT-DATE TO SQ-DG-FA-NIGHT
038609                 MOVE SQ-FU-HELD TO SQ-DG-FA-HELD
038611                 MOVE SQ-FU-EXPECTED TO SQ-DG-FA-EXPECTED
038613                 MOVE SQ-FU-ON-TIME TO SQ-DG-FA-ON-TIME
038615                 MOVE SQ-FU-LATE TO SQ-DG-FA-LATE
038617                 MOVE SQ-FU-MISSING TO SQ-DG-FA-MISSING
038619                 MOVE 1 TO SQ-DG-SUB
038621                 PERFORM 2980-TAKE-ONE-ARRIVAL THRU 2980-EXIT
038623                     UNTIL SQ-DG-SUB > 10
038625             END-IF
038627     END-READ.
038629     CLOSE SQ-FA-SUMMARY-FILE.
038631     GO TO 2970-EXIT.
038633 2970-EXIT.
038635     EXIT.
038637*
038639 2980-TAKE-ONE-ARRIVAL.
038641     MOVE SQ-FU-DEPT(SQ-DG-SUB) TO SQ-DG-FA-DEPT(SQ-DG-SUB).
038643     MOVE SQ-FU-STATUS(SQ-DG-SUB) TO SQ-DG-FA-STATUS(SQ-DG-SUB).
038645     MOVE SQ-FU-ACTION(SQ-DG-SUB) TO SQ-DG-FA-ACTION(SQ-DG-SUB).
038647     MOVE SQ-FU-CUTOFF(SQ-DG-SUB) TO SQ-DG-FA-CUTOFF(SQ-DG-SUB).
038649     MOVE SQ-FU-FOUND(SQ-DG-SUB) TO SQ-DG-FA-FOUND(SQ-DG-SUB).
038651     ADD 1 TO SQ-DG-SUB.
038653     GO TO 2980-EXIT.
038655 2980-EXIT.
038657     EXIT.
038659*
038661*****************************************************************
038700* 3000 SERIES - THE VERDICT.  ANYTHING THAT NEEDS A HUMAN
038800* TURNS THE FLAG; THE VERDICT LINE SAYS THE WORST OF IT IN
038900* PLAIN LANGUAGE.
042100             MOVE "DISCREPANCIES LOGGED - REVIEW THE RERUN"
042200                 TO SQ-DG-VERDICT
042300             SET SQ-DG-ATTENTION-NEEDED TO TRUE
042316         WHEN SQ-DG-FASUM-PRESENT
042332             AND SQ-DG-FA-MISSING > 0
042348             MOVE "FEED MISSING - DEPARTMENT RESULTS INCOMPLETE"
042364                 TO SQ-DG-VERDICT
042380             SET SQ-DG-ATTENTION-NEEDED TO TRUE
042400         WHEN SQ-DG-RC = 4
042500             MOVE "CLEAN EXCEPT REJECTS - SEND THEM BACK"
042600                 TO SQ-DG-VERDICT
043000     IF SQ-DG-ACK-PRESENT
043100         AND SQ-DG-ACK-STATUS-WORK NOT = "OK"
043200         SET SQ-DG-ATTENTION-NEEDED TO TRUE
043220     END-IF.
043240     IF SQ-DG-BRSUM-PRESENT
043260         AND SQ-DG-BR-UNASSIGNED > 0
043264         SET SQ-DG-ATTENTION-NEEDED TO TRUE
043268     END-IF.
043272     IF SQ-DG-FASUM-PRESENT
043276         AND (SQ-DG-FA-LATE > 0 OR SQ-DG-FA-MISSING > 0)
043280         SET SQ-DG-ATTENTION-NEEDED TO TRUE
043300     END-IF.
043400     GO TO 3000-EXIT.
043500 3000-EXIT.
045000     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
045100*
045200     MOVE "STEP OUTCOMES" TO SQ-DG-ITEM-TEXT.
045204     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
045208     IF SQ-DG-FASUM-PRESENT
045212         MOVE SQ-DG-FA-EXPECTED TO SQ-DG-FA-DUE-SHOW
045216         MOVE SQ-DG-FA-ON-TIME TO SQ-DG-FA-ON-TIME-SHOW
045220         MOVE SQ-DG-FA-LATE TO SQ-DG-FA-LATE-SHOW
045224         MOVE SQ-DG-FA-MISSING TO SQ-DG-FA-MISSING-SHOW
045228         MOVE SPACES TO SQ-DG-ITEM-TEXT
045232         STRING "  FEED ARRIVAL CHECK: " DELIMITED BY SIZE
045236             SQ-DG-FA-DUE-SHOW DELIMITED BY SIZE
045240             " DUE, " DELIMITED BY SIZE
045244             SQ-DG-FA-ON-TIME-SHOW DELIMITED BY SIZE
045248             " ON TIME, " DELIMITED BY SIZE
045252             SQ-DG-FA-LATE-SHOW DELIMITED BY SIZE
045256             " LATE, " DELIMITED BY SIZE
045260             SQ-DG-FA-MISSING-SHOW DELIMITED BY SIZE
045264             " MISSING" DELIMITED BY SIZE
045268             INTO SQ-DG-ITEM-TEXT
045272     ELSE
045276         MOVE "  FEED ARRIVAL CHECK DID NOT RUN FOR THIS RUN"
045280             TO SQ-DG-ITEM-TEXT
045284     END-IF.
045300     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
045400     MOVE SPACES TO SQ-DG-ITEM-TEXT.
045500     STRING "  COMPUTE (STEP010) ENDED RC=" SQ-DG-RC
047500                 TO SQ-DG-ITEM-TEXT
047600     END-EVALUATE.
047700     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
047750     IF SQ-DG-BRSUM-PRESENT
047800         MOVE "  RESULTS BURST RAN - SEE DEPARTMENT DATASETS"
047850             TO SQ-DG-ITEM-TEXT
047900     ELSE
047950         MOVE "  RESULTS BURST DID NOT RUN TONIGHT"
048000             TO SQ-DG-ITEM-TEXT
048050     END-IF.
048100     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
048150*    DELIVERY STATUS IS DEPARTMENT BY DEPARTMENT - EVERY
048200*    ACKNOWLEDGMENT ON FILE FOR THE LATEST RUN VERIFIED.
048250     IF NOT SQ-DG-ACK-PRESENT
048300         MOVE "  DELIVERY ACK: NONE ON FILE"
048350             TO SQ-DG-ITEM-TEXT
048400         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
048450     ELSE
048500         MOVE SPACES TO SQ-DG-ITEM-TEXT
048550         STRING "  DELIVERY ACKS FOR RUN " SQ-DG-ACK-RUN
048600             ", BY DEPARTMENT:" DELIMITED BY SIZE
048650             INTO SQ-DG-ITEM-TEXT
048700         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
048750         MOVE 1 TO SQ-DG-SUB
048800         PERFORM 4100-WRITE-ONE-ACK THRU 4100-EXIT
048850             UNTIL SQ-DG-SUB > SQ-DG-ACK-KEPT
048852     END-IF.
048854*
048856*    THE FEEDS THAT DID NOT ARRIVE ON TIME - ON-TIME FEEDS ARE
048858*    ONLY COUNTED.
048860     IF SQ-DG-FASUM-PRESENT
048862         AND (SQ-DG-FA-LATE > 0 OR SQ-DG-FA-MISSING > 0
048864             OR SQ-DG-FA-DEPT(1) NOT = SPACES)
048866         MOVE SPACES TO SQ-DG-ITEM-TEXT
048868         STRING "FEED ARRIVALS (NIGHT " SQ-DG-FA-NIGHT ")"
048870             DELIMITED BY SIZE INTO SQ-DG-ITEM-TEXT
048872         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
048874         MOVE 1 TO SQ-DG-SUB
048876         PERFORM 4400-WRITE-ONE-ARRIVAL THRU 4400-EXIT
048878             UNTIL SQ-DG-SUB > 10
048880         IF SQ-DG-FA-HELD = "Y"
048882             MOVE "    *** NIGHT HELD FOR A MISSING FEED ***"
048884                 TO SQ-DG-ITEM-TEXT
048886             PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
048888         END-IF
048900     END-IF.
049000*
049100     MOVE SPACES TO SQ-DG-ITEM-TEXT.
049200     MOVE "NIGHT COUNTS" TO SQ-DG-ITEM-TEXT.
052946         MOVE SQ-DG-CP-UNMATCHED TO SQ-DG-CT-COUNT
052947         PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
052948     END-IF.
052958*
052968     IF SQ-DG-BRSUM-PRESENT
052978         MOVE SPACES TO SQ-DG-ITEM-TEXT
052988         MOVE "DEPARTMENT RESULTS DATASETS" TO SQ-DG-ITEM-TEXT
052998         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
053008         MOVE 1 TO SQ-DG-SUB
053018         PERFORM 4200-WRITE-ONE-BURST THRU 4200-EXIT
053028             UNTIL SQ-DG-SUB > 10
053038         MOVE "UNASSIGNED ROWS           :" TO SQ-DG-CT-LABEL
053048         MOVE SQ-DG-BR-UNASSIGNED TO SQ-DG-CT-COUNT
053058         PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
053068     END-IF.
053069*
053070*    DEPARTMENTS AT OR PAST THEIR QUOTA WARNING LEVEL THIS MONTH,
053071*    FROM THE USAGE FILE SQUARE AND SQQDRAIN REWRITE EACH RUN.
053072     IF SQ-DG-QUSAGE-PRESENT
053073         MOVE SPACES TO SQ-DG-ITEM-TEXT
053074         STRING "DEPARTMENT QUOTAS (MONTH TO DATE "
053075             SQ-DG-BUS-DATE(1:7) ")"
053076             DELIMITED BY SIZE INTO SQ-DG-ITEM-TEXT
053077         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
053078         IF SQ-DG-QT-KEPT = ZERO
053079             MOVE "    NO DEPARTMENT PAST ITS WARNING LEVEL"
053080                 TO SQ-DG-ITEM-TEXT
053081             PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
053082         END-IF
053083         MOVE 1 TO SQ-DG-SUB
053084         PERFORM 4300-WRITE-ONE-QUOTA THRU 4300-EXIT
053085             UNTIL SQ-DG-SUB > SQ-DG-QT-KEPT
053086         IF SQ-DG-QT-DROPPED > 0
053087             MOVE "MORE DEPTS NOT LISTED     :" TO SQ-DG-CT-LABEL
053088             MOVE SQ-DG-QT-DROPPED TO SQ-DG-CT-COUNT
053089             PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
053090         END-IF
053091         IF SQ-DG-QD-DEFERRED > 0
053092             MOVE "QUEUE ENTRIES HELD (QUOTA):" TO SQ-DG-CT-LABEL
053093             MOVE SQ-DG-QD-DEFERRED TO SQ-DG-CT-COUNT
053094             PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
053095         END-IF
053096     END-IF.
053097*
053100     WRITE SQ-DG-REPORT-LINE FROM SQ-DG-SIGN-LINE
053200         AFTER ADVANCING 3.
053300     PERFORM 4712-CHECK-REPORT-STATUS THRU 4712-EXIT.
053500 4000-EXIT.
053600     EXIT.
053700*
053702 4100-WRITE-ONE-ACK.
053704     MOVE SQ-DG-ACK-DEPT(SQ-DG-SUB) TO SQ-DG-DEPT-SHOW.
053706     IF SQ-DG-DEPT-SHOW = SPACES
053708         MOVE "ALL" TO SQ-DG-DEPT-SHOW
053710     END-IF.
053712     MOVE SQ-DG-ACK-ROWS(SQ-DG-SUB) TO SQ-DG-ROWS-SHOW.
053714     MOVE SPACES TO SQ-DG-ITEM-TEXT.
053716     IF SQ-DG-ACK-STAT(SQ-DG-SUB) = "OK"
053718         STRING "    DEPT " SQ-DG-DEPT-SHOW
053720             "  CONFIRMED OK           ROWS " SQ-DG-ROWS-SHOW
053722             DELIMITED BY SIZE INTO SQ-DG-ITEM-TEXT
053724     ELSE
053726         STRING "    DEPT " SQ-DG-DEPT-SHOW
053728             "  *** NOT CONFIRMED ***  ROWS " SQ-DG-ROWS-SHOW
053730             DELIMITED BY SIZE INTO SQ-DG-ITEM-TEXT
053732     END-IF.
053734     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
053736     ADD 1 TO SQ-DG-SUB.
053738     GO TO 4100-EXIT.
053740 4100-EXIT.
053742     EXIT.
053744*
053746 4200-WRITE-ONE-BURST.
053748     IF SQ-DG-BR-DEPT(SQ-DG-SUB) NOT = SPACES
053750         MOVE SPACES TO SQ-DG-CT-LABEL
053752         STRING "DEPT " SQ-DG-BR-DEPT(SQ-DG-SUB) " ROWS DELIVERED"
053754             DELIMITED BY SIZE INTO SQ-DG-CT-LABEL
053756         MOVE ":" TO SQ-DG-CT-LABEL(27:1)
053758         MOVE SQ-DG-BR-ROWS(SQ-DG-SUB) TO SQ-DG-CT-COUNT
053760         PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
053762     END-IF.
053764     ADD 1 TO SQ-DG-SUB.
053766     GO TO 4200-EXIT.
053768 4200-EXIT.
053770     EXIT.
053771*
053772 4300-WRITE-ONE-QUOTA.
053773     MOVE SPACES TO SQ-DG-ITEM-TEXT.
053774     MOVE SQ-DG-QT-PCT(SQ-DG-SUB) TO SQ-DG-PCT-SHOW.
053775     MOVE SQ-DG-QT-REQUESTS(SQ-DG-SUB) TO SQ-DG-ROWS-SHOW.
053776     IF SQ-DG-QT-STATE(SQ-DG-SUB) = "X"
053777         STRING "    DEPT " SQ-DG-QT-DEPT(SQ-DG-SUB)
053778             "  *** OVER QUOTA ***  " SQ-DG-PCT-SHOW
053779             "% USED  VALUES " SQ-DG-ROWS-SHOW
053780             DELIMITED BY SIZE INTO SQ-DG-ITEM-TEXT
053781     ELSE
053782         STRING "    DEPT " SQ-DG-QT-DEPT(SQ-DG-SUB)
053783             "  PAST WARNING LEVEL  " SQ-DG-PCT-SHOW
053784             "% USED  VALUES " SQ-DG-ROWS-SHOW
053785             DELIMITED BY SIZE INTO SQ-DG-ITEM-TEXT
053786     END-IF.
053787     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
053788     ADD 1 TO SQ-DG-SUB.
053789     GO TO 4300-EXIT.
053790 4300-EXIT.
053791     EXIT.
053792*
053794 4400-WRITE-ONE-ARRIVAL.
053796     IF SQ-DG-FA-DEPT(SQ-DG-SUB) = SPACES
053798         ADD 1 TO SQ-DG-SUB
053800         GO TO 4400-EXIT
053802     END-IF.
053804     IF SQ-DG-FA-ACTION(SQ-DG-SUB) = "H"
053806         MOVE "HOLD" TO SQ-DG-FA-IF-ABSENT
053808     ELSE
053810         MOVE "PROCEED" TO SQ-DG-FA-IF-ABSENT
053812     END-IF.
053814     MOVE SPACES TO SQ-DG-ITEM-TEXT.
053816     EVALUATE SQ-DG-FA-STATUS(SQ-DG-SUB)
053818         WHEN "L"
053820             STRING "    DEPT " SQ-DG-FA-DEPT(SQ-DG-SUB)
053822                 "  LATE            CUTOFF " DELIMITED BY SIZE
053824                 SQ-DG-FA-CUTOFF(SQ-DG-SUB) "  FOUND "
053826                 SQ-DG-FA-FOUND(SQ-DG-SUB) DELIMITED BY SIZE
053828                 INTO SQ-DG-ITEM-TEXT
053830         WHEN "M"
053832             STRING "    DEPT " SQ-DG-FA-DEPT(SQ-DG-SUB)
053834                 "  *** MISSING *** CUTOFF " DELIMITED BY SIZE
053836                 SQ-DG-FA-CUTOFF(SQ-DG-SUB) "  IF ABSENT "
053838                 SQ-DG-FA-IF-ABSENT DELIMITED BY SIZE
053840                 INTO SQ-DG-ITEM-TEXT
053842         WHEN OTHER
053844             STRING "    DEPT " SQ-DG-FA-DEPT(SQ-DG-SUB)
053846                 "  STILL AWAITED   CUTOFF " DELIMITED BY SIZE
053848                 SQ-DG-FA-CUTOFF(SQ-DG-SUB) "  IF ABSENT "
053850                 SQ-DG-FA-IF-ABSENT DELIMITED BY SIZE
053852                 INTO SQ-DG-ITEM-TEXT
053854     END-EVALUATE.
053856     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
053858     ADD 1 TO SQ-DG-SUB.
053860     GO TO 4400-EXIT.
053862 4400-EXIT.
053864     EXIT.
053866*
053868 4712-CHECK-REPORT-STATUS.
053900     IF SQ-DG-REPORT-STATUS NOT = "00"
054000         DISPLAY "WARNING - SQ-DG-REPORT-FILE WRITE FAILED, "
054100             "STATUS " SQ-DG-REPORT-STATUS
054110         MOVE SPACES TO SQ-ML-TEXT
054120         STRING "WARNING - SQ-DG-REPORT-FILE WRITE FAILED, "
054130             "STATUS " SQ-DG-REPORT-STATUS
054140             DELIMITED BY SIZE INTO SQ-ML-TEXT
054150         MOVE "SQ0004W" TO SQ-ML-MSG-ID
054160         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
054200     END-IF.
054300     GO TO 4712-EXIT.
054400 4712-EXIT.
057300     GO TO 9000-EXIT.
057400 9000-EXIT.
057500     EXIT.
057600*
057700*****************************************************************
057800* 9800-LOG-MESSAGE.  APPENDS THE MESSAGE JUST DISPLAYED
057900* (SQ-ML-MSG-ID, SQ-ML-TEXT) TO THE OPERATOR MESSAGE LOG
058000* THROUGH SQMSGLOG.  WARNING-ONLY - THE CONSOLE HAS IT EITHER
058100* WAY.
058200*****************************************************************
058300 9800-LOG-MESSAGE.
058400     MOVE "SQDIGEST" TO SQ-ML-PROGRAM.
058500     MOVE SQ-DG-RUN-ID TO SQ-ML-RUN-ID.
058600     MOVE SPACES TO SQ-ML-BUS-DATE.
058700     CALL "SQMSGLOG" USING SQ-ML-AREA.
058800     GO TO 9800-EXIT.
058900 9800-EXIT.
059000     EXIT.
059100*
059200*****************************************************************
059300* 9900-LOG-STEP-END.  RECORDS THE STEP'S END AND RETURN CODE ON
059400* THE STEP-STATUS DATASET - PERFORMED AHEAD OF EVERY STOP RUN.
059500*****************************************************************
059600 9900-LOG-STEP-END.
059700     MOVE RETURN-CODE TO SQ-SL-RC.
059800     MOVE "E" TO SQ-SL-FUNCTION.
059900     CALL "SQSTPLOG" USING SQ-SL-AREA.
060000     MOVE SQ-SL-RC TO RETURN-CODE.
060100     GO TO 9900-EXIT.
060200 9900-EXIT.
060300     EXIT.
