000100*****************************************************************
000200* SQMSGCAT.CPY
000300* OPERATOR MESSAGE CATALOG - THE EXPLANATION AND THE OPERATOR
000400* ACTION FOR EVERY MESSAGE ID WRITTEN TO THE MESSAGE LOG (SEE
000500* SQMSGREC).  SQMSGRPT PRINTS IT (FUNCTION C) AND ATTACHES IT TO
000600* THE SUMMARY OF A MESSAGE REPORT.  ONE ENTRY PER ID, IN ID ORDER.
000700* AN ID IS "SQ" + FOUR DIGITS + THE SEVERITY (I, W, E OR S).  THE
000800* FIRST TWO DIGITS NUMBER THE ISSUING PROGRAM, AS BELOW; 00 IS A
000900* MESSAGE SEVERAL PROGRAMS ISSUE IN THE SAME WORDS (A FILE THAT
001000* WILL NOT OPEN, AN EARLIER STEP NEVER FINISHED).  A NEW MESSAGE
001100* TAKES THE NEXT NUMBER FOR ITS PROGRAM AND AN ENTRY HERE IN ITS
001200* PLACE, WITH SQ-MC-ENTRY-COUNT AND THE OCCURS RAISED TO MATCH.
001300*
001400*     01 SQUARE    02 SQADJMNT  03 SQAUDARC  04 SQAUDINQ
001500*     05 SQAUDVFY  06 SQAUTMNT  07 SQBALNCE  08 SQCACHEM
001600*     09 SQCALMNT  10 SQCERT    11 SQCHARGE  12 SQCOLLCT
001700*     13 SQCOMPAR  14 SQCONMNT  15 SQDIGEST  16 SQFCHECK
001800*     17 SQFPROF   18 SQINEDIT  19 SQLIBRN   20 SQMERGE
001900*     21 SQNOTIFY  22 SQPARMNT  23 SQPCAPRV  24 SQPCPOST
002000*     25 SQQDRAIN  26 SQQMAINT  27 SQQTACCT  28 SQREPLAY
002100*     29 SQREPRNT  30 SQREPROC  31 SQRESAPP  32 SQRESBST
002200*     33 SQRESVFY  34 SQRJWORK  35 SQRSTCTL  36 SQRULMNT
002300*     37 SQRUNRPT  38 SQSPCHK   39 SQSPLIT   40 SQSTATS
002400*     41 SQSTPLOG  42 SQTOLSIM  43 SQXRMNT   44 SQMSGRPT
002450*     45 SQFARRIV  46 SQFSMNT   47 SQMPSEL   48 SQMPOLGN
002500*****************************************************************
002600 01  SQ-MC-CATALOG-DATA.
002700*    SQ0001S
002800     05  FILLER                    PIC X(08) VALUE "SQ0001S".
002900     05  FILLER                    PIC X(54) VALUE
003000         "A DATASET THE STEP CANNOT RUN WITHOUT WOULD NOT OPEN".
003100     05  FILLER                    PIC X(54) VALUE
003200         "(STATUS SHOWN). THE STEP ENDS RC=16.".
003300     05  FILLER                    PIC X(54) VALUE
003400         "CHECK THE DD, DATASET NAME, DISP AND SPACE OF THE FILE".
003500     05  FILLER                    PIC X(54) VALUE
003600         "NAMED, CORRECT IT AND RERUN THE STEP.".
003700*    SQ0002W
003800     05  FILLER                    PIC X(08) VALUE "SQ0002W".
003900     05  FILLER                    PIC X(54) VALUE
004000         "A SUPPORTING DATASET WOULD NOT OPEN. THE STEP CARRIES".
004100     05  FILLER                    PIC X(54) VALUE
004200         "ON WITHOUT WHAT IT HELD OR WOULD HAVE RECORDED.".
004300     05  FILLER                    PIC X(54) VALUE
004400         "CHECK THE DD AND THE STATUS SHOWN AND CORRECT THEM;".
004500     05  FILLER                    PIC X(54) VALUE
004600         "RERUN ONLY IF THE MISSING DATA MATTERS.".
004700*    SQ0003S
004800     05  FILLER                    PIC X(08) VALUE "SQ0003S".
004900     05  FILLER                    PIC X(54) VALUE
005000         "A WRITE TO AN OUTPUT DATASET FAILED - USUALLY OUT OF".
005100     05  FILLER                    PIC X(54) VALUE
005200         "SPACE OR A DCB MISMATCH. THE STEP ENDS RC=16.".
005300     05  FILLER                    PIC X(54) VALUE
005400         "ENLARGE OR CORRECT THE DATASET NAMED AND RERUN THE".
005500     05  FILLER                    PIC X(54) VALUE
005600         "STEP. DO NOT USE THE PARTLY WRITTEN OUTPUT.".
005700*    SQ0004W
005800     05  FILLER                    PIC X(08) VALUE "SQ0004W".
005900     05  FILLER                    PIC X(54) VALUE
006000         "AN I/O REQUEST ON A SUPPORTING DATASET FAILED. THE".
006100     05  FILLER                    PIC X(54) VALUE
006200         "STEP CARRIES ON, BUT THAT DATASET IS INCOMPLETE.".
006300     05  FILLER                    PIC X(54) VALUE
006400         "CHECK SPACE AND THE STATUS SHOWN. REVIEW THE DATASET".
006500     05  FILLER                    PIC X(54) VALUE
006600         "BEFORE RELYING ON IT; CORRECT IT BEFORE THE NEXT RUN.".
006700*    SQ0005S
006800     05  FILLER                    PIC X(08) VALUE "SQ0005S".
006900     05  FILLER                    PIC X(54) VALUE
007000         "ON A RESUBMITTED NIGHT AN EARLIER STEP STARTED BUT".
007100     05  FILLER                    PIC X(54) VALUE
007200         "NEVER ENDED. THIS STEP ENDS RC=16, TOUCHING NO FILE.".
007300     05  FILLER                    PIC X(54) VALUE
007400         "FIND WHY THE NAMED STEP ABENDED, FIX IT AND RESUBMIT".
007500     05  FILLER                    PIC X(54) VALUE
007600         "THE NIGHT (SQRSTCTL) - THE NAMED STEP RUNS FIRST.".
007700*    SQ0006E
007800     05  FILLER                    PIC X(08) VALUE "SQ0006E".
007900     05  FILLER                    PIC X(54) VALUE
008000         "A MAINTENANCE PROGRAM COULD NOT OPEN THE MASTER OR".
008100     05  FILLER                    PIC X(54) VALUE
008200         "REPORT IT WRITES. NOTHING WAS SAVED.".
008300     05  FILLER                    PIC X(54) VALUE
008400         "CHECK THE DD AND THE STATUS ON THE MESSAGE, CORRECT".
008500     05  FILLER                    PIC X(54) VALUE
008600         "THEM AND REDO THE MAINTENANCE OR REPORT RUN.".
008700*    SQ0007E
008800     05  FILLER                    PIC X(08) VALUE "SQ0007E".
008900     05  FILLER                    PIC X(54) VALUE
009000         "A MAINTENANCE PROGRAM FAILED WRITING BACK ITS MASTER.".
009100     05  FILLER                    PIC X(54) VALUE
009200         "THE MASTER MAY BE INCOMPLETE. THE RUN ENDS RC=16.".
009300     05  FILLER                    PIC X(54) VALUE
009400         "RESTORE THE MASTER FROM ITS BACKUP, CORRECT THE CAUSE".
009500     05  FILLER                    PIC X(54) VALUE
009600         "(USUALLY SPACE) AND REDO THE MAINTENANCE.".
009700*    SQ0008S
009800     05  FILLER                    PIC X(08) VALUE "SQ0008S".
009900     05  FILLER                    PIC X(54) VALUE
010000         "THE RUN REGISTRY HOLDS NO RECORD, SO THE NIGHT'S RUN".
010100     05  FILLER                    PIC X(54) VALUE
010200         "ID IS NOT KNOWN. THE STEP ENDS RC=16.".
010300     05  FILLER                    PIC X(54) VALUE
010400         "CHECK THAT SQUARE (STEP010) RAN AND UPDATED THE RUN".
010500     05  FILLER                    PIC X(54) VALUE
010600         "REGISTRY; RESTORE THE REGISTRY IF EMPTIED; RERUN.".
010700*    SQ0009W
010800     05  FILLER                    PIC X(08) VALUE "SQ0009W".
010900     05  FILLER                    PIC X(54) VALUE
011000         "A RELEASE CARD IS MALFORMED - NO DEPARTMENT, NOT A".
011100     05  FILLER                    PIC X(54) VALUE
011200         "RESEND, OR A RUN ID NOT NUMERIC. IT WAS IGNORED.".
011300     05  FILLER                    PIC X(54) VALUE
011400         "CORRECT THE CARD SHOWN AND RERUN IF THE FEED WAS MEANT".
011500     05  FILLER                    PIC X(54) VALUE
011600         "TO BE RELEASED.".
011700*    SQ0010W
011800     05  FILLER                    PIC X(08) VALUE "SQ0010W".
011900     05  FILLER                    PIC X(54) VALUE
012000         "MORE THAN 10 RESEND RELEASE CARDS WERE SUPPLIED. THE".
012100     05  FILLER                    PIC X(54) VALUE
012200         "CARD SHOWN AND ANY AFTER IT WERE IGNORED.".
012300     05  FILLER                    PIC X(54) VALUE
012400         "RELEASE THE REMAINING FEEDS ON A LATER RUN, TEN CARDS".
012500     05  FILLER                    PIC X(54) VALUE
012600         "AT A TIME.".
012700*    SQ0011W
012800     05  FILLER                    PIC X(08) VALUE "SQ0011W".
012900     05  FILLER                    PIC X(54) VALUE
013000         "A RELEASE CARD MATCHED NO FEED HELD AS A DUPLICATE FOR".
013100     05  FILLER                    PIC X(54) VALUE
013200         "THAT DEPARTMENT AND RUN. IT HAD NO EFFECT.".
013300     05  FILLER                    PIC X(54) VALUE
013400         "CHECK THE DEPARTMENT AND PRIOR RUN ID ON THE CARD".
013500     05  FILLER                    PIC X(54) VALUE
013600         "AGAINST THE DUPLICATE-FEED REPORT AND CORRECT IT.".
013700*    SQ0012W
013800     05  FILLER                    PIC X(08) VALUE "SQ0012W".
013900     05  FILLER                    PIC X(54) VALUE
014000         "THE QUOTA USAGE COULD NOT BE SAVED. THIS RUN'S".
014100     05  FILLER                    PIC X(54) VALUE
014200         "CONSUMPTION WILL NOT COUNT AGAINST THE MONTH'S QUOTAS.".
014300     05  FILLER                    PIC X(54) VALUE
014400         "CORRECT THE QUOTA USAGE DATASET (SEE SQQTACCT) BEFORE".
014500     05  FILLER                    PIC X(54) VALUE
014600         "THE NEXT RUN; ADJUST THE USAGE IF IT IS BILLED.".
014700*    SQ0013W
014800     05  FILLER                    PIC X(08) VALUE "SQ0013W".
014900     05  FILLER                    PIC X(54) VALUE
015000         "THE FEED ENDED WITHOUT ITS CONTROL TRAILER - PROBABLY".
015100     05  FILLER                    PIC X(54) VALUE
015200         "TRUNCATED IN TRANSFER. THE RUN IS FLAGGED FAILED.".
015300     05  FILLER                    PIC X(54) VALUE
015400         "HAVE THE FEED RESENT COMPLETE AND RERUN. DO NOT".
015500     05  FILLER                    PIC X(54) VALUE
015600         "DELIVER RESULTS FROM THE TRUNCATED FEED.".
015700*    SQ0101W
015800     05  FILLER                    PIC X(08) VALUE "SQ0101W".
015900     05  FILLER                    PIC X(54) VALUE
016000         "THE RULES TABLE IS FULL. THE RULE SHOWN AND ALL LATER".
016100     05  FILLER                    PIC X(54) VALUE
016200         "RULES WERE NOT LOADED OR ENFORCED FOR THE RUN.".
016300     05  FILLER                    PIC X(54) VALUE
016400         "EXPIRE OR DELETE OLD RULES THROUGH SQRULMNT SO THE".
016500     05  FILLER                    PIC X(54) VALUE
016600         "ACTIVE RULES FIT.".
016700*    SQ0102W
016800     05  FILLER                    PIC X(08) VALUE "SQ0102W".
016900     05  FILLER                    PIC X(54) VALUE
017000         "THE AUTHORIZATION TABLE IS FULL. THE ENTRY WAS NOT".
017100     05  FILLER                    PIC X(54) VALUE
017200         "LOADED - ITS DEPARTMENT OR REQUESTER WILL BE REFUSED.".
017300     05  FILLER                    PIC X(54) VALUE
017400         "REMOVE STALE ENTRIES THROUGH SQAUTMNT AND RERUN THE".
017500     05  FILLER                    PIC X(54) VALUE
017600         "AFFECTED REQUESTS.".
017700*    SQ0103W
017800     05  FILLER                    PIC X(08) VALUE "SQ0103W".
017900     05  FILLER                    PIC X(54) VALUE
018000         "AN AUTHORIZATION MASTER RECORD HAS A TYPE OTHER THAN D".
018100     05  FILLER                    PIC X(54) VALUE
018200         "OR R. IT WAS IGNORED.".
018300     05  FILLER                    PIC X(54) VALUE
018400         "CORRECT OR DELETE THE RECORD THROUGH SQAUTMNT.".
018500     05  FILLER                    PIC X(54) VALUE SPACES.
018600*    SQ0104W
018700     05  FILLER                    PIC X(08) VALUE "SQ0104W".
018800     05  FILLER                    PIC X(54) VALUE
018900         "THE RUN REGISTRY COULD NOT BE REWRITTEN. THE NEXT RUN".
019000     05  FILLER                    PIC X(54) VALUE
019100         "MAY BE HANDED THE SAME RUN ID.".
019200     05  FILLER                    PIC X(54) VALUE
019300         "CORRECT THE REGISTRY DATASET AND SET ITS LAST RUN ID".
019400     05  FILLER                    PIC X(54) VALUE
019500         "TO THIS RUN'S BEFORE THE NEXT RUN.".
019600*    SQ0105W
019700     05  FILLER                    PIC X(08) VALUE "SQ0105W".
019800     05  FILLER                    PIC X(54) VALUE
019900         "THE LAST RESULTS DELIVERY WAS NEVER ACKNOWLEDGED -".
020000     05  FILLER                    PIC X(54) VALUE
020100         "SQRESVFY HAS NOT CONFIRMED IT. THE RUN CARRIES ON.".
020200     05  FILLER                    PIC X(54) VALUE
020300         "CHECK THAT THE PRIOR DELIVERY ARRIVED AND RUN SQRESVFY".
020400     05  FILLER                    PIC X(54) VALUE
020500         "AGAINST IT.".
020600*    SQ0106W
020700     05  FILLER                    PIC X(08) VALUE "SQ0106W".
020800     05  FILLER                    PIC X(54) VALUE
020900         "THE LAST RESULTS DELIVERY FAILED VERIFICATION FOR THE".
021000     05  FILLER                    PIC X(54) VALUE
021100         "DEPARTMENT SHOWN. THE RUN CARRIES ON.".
021200     05  FILLER                    PIC X(54) VALUE
021300         "REDELIVER THE RESULTS FOR THAT RUN AND DEPARTMENT AND".
021400     05  FILLER                    PIC X(54) VALUE
021500         "VERIFY THEM AGAIN WITH SQRESVFY.".
021600*    SQ0107W
021700     05  FILLER                    PIC X(08) VALUE "SQ0107W".
021800     05  FILLER                    PIC X(54) VALUE
021900         "THE FEED'S CONTROL TRAILER DOES NOT CARRY A NUMERIC".
022000     05  FILLER                    PIC X(54) VALUE
022100         "COUNT AND HASH. THE RUN IS FLAGGED.".
022200     05  FILLER                    PIC X(54) VALUE
022300         "HAVE THE SENDER CORRECT THE TRAILER AND RESEND THE".
022400     05  FILLER                    PIC X(54) VALUE
022500         "FEED.".
022600*    SQ0108W
022700     05  FILLER                    PIC X(08) VALUE "SQ0108W".
022800     05  FILLER                    PIC X(54) VALUE
022900         "THE BABYLONIAN METHOD DID NOT CONVERGE WITHIN THE".
023000     05  FILLER                    PIC X(54) VALUE
023100         "ITERATION LIMIT. BISECTION WAS TRIED FOR THE VALUE.".
023200     05  FILLER                    PIC X(54) VALUE
023300         "NONE IF A RESCUE MESSAGE FOLLOWS; OTHERWISE CHECK THE".
023400     05  FILLER                    PIC X(54) VALUE
023500         "VALUE AND THE ITERATION LIMIT ON SQPARMS.".
023600*    SQ0109W
023700     05  FILLER                    PIC X(08) VALUE "SQ0109W".
023800     05  FILLER                    PIC X(54) VALUE
023900         "NEWTON'S METHOD DID NOT CONVERGE WITHIN THE ITERATION".
024000     05  FILLER                    PIC X(54) VALUE
024100         "LIMIT. BISECTION WAS TRIED FOR THE VALUE.".
024200     05  FILLER                    PIC X(54) VALUE
024300         "NONE IF A RESCUE MESSAGE FOLLOWS; OTHERWISE CHECK THE".
024400     05  FILLER                    PIC X(54) VALUE
024500         "VALUE AND THE ITERATION LIMIT ON SQPARMS.".
024600*    SQ0110W
024700     05  FILLER                    PIC X(08) VALUE "SQ0110W".
024800     05  FILLER                    PIC X(54) VALUE
024900         "THE EXTENDED-PRECISION BABYLONIAN METHOD DID NOT".
025000     05  FILLER                    PIC X(54) VALUE
025100         "CONVERGE. THE BISECTION FALLBACK WAS TRIED.".
025200     05  FILLER                    PIC X(54) VALUE
025300         "NONE IF A RESCUE MESSAGE FOLLOWS; OTHERWISE REVIEW THE".
025400     05  FILLER                    PIC X(54) VALUE
025500         "VALUE ON THE EXCEPTION REPORT.".
025600*    SQ0111W
025700     05  FILLER                    PIC X(08) VALUE "SQ0111W".
025800     05  FILLER                    PIC X(54) VALUE
025900         "THE EXTENDED-PRECISION NEWTON METHOD DID NOT CONVERGE.".
026000     05  FILLER                    PIC X(54) VALUE
026100         "THE BISECTION FALLBACK WAS TRIED.".
026200     05  FILLER                    PIC X(54) VALUE
026300         "NONE IF A RESCUE MESSAGE FOLLOWS; OTHERWISE REVIEW THE".
026400     05  FILLER                    PIC X(54) VALUE
026500         "VALUE ON THE EXCEPTION REPORT.".
026600*    SQ0112W
026700     05  FILLER                    PIC X(08) VALUE "SQ0112W".
026800     05  FILLER                    PIC X(54) VALUE
026900         "THE BISECTION FALLBACK FOUND THE ANSWER AFTER THE".
027000     05  FILLER                    PIC X(54) VALUE
027100         "ESTIMATING METHOD FAILED TO CONVERGE. IT STANDS.".
027200     05  FILLER                    PIC X(54) VALUE
027300         "NONE. FREQUENT RESCUES SUGGEST THE ITERATION LIMIT ON".
027400     05  FILLER                    PIC X(54) VALUE
027500         "SQPARMS IS TOO LOW.".
027600*    SQ0113W
027700     05  FILLER                    PIC X(08) VALUE "SQ0113W".
027800     05  FILLER                    PIC X(54) VALUE
027900         "THE RUN RESTARTED FROM A CHECKPOINT, SO THE FEED'S".
028000     05  FILLER                    PIC X(54) VALUE
028100         "CONTROL TOTALS COULD NOT BE RECONCILED.".
028200     05  FILLER                    PIC X(54) VALUE
028300         "NONE - EXPECTED ON A RESTART. RECONCILE BY HAND IF THE".
028400     05  FILLER                    PIC X(54) VALUE
028500         "NIGHT IS DISPUTED.".
028600*    SQ0114W
028700     05  FILLER                    PIC X(08) VALUE "SQ0114W".
028800     05  FILLER                    PIC X(54) VALUE
028900         "THE RUN WAS QUIESCED BEFORE THE TRAILER, SO THE".
029000     05  FILLER                    PIC X(54) VALUE
029100         "CONTROL TOTALS WERE NOT RECONCILED.".
029200     05  FILLER                    PIC X(54) VALUE
029300         "NONE - THE REST OF THE FEED IS PROCESSED WHEN THE RUN".
029400     05  FILLER                    PIC X(54) VALUE
029500         "IS RESUMED.".
029600*    SQ0115W
029700     05  FILLER                    PIC X(08) VALUE "SQ0115W".
029800     05  FILLER                    PIC X(54) VALUE
029900         "THE RECORD COUNT OR HASH ON THE FEED'S TRAILER DOES".
030000     05  FILLER                    PIC X(54) VALUE
030100         "NOT MATCH WHAT WAS READ. THE RUN IS FLAGGED AS FAILED.".
030200     05  FILLER                    PIC X(54) VALUE
030300         "HOLD THE RESULTS. HAVE THE FEED CHECKED AND RESENT,".
030400     05  FILLER                    PIC X(54) VALUE
030500         "THEN RERUN.".
030600*    SQ0116W
030700     05  FILLER                    PIC X(08) VALUE "SQ0116W".
030800     05  FILLER                    PIC X(54) VALUE
030900         "THE RUN LEDGER COULD NOT BE APPENDED. THE RETURN CODE".
031000     05  FILLER                    PIC X(54) VALUE
031100         "STANDS BUT THE NIGHT IS MISSING FROM THE LEDGER.".
031200     05  FILLER                    PIC X(54) VALUE
031300         "CORRECT THE LEDGER DATASET; SQBALNCE WILL NOT FIND".
031400     05  FILLER                    PIC X(54) VALUE
031500         "THIS RUN UNTIL IT IS.".
031600*    SQ0201S
031700     05  FILLER                    PIC X(08) VALUE "SQ0201S".
031800     05  FILLER                    PIC X(54) VALUE
031900         "THE ADJUSTMENT FILE HOLDS MORE THAN 3000 ADJUSTMENTS,".
032000     05  FILLER                    PIC X(54) VALUE
032100         "THE MOST SQADJMNT CAN LOAD. NOTHING WAS CHANGED.".
032200     05  FILLER                    PIC X(54) VALUE
032300         "ARCHIVE OLD APPLIED AND VOIDED ADJUSTMENTS OFF THE".
032400     05  FILLER                    PIC X(54) VALUE
032500         "FILE AND REDO THE MAINTENANCE.".
032600*    SQ0202W
032700     05  FILLER                    PIC X(08) VALUE "SQ0202W".
032800     05  FILLER                    PIC X(54) VALUE
032900         "THE ADJUSTMENT NAMES A RUN LATER THAN THE LAST ON THE".
033000     05  FILLER                    PIC X(54) VALUE
033100         "RUN REGISTRY. IT WAS STILL ACCEPTED.".
033200     05  FILLER                    PIC X(54) VALUE
033300         "CHECK THE RUN ID - IT MAY BE A TYPING ERROR OR AN OLD".
033400     05  FILLER                    PIC X(54) VALUE
033500         "NIGHT FROM BEFORE THE RUN IDS WRAPPED.".
033509*    SQ0501E
033518     05  FILLER                    PIC X(08) VALUE "SQ0501E".
033527     05  FILLER                    PIC X(54) VALUE
033536         "ONE OR MORE RUNS ON THE AUDIT TRAIL FAILED SEAL".
033545     05  FILLER                    PIC X(54) VALUE
033554         "VERIFICATION - ROWS CHANGED OR THE CHAIN BROKE. RC=8.".
033563     05  FILLER                    PIC X(54) VALUE
033572         "SEE THE SQAUDVFY REPORT FOR THE RUNS NAMED. RESTORE".
033581     05  FILLER                    PIC X(54) VALUE
033590         "THE TRAIL FROM ITS BACKUP AND FIND WHO CHANGED IT.".
033600*    SQ0601W
033700     05  FILLER                    PIC X(08) VALUE "SQ0601W".
033800     05  FILLER                    PIC X(54) VALUE
033900         "THE AUTHORIZATION MASTER HOLDS MORE THAN 600 ENTRIES.".
034000     05  FILLER                    PIC X(54) VALUE
034100         "THE REST WERE NOT LOADED AND WILL BE LOST IF SAVED.".
034200     05  FILLER                    PIC X(54) VALUE
034300         "DO NOT SAVE. REMOVE STALE ENTRIES IN SMALLER PASSES OR".
034400     05  FILLER                    PIC X(54) VALUE
034500         "HAVE THE TABLE SIZE RAISED.".
034600*    SQ0701S
034700     05  FILLER                    PIC X(08) VALUE "SQ0701S".
034800     05  FILLER                    PIC X(54) VALUE
034900         "THE RUN LEDGER HOLDS NO RECORD FOR THE NIGHT'S RUN ID,".
035000     05  FILLER                    PIC X(54) VALUE
035100         "SO THE NIGHT CANNOT BE BALANCED. THE STEP ENDS RC=16.".
035200     05  FILLER                    PIC X(54) VALUE
035300         "CHECK WHETHER SQUARE WROTE ITS LEDGER RECORD (SEE".
035400     05  FILLER                    PIC X(54) VALUE
035500         "SQ0116W) AND RERUN AFTER CORRECTING IT.".
035600*    SQ0702W
035700     05  FILLER                    PIC X(08) VALUE "SQ0702W".
035800     05  FILLER                    PIC X(54) VALUE
035900         "THE BALANCING SUMMARY RECORD COULD NOT BE WRITTEN. THE".
036000     05  FILLER                    PIC X(54) VALUE
036100         "MORNING DIGEST WILL NOT SHOW THE BALANCING VERDICT.".
036200     05  FILLER                    PIC X(54) VALUE
036300         "READ THE VERDICT FROM THE BALANCING REPORT AND CORRECT".
036400     05  FILLER                    PIC X(54) VALUE
036500         "THE SUMMARY DATASET.".
036600*    SQ0901W
036700     05  FILLER                    PIC X(08) VALUE "SQ0901W".
036800     05  FILLER                    PIC X(54) VALUE
036900         "SOME CALENDAR ENTRIES ON FILE FAIL THE EDITS.".
037000     05  FILLER                    PIC X(54) VALUE SPACES.
037100     05  FILLER                    PIC X(54) VALUE
037200         "LIST THE CALENDAR WITH SQCALMNT AND CORRECT THE".
037300     05  FILLER                    PIC X(54) VALUE
037400         "ENTRIES MARKED.".
037500*    SQ0902W
037600     05  FILLER                    PIC X(08) VALUE "SQ0902W".
037700     05  FILLER                    PIC X(54) VALUE
037800         "THE CALENDAR HOLDS TWO ENTRIES FOR THE SAME DATE. THE".
037900     05  FILLER                    PIC X(54) VALUE
038000         "SECOND WAS DROPPED AND WILL NOT BE SAVED.".
038100     05  FILLER                    PIC X(54) VALUE
038200         "CHECK THAT THE FIRST ENTRY IS THE RIGHT ONE.".
038300     05  FILLER                    PIC X(54) VALUE SPACES.
038400*    SQ0903S
038500     05  FILLER                    PIC X(08) VALUE "SQ0903S".
038600     05  FILLER                    PIC X(54) VALUE
038700         "THE CALENDAR HOLDS MORE THAN 3000 ENTRIES, THE MOST".
038800     05  FILLER                    PIC X(54) VALUE
038900         "SQCALMNT CAN LOAD. NOTHING WAS CHANGED.".
039000     05  FILLER                    PIC X(54) VALUE
039100         "DELETE PAST YEARS FROM THE CALENDAR AND REDO THE".
039200     05  FILLER                    PIC X(54) VALUE
039300         "MAINTENANCE.".
039400*    SQ1101S
039500     05  FILLER                    PIC X(08) VALUE "SQ1101S".
039600     05  FILLER                    PIC X(54) VALUE
039700         "THE RATE-CARD DATASET IS EMPTY, SO NOTHING CAN BE".
039800     05  FILLER                    PIC X(54) VALUE
039900         "CHARGED. THE STEP ENDS RC=16.".
040000     05  FILLER                    PIC X(54) VALUE
040100         "RESTORE OR REBUILD THE RATE CARD AND RERUN THE".
040200     05  FILLER                    PIC X(54) VALUE
040300         "CHARGEBACK.".
040400*    SQ1102S
040500     05  FILLER                    PIC X(08) VALUE "SQ1102S".
040600     05  FILLER                    PIC X(54) VALUE
040700         "A RATE ON THE RATE CARD IS NOT NUMERIC. THE STEP ENDS".
040800     05  FILLER                    PIC X(54) VALUE
040900         "RC=16.".
041000     05  FILLER                    PIC X(54) VALUE
041100         "CORRECT THE RATE CARD AND RERUN THE CHARGEBACK.".
041200     05  FILLER                    PIC X(54) VALUE SPACES.
041300*    SQ1103S
041400     05  FILLER                    PIC X(08) VALUE "SQ1103S".
041500     05  FILLER                    PIC X(54) VALUE
041600         "THE ADJUSTMENT FILE HOLDS MORE THAN 3000 ADJUSTMENTS.".
041700     05  FILLER                    PIC X(54) VALUE
041800         "THE CHARGEBACK ENDS RC=16.".
041900     05  FILLER                    PIC X(54) VALUE
042000         "ARCHIVE OLD ADJUSTMENTS THROUGH SQADJMNT AND RERUN THE".
042100     05  FILLER                    PIC X(54) VALUE
042200         "CHARGEBACK.".
042300*    SQ1104W
042400     05  FILLER                    PIC X(08) VALUE "SQ1104W".
042500     05  FILLER                    PIC X(54) VALUE
042600         "AN ADJUSTMENT HAS A NON-NUMERIC AMOUNT OR IS NEITHER".
042700     05  FILLER                    PIC X(54) VALUE
042800         "CREDIT NOR DEBIT. IT WAS NOT APPLIED.".
042900     05  FILLER                    PIC X(54) VALUE
043000         "CORRECT THE ADJUSTMENT THROUGH SQADJMNT; IT APPLIES ON".
043100     05  FILLER                    PIC X(54) VALUE
043200         "THE NEXT STATEMENT.".
043300*    SQ1105W
043400     05  FILLER                    PIC X(08) VALUE "SQ1105W".
043500     05  FILLER                    PIC X(54) VALUE
043600         "THE DEPARTMENT TABLE IS FULL. THE DEPARTMENT'S USAGE".
043700     05  FILLER                    PIC X(54) VALUE
043800         "WAS BILLED TO THE LAST DEPARTMENT ON THE TABLE.".
043900     05  FILLER                    PIC X(54) VALUE
044000         "DO NOT ISSUE THE STATEMENTS. HAVE THE TABLE SIZE".
044100     05  FILLER                    PIC X(54) VALUE
044200         "RAISED AND RERUN THE CHARGEBACK.".
044300*    SQ1106W
044400     05  FILLER                    PIC X(08) VALUE "SQ1106W".
044500     05  FILLER                    PIC X(54) VALUE
044600         "THE DEPARTMENT TABLE IS FULL. THE ADJUSTMENT WAS".
044700     05  FILLER                    PIC X(54) VALUE
044800         "POSTED TO THE LAST DEPARTMENT ON THE TABLE.".
044900     05  FILLER                    PIC X(54) VALUE
045000         "DO NOT ISSUE THE STATEMENTS. HAVE THE TABLE SIZE".
045100     05  FILLER                    PIC X(54) VALUE
045200         "RAISED AND RERUN THE CHARGEBACK.".
045300*    SQ1201W
045400     05  FILLER                    PIC X(08) VALUE "SQ1201W".
045500     05  FILLER                    PIC X(54) VALUE
045600         "A FEED CONTROL CARD HAS NO DEPARTMENT CODE. THE FEED".
045700     05  FILLER                    PIC X(54) VALUE
045800         "WAS COLLECTED WITHOUT A SOURCE MARKER.".
045900     05  FILLER                    PIC X(54) VALUE
046000         "ADD THE DEPARTMENT CODE TO THE FEED'S CARD BEFORE THE".
046100     05  FILLER                    PIC X(54) VALUE
046200         "NEXT RUN.".
046300*    SQ1202W
046400     05  FILLER                    PIC X(08) VALUE "SQ1202W".
046500     05  FILLER                    PIC X(54) VALUE
046600         "A DEPARTMENT FEED WOULD NOT OPEN. THE NIGHT'S INPUT IS".
046700     05  FILLER                    PIC X(54) VALUE
046800         "INCOMPLETE AND THE COLLECTION FAILS.".
046900     05  FILLER                    PIC X(54) VALUE
047000         "CHECK THE FEED'S DD AND STATUS, CORRECT AND RERUN THE".
047100     05  FILLER                    PIC X(54) VALUE
047200         "COLLECTION.".
047300*    SQ1301W
047400     05  FILLER                    PIC X(08) VALUE "SQ1301W".
047500     05  FILLER                    PIC X(54) VALUE
047600         "THE DRIFT SUMMARY RECORD COULD NOT BE WRITTEN. THE".
047700     05  FILLER                    PIC X(54) VALUE
047800         "MORNING DIGEST WILL NOT SHOW THE DRIFT VERDICT.".
047900     05  FILLER                    PIC X(54) VALUE
048000         "READ THE VERDICT FROM THE DRIFT REPORT AND CORRECT THE".
048100     05  FILLER                    PIC X(54) VALUE
048200         "SUMMARY DATASET.".
048300*    SQ1401S
048400     05  FILLER                    PIC X(08) VALUE "SQ1401S".
048500     05  FILLER                    PIC X(54) VALUE
048600         "THE CONTACT FILE HOLDS MORE THAN 100 CONTACTS, THE".
048700     05  FILLER                    PIC X(54) VALUE
048800         "MOST SQCONMNT CAN LOAD. NOTHING WAS CHANGED.".
048900     05  FILLER                    PIC X(54) VALUE
049000         "REMOVE CONTACTS NO LONGER NEEDED AND REDO THE".
049100     05  FILLER                    PIC X(54) VALUE
049200         "MAINTENANCE.".
049300*    SQ1601W
049400     05  FILLER                    PIC X(08) VALUE "SQ1601W".
049500     05  FILLER                    PIC X(54) VALUE
049600         "NO FEED PROFILES COULD BE READ, SO NO SECTION WAS".
049700     05  FILLER                    PIC X(54) VALUE
049800         "JUDGED. THE FEED IS STILL LISTED.".
049900     05  FILLER                    PIC X(54) VALUE
050000         "RUN SQFPROF TO BUILD THE PROFILES, OR CORRECT THE".
050100     05  FILLER                    PIC X(54) VALUE
050200         "PROFILE DD.".
050300*    SQ1602W
050400     05  FILLER                    PIC X(08) VALUE "SQ1602W".
050500     05  FILLER                    PIC X(54) VALUE
050600         "THE PROFILE TABLE IS FULL. THE DEPARTMENT'S PROFILE".
050700     05  FILLER                    PIC X(54) VALUE
050800         "WAS NOT LOADED - ITS SECTION READS AS NEW.".
050900     05  FILLER                    PIC X(54) VALUE
051000         "HAVE THE TABLE SIZE RAISED; JUDGE THAT DEPARTMENT'S".
051100     05  FILLER                    PIC X(54) VALUE
051200         "SECTION BY HAND MEANWHILE.".
051300*    SQ1603W
051400     05  FILLER                    PIC X(08) VALUE "SQ1603W".
051500     05  FILLER                    PIC X(54) VALUE
051600         "THE SECTION TABLE FILLED. THE COUNT OF VALUES SHOWN".
051700     05  FILLER                    PIC X(54) VALUE
051800         "WAS NOT CHECKED.".
051900     05  FILLER                    PIC X(54) VALUE
052000         "CHECK THE UNJUDGED VALUES BY HAND OR SPLIT THE FEED.".
052100     05  FILLER                    PIC X(54) VALUE SPACES.
052200*    SQ1701W
052300     05  FILLER                    PIC X(08) VALUE "SQ1701W".
052400     05  FILLER                    PIC X(54) VALUE
052500         "THE DEPARTMENT TABLE FILLED. THE COUNT OF AUDIT ROWS".
052600     05  FILLER                    PIC X(54) VALUE
052700         "SHOWN WAS NOT PROFILED. THE STEP ENDS RC=4.".
052800     05  FILLER                    PIC X(54) VALUE
052900         "HAVE THE TABLE SIZE RAISED; THOSE DEPARTMENTS HAVE NO".
053000     05  FILLER                    PIC X(54) VALUE
053100         "PROFILE UNTIL THEN.".
053200*    SQ1901W
053300     05  FILLER                    PIC X(08) VALUE "SQ1901W".
053400     05  FILLER                    PIC X(54) VALUE
053500         "THE NIGHT'S INPUT FEED COULD NOT BE READ, SO THE".
053600     05  FILLER                    PIC X(54) VALUE
053700         "SNAPSHOT HOLDS NO INPUT.".
053800     05  FILLER                    PIC X(54) VALUE
053900         "CORRECT THE SQINPUT DD; A REPLAY OF THIS NIGHT CANNOT".
054000     05  FILLER                    PIC X(54) VALUE
054100         "BE RUN WITHOUT IT.".
054200*    SQ1902W
054300     05  FILLER                    PIC X(08) VALUE "SQ1902W".
054400     05  FILLER                    PIC X(54) VALUE
054500         "THE NIGHT'S RESULTS COULD NOT BE READ, SO THE SNAPSHOT".
054600     05  FILLER                    PIC X(54) VALUE
054700         "HOLDS NO RESULTS.".
054800     05  FILLER                    PIC X(54) VALUE
054900         "CORRECT THE SQRESULT DD; A REPLAY OF THIS NIGHT CANNOT".
055000     05  FILLER                    PIC X(54) VALUE
055100         "BE VERIFIED WITHOUT IT.".
055200*    SQ1903W
055300     05  FILLER                    PIC X(08) VALUE "SQ1903W".
055400     05  FILLER                    PIC X(54) VALUE
055500         "THE NIGHT'S REPORT COULD NOT BE READ, SO THE SNAPSHOT".
055600     05  FILLER                    PIC X(54) VALUE
055700         "HOLDS NO REPORT.".
055800     05  FILLER                    PIC X(54) VALUE
055900         "CORRECT THE SQREPT DD; THE REPORT CANNOT BE REPRINTED".
056000     05  FILLER                    PIC X(54) VALUE
056100         "FOR THIS NIGHT.".
056200*    SQ1904W
056300     05  FILLER                    PIC X(08) VALUE "SQ1904W".
056400     05  FILLER                    PIC X(54) VALUE
056500         "THE NIGHT'S PARAMETER CARD COULD NOT BE READ, SO THE".
056600     05  FILLER                    PIC X(54) VALUE
056700         "SNAPSHOT HOLDS NO CARD.".
056800     05  FILLER                    PIC X(54) VALUE
056900         "CORRECT THE SQPARMS DD; A REPLAY WOULD RUN WITH".
057000     05  FILLER                    PIC X(54) VALUE
057100         "DEFAULTS.".
057200*    SQ1905W
057300     05  FILLER                    PIC X(08) VALUE "SQ1905W".
057400     05  FILLER                    PIC X(54) VALUE
057500         "THE GENERATION CATALOG HOLDS MORE THAN 500 ENTRIES.".
057600     05  FILLER                    PIC X(54) VALUE
057700         "THE OLDEST HISTORY WAS IGNORED.".
057800     05  FILLER                    PIC X(54) VALUE
057900         "EXPIRE OLD GENERATIONS WITH SQLIBRN.".
058000     05  FILLER                    PIC X(54) VALUE SPACES.
058100*    SQ2101W
058200     05  FILLER                    PIC X(08) VALUE "SQ2101W".
058300     05  FILLER                    PIC X(54) VALUE
058400         "THE CONTACT FILE HOLDS MORE THAN 100 CONTACTS. THE".
058500     05  FILLER                    PIC X(54) VALUE
058600         "DEPARTMENT SHOWN WAS NOT NOTIFIED.".
058700     05  FILLER                    PIC X(54) VALUE
058800         "TRIM THE CONTACT FILE THROUGH SQCONMNT AND NOTIFY THE".
058900     05  FILLER                    PIC X(54) VALUE
059000         "DEPARTMENT BY HAND.".
059100*    SQ2301W
059200     05  FILLER                    PIC X(08) VALUE "SQ2301W".
059300     05  FILLER                    PIC X(54) VALUE
059400         "THE CHANGE WAS APPLIED BUT THE PENDING-CHANGE DATASET".
059500     05  FILLER                    PIC X(54) VALUE
059600         "COULD NOT BE MARKED. IT WILL SHOW AS PENDING.".
059700     05  FILLER                    PIC X(54) VALUE
059800         "CHECK THE PENDING-CHANGE DATASET; DO NOT APPROVE THE".
059900     05  FILLER                    PIC X(54) VALUE
060000         "CHANGE AGAIN.".
060100*    SQ2302W
060200     05  FILLER                    PIC X(08) VALUE "SQ2302W".
060300     05  FILLER                    PIC X(54) VALUE
060400         "THE CHANGE WAS REJECTED BUT THE PENDING-CHANGE DATASET".
060500     05  FILLER                    PIC X(54) VALUE
060600         "COULD NOT BE MARKED. IT WILL SHOW AS PENDING.".
060700     05  FILLER                    PIC X(54) VALUE
060800         "CHECK THE PENDING-CHANGE DATASET AND REJECT THE CHANGE".
060900     05  FILLER                    PIC X(54) VALUE
061000         "AGAIN.".
061100*    SQ2303W
061200     05  FILLER                    PIC X(08) VALUE "SQ2303W".
061300     05  FILLER                    PIC X(54) VALUE
061400         "A RULES CHANGE WAS APPLIED BUT NOT WRITTEN TO THE".
061500     05  FILLER                    PIC X(54) VALUE
061600         "RULE-CHANGE LOG.".
061700     05  FILLER                    PIC X(54) VALUE
061800         "CORRECT THE RULE LOG DATASET AND RECORD THE CHANGE IN".
061900     05  FILLER                    PIC X(54) VALUE
062000         "IT BY HAND.".
062100*    SQ2304W
062200     05  FILLER                    PIC X(08) VALUE "SQ2304W".
062300     05  FILLER                    PIC X(54) VALUE
062400         "CHANGES ARE WAITING FOR A SECOND PERSON'S APPROVAL AND".
062500     05  FILLER                    PIC X(54) VALUE
062600         "ARE NOT IN FORCE FOR THE RUN. THE STEP ENDS RC=4.".
062700     05  FILLER                    PIC X(54) VALUE
062800         "HAVE THE CHANGES APPROVED OR REJECTED THROUGH".
062900     05  FILLER                    PIC X(54) VALUE
063000         "SQPCAPRV.".
063100*    SQ2305W
063200     05  FILLER                    PIC X(08) VALUE "SQ2305W".
063300     05  FILLER                    PIC X(54) VALUE
063400         "THE PENDING-CHANGE DATASET HOLDS MORE THAN 500".
063500     05  FILLER                    PIC X(54) VALUE
063600         "RECORDS. NOTHING WAS APPROVED OR REJECTED.".
063700     05  FILLER                    PIC X(54) VALUE
063800         "ARCHIVE DECIDED CHANGES OFF THE DATASET AND REDO THE".
063900     05  FILLER                    PIC X(54) VALUE
064000         "APPROVAL.".
064100*    SQ2501W
064200     05  FILLER                    PIC X(08) VALUE "SQ2501W".
064300     05  FILLER                    PIC X(54) VALUE
064400         "A DRAINED QUEUE ENTRY COULD NOT BE MARKED POSTED. IT".
064500     05  FILLER                    PIC X(54) VALUE
064600         "MAY BE DRAINED AGAIN ON THE NEXT RUN.".
064700     05  FILLER                    PIC X(54) VALUE
064800         "CHECK THE QUEUE ENTRY SHOWN AND MARK IT BY HAND".
064900     05  FILLER                    PIC X(54) VALUE
065000         "THROUGH SQQMAINT.".
065100*    SQ2502W
065200     05  FILLER                    PIC X(08) VALUE "SQ2502W".
065300     05  FILLER                    PIC X(54) VALUE
065400         "THE DRAIN SUMMARY RECORD COULD NOT BE WRITTEN. THE".
065500     05  FILLER                    PIC X(54) VALUE
065600         "MORNING DIGEST WILL NOT SHOW THE DRAIN.".
065700     05  FILLER                    PIC X(54) VALUE
065800         "READ THE OUTCOME FROM THE DRAIN REPORT AND CORRECT THE".
065900     05  FILLER                    PIC X(54) VALUE
066000         "SUMMARY DATASET.".
066100*    SQ2701W
066200     05  FILLER                    PIC X(08) VALUE "SQ2701W".
066300     05  FILLER                    PIC X(54) VALUE
066400         "A QUOTA MASTER RECORD HAS NO DEPARTMENT OR A NON-".
066500     05  FILLER                    PIC X(54) VALUE
066600         "NUMERIC LIMIT. IT WAS IGNORED.".
066700     05  FILLER                    PIC X(54) VALUE
066800         "CORRECT THE QUOTA MASTER; THE DEPARTMENT RUNS WITHOUT".
066900     05  FILLER                    PIC X(54) VALUE
067000         "A QUOTA UNTIL THEN.".
067100*    SQ2702W
067200     05  FILLER                    PIC X(08) VALUE "SQ2702W".
067300     05  FILLER                    PIC X(54) VALUE
067400         "THE QUOTA TABLE IS FULL. THE DEPARTMENT'S QUOTA WAS".
067500     05  FILLER                    PIC X(54) VALUE
067600         "NOT LOADED.".
067700     05  FILLER                    PIC X(54) VALUE
067800         "HAVE THE TABLE SIZE RAISED; THE DEPARTMENT RUNS".
067900     05  FILLER                    PIC X(54) VALUE
068000         "WITHOUT A QUOTA UNTIL THEN.".
068100*    SQ2703W
068200     05  FILLER                    PIC X(08) VALUE "SQ2703W".
068300     05  FILLER                    PIC X(54) VALUE
068400         "A QUOTA USAGE RECORD HAS A NON-NUMERIC COUNT. IT WAS".
068500     05  FILLER                    PIC X(54) VALUE
068600         "IGNORED, SO THE MONTH'S USAGE RESTARTS.".
068700     05  FILLER                    PIC X(54) VALUE
068800         "CORRECT THE USAGE RECORD BEFORE THE NEXT RUN.".
068900     05  FILLER                    PIC X(54) VALUE SPACES.
069000*    SQ2801S
069100     05  FILLER                    PIC X(08) VALUE "SQ2801S".
069200     05  FILLER                    PIC X(54) VALUE
069300         "SQREPLAY WAS RUN WITHOUT A PARM. THE STEP ENDS RC=16.".
069400     05  FILLER                    PIC X(54) VALUE SPACES.
069500     05  FILLER                    PIC X(54) VALUE
069600         "SUPPLY PARM='V,NNNNN', 'C,NNNNN' OR 'T' ON THE EXEC".
069700     05  FILLER                    PIC X(54) VALUE
069800         "STATEMENT.".
069900*    SQ2802S
070000     05  FILLER                    PIC X(08) VALUE "SQ2802S".
070100     05  FILLER                    PIC X(54) VALUE
070200         "THE SQREPLAY PARM FOR V OR C DOES NOT NAME A FIVE-".
070300     05  FILLER                    PIC X(54) VALUE
070400         "DIGIT RUN ID. THE STEP ENDS RC=16.".
070500     05  FILLER                    PIC X(54) VALUE
070600         "CORRECT THE PARM AND RESUBMIT.".
070700     05  FILLER                    PIC X(54) VALUE SPACES.
070800*    SQ2803W
070900     05  FILLER                    PIC X(08) VALUE "SQ2803W".
071000     05  FILLER                    PIC X(54) VALUE
071100         "THE REPLAY HISTORY HOLDS MORE THAN 200 NIGHTS. THE RUN".
071200     05  FILLER                    PIC X(54) VALUE
071300         "SHOWN WAS NOT REPORTED.".
071400     05  FILLER                    PIC X(54) VALUE
071500         "REPORT THAT RUN WITH THE V FUNCTION, OR TRIM THE".
071600     05  FILLER                    PIC X(54) VALUE
071700         "HISTORY.".
071800*    SQ3001W
071900     05  FILLER                    PIC X(08) VALUE "SQ3001W".
072000     05  FILLER                    PIC X(54) VALUE
072100         "THE EXCEPTION REGISTER COULD NOT BE OPENED. THE RERUNS".
072200     05  FILLER                    PIC X(54) VALUE
072300         "STILL HAPPEN BUT ARE NOT REGISTERED.".
072400     05  FILLER                    PIC X(54) VALUE
072500         "CORRECT THE REGISTER DATASET BEFORE THE NEXT RUN.".
072600     05  FILLER                    PIC X(54) VALUE SPACES.
072700*    SQ3002W
072800     05  FILLER                    PIC X(08) VALUE "SQ3002W".
072900     05  FILLER                    PIC X(54) VALUE
073000         "THE REPROCESSING SUMMARY RECORD COULD NOT BE WRITTEN.".
073100     05  FILLER                    PIC X(54) VALUE
073200         "THE MORNING DIGEST WILL NOT SHOW IT.".
073300     05  FILLER                    PIC X(54) VALUE
073400         "READ THE OUTCOME FROM THE REPROCESSING REPORT AND".
073500     05  FILLER                    PIC X(54) VALUE
073600         "CORRECT THE SUMMARY DATASET.".
073700*    SQ3101W
073800     05  FILLER                    PIC X(08) VALUE "SQ3101W".
073900     05  FILLER                    PIC X(54) VALUE
074000         "MORE CORRECTIONS WERE SUPPLIED THAN THE TABLE HOLDS.".
074100     05  FILLER                    PIC X(54) VALUE
074200         "THE REST WERE NOT APPLIED.".
074300     05  FILLER                    PIC X(54) VALUE
074400         "APPLY THE REMAINING CORRECTIONS ON A LATER RUN.".
074500     05  FILLER                    PIC X(54) VALUE SPACES.
074600*    SQ3201S
074700     05  FILLER                    PIC X(08) VALUE "SQ3201S".
074800     05  FILLER                    PIC X(54) VALUE
074900         "THE RESULTS FILE IS EMPTY, SO THE NIGHT'S RESULTS".
075000     05  FILLER                    PIC X(54) VALUE
075100         "CANNOT BE BURST. THE STEP ENDS RC=16.".
075200     05  FILLER                    PIC X(54) VALUE
075300         "CHECK THAT SQUARE WROTE ITS RESULTS AND RERUN THE".
075400     05  FILLER                    PIC X(54) VALUE
075500         "STEP.".
075600*    SQ3202S
075700     05  FILLER                    PIC X(08) VALUE "SQ3202S".
075800     05  FILLER                    PIC X(54) VALUE
075900         "THE RESULTS FILE DOES NOT START WITH ITS CONTROL".
076000     05  FILLER                    PIC X(54) VALUE
076100         "HEADER. THE STEP ENDS RC=16.".
076200     05  FILLER                    PIC X(54) VALUE
076300         "CHECK THE SQRESULT DD NAMES THE NIGHT'S RESULTS FILE".
076400     05  FILLER                    PIC X(54) VALUE
076500         "AND RERUN.".
076600*    SQ3203S
076700     05  FILLER                    PIC X(08) VALUE "SQ3203S".
076800     05  FILLER                    PIC X(54) VALUE
076900         "THE RUN ID ON THE RESULTS CONTROL HEADER IS NOT".
077000     05  FILLER                    PIC X(54) VALUE
077100         "NUMERIC. THE STEP ENDS RC=16.".
077200     05  FILLER                    PIC X(54) VALUE
077300         "THE RESULTS FILE IS DAMAGED - RERUN SQUARE FOR THE".
077400     05  FILLER                    PIC X(54) VALUE
077500         "NIGHT.".
077600*    SQ3301W
077700     05  FILLER                    PIC X(08) VALUE "SQ3301W".
077800     05  FILLER                    PIC X(54) VALUE
077900         "THE DELIVERY ACKNOWLEDGMENT COULD NOT BE WRITTEN. THE".
078000     05  FILLER                    PIC X(54) VALUE
078100         "NEXT SQUARE RUN WILL REPORT THE DELIVERY UNCONFIRMED.".
078200     05  FILLER                    PIC X(54) VALUE
078300         "CORRECT THE ACKNOWLEDGMENT DATASET AND VERIFY THE".
078400     05  FILLER                    PIC X(54) VALUE
078500         "DELIVERY AGAIN.".
078600*    SQ3302W
078700     05  FILLER                    PIC X(08) VALUE "SQ3302W".
078800     05  FILLER                    PIC X(54) VALUE
078900         "THE ACKNOWLEDGMENT TABLE IS FULL. THE DEPARTMENT'S".
079000     05  FILLER                    PIC X(54) VALUE
079100         "EARLIER ACKNOWLEDGMENT WAS DROPPED.".
079200     05  FILLER                    PIC X(54) VALUE
079300         "VERIFY THAT DEPARTMENT'S DELIVERY AGAIN.".
079400     05  FILLER                    PIC X(54) VALUE SPACES.
079500*    SQ3401W
079600     05  FILLER                    PIC X(08) VALUE "SQ3401W".
079700     05  FILLER                    PIC X(54) VALUE
079800         "THE REJECT-TRACKING TABLE IS FULL. THE ENTRY WAS NOT".
079900     05  FILLER                    PIC X(54) VALUE
080000         "LOADED AND WILL NOT BE KEPT.".
080100     05  FILLER                    PIC X(54) VALUE
080200         "CLOSE OUT OLD TRACKED REJECTS AND RERUN THE STEP.".
080300     05  FILLER                    PIC X(54) VALUE SPACES.
080400*    SQ3402W
080500     05  FILLER                    PIC X(08) VALUE "SQ3402W".
080600     05  FILLER                    PIC X(54) VALUE
080700         "THE REJECT-TRACKING TABLE IS FULL. NEW REJECTS WERE".
080800     05  FILLER                    PIC X(54) VALUE
080900         "NOT TAKEN IN.".
081000     05  FILLER                    PIC X(54) VALUE
081100         "CLOSE OUT OLD TRACKED REJECTS AND RERUN THE STEP.".
081200     05  FILLER                    PIC X(54) VALUE SPACES.
081300*    SQ3403W
081400     05  FILLER                    PIC X(08) VALUE "SQ3403W".
081500     05  FILLER                    PIC X(54) VALUE
081600         "MORE THAN 100 DEPARTMENTS HAVE TRACKED REJECTS. THE".
081700     05  FILLER                    PIC X(54) VALUE
081800         "DEPARTMENT SHOWN WAS LEFT OFF THE REPORT.".
081900     05  FILLER                    PIC X(54) VALUE
082000         "REPORT THAT DEPARTMENT SEPARATELY.".
082100     05  FILLER                    PIC X(54) VALUE SPACES.
082200*    SQ3501S
082300     05  FILLER                    PIC X(08) VALUE "SQ3501S".
082400     05  FILLER                    PIC X(54) VALUE
082500         "THE RESTART CONTROL CARD MODE IS NOT A, N OR L. THE".
082600     05  FILLER                    PIC X(54) VALUE
082700         "STEP ENDS RC=16.".
082800     05  FILLER                    PIC X(54) VALUE
082900         "CORRECT THE SQRXPARM CARD AND RESUBMIT.".
083000     05  FILLER                    PIC X(54) VALUE SPACES.
083100*    SQ3502S
083200     05  FILLER                    PIC X(08) VALUE "SQ3502S".
083300     05  FILLER                    PIC X(54) VALUE
083400         "THE STEP-STATUS DATASET COULD NOT BE READ. THE STEP".
083500     05  FILLER                    PIC X(54) VALUE
083600         "ENDS RC=16.".
083700     05  FILLER                    PIC X(54) VALUE
083800         "CHECK THE SQSTEPST DD AND DATASET, CORRECT AND".
083900     05  FILLER                    PIC X(54) VALUE
084000         "RESUBMIT.".
084100*    SQ3503S
084200     05  FILLER                    PIC X(08) VALUE "SQ3503S".
084300     05  FILLER                    PIC X(54) VALUE
084400         "THE STEP-STATUS DATASET COULD NOT BE WRITTEN. THE STEP".
084500     05  FILLER                    PIC X(54) VALUE
084600         "ENDS RC=16.".
084700     05  FILLER                    PIC X(54) VALUE
084800         "CHECK THE SQSTEPST DD AND SPACE, CORRECT AND RESUBMIT.".
084900     05  FILLER                    PIC X(54) VALUE SPACES.
085000*    SQ3504W
085100     05  FILLER                    PIC X(08) VALUE "SQ3504W".
085200     05  FILLER                    PIC X(54) VALUE
085300         "THE CONTROL CARD FORCED A NEW NIGHT OVER ONE THAT DID".
085400     05  FILLER                    PIC X(54) VALUE
085500         "NOT FINISH. EVERY STEP RUNS. THE STEP ENDS RC=4.".
085600     05  FILLER                    PIC X(54) VALUE
085700         "CONFIRM THE UNFINISHED NIGHT WAS MEANT TO BE".
085800     05  FILLER                    PIC X(54) VALUE
085900         "ABANDONED.".
086000*    SQ3601W
086100     05  FILLER                    PIC X(08) VALUE "SQ3601W".
086200     05  FILLER                    PIC X(54) VALUE
086300         "THE RULES FILE HOLDS MORE THAN 50 RULES. THE RULE".
086400     05  FILLER                    PIC X(54) VALUE
086500         "SHOWN AND LATER ONES WERE NOT LOADED.".
086600     05  FILLER                    PIC X(54) VALUE
086700         "DO NOT SAVE. DELETE EXPIRED RULES AND REDO THE".
086800     05  FILLER                    PIC X(54) VALUE
086900         "MAINTENANCE.".
087000*    SQ3801W
087100     05  FILLER                    PIC X(08) VALUE "SQ3801W".
087200     05  FILLER                    PIC X(54) VALUE
087300         "MORE THAN 300 SPOT-CHECK STRATA WERE FOUND. LATER".
087400     05  FILLER                    PIC X(54) VALUE
087500         "STRATA WERE NOT SAMPLED.".
087600     05  FILLER                    PIC X(54) VALUE
087700         "NONE FOR THE NIGHT. HAVE THE STRATA TABLE RAISED IF IT".
087800     05  FILLER                    PIC X(54) VALUE
087900         "RECURS.".
087910*    SQ3802S
087920     05  FILLER                    PIC X(08) VALUE "SQ3802S".
087930     05  FILLER                    PIC X(54) VALUE
087940         "THE SPOT CHECK ABENDED ON AN EARLIER SUBMISSION AND".
087950     05  FILLER                    PIC X(54) VALUE
087960         "LEFT PART OF ITS SAMPLE ON SPOTHIST. STEP ENDS RC=16.".
087965     05  FILLER                    PIC X(54) VALUE
087970         "DELETE THE SPOTHIST ROWS SAMPLED SINCE THE DATE SHOWN".
087975     05  FILLER                    PIC X(54) VALUE
087980         "FOR THE NIGHT, THEN RESUBMIT - THE STEP RUNS IN FULL.".
088000*    SQ3901W
088100     05  FILLER                    PIC X(08) VALUE "SQ3901W".
088200     05  FILLER                    PIC X(54) VALUE
088300         "THE FEED'S CONTROL TRAILER DOES NOT CARRY A NUMERIC".
088400     05  FILLER                    PIC X(54) VALUE
088500         "COUNT AND HASH. THE SPLIT FAILS.".
088600     05  FILLER                    PIC X(54) VALUE
088700         "HAVE THE SENDER CORRECT THE TRAILER AND RESEND THE".
088800     05  FILLER                    PIC X(54) VALUE
088900         "FEED.".
089000*    SQ3902W
089100     05  FILLER                    PIC X(08) VALUE "SQ3902W".
089200     05  FILLER                    PIC X(54) VALUE
089300         "A VALUE DID NOT FIT ON ITS WORK RECORD AND WAS".
089400     05  FILLER                    PIC X(54) VALUE
089500         "TRUNCATED.".
089600     05  FILLER                    PIC X(54) VALUE
089700         "CHECK THE VALUE SHOWN ON THE FEED.".
089800     05  FILLER                    PIC X(54) VALUE SPACES.
089900*    SQ3903W
090000     05  FILLER                    PIC X(08) VALUE "SQ3903W".
090100     05  FILLER                    PIC X(54) VALUE
090200         "THE TRAILER COUNT OR HASH DOES NOT MATCH WHAT WAS".
090300     05  FILLER                    PIC X(54) VALUE
090400         "READ. THE SPLIT FAILS.".
090500     05  FILLER                    PIC X(54) VALUE
090600         "DO NOT USE THE WORK FILES. HAVE THE FEED RESENT AND".
090700     05  FILLER                    PIC X(54) VALUE
090800         "RERUN.".
090900*    SQ4101W
091000     05  FILLER                    PIC X(08) VALUE "SQ4101W".
091100     05  FILLER                    PIC X(54) VALUE
091200         "THE STEP-STATUS DATASET COULD NOT BE READ. THE STEP".
091300     05  FILLER                    PIC X(54) VALUE
091400         "RUNS BUT ITS START AND END ARE NOT RECORDED.".
091500     05  FILLER                    PIC X(54) VALUE
091600         "CORRECT THE SQSTEPST DATASET; A RESTART OF THIS NIGHT".
091700     05  FILLER                    PIC X(54) VALUE
091800         "WILL RERUN THE STEP.".
091900*    SQ4401E
092000     05  FILLER                    PIC X(08) VALUE "SQ4401E".
092100     05  FILLER                    PIC X(54) VALUE
092200         "THE SQMRCARD CONTROL CARD WAS REJECTED FOR THE REASON".
092300     05  FILLER                    PIC X(54) VALUE
092400         "SHOWN. NOTHING WAS REPORTED; THE JOB ENDS RC=8.".
092500     05  FILLER                    PIC X(54) VALUE
092600         "CORRECT THE CARD AS THE REASON SAYS (SEE COPYBOOK".
092700     05  FILLER                    PIC X(54) VALUE
092800         "SQMRCARD) AND RESUBMIT SQMSGRPT.".
092900*    SQ4501E
093000     05  FILLER                    PIC X(08) VALUE "SQ4501E".
093100     05  FILLER                    PIC X(54) VALUE
093200         "THE SQFACARD CONTROL CARD WAS REJECTED FOR THE REASON".
093300     05  FILLER                    PIC X(54) VALUE
093400         "SHOWN. NOTHING WAS CHECKED; THE STEP ENDS RC=8.".
093500     05  FILLER                    PIC X(54) VALUE
093600         "CORRECT THE CARD AS THE REASON SAYS (SEE COPYBOOK".
093700     05  FILLER                    PIC X(54) VALUE
093800         "SQFACARD) AND RESUBMIT.".
093900*    SQ4502W
094000     05  FILLER                    PIC X(08) VALUE "SQ4502W".
094100     05  FILLER                    PIC X(54) VALUE
094200         "A FEED SCHEDULE ENTRY WAS SET ASIDE FOR THE REASON".
094300     05  FILLER                    PIC X(54) VALUE
094400         "SHOWN. ITS FEED IS NOT EXPECTED. THE STEP ENDS RC=4.".
094500     05  FILLER                    PIC X(54) VALUE
094600         "CORRECT OR DELETE THE ENTRY WITH SQFSMNT BEFORE THE".
094700     05  FILLER                    PIC X(54) VALUE
094800         "NEXT NIGHT.".
094900*    SQ4503W
095000     05  FILLER                    PIC X(08) VALUE "SQ4503W".
095100     05  FILLER                    PIC X(54) VALUE
095200         "THE FEED SCHEDULE HOLDS MORE THAN 50 ENTRIES. LATER".
095300     05  FILLER                    PIC X(54) VALUE
095400         "ENTRIES WERE NOT CHECKED. THE STEP ENDS RC=4.".
095500     05  FILLER                    PIC X(54) VALUE
095600         "DELETE ENTRIES NO LONGER NEEDED WITH SQFSMNT.".
095700     05  FILLER                    PIC X(54) VALUE SPACES.
095800*    SQ4504E
095900     05  FILLER                    PIC X(08) VALUE "SQ4504E".
096000     05  FILLER                    PIC X(54) VALUE
096100         "A FEED THE SCHEDULE HOLDS THE NIGHT FOR IS NOT IN. THE".
096200     05  FILLER                    PIC X(54) VALUE
096300         "STEP ENDS RC=12 AND THE COLLECTOR DOES NOT RUN.".
096400     05  FILLER                    PIC X(54) VALUE
096500         "GET THE FEED FROM THE DEPARTMENT AND RESUBMIT".
096600     05  FILLER                    PIC X(54) VALUE
096700         "SQCOLLCT, OR CHANGE ITS ENTRY TO P AND RESUBMIT.".
096800*    SQ4505W
096900     05  FILLER                    PIC X(08) VALUE "SQ4505W".
097000     05  FILLER                    PIC X(54) VALUE
097100         "A FEED DUE TONIGHT IS NOT IN. THE SCHEDULE LETS THE".
097200     05  FILLER                    PIC X(54) VALUE
097300         "NIGHT GO ON WITHOUT IT; THE DEPARTMENT HAS NO RESULTS.".
097400     05  FILLER                    PIC X(54) VALUE
097500         "TELL THE DEPARTMENT. REPROCESS ITS VALUES ONCE THE".
097600     05  FILLER                    PIC X(54) VALUE
097700         "FEED ARRIVES.".
097800*    SQ4506W
097900     05  FILLER                    PIC X(08) VALUE "SQ4506W".
098000     05  FILLER                    PIC X(54) VALUE
098100         "A FEED CAME IN AFTER ITS CUTOFF. IT IS PROCESSED AS".
098200     05  FILLER                    PIC X(54) VALUE
098300         "USUAL AND COUNTED LATE ON THE ON-TIME RECORD.".
098400     05  FILLER                    PIC X(54) VALUE
098500         "NONE FOR THE NIGHT. RAISE REPEATED LATENESS WITH THE".
098600     05  FILLER                    PIC X(54) VALUE
098700         "DEPARTMENT.".
098800*    SQ4507W
098900     05  FILLER                    PIC X(08) VALUE "SQ4507W".
099000     05  FILLER                    PIC X(54) VALUE
099100         "MORE THAN 5000 DEPARTMENT NIGHTS FELL IN THE MONTHS".
099200     05  FILLER                    PIC X(54) VALUE
099300         "ASKED FOR. LATER NIGHTS WERE NOT COUNTED.".
099400     05  FILLER                    PIC X(54) VALUE
099500         "ASK FOR FEWER MONTHS, OR ONE DEPARTMENT, AND RERUN.".
099600     05  FILLER                    PIC X(54) VALUE SPACES.
099700*    SQ4508W
099800     05  FILLER                    PIC X(08) VALUE "SQ4508W".
099900     05  FILLER                    PIC X(54) VALUE
100000         "NO FEED SCHEDULE IS ON FILE, SO NO FEED IS EXPECTED".
100100     05  FILLER                    PIC X(54) VALUE
100200         "AND NONE CAN BE LATE OR MISSING.".
100300     05  FILLER                    PIC X(54) VALUE
100400         "SET UP THE SCHEDULE WITH SQFSMNT IF FEEDS ARE TO BE".
100500     05  FILLER                    PIC X(54) VALUE
100600         "TRACKED.".
100700*    SQ4509W
100800     05  FILLER                    PIC X(08) VALUE "SQ4509W".
100900     05  FILLER                    PIC X(54) VALUE
101000         "A DEPARTMENT IS DUE TONIGHT BUT NO FEED DD ON THE".
101100     05  FILLER                    PIC X(54) VALUE
101200         "SQFCPARM CARD CARRIES IT. ITS FEED CANNOT ARRIVE.".
101300     05  FILLER                    PIC X(54) VALUE
101400         "ADD THE DEPARTMENT TO THE SQFCPARM CARD AND ITS SQFEED".
101500     05  FILLER                    PIC X(54) VALUE
101600         "DD, OR CORRECT ITS SCHEDULE.".
101700*    SQ4510W
101800     05  FILLER                    PIC X(08) VALUE "SQ4510W".
101900     05  FILLER                    PIC X(54) VALUE
102000         "MORE THAN 600 DEPARTMENT MONTHS FELL IN THE MONTHS".
102100     05  FILLER                    PIC X(54) VALUE
102200         "ASKED FOR. LATER ONES WERE NOT REPORTED.".
102300     05  FILLER                    PIC X(54) VALUE
102400         "ASK FOR FEWER MONTHS, OR ONE DEPARTMENT, AND RERUN.".
102500     05  FILLER                    PIC X(54) VALUE SPACES.
102600*    SQ4601S
102700     05  FILLER                    PIC X(08) VALUE "SQ4601S".
102800     05  FILLER                    PIC X(54) VALUE
102900         "THE FEED SCHEDULE HOLDS MORE THAN 50 ENTRIES.".
103000     05  FILLER                    PIC X(54) VALUE
103100         "MAINTENANCE STOPS BEFORE ANY CHANGE IS MADE.".
103200     05  FILLER                    PIC X(54) VALUE
103300         "HAVE THE DATASET CORRECTED BY HAND OR THE TABLE".
103400     05  FILLER                    PIC X(54) VALUE
103500         "RAISED.".
103502*    SQ4701W
103504     05  FILLER                    PIC X(08) VALUE "SQ4701W".
103506     05  FILLER                    PIC X(54) VALUE
103508         "A METHOD POLICY RECORD WAS SET ASIDE FOR THE REASON".
103510     05  FILLER                    PIC X(54) VALUE
103512         "SHOWN. VALUES IN ITS CELL RUN BABYLONIAN.".
103514     05  FILLER                    PIC X(54) VALUE
103516         "REBUILD THE POLICY WITH SQMPOLGN. DO NOT EDIT THE".
103518     05  FILLER                    PIC X(54) VALUE
103520         "POLICY DATASET BY HAND.".
103522*    SQ4702W
103524     05  FILLER                    PIC X(08) VALUE "SQ4702W".
103526     05  FILLER                    PIC X(54) VALUE
103528         "AN ADAPTIVE RUN (METHOD A) FOUND NO METHOD POLICY".
103530     05  FILLER                    PIC X(54) VALUE
103532         "CELLS. EVERY VALUE RUNS BABYLONIAN.".
103534     05  FILLER                    PIC X(54) VALUE
103536         "RUN SQMPOLGN TO BUILD THE POLICY, OR CARD A FIXED".
103538     05  FILLER                    PIC X(54) VALUE
103540         "METHOD.".
103542*    SQ4801E
103544     05  FILLER                    PIC X(08) VALUE "SQ4801E".
103546     05  FILLER                    PIC X(54) VALUE
103548         "THE SQMPPARM CARD WAS REJECTED: THE WINDOW START IS".
103550     05  FILLER                    PIC X(54) VALUE
103552         "AFTER ITS END. NOTHING WAS BUILT; RC=8.".
103554     05  FILLER                    PIC X(54) VALUE
103556         "CORRECT THE WINDOW DATES ON THE CARD (SEE COPYBOOK".
103558     05  FILLER                    PIC X(54) VALUE
103560         "SQMPPARM) AND RESUBMIT.".
103562*    SQ4802W
103564     05  FILLER                    PIC X(08) VALUE "SQ4802W".
103566     05  FILLER                    PIC X(54) VALUE
103568         "NO DEGREE AND BAND HAD ENOUGH AUDIT ROWS IN THE".
103570     05  FILLER                    PIC X(54) VALUE
103572         "WINDOW. THE OLD POLICY STANDS; THE STEP ENDS RC=4.".
103574     05  FILLER                    PIC X(54) VALUE
103576         "WIDEN THE WINDOW OR LOWER THE MINIMUM SAMPLES ON THE".
103578     05  FILLER                    PIC X(54) VALUE
103580         "CARD AND RERUN.".
103600 01  SQ-MC-CATALOG REDEFINES SQ-MC-CATALOG-DATA.
103700     05  SQ-MC-ENTRY OCCURS 109 TIMES.
103800         10  SQ-MC-MSG-ID          PIC X(08).
103900         10  SQ-MC-EXPLAIN         PIC X(54) OCCURS 2 TIMES.
104000         10  SQ-MC-ACTION          PIC X(54) OCCURS 2 TIMES.
104100 01  SQ-MC-ENTRY-COUNT             PIC 9(03) VALUE 109.
