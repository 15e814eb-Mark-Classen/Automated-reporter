000300*      REJECT FILE, AND IS LISTED ON THE AGING REPORT ONCE IT
000310*      HAS BEEN OPEN LONGER THAN THE THRESHOLD NUMBER OF DAYS
000320*      (PARM=, DEFAULT 7).
000321*  A REJECT'S AMOUNT WAS POSTED TO THE GL SUSPENSE ACCOUNT ON
000322*  THE DAY IT WAS REJECTED (ReportingSystem 7500). EVERY
000323*  RESUBMISSION AND WRITE-OFF CLEARS ITS ORIGINAL AMOUNT BACK
000324*  OUT WITH THE CONTRA OF THE SUSPENSE RULE ("U" ON GLRULES) -
000325*  ONE PAIR FOR THE RUN, WRITTEN TO THE GL EXTRACT (GLFILE).
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000372*  2026-09-01 MHC   CARRIES THE NEW TRAN-BRANCH-CD THROUGH
000374*                   CHANGE REPAIRS (SEE TRANREC/MAINTREC);
000376*                   PREVIOUS-REJECT IMAGE WIDENED WITH REJREC.
000377*  2026-10-15 MHC   CARRIES THE NEW TRAN-ORIG-TRAN-ID THROUGH
000378*                   CHANGE REPAIRS, SO A REFUND REJECTED ON
000379*                   REASON 70-72 CAN BE RESUBMITTED AGAINST
000380*                   THE CORRECT SALE; PREVIOUS-REJECT IMAGE
000381*                   WIDENED WITH REJREC.
000382*  2026-10-15 MHC   RESUBMISSIONS AND WRITE-OFFS NOW CLEAR THE
000383*                   REJECT'S AMOUNT OUT OF GL SUSPENSE - CONTRA
000384*                   OF THE GLRULES SUSPENSE RULE ("U") WRITTEN
000385*                   TO THE NEW GLFILE EXTRACT; TOTAL CLEARED
000386*                   PRINTS ON THE AGING REPORT.
000387*  2026-10-15 MHC   GL-BATCH-ID IS NOW THE EXTRACT'S DATA SET
000388*                   QUALIFIER (R + YYMMDD), AND THE CONTRA
000389*                   EXTRACT IS APPENDED TO THE SENT-BATCH FILE
000391*                   (GLBATCH, SEE GLBREC) FOR GlAckRecon.
000392*  2026-10-15 MHC   CONTRA SETS THE NEW GLREC ADJUSTMENT FIELDS.
000393*****************************************************************
000395
000397 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420
000590     SELECT AGING-REPORT-FILE ASSIGN TO "AGERPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-AGING-FILE.
000611
000612     SELECT GL-RULES-FILE ASSIGN TO "GLRULES"
000613         ORGANIZATION IS LINE SEQUENTIAL
000614         FILE STATUS IS FS-GL-RULES-FILE.
000615
000616     SELECT GL-EXTRACT-FILE ASSIGN TO "GLFILE"
000617         ORGANIZATION IS LINE SEQUENTIAL
000618         FILE STATUS IS FS-GL-FILE.
000619
000620     SELECT GL-BATCH-FILE ASSIGN TO "GLBATCH"
000621         ORGANIZATION IS LINE SEQUENTIAL
000622         FILE STATUS IS FS-GL-BATCH-FILE.
000625
000630 DATA DIVISION.
000640 FILE SECTION.
000650
000820                            TRAN-IS-ADJUSTMENT
000830                                BY RESUB-IS-ADJUSTMENT
000832                            TRAN-BRANCH-CD
000834                                BY RESUB-BRANCH-CD
000835                            TRAN-ORIG-TRAN-ID
000836                                BY RESUB-ORIG-TRAN-ID.
000840
000850 FD  NEW-REJECT-FILE.
000860     COPY REJREC REPLACING REJECT-TRAN-RECORD
000920
000930 FD  AGING-REPORT-FILE.
000940 01  AGING-REPORT-RECORD             PIC X(100).
000941
000942 FD  GL-RULES-FILE.
000943     COPY GLRULREC.
000944
000945 FD  GL-EXTRACT-FILE.
000946     COPY GLREC.
000947
000948 FD  GL-BATCH-FILE.
000949     COPY GLBREC.
000950
000960 WORKING-STORAGE SECTION.
000970
001000 01  FS-RESUBMIT-FILE                PIC X(02) VALUE "00".
001010 01  FS-NEW-REJECT-FILE              PIC X(02) VALUE "00".
001020 01  FS-AGING-FILE                   PIC X(02) VALUE "00".
001023 01  FS-GL-RULES-FILE                PIC X(02) VALUE "00".
001026 01  FS-GL-FILE                      PIC X(02) VALUE "00".
001027 01  FS-GL-BATCH-FILE                PIC X(02) VALUE "00".
001030
001040 01  WS-REJECT-EOF-SW                PIC X(01) VALUE "N".
001050     88  NO-MORE-REJECT-RECORDS          VALUE "Y".
001190*    DROP IN 1100 - LOW-VALUES SO THE FIRST RECORD (EVEN ONE  *
001192*    OF ALL SPACES) CAN NEVER MATCH IT.                       *
001194*--------------------------------------------------------------*
001196 01  WS-PREV-REJECT-IMAGE            PIC X(46) VALUE LOW-VALUES.
001197
001198*--------------------------------------------------------------*
001199*    SUSPENSE CLEARING - THE SUSPENSE RULE'S ACCOUNTS FROM     *
001200*    GLRULES, A VIEW OF THE RAW TRANSACTION IMAGE FOR ITS      *
001201*    AMOUNT, AND THE RUN'S CLEARED TOTAL.                      *
001202*--------------------------------------------------------------*
001203 01  WS-SUSP-DEBIT-ACCOUNT           PIC X(10).
001204 01  WS-SUSP-CREDIT-ACCOUNT          PIC X(10).
001205 01  WS-RULES-EOF-SW                 PIC X(01) VALUE "N".
001206     88  END-OF-RULES-FILE               VALUE "Y".
001207 01  WS-SUSP-RULE-SW                 PIC X(01) VALUE "N".
001208     88  SUSPENSE-RULE-WAS-FOUND         VALUE "Y".
001209 01  WS-SUSP-TRAN.
001210     05  WS-SUSP-TRAN-ID             PIC X(08).
001211     05  WS-SUSP-CUST-ID             PIC X(06).
001212     05  WS-SUSP-AMOUNT              PIC 9(05)V99.
001213     05  FILLER                      PIC X(15).
001214 01  WS-SUSP-CLEARED-AMOUNT          PIC 9(10)V99 VALUE 0.
001215 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
001216
001217*--------------------------------------------------------------*
001218*    AGING WORK AREA - THE THRESHOLD COMES FROM THE JCL PARM=  *
001220*    (DAYS, DEFAULT 7). AGE IS COMPUTED IN WHOLE DAYS FROM THE *
001230*    RUN DATE STAMPED ON THE REJECT RECORD.                    *
001240*--------------------------------------------------------------*
002340         GO TO 1000-INITIALIZE-EXIT
002350     END-IF.
002360
002361     PERFORM 1050-LOAD-SUSPENSE-RULE
002362         THRU 1050-LOAD-SUSPENSE-RULE-EXIT.
002363     IF INITIALIZATION-FAILED
002364         GO TO 1000-INITIALIZE-EXIT
002365     END-IF.
002366
002367     OPEN OUTPUT GL-EXTRACT-FILE.
002368     IF FS-GL-FILE NOT = "00"
002369         DISPLAY "RejRepair: GLFILE OPEN FAILED, ST="
002370                 FS-GL-FILE
002371         MOVE 16 TO RETURN-CODE
002372         MOVE "Y" TO WS-INIT-FAILED-SW
002373         GO TO 1000-INITIALIZE-EXIT
002374     END-IF.
002375
002377     PERFORM 1100-READ-REJECT
002380         THRU 1100-READ-REJECT-EXIT.
002390     PERFORM 1200-READ-REPAIR
002400         THRU 1200-READ-REPAIR-EXIT.
002410
002420 1000-INITIALIZE-EXIT.
002430     EXIT.
002431
002432*-----------------------------------------------------------------
002433*  1050-LOAD-SUSPENSE-RULE
002434*  FINDS THE SUSPENSE RULE ("U") ON THE GL POSTING-RULES FILE.
002435*  WITHOUT IT NOTHING CAN BE CLEARED, SO THE RUN IS STOPPED
002436*  BEFORE ANY REJECT IS RESOLVED.
002437*-----------------------------------------------------------------
002438 1050-LOAD-SUSPENSE-RULE.
002439     OPEN INPUT GL-RULES-FILE.
002440     IF FS-GL-RULES-FILE NOT = "00"
002441         DISPLAY "RejRepair: GLRULES OPEN FAILED, ST="
002442                 FS-GL-RULES-FILE
002443         MOVE 16 TO RETURN-CODE
002444         MOVE "Y" TO WS-INIT-FAILED-SW
002445         GO TO 1050-LOAD-SUSPENSE-RULE-EXIT
002446     END-IF.
002447
002448     PERFORM UNTIL END-OF-RULES-FILE
002449         READ GL-RULES-FILE
002450             AT END
002451                 MOVE "Y" TO WS-RULES-EOF-SW
002452             NOT AT END
002453                 IF GLRUL-TRAN-TYPE-CD = "U"
002454                     MOVE GLRUL-DEBIT-ACCOUNT
002455                         TO WS-SUSP-DEBIT-ACCOUNT
002456                     MOVE GLRUL-CREDIT-ACCOUNT
002457                         TO WS-SUSP-CREDIT-ACCOUNT
002458                     MOVE "Y" TO WS-SUSP-RULE-SW
002459                 END-IF
002460         END-READ
002461     END-PERFORM.
002462     CLOSE GL-RULES-FILE.
002463
002464     IF NOT SUSPENSE-RULE-WAS-FOUND
002465         DISPLAY "RejRepair: NO GL SUSPENSE RULE ('U') ON"
002466                 " GLRULES - RUN STOPPED"
002467         MOVE 16 TO RETURN-CODE
002468         MOVE "Y" TO WS-INIT-FAILED-SW
002469     END-IF.
002470
002471 1050-LOAD-SUSPENSE-RULE-EXIT.
002472     EXIT.
002473
002474*-----------------------------------------------------------------
002475*  1100-READ-REJECT
002476*  READS THE NEXT OPEN REJECT, DROPPING A RECORD THAT IS BYTE-
002477*  IDENTICAL TO THE ONE BEFORE IT (THE FILE ARRIVES SORTED).
002478*  AN OUT-OF-BALANCE DAILY RUN AND ITS SAME-DAY CORRECTED
002479*  RERUN BOTH WRITE THE SAME REJECT - SAME TRAN-ID, REASON,
002480*  AND RUN DATE - INTO THE ALWAYS-EXTENDED INVENTORY, AND
002481*  WITHOUT THIS THE TWIN WOULD ESCAPE A MATCHED REPAIR AND
002482*  STAY OPEN FOREVER WHILE THE AGING REPORT DOUBLE-COUNTED.
002483*  A LEGITIMATE RE-REJECT ON A LATER DAY DIFFERS IN ITS RUN
002484*  DATE AND IS KEPT.
002485*-----------------------------------------------------------------
002486 1100-READ-REJECT.
002487     READ REJECT-IN-FILE
002488         AT END
002489             MOVE "Y" TO WS-REJECT-EOF-SW
002490             MOVE WS-HIGH-KEY TO REJ-TRAN-ID
002491             GO TO 1100-READ-REJECT-EXIT
002492     END-READ.
002493
002494     IF REJECT-TRAN-RECORD = WS-PREV-REJECT-IMAGE
002495         ADD 1 TO WS-DUP-DROPPED-COUNT
002496         GO TO 1100-READ-REJECT
002497     END-IF.
002498
002500     MOVE REJECT-TRAN-RECORD TO WS-PREV-REJECT-IMAGE.
002502
003990             MOVE MAINT-CUST-AGE      TO RESUB-CUST-AGE
004000             MOVE MAINT-TRAN-TYPE-CD  TO RESUB-TYPE-CD
004005             MOVE MAINT-BRANCH-CD     TO RESUB-BRANCH-CD
004007             MOVE MAINT-ORIG-TRAN-ID  TO RESUB-ORIG-TRAN-ID
004010             WRITE RESUB-RECORD
004020             ADD 1 TO WS-RESUBMIT-COUNT
004023             PERFORM 5100-CLEAR-SUSPENSE
004026                 THRU 5100-CLEAR-SUSPENSE-EXIT
004030         WHEN MAINT-IS-DELETE
004040             ADD 1 TO WS-WRITE-OFF-COUNT
004043             PERFORM 5100-CLEAR-SUSPENSE
004046                 THRU 5100-CLEAR-SUSPENSE-EXIT
004050         WHEN OTHER
004060             DISPLAY "RejRepair: TRAN-ID=" MAINT-TRAN-ID
004070                     " ACTION=" MAINT-ACTION-CD
004140
004150 5000-APPLY-MATCHED-REPAIR-EXIT.
004160     EXIT.
004161
004162*-----------------------------------------------------------------
004163*  5100-CLEAR-SUSPENSE
004164*  ADDS THE RESOLVED REJECT'S ORIGINAL AMOUNT TO THE RUN'S
004165*  SUSPENSE CLEARING TOTAL. A REJECT WHOSE AMOUNT WAS NOT
004166*  NUMERIC WAS NEVER SUSPENDED AND HAS NOTHING TO CLEAR.
004167*-----------------------------------------------------------------
004168 5100-CLEAR-SUSPENSE.
004169     MOVE REJ-TRAN-DATA TO WS-SUSP-TRAN.
004170     IF WS-SUSP-AMOUNT NUMERIC
004171         ADD WS-SUSP-AMOUNT TO WS-SUSP-CLEARED-AMOUNT
004172     END-IF.
004173
004174 5100-CLEAR-SUSPENSE-EXIT.
004175     EXIT.
004176
004177*-----------------------------------------------------------------
004178*  8000-POST-SUSPENSE-CONTRA
004179*  WRITES THE CONTRA OF THE SUSPENSE RULE FOR THE RUN'S CLEARED
004180*  TOTAL - DEBIT THE RULE'S CREDIT ACCOUNT, CREDIT ITS DEBIT
004181*  ACCOUNT - IN TODAY'S PERIOD. NOTHING CLEARED POSTS NOTHING.
004182*-----------------------------------------------------------------
004183 8000-POST-SUSPENSE-CONTRA.
004184     IF WS-SUSP-CLEARED-AMOUNT = 0
004185         GO TO 8000-POST-SUSPENSE-CONTRA-EXIT
004186     END-IF.
004187     INITIALIZE GL-EXTRACT-RECORD.
004188     MOVE WS-SUSP-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE.
004189     MOVE WS-TODAY-CCYYMMDD (1:6) TO GL-PERIOD.
004190     MOVE "D" TO GL-DR-CR-INDICATOR.
004191     MOVE WS-SUSP-CLEARED-AMOUNT TO GL-AMOUNT.
004192     MOVE SPACES TO GL-BATCH-ID.
004193     STRING "R" DELIMITED BY SIZE
004194            WS-TODAY-CCYYMMDD (3:6) DELIMITED BY SIZE
004195         INTO GL-BATCH-ID.
004196     WRITE GL-EXTRACT-RECORD.
004197
004198     MOVE WS-SUSP-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE.
004199     MOVE "C" TO GL-DR-CR-INDICATOR.
004200     WRITE GL-EXTRACT-RECORD.
004201
004202     PERFORM 8100-LOG-GL-BATCH
004203         THRU 8100-LOG-GL-BATCH-EXIT.
004204
004205 8000-POST-SUSPENSE-CONTRA-EXIT.
004206     EXIT.
004207
004208*-----------------------------------------------------------------
004209*  8100-LOG-GL-BATCH
004210*  APPENDS THE CONTRA EXTRACT JUST WRITTEN TO THE SENT-BATCH
004211*  FILE (SEE GLBREC) SO GlAckRecon CAN CHASE THE LEDGER'S
004212*  ACKNOWLEDGEMENT FOR IT. A FAILED OPEN IS ONLY WARNED.
004213*-----------------------------------------------------------------
004214 8100-LOG-GL-BATCH.
004215     OPEN EXTEND GL-BATCH-FILE.
004216     IF FS-GL-BATCH-FILE = "35"
004217         OPEN OUTPUT GL-BATCH-FILE
004218     END-IF.
004219     IF FS-GL-BATCH-FILE NOT = "00"
004220         DISPLAY "RejRepair: GLBATCH OPEN FAILED, ST="
004221                 FS-GL-BATCH-FILE " - BATCH " GL-BATCH-ID
004222                 " NOT LOGGED"
004223         GO TO 8100-LOG-GL-BATCH-EXIT
004224     END-IF.
004225
004226     MOVE GL-BATCH-ID            TO GLB-BATCH-ID.
004227     MOVE WS-TODAY-CCYYMMDD      TO GLB-SENT-DATE.
004228     MOVE "REJRPR00"             TO GLB-SOURCE-JOB.
004229     MOVE 2                      TO GLB-RECORD-COUNT.
004230     MOVE WS-SUSP-CLEARED-AMOUNT TO GLB-DEBIT-TOTAL.
004231     MOVE WS-SUSP-CLEARED-AMOUNT TO GLB-CREDIT-TOTAL.
004232     MOVE SPACE                  TO GLB-STATUS-CD.
004233     WRITE GL-BATCH-RECORD.
004234     CLOSE GL-BATCH-FILE.
004235
004236 8100-LOG-GL-BATCH-EXIT.
004237     EXIT.
004238
004239*-----------------------------------------------------------------
004240*  9000-TERMINATE
004241*  WRITES THE AGING REPORT SUMMARY AND THE RUN TOTALS.
004242*-----------------------------------------------------------------
004243 9000-TERMINATE.
004244     IF NOT HEADING-WAS-WRITTEN
004245         PERFORM 3200-WRITE-AGING-HEADING
004250             THRU 3200-WRITE-AGING-HEADING-EXIT
004260         MOVE "NO REJECTS OVER THRESHOLD" TO AGING-REPORT-RECORD
004270         WRITE AGING-REPORT-RECORD
004570            WS-EDIT-COUNT DELIMITED BY SIZE
004580         INTO AGING-REPORT-RECORD.
004590     WRITE AGING-REPORT-RECORD.
004591
004592     MOVE WS-SUSP-CLEARED-AMOUNT TO WS-EDIT-AMOUNT.
004593     MOVE SPACES TO AGING-REPORT-RECORD.
004594     STRING "CLEARED FROM SUSPENSE:" DELIMITED BY SIZE
004595            WS-EDIT-AMOUNT DELIMITED BY SIZE
004596         INTO AGING-REPORT-RECORD.
004597     WRITE AGING-REPORT-RECORD.
004598
004599     PERFORM 8000-POST-SUSPENSE-CONTRA
004602         THRU 8000-POST-SUSPENSE-CONTRA-EXIT.
004605
004610     CLOSE REJECT-IN-FILE.
004620     CLOSE REPAIR-FILE.
004630     CLOSE RESUBMIT-FILE.
004640     CLOSE NEW-REJECT-FILE.
004650     CLOSE AGING-REPORT-FILE.
004654     CLOSE GL-EXTRACT-FILE.
004660
004670     DISPLAY "RejRepair: RESUBMITTED=" WS-RESUBMIT-COUNT
004680             " WRITTEN-OFF=" WS-WRITE-OFF-COUNT
004690             " STILL-OPEN=" WS-UNRESOLVED-COUNT
004700             " OVER-THRESHOLD=" WS-OVERDUE-COUNT
004705             " DUPLICATES-DROPPED=" WS-DUP-DROPPED-COUNT
004710             " ERRORS=" WS-ERROR-COUNT
004714             " SUSPENSE-CLEARED=" WS-SUSP-CLEARED-AMOUNT.
004720
004730 9000-TERMINATE-EXIT.
004740     EXIT.
