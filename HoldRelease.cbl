000340*  EVERY DECISION IS LOGGED WITH DATE, TIME, JOB, OPERATOR,
000350*  AND SUPERVISOR CODE SO THE RELEASE TRAIL CAN BE AUDITED
000360*  FROM THE LOG ALONE.
000361*  A HELD ITEM'S AMOUNT WAS POSTED TO THE GL SUSPENSE ACCOUNT
000362*  ON THE DAY IT WAS HELD (ReportingSystem 7500). EVERY APPROVE
000363*  AND REFUSE CLEARS IT BACK OUT WITH THE CONTRA OF THE
000364*  SUSPENSE RULE ("U" ON GLRULES) - ONE PAIR FOR THE RUN,
000365*  WRITTEN TO THE GL EXTRACT (GLFILE).
000370*-----------------------------------------------------------------
000380*  MODIFICATION HISTORY
000390*  DATE       INIT  DESCRIPTION
000400*  2026-09-01 MHC   ORIGINAL.
000401*  2026-10-15 MHC   HOLDREC AND THE RESUBMISSION RECORD WIDENED
000402*                   FOR TRAN-ORIG-TRAN-ID (SEE TRANREC) - AN
000403*                   APPROVED REFUND GOES BACK OUT STILL NAMING
000404*                   THE SALE IT REVERSES.
000405*  2026-10-15 MHC   APPROVALS AND REFUSALS NOW CLEAR THE HELD
000406*                   AMOUNT OUT OF GL SUSPENSE - CONTRA OF THE
000407*                   GLRULES SUSPENSE RULE ("U") WRITTEN TO THE
000408*                   NEW GLFILE EXTRACT.
000409*  2026-10-15 MHC   GL-BATCH-ID IS NOW THE EXTRACT'S DATA SET
000410*                   QUALIFIER (H + YYMMDD), AND THE CONTRA
000411*                   EXTRACT IS APPENDED TO THE SENT-BATCH FILE
000412*                   (GLBATCH, SEE GLBREC) FOR GlAckRecon.
000413*  2026-10-15 MHC   CONTRA SETS THE NEW GLREC ADJUSTMENT FIELDS.
000415*****************************************************************
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000630     SELECT RELEASE-LOG-FILE ASSIGN TO "RELLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-RELEASE-LOG-FILE.
000651
000652     SELECT GL-RULES-FILE ASSIGN TO "GLRULES"
000653         ORGANIZATION IS LINE SEQUENTIAL
000654         FILE STATUS IS FS-GL-RULES-FILE.
000655
000656     SELECT GL-EXTRACT-FILE ASSIGN TO "GLFILE"
000657         ORGANIZATION IS LINE SEQUENTIAL
000658         FILE STATUS IS FS-GL-FILE.
000659
000660     SELECT GL-BATCH-FILE ASSIGN TO "GLBATCH"
000661         ORGANIZATION IS LINE SEQUENTIAL
000662         FILE STATUS IS FS-GL-BATCH-FILE.
000665
000670 DATA DIVISION.
000680 FILE SECTION.
000690
000860                            TRAN-IS-ADJUSTMENT
000870                                BY RESUB-IS-ADJUSTMENT
000880                            TRAN-BRANCH-CD
000890                                BY RESUB-BRANCH-CD
000893                            TRAN-ORIG-TRAN-ID
000896                                BY RESUB-ORIG-TRAN-ID.
000900
000910 FD  NEW-HOLD-FILE.
000920     COPY HOLDREC REPLACING HELD-TRAN-RECORD
000970
000980 FD  RELEASE-LOG-FILE.
000990 01  RELEASE-LOG-RECORD              PIC X(100).
000991
000992 FD  GL-RULES-FILE.
000993     COPY GLRULREC.
000994
000995 FD  GL-EXTRACT-FILE.
000996     COPY GLREC.
000997
000998 FD  GL-BATCH-FILE.
000999     COPY GLBREC.
001000
001010 WORKING-STORAGE SECTION.
001020
001050 01  FS-RESUBMIT-FILE                PIC X(02) VALUE "00".
001060 01  FS-NEW-HOLD-FILE                PIC X(02) VALUE "00".
001070 01  FS-RELEASE-LOG-FILE             PIC X(02) VALUE "00".
001073 01  FS-GL-RULES-FILE                PIC X(02) VALUE "00".
001076 01  FS-GL-FILE                      PIC X(02) VALUE "00".
001077 01  FS-GL-BATCH-FILE                PIC X(02) VALUE "00".
001080
001090 01  WS-HOLD-EOF-SW                  PIC X(01) VALUE "N".
001100     88  NO-MORE-HOLD-RECORDS            VALUE "Y".
001250 01  WS-RUN-TIME                     PIC 9(08).
001260 01  WS-JOB-ID                       PIC X(08).
001270 01  WS-OPERATOR-ID                  PIC X(08).
001271
001272*--------------------------------------------------------------*
001273*    SUSPENSE CLEARING - THE SUSPENSE RULE'S ACCOUNTS FROM     *
001274*    GLRULES, A VIEW OF THE RAW TRANSACTION IMAGE FOR ITS      *
001275*    AMOUNT, AND THE RUN'S CLEARED TOTAL.                      *
001276*--------------------------------------------------------------*
001277 01  WS-SUSP-DEBIT-ACCOUNT           PIC X(10).
001278 01  WS-SUSP-CREDIT-ACCOUNT          PIC X(10).
001279 01  WS-RULES-EOF-SW                 PIC X(01) VALUE "N".
001280     88  END-OF-RULES-FILE               VALUE "Y".
001281 01  WS-SUSP-RULE-SW                 PIC X(01) VALUE "N".
001282     88  SUSPENSE-RULE-WAS-FOUND         VALUE "Y".
001283 01  WS-SUSP-TRAN.
001284     05  WS-SUSP-TRAN-ID             PIC X(08).
001285     05  WS-SUSP-CUST-ID             PIC X(06).
001286     05  WS-SUSP-AMOUNT              PIC 9(05)V99.
001287     05  FILLER                      PIC X(15).
001288 01  WS-SUSP-CLEARED-AMOUNT          PIC 9(10)V99 VALUE 0.
001289
001290 LINKAGE SECTION.
001300
001310*--------------------------------------------------------------*
002230         GO TO 1000-INITIALIZE-EXIT
002240     END-IF.
002250
002251     PERFORM 1050-LOAD-SUSPENSE-RULE
002252         THRU 1050-LOAD-SUSPENSE-RULE-EXIT.
002253     IF INITIALIZATION-FAILED
002254         GO TO 1000-INITIALIZE-EXIT
002255     END-IF.
002256
002257     OPEN OUTPUT GL-EXTRACT-FILE.
002258     IF FS-GL-FILE NOT = "00"
002259         DISPLAY "HoldRelease: GLFILE OPEN FAILED, ST="
002260                 FS-GL-FILE
002261         MOVE 16 TO RETURN-CODE
002262         MOVE "Y" TO WS-INIT-FAILED-SW
002263         GO TO 1000-INITIALIZE-EXIT
002264     END-IF.
002265
002267     PERFORM 1100-READ-HOLD
002270         THRU 1100-READ-HOLD-EXIT.
002280     PERFORM 1200-READ-DECISION
002290         THRU 1200-READ-DECISION-EXIT.
002300
002310 1000-INITIALIZE-EXIT.
002320     EXIT.
002321
002322*-----------------------------------------------------------------
002323*  1050-LOAD-SUSPENSE-RULE
002324*  FINDS THE SUSPENSE RULE ("U") ON THE GL POSTING-RULES FILE.
002325*  WITHOUT IT NOTHING CAN BE CLEARED, SO THE RUN IS STOPPED
002326*  BEFORE ANY DECISION IS APPLIED.
002327*-----------------------------------------------------------------
002328 1050-LOAD-SUSPENSE-RULE.
002329     OPEN INPUT GL-RULES-FILE.
002330     IF FS-GL-RULES-FILE NOT = "00"
002331         DISPLAY "HoldRelease: GLRULES OPEN FAILED, ST="
002332                 FS-GL-RULES-FILE
002333         MOVE 16 TO RETURN-CODE
002334         MOVE "Y" TO WS-INIT-FAILED-SW
002335         GO TO 1050-LOAD-SUSPENSE-RULE-EXIT
002336     END-IF.
002337
002338     PERFORM UNTIL END-OF-RULES-FILE
002339         READ GL-RULES-FILE
002340             AT END
002341                 MOVE "Y" TO WS-RULES-EOF-SW
002342             NOT AT END
002343                 IF GLRUL-TRAN-TYPE-CD = "U"
002344                     MOVE GLRUL-DEBIT-ACCOUNT
002345                         TO WS-SUSP-DEBIT-ACCOUNT
002346                     MOVE GLRUL-CREDIT-ACCOUNT
002347                         TO WS-SUSP-CREDIT-ACCOUNT
002348                     MOVE "Y" TO WS-SUSP-RULE-SW
002349                 END-IF
002350         END-READ
002351     END-PERFORM.
002352     CLOSE GL-RULES-FILE.
002353
002354     IF NOT SUSPENSE-RULE-WAS-FOUND
002355         DISPLAY "HoldRelease: NO GL SUSPENSE RULE ('U') ON"
002356                 " GLRULES - RUN STOPPED"
002357         MOVE 16 TO RETURN-CODE
002358         MOVE "Y" TO WS-INIT-FAILED-SW
002359     END-IF.
002360
002361 1050-LOAD-SUSPENSE-RULE-EXIT.
002362     EXIT.
002363
002364*-----------------------------------------------------------------
002365 1100-READ-HOLD.
002366     READ HOLD-IN-FILE
002370         AT END
002380             MOVE "Y" TO WS-HOLD-EOF-SW
002390             MOVE WS-HIGH-KEY TO HOLD-TRAN-ID
003430             MOVE HOLD-TRAN-DATA TO RESUB-RECORD
003440             WRITE RESUB-RECORD
003450             ADD 1 TO WS-APPROVED-COUNT
003453             PERFORM 5100-CLEAR-SUSPENSE
003456                 THRU 5100-CLEAR-SUSPENSE-EXIT
003460             PERFORM 6000-WRITE-DECISION-LOG
003470                 THRU 6000-WRITE-DECISION-LOG-EXIT
003480         WHEN HDEC-IS-REFUSE
003490             ADD 1 TO WS-REFUSED-COUNT
003493             PERFORM 5100-CLEAR-SUSPENSE
003496                 THRU 5100-CLEAR-SUSPENSE-EXIT
003500             PERFORM 6000-WRITE-DECISION-LOG
003510                 THRU 6000-WRITE-DECISION-LOG-EXIT
003520         WHEN OTHER
003610
003620 5000-APPLY-MATCHED-DECISION-EXIT.
003630     EXIT.
003631
003632*-----------------------------------------------------------------
003633*  5100-CLEAR-SUSPENSE
003634*  ADDS THE DECIDED ITEM'S HELD AMOUNT TO THE RUN'S SUSPENSE
003635*  CLEARING TOTAL.
003636*-----------------------------------------------------------------
003637 5100-CLEAR-SUSPENSE.
003638     MOVE HOLD-TRAN-DATA TO WS-SUSP-TRAN.
003639     IF WS-SUSP-AMOUNT NUMERIC
003640         ADD WS-SUSP-AMOUNT TO WS-SUSP-CLEARED-AMOUNT
003641     END-IF.
003642
003643 5100-CLEAR-SUSPENSE-EXIT.
003644     EXIT.
003646
003650*-----------------------------------------------------------------
003660*  6000-WRITE-DECISION-LOG
003670*  APPENDS ONE LINE PER APPLIED DECISION - WHO RELEASED WHAT,
003900 6000-WRITE-DECISION-LOG-EXIT.
003910     EXIT.
003920
003921*-----------------------------------------------------------------
003922*  8000-POST-SUSPENSE-CONTRA
003923*  WRITES THE CONTRA OF THE SUSPENSE RULE FOR THE RUN'S CLEARED
003924*  TOTAL - DEBIT THE RULE'S CREDIT ACCOUNT, CREDIT ITS DEBIT
003925*  ACCOUNT - IN TODAY'S PERIOD. NOTHING CLEARED POSTS NOTHING.
003926*-----------------------------------------------------------------
003927 8000-POST-SUSPENSE-CONTRA.
003928     IF WS-SUSP-CLEARED-AMOUNT = 0
003929         GO TO 8000-POST-SUSPENSE-CONTRA-EXIT
003930     END-IF.
003931     INITIALIZE GL-EXTRACT-RECORD.
003932     MOVE WS-SUSP-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE.
003933     MOVE WS-RUN-DATE (1:6) TO GL-PERIOD.
003934     MOVE "D" TO GL-DR-CR-INDICATOR.
003935     MOVE WS-SUSP-CLEARED-AMOUNT TO GL-AMOUNT.
003936     MOVE SPACES TO GL-BATCH-ID.
003937     STRING "H" DELIMITED BY SIZE
003938            WS-RUN-DATE (3:6) DELIMITED BY SIZE
003939         INTO GL-BATCH-ID.
003940     WRITE GL-EXTRACT-RECORD.
003941
003942     MOVE WS-SUSP-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE.
003943     MOVE "C" TO GL-DR-CR-INDICATOR.
003944     WRITE GL-EXTRACT-RECORD.
003945
003946     PERFORM 8100-LOG-GL-BATCH
003947         THRU 8100-LOG-GL-BATCH-EXIT.
003948
003949 8000-POST-SUSPENSE-CONTRA-EXIT.
003950     EXIT.
003951
003952*-----------------------------------------------------------------
003953*  8100-LOG-GL-BATCH
003954*  APPENDS THE CONTRA EXTRACT JUST WRITTEN TO THE SENT-BATCH
003955*  FILE (SEE GLBREC) SO GlAckRecon CAN CHASE THE LEDGER'S
003956*  ACKNOWLEDGEMENT FOR IT. A FAILED OPEN IS ONLY WARNED.
003957*-----------------------------------------------------------------
003958 8100-LOG-GL-BATCH.
003959     OPEN EXTEND GL-BATCH-FILE.
003960     IF FS-GL-BATCH-FILE = "35"
003961         OPEN OUTPUT GL-BATCH-FILE
003962     END-IF.
003963     IF FS-GL-BATCH-FILE NOT = "00"
003964         DISPLAY "HoldRelease: GLBATCH OPEN FAILED, ST="
003965                 FS-GL-BATCH-FILE " - BATCH " GL-BATCH-ID
003966                 " NOT LOGGED"
003967         GO TO 8100-LOG-GL-BATCH-EXIT
003968     END-IF.
003969
003970     MOVE GL-BATCH-ID            TO GLB-BATCH-ID.
003971     MOVE WS-RUN-DATE            TO GLB-SENT-DATE.
003972     MOVE WS-JOB-ID              TO GLB-SOURCE-JOB.
003973     MOVE 2                      TO GLB-RECORD-COUNT.
003974     MOVE WS-SUSP-CLEARED-AMOUNT TO GLB-DEBIT-TOTAL.
003975     MOVE WS-SUSP-CLEARED-AMOUNT TO GLB-CREDIT-TOTAL.
003976     MOVE SPACE                  TO GLB-STATUS-CD.
003977     WRITE GL-BATCH-RECORD.
003978     CLOSE GL-BATCH-FILE.
003979
003980 8100-LOG-GL-BATCH-EXIT.
003981     EXIT.
003982
003983*-----------------------------------------------------------------
003984 9000-TERMINATE.
003985     PERFORM 8000-POST-SUSPENSE-CONTRA
003986         THRU 8000-POST-SUSPENSE-CONTRA-EXIT.
003987
003988     CLOSE HOLD-IN-FILE.
003989     CLOSE DECISION-FILE.
003990     CLOSE RESUBMIT-FILE.
003991     CLOSE NEW-HOLD-FILE.
003992     CLOSE RELEASE-LOG-FILE.
003994     CLOSE GL-EXTRACT-FILE.
004000
004010     DISPLAY "HoldRelease: APPROVED=" WS-APPROVED-COUNT
004020             " REFUSED=" WS-REFUSED-COUNT
004030             " STILL-HELD=" WS-STILL-HELD-COUNT
004040             " ERRORS=" WS-ERROR-COUNT
004044             " SUSPENSE-CLEARED=" WS-SUSP-CLEARED-AMOUNT.
004050
004060 9000-TERMINATE-EXIT.
004070     EXIT.
