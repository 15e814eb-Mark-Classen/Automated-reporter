000260*  BALANCES - SAME RULE THE DAILY RUN APPLIES TO ITS EXTRACT.
000270*  THE POSTING SUMMARY REPORT IS ALWAYS WRITTEN.
000280*  PARM= SUPPLIES THE PERIOD TO CONSOLIDATE AS CCYYMM.
000282*  THE REPORT ALSO AGES THE SUSPENSE BALANCE STILL OPEN AT THE
000284*  PERIOD END - THE OPEN REJECT AND HOLD INVENTORIES, BY
000286*  REJ-RUN-DATE / HOLD-RUN-DATE, IN 30-DAY BANDS.
000287*  A BALANCED MONTH IS CLOSED ON THE GL PERIOD-CONTROL FILE
000288*  (GLPERIOD, SEE GLPCREC) ONCE ITS LOAD IS WRITTEN, AND A
000289*  CLOSED PERIOD IS NEVER REBUILT.
000290*-----------------------------------------------------------------
000300*  MODIFICATION HISTORY
000310*  DATE       INIT  DESCRIPTION
000338*                   BLOCKS THE LEDGER LOAD - A STALE EXTRACT
000339*                   FROM BEFORE A RENUMBERING CANNOT SLIDE
000340*                   INTO THE LEDGER.
000341*  2026-10-15 MHC   OPEN GL SUSPENSE AGING SECTION ON THE
000342*                   SUMMARY: READS THE OPEN REJECT (REJFILE)
000343*                   AND HOLD (HOLDFILE) INVENTORIES AND AGES
000344*                   EVERY ITEM SUSPENDED ON OR BEFORE THE
000345*                   PERIOD END BY ITS RUN DATE. PARM PERIOD
000346*                   MONTH NOW CHECKED 01-12.
000347*  2026-10-15 MHC   LEDGER LOAD BATCH ID IS NOW M + CCYYMM, AND A
000348*                   WRITTEN LOAD IS APPENDED TO THE SENT-BATCH
000349*                   FILE (GLBATCH, SEE GLBREC) FOR GlAckRecon.
000350*  2026-10-15 MHC   AUDIT SUM USES ONLY THE RUN-LEVEL LINES
000351*                   (SPACES BRANCH CODE); A PARTIAL RUN POSTED
000352*                   ITS BALANCED BRANCH FEEDS AND IS SUMMED.
000353*  2026-10-15 MHC   GL PERIOD LOCKING: A BALANCED MONTH IS CLOSED
000354*                   ON THE NEW GLPERIOD FILE (AND THE NEXT ONE
000355*                   OPENED); A CLOSED PERIOD IS REFUSED.
000356*                   PRIOR-PERIOD ADJUSTMENTS (GLREC) LOAD AS
000357*                   THEIR OWN MARKED LINES AND STAY OUT OF THE
000358*                   NET-CASH BALANCING STEP.
000360*****************************************************************
000362
000364 ENVIRONMENT DIVISION.
000366 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380
000390     SELECT GL-DAILY-FILE ASSIGN TO "GLDAILY"
000534     SELECT GL-RULES-FILE ASSIGN TO "GLRULES"
000536         ORGANIZATION IS LINE SEQUENTIAL
000538         FILE STATUS IS FS-GL-RULES-FILE.
000539
000540     SELECT REJECT-INV-FILE ASSIGN TO "REJFILE"
000541         ORGANIZATION IS LINE SEQUENTIAL
000542         FILE STATUS IS FS-REJECT-INV-FILE.
000543
000544     SELECT HOLD-INV-FILE ASSIGN TO "HOLDFILE"
000545         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS FS-HOLD-INV-FILE.
000547
000548     SELECT GL-BATCH-FILE ASSIGN TO "GLBATCH"
000549         ORGANIZATION IS LINE SEQUENTIAL
000551         FILE STATUS IS FS-GL-BATCH-FILE.
000552
000553     SELECT GL-PERIOD-CTL-FILE ASSIGN TO "GLPERIOD"
000554         ORGANIZATION IS INDEXED
000555         ACCESS MODE IS RANDOM
000556         RECORD KEY IS GLPC-PERIOD
000557         FILE STATUS IS FS-GL-PERIOD-FILE.
000558
000559 DATA DIVISION.
000560 FILE SECTION.
000570
000580 FD  GL-DAILY-FILE.
000700                          GL-IS-DEBIT       BY GLLD-IS-DEBIT
000710                          GL-IS-CREDIT      BY GLLD-IS-CREDIT
000720                          GL-AMOUNT         BY GLLD-AMOUNT
000730                          GL-BATCH-ID       BY GLLD-BATCH-ID
000731                          GL-ADJ-CD         BY GLLD-ADJ-CD
000732                          GL-IS-PRIOR-PERIOD-ADJ
000733                              BY GLLD-IS-PRIOR-PERIOD-ADJ
000734                          GL-ORIG-PERIOD    BY GLLD-ORIG-PERIOD.
000740
000750 FD  SUMMARY-REPORT-FILE.
000760 01  SUMMARY-REPORT-RECORD           PIC X(100).
000762
000764 FD  GL-RULES-FILE.
000766     COPY GLRULREC.
000767
000768 FD  REJECT-INV-FILE.
000769     COPY REJREC.
000770
000771 FD  HOLD-INV-FILE.
000772     COPY HOLDREC.
000773
000774 FD  GL-BATCH-FILE.
000775     COPY GLBREC.
000776
000777 FD  GL-PERIOD-CTL-FILE.
000778     COPY GLPCREC.
000779
000780 WORKING-STORAGE SECTION.
000790
000800 01  FS-GL-DAILY-FILE                PIC X(02) VALUE "00".
000820 01  FS-GL-LOAD-FILE                 PIC X(02) VALUE "00".
000830 01  FS-SUMMARY-FILE                 PIC X(02) VALUE "00".
000832 01  FS-GL-RULES-FILE                PIC X(02) VALUE "00".
000834 01  FS-REJECT-INV-FILE              PIC X(02) VALUE "00".
000836 01  FS-HOLD-INV-FILE                PIC X(02) VALUE "00".
000837 01  FS-GL-BATCH-FILE                PIC X(02) VALUE "00".
000838 01  FS-GL-PERIOD-FILE               PIC X(02) VALUE "00".
000840
000850 01  WS-GL-EOF-SW                    PIC X(01) VALUE "N".
000860     88  END-OF-GL-DAILY                 VALUE "Y".
000940*    CONSOLIDATION TABLE - ONE ENTRY PER DISTINCT ACCOUNT /    *
000950*    PERIOD / DEBIT-CREDIT COMBINATION SEEN ON THE MONTH'S     *
000960*    DAILY EXTRACTS. THE DAILY RUN POSTS AT MOST SIX DISTINCT  *
000970*    COMBINATIONS, SO 100 IS GENEROUS. A PRIOR-PERIOD          *
000974*    ADJUSTMENT IS KEPT APART BY ITS CLOSED PERIOD.            *
000980*--------------------------------------------------------------*
000990 01  CONS-TABLE.
001000     05  CONS-ENTRY OCCURS 100 TIMES.
001010         10  CONS-ACCOUNT            PIC X(10).
001020         10  CONS-PERIOD             PIC 9(06).
001030         10  CONS-DRCR               PIC X(01).
001032         10  CONS-ADJ-CD             PIC X(01).
001034             88  CONS-IS-PRIOR-PERIOD-ADJ VALUE "P".
001036         10  CONS-ORIG-PERIOD        PIC 9(06).
001040         10  CONS-AMOUNT             PIC 9(10)V99.
001042         10  CONS-STALE-SW           PIC X(01).
001044             88  CONS-ACCOUNT-IS-STALE   VALUE "Y".
001180 01  WS-BALANCE-STATUS               PIC X(12)
001190     VALUE "NOT BALANCED".
001200     88  MONTH-IS-IN-BALANCE             VALUE "IN BALANCE".
001201*    A PRIOR-PERIOD ADJUSTMENT'S AUDIT TOTAL IS DATED IN ITS
001202*    CLOSED PERIOD, SO ITS CASH IS KEPT OUT OF THE NET ABOVE.
001203 01  WS-PPA-NET-CASH-AMOUNT          PIC S9(12)V99 VALUE 0.
001204 01  WS-PPA-RECORDS-READ             PIC 9(08) VALUE 0.
001205 01  WS-REC-ORIG-PERIOD              PIC 9(06).
001210
001220 01  WS-GL-RECORDS-READ              PIC 9(08) VALUE 0.
001230 01  WS-GL-WRONG-PERIOD              PIC 9(08) VALUE 0.
001300
001310 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001320 01  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
001321
001322*--------------------------------------------------------------*
001323*    OPEN SUSPENSE AGING - ONE BAND PER 30 DAYS, THE FOURTH    *
001324*    TAKING EVERYTHING OVER 90 (AND ANY ITEM WHOSE RUN DATE IS *
001325*    DAMAGED). AN INVENTORY THAT WAS APPENDED TWICE BY AN      *
001326*    OUT-OF-BALANCE RUN AND ITS RERUN ARRIVES SORTED ON THE    *
001327*    WHOLE RECORD, SO THE TWIN IS DROPPED AS IN RejRepair.     *
001328*--------------------------------------------------------------*
001329 01  WS-REJ-INV-EOF-SW               PIC X(01) VALUE "N".
001330     88  END-OF-REJECT-INV               VALUE "Y".
001331 01  WS-HOLD-INV-EOF-SW              PIC X(01) VALUE "N".
001332     88  END-OF-HOLD-INV                 VALUE "Y".
001333 01  WS-PREV-SUSP-IMAGE              PIC X(46).
001334 01  WS-SUSP-TRAN.
001335     05  WS-SUSP-TRAN-ID             PIC X(08).
001336     05  WS-SUSP-CUST-ID             PIC X(06).
001337     05  WS-SUSP-AMOUNT              PIC 9(05)V99.
001338     05  FILLER                      PIC X(15).
001339 01  WS-SUSP-RUN-DATE                PIC X(08).
001340 01  WS-SUSP-RUN-DATE-N REDEFINES WS-SUSP-RUN-DATE
001341                                     PIC 9(08).
001342 01  WS-NEXT-PERIOD-START.
001343     05  WS-NEXT-PERIOD-CCYY         PIC 9(04).
001344     05  WS-NEXT-PERIOD-MM           PIC 9(02).
001345     05  WS-NEXT-PERIOD-DD           PIC 9(02).
001346 01  WS-NEXT-PERIOD-START-N REDEFINES WS-NEXT-PERIOD-START
001347                                     PIC 9(08).
001348 01  WS-PERIOD-END-DATE              PIC 9(08).
001349 01  WS-PERIOD-END-DAY-NO            PIC 9(08).
001350 01  WS-ITEM-AGE-DAYS                PIC S9(08).
001351 01  WS-AGE-BAND                     PIC 9(01).
001352 01  WS-SUSP-SOURCE-SW               PIC X(01).
001353     88  SUSP-ITEM-IS-REJECT             VALUE "R".
001354     88  SUSP-ITEM-IS-HOLD               VALUE "H".
001355 01  SUSP-AGE-TABLE.
001356     05  SUSP-AGE-ENTRY OCCURS 4 TIMES.
001357         10  SUSP-AGE-LABEL          PIC X(12).
001358         10  SUSP-REJ-COUNT          PIC 9(08).
001359         10  SUSP-REJ-AMOUNT         PIC 9(10)V99.
001360         10  SUSP-HOLD-COUNT         PIC 9(08).
001361         10  SUSP-HOLD-AMOUNT        PIC 9(10)V99.
001362 01  WS-EDIT-HOLD-COUNT              PIC ZZZ,ZZ9.
001363 01  WS-EDIT-HOLD-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001364 01  SUSP-OPEN-TOTAL                 PIC 9(10)V99 VALUE 0.
001365 01  SUSP-AFTER-PERIOD-COUNT         PIC 9(08) VALUE 0.
001366 01  SUSP-DUP-DROPPED-COUNT          PIC 9(08) VALUE 0.
001367
001368*--------------------------------------------------------------*
001369*    LEDGER LOAD BATCH TOTALS - LOGGED TO THE SENT-BATCH FILE  *
001370*    SO THE LEDGER'S ACKNOWLEDGEMENT CAN BE CHECKED AGAINST    *
001371*    THEM (SEE GLBREC).                                        *
001372*--------------------------------------------------------------*
001373 01  WS-LOAD-BATCH-ID                PIC X(08) VALUE SPACES.
001374 01  WS-LOAD-REC-COUNT               PIC 9(06) VALUE 0.
001375 01  WS-LOAD-DEBIT-TOTAL             PIC 9(10)V99 VALUE 0.
001376 01  WS-LOAD-CREDIT-TOTAL            PIC 9(10)V99 VALUE 0.
001377 01  WS-LOAD-SENT-DATE               PIC 9(08).
001378
001379*--------------------------------------------------------------*
001380*    GL PERIOD CONTROL - THE PERIOD IS CLOSED (SEE GLPCREC)    *
001381*    ONLY ONCE ITS BALANCED LOAD HAS BEEN WRITTEN.             *
001382*--------------------------------------------------------------*
001383 01  WS-PERIOD-CLOSED-SW             PIC X(01) VALUE "N".
001384     88  PERIOD-WAS-CLOSED               VALUE "Y".
001385 01  WS-CLOSE-DATE                   PIC 9(08).
001386
001387 LINKAGE SECTION.
001388
001389*--------------------------------------------------------------*
001390*    RUN-TIME PARAMETER PASSED FROM THE JCL EXEC PARM= FIELD   *
001391*    - THE PERIOD TO CONSOLIDATE, CCYYMM. REQUIRED.            *
001392*--------------------------------------------------------------*
001400 01  LK-PARM-AREA.
001410     05  LK-PARM-LEN                 PIC S9(04) COMP.
001420     05  LK-PARM-TEXT                PIC X(80).
001610             THRU 3000-SUM-AUDIT-LOG-EXIT
001620     END-PERFORM.
001630
001631     MOVE LOW-VALUES TO WS-PREV-SUSP-IMAGE.
001632     PERFORM UNTIL END-OF-REJECT-INV
001633         PERFORM 3500-AGE-OPEN-REJECT
001634             THRU 3500-AGE-OPEN-REJECT-EXIT
001635     END-PERFORM.
001636
001637     MOVE LOW-VALUES TO WS-PREV-SUSP-IMAGE.
001638     PERFORM UNTIL END-OF-HOLD-INV
001639         PERFORM 3600-AGE-OPEN-HOLD
001640             THRU 3600-AGE-OPEN-HOLD-EXIT
001641     END-PERFORM.
001642
001645     PERFORM 4000-BALANCE-MONTH
001650         THRU 4000-BALANCE-MONTH-EXIT.
001660
001670     PERFORM 5000-WRITE-LEDGER-LOAD
001960         GO TO 1000-INITIALIZE-EXIT
001970     END-IF.
001980     MOVE WS-PARM-PERIOD TO WS-PERIOD.
001981     IF WS-PERIOD (5:2) < "01" OR WS-PERIOD (5:2) > "12"
001982         DISPLAY "GlMonthEnd: INVALID PERIOD PARM '"
001983                 WS-PARM-PERIOD "'"
001984         MOVE 16 TO RETURN-CODE
001985         MOVE "Y" TO WS-INIT-FAILED-SW
001986         GO TO 1000-INITIALIZE-EXIT
001987     END-IF.
001990
001991*    A CLOSED PERIOD HAS ALREADY GONE TO THE LEDGER - IT IS
001992*    NEVER REBUILT. NO PERIOD FILE YET MEANS NONE IS CLOSED.
001993     OPEN I-O GL-PERIOD-CTL-FILE.
001994     IF FS-GL-PERIOD-FILE = "35"
001995         OPEN OUTPUT GL-PERIOD-CTL-FILE
001996         CLOSE GL-PERIOD-CTL-FILE
001997         OPEN I-O GL-PERIOD-CTL-FILE
001998     END-IF.
001999     IF FS-GL-PERIOD-FILE NOT = "00"
002000         DISPLAY "GlMonthEnd: GLPERIOD OPEN FAILED, ST="
002001                 FS-GL-PERIOD-FILE
002002         MOVE 16 TO RETURN-CODE
002003         MOVE "Y" TO WS-INIT-FAILED-SW
002004         GO TO 1000-INITIALIZE-EXIT
002005     END-IF.
002006     MOVE WS-PERIOD TO GLPC-PERIOD.
002007     READ GL-PERIOD-CTL-FILE
002008         INVALID KEY
002009             MOVE "O" TO GLPC-STATUS-CD
002010     END-READ.
002011     IF GLPC-IS-CLOSED
002012         DISPLAY "GlMonthEnd: PERIOD " WS-PERIOD " WAS CLOSED ON "
002013                 GLPC-CLOSE-DATE " - RUN REFUSED"
002014         MOVE 16 TO RETURN-CODE
002015         MOVE "Y" TO WS-INIT-FAILED-SW
002016         GO TO 1000-INITIALIZE-EXIT
002017     END-IF.
002018
002020     OPEN INPUT GL-DAILY-FILE.
002022     IF FS-GL-DAILY-FILE NOT = "00"
002024         DISPLAY "GlMonthEnd: GLDAILY OPEN FAILED, ST="
002030                 FS-GL-DAILY-FILE
002040         MOVE 16 TO RETURN-CODE
002050         MOVE "Y" TO WS-INIT-FAILED-SW
002320         MOVE "Y" TO WS-INIT-FAILED-SW
002330         GO TO 1000-INITIALIZE-EXIT
002340     END-IF.
002341
002342     OPEN INPUT REJECT-INV-FILE.
002343     IF FS-REJECT-INV-FILE NOT = "00"
002344         DISPLAY "GlMonthEnd: REJFILE OPEN FAILED, ST="
002345                 FS-REJECT-INV-FILE
002346         MOVE 16 TO RETURN-CODE
002347         MOVE "Y" TO WS-INIT-FAILED-SW
002348         GO TO 1000-INITIALIZE-EXIT
002349     END-IF.
002350
002351     OPEN INPUT HOLD-INV-FILE.
002352     IF FS-HOLD-INV-FILE NOT = "00"
002353         DISPLAY "GlMonthEnd: HOLDFILE OPEN FAILED, ST="
002354                 FS-HOLD-INV-FILE
002355         MOVE 16 TO RETURN-CODE
002356         MOVE "Y" TO WS-INIT-FAILED-SW
002357         GO TO 1000-INITIALIZE-EXIT
002358     END-IF.
002359
002360     PERFORM 1200-SET-AGING-BANDS
002361         THRU 1200-SET-AGING-BANDS-EXIT.
002362
002363     PERFORM 1100-LOAD-GL-RULES
002364         THRU 1100-LOAD-GL-RULES-EXIT.
002365
002366 1000-INITIALIZE-EXIT.
002370     EXIT.
002372
002374*-----------------------------------------------------------------
002439 1100-LOAD-GL-RULES-EXIT.
002440     EXIT.
002441
002442*-----------------------------------------------------------------
002443*  1200-SET-AGING-BANDS
002444*  LABELS THE FOUR SUSPENSE AGING BANDS AND WORKS OUT THE LAST
002445*  DAY OF THE PERIOD (THE DAY BEFORE THE NEXT PERIOD STARTS)
002446*  THAT EVERY OPEN ITEM IS AGED TO.
002447*-----------------------------------------------------------------
002448 1200-SET-AGING-BANDS.
002449     INITIALIZE SUSP-AGE-TABLE.
002450     MOVE "0-30 DAYS"    TO SUSP-AGE-LABEL (1).
002451     MOVE "31-60 DAYS"   TO SUSP-AGE-LABEL (2).
002452     MOVE "61-90 DAYS"   TO SUSP-AGE-LABEL (3).
002453     MOVE "OVER 90 DAYS" TO SUSP-AGE-LABEL (4).
002454
002455     MOVE WS-PERIOD (1:4) TO WS-NEXT-PERIOD-CCYY.
002456     MOVE WS-PERIOD (5:2) TO WS-NEXT-PERIOD-MM.
002457     MOVE 1 TO WS-NEXT-PERIOD-DD.
002458     IF WS-NEXT-PERIOD-MM = 12
002459         ADD 1 TO WS-NEXT-PERIOD-CCYY
002460         MOVE 1 TO WS-NEXT-PERIOD-MM
002461     ELSE
002462         ADD 1 TO WS-NEXT-PERIOD-MM
002463     END-IF.
002464
002465     COMPUTE WS-PERIOD-END-DAY-NO =
002466         FUNCTION INTEGER-OF-DATE (WS-NEXT-PERIOD-START-N) - 1.
002467     COMPUTE WS-PERIOD-END-DATE =
002468         FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-DAY-NO).
002469
002470 1200-SET-AGING-BANDS-EXIT.
002471     EXIT.
002472
002473*****************************************************************
002474*  2000-PROCESS-GL-RECORD                                         *
002475*  READS ONE DAILY EXTRACT RECORD AND ACCUMULATES IT INTO THE  *
002476*  CONSOLIDATION TABLE ENTRY FOR ITS ACCOUNT / PERIOD / DR-CR  *
002477*  COMBINATION. A RECORD FOR A DIFFERENT PERIOD IS COUNTED AND *
002478*  SKIPPED - THE CONCATENATION SHOULD ONLY CARRY THE MONTH     *
002479*  BEING CLOSED.                                               *
002480*  A PRIOR-PERIOD ADJUSTMENT CONSOLIDATES ON ITS OWN ENTRY AND  *
002481*  ITS CASH IS NETTED APART FROM THE BALANCING FIGURE.          *
002482*****************************************************************
002483 2000-PROCESS-GL-RECORD.
002484     READ GL-DAILY-FILE
002490         AT END
002500             MOVE "Y" TO WS-GL-EOF-SW
002510             GO TO 2000-PROCESS-GL-RECORD-EXIT
002580         GO TO 2000-PROCESS-GL-RECORD-EXIT
002590     END-IF.
002600
002601*    AN EXTRACT WRITTEN BEFORE THE ADJUSTMENT FIELDS EXISTED
002602*    CARRIES SPACES THERE - A NORMAL ENTRY.
002603     IF GL-IS-PRIOR-PERIOD-ADJ
002604         MOVE GL-ORIG-PERIOD TO WS-REC-ORIG-PERIOD
002605     ELSE
002606         MOVE SPACE TO GL-ADJ-CD
002607         MOVE ZERO TO WS-REC-ORIG-PERIOD
002608     END-IF.
002609
002610     PERFORM 2100-FIND-CONS-ENTRY
002620         THRU 2100-FIND-CONS-ENTRY-EXIT.
002630
002730         MOVE GL-ACCOUNT-CODE     TO CONS-ACCOUNT (WS-CONS-SUB)
002740         MOVE GL-PERIOD           TO CONS-PERIOD (WS-CONS-SUB)
002750         MOVE GL-DR-CR-INDICATOR  TO CONS-DRCR (WS-CONS-SUB)
002753         MOVE GL-ADJ-CD           TO CONS-ADJ-CD (WS-CONS-SUB)
002756         MOVE WS-REC-ORIG-PERIOD
002757             TO CONS-ORIG-PERIOD (WS-CONS-SUB)
002760         MOVE 0                   TO CONS-AMOUNT (WS-CONS-SUB)
002762         PERFORM 2150-CHECK-ACCOUNT-IN-RULES
002764             THRU 2150-CHECK-ACCOUNT-IN-RULES-EXIT
002790     ADD GL-AMOUNT TO CONS-AMOUNT (WS-CONS-SUB).
002800
002810*    ACCUMULATE THE NET CASH MOVEMENT FOR THE BALANCING STEP.
002811     IF GL-IS-PRIOR-PERIOD-ADJ
002812         ADD 1 TO WS-PPA-RECORDS-READ
002813         IF GL-ACCOUNT-CODE = WS-CASH-ACCOUNT
002814             IF GL-IS-DEBIT
002815                 ADD GL-AMOUNT TO WS-PPA-NET-CASH-AMOUNT
002816             ELSE
002817                 SUBTRACT GL-AMOUNT FROM WS-PPA-NET-CASH-AMOUNT
002818             END-IF
002819         END-IF
002820         GO TO 2000-PROCESS-GL-RECORD-EXIT
002821     END-IF.
002822
002825     IF GL-ACCOUNT-CODE = WS-CASH-ACCOUNT
002830         IF GL-IS-DEBIT
002840             ADD GL-AMOUNT TO WS-NET-CASH-AMOUNT
002850         ELSE
002950*  LINEAR SEARCH OF THE CONSOLIDATION TABLE FOR THE CURRENT
002960*  EXTRACT RECORD'S ACCOUNT / PERIOD / DR-CR COMBINATION.
002970*  LEAVES WS-CONS-SUB POINTING AT THE MATCH WHEN FOUND.
002973*  A PRIOR-PERIOD ADJUSTMENT ONLY MATCHES ONE FROM THE SAME
002976*  CLOSED PERIOD.
002980*-----------------------------------------------------------------
002990 2100-FIND-CONS-ENTRY.
003000     MOVE "N" TO WS-CONS-FOUND-SW.
003030         IF CONS-ACCOUNT (WS-CONS-SUB) = GL-ACCOUNT-CODE
003040             AND CONS-PERIOD (WS-CONS-SUB) = GL-PERIOD
003050             AND CONS-DRCR (WS-CONS-SUB) = GL-DR-CR-INDICATOR
003053             AND CONS-ADJ-CD (WS-CONS-SUB) = GL-ADJ-CD
003056             AND CONS-ORIG-PERIOD (WS-CONS-SUB)
003057                 = WS-REC-ORIG-PERIOD
003060                 MOVE "Y" TO WS-CONS-FOUND-SW
003070                 GO TO 2100-FIND-CONS-ENTRY-EXIT
003080         END-IF
003160*  READS ONE AUDIT-LOG RECORD AND, WHEN IT BELONGS TO THE      *
003170*  PERIOD BEING CLOSED AND THE RUN WAS IN BALANCE, ADDS ITS    *
003180*  TOTAL TO THE AUDIT SUM. AN OUT-OF-BALANCE RUN POSTED NO GL  *
003190*  EXTRACT, SO IT IS COUNTED BUT NOT SUMMED. A PARTIAL RUN     *
003192*  POSTED ITS BALANCED BRANCH FEEDS AND CARRIES ONLY THEIR     *
003194*  TOTAL, SO IT IS SUMMED. PER-BRANCH LINES ARE SKIPPED - THE  *
003196*  RUN-LEVEL LINE ALREADY HOLDS THEIR POSTED TOTAL.            *
003200*****************************************************************
003210 3000-SUM-AUDIT-LOG.
003220     READ AUDIT-LOG-FILE
003290     IF WS-AUDIT-PERIOD NOT = WS-PERIOD
003300         GO TO 3000-SUM-AUDIT-LOG-EXIT
003310     END-IF.
003311
003312     IF AUDIT-BRANCH-CD NOT = SPACES
003313         GO TO 3000-SUM-AUDIT-LOG-EXIT
003314     END-IF.
003320
003330     IF AUDIT-BALANCE-STATUS = "IN BALANCE"
003334         OR AUDIT-BALANCE-STATUS = "PARTIAL"
003340         ADD AUDIT-TOTAL-AMOUNT TO WS-AUDIT-TOTAL-SUM
003350         ADD 1 TO WS-AUDIT-RUNS-USED
003360     ELSE
003390
003400 3000-SUM-AUDIT-LOG-EXIT.
003410     EXIT.
003411
003412*****************************************************************
003413*  3500-AGE-OPEN-REJECT                                           *
003414*  READS ONE OPEN REJECT. ITS AMOUNT WENT TO SUSPENSE ON ITS     *
003415*  REJ-RUN-DATE, SO UNLESS THAT IS AFTER THE PERIOD END IT IS    *
003416*  PART OF THE OPEN BALANCE. A NON-NUMERIC AMOUNT WAS NEVER      *
003417*  SUSPENDED AND IS IGNORED.                                     *
003418*****************************************************************
003419 3500-AGE-OPEN-REJECT.
003420     READ REJECT-INV-FILE
003421         AT END
003422             MOVE "Y" TO WS-REJ-INV-EOF-SW
003423             GO TO 3500-AGE-OPEN-REJECT-EXIT
003424     END-READ.
003425
003426     IF REJECT-TRAN-RECORD = WS-PREV-SUSP-IMAGE
003427         ADD 1 TO SUSP-DUP-DROPPED-COUNT
003428         GO TO 3500-AGE-OPEN-REJECT-EXIT
003429     END-IF.
003430     MOVE REJECT-TRAN-RECORD TO WS-PREV-SUSP-IMAGE.
003431
003432     MOVE REJ-TRAN-DATA TO WS-SUSP-TRAN.
003433     MOVE REJ-RUN-DATE  TO WS-SUSP-RUN-DATE.
003434     MOVE "R" TO WS-SUSP-SOURCE-SW.
003435     PERFORM 3700-AGE-ONE-ITEM
003436         THRU 3700-AGE-ONE-ITEM-EXIT.
003437
003438 3500-AGE-OPEN-REJECT-EXIT.
003439     EXIT.
003440
003441*-----------------------------------------------------------------
003442*  3600-AGE-OPEN-HOLD
003443*  SAME AS 3500 FOR ONE OPEN HIGH-VALUE HOLD.
003444*-----------------------------------------------------------------
003445 3600-AGE-OPEN-HOLD.
003446     READ HOLD-INV-FILE
003447         AT END
003448             MOVE "Y" TO WS-HOLD-INV-EOF-SW
003449             GO TO 3600-AGE-OPEN-HOLD-EXIT
003450     END-READ.
003451
003452     IF HELD-TRAN-RECORD = WS-PREV-SUSP-IMAGE
003453         ADD 1 TO SUSP-DUP-DROPPED-COUNT
003454         GO TO 3600-AGE-OPEN-HOLD-EXIT
003455     END-IF.
003456     MOVE HELD-TRAN-RECORD TO WS-PREV-SUSP-IMAGE.
003457
003458     MOVE HOLD-TRAN-DATA TO WS-SUSP-TRAN.
003459     MOVE HOLD-RUN-DATE  TO WS-SUSP-RUN-DATE.
003460     MOVE "H" TO WS-SUSP-SOURCE-SW.
003461     PERFORM 3700-AGE-ONE-ITEM
003462         THRU 3700-AGE-ONE-ITEM-EXIT.
003463
003464 3600-AGE-OPEN-HOLD-EXIT.
003465     EXIT.
003466
003467*-----------------------------------------------------------------
003468*  3700-AGE-ONE-ITEM
003469*  PUTS THE ITEM IN WS-SUSP-TRAN INTO ITS AGING BAND. A DAMAGED
003470*  RUN DATE CANNOT BE AGED AND GOES TO THE OLDEST BAND RATHER
003471*  THAN HIDE; A RUN DATE AFTER THE PERIOD END WAS SUSPENDED IN
003472*  A LATER PERIOD AND IS ONLY COUNTED.
003473*-----------------------------------------------------------------
003474 3700-AGE-ONE-ITEM.
003475     IF WS-SUSP-AMOUNT NOT NUMERIC
003476         GO TO 3700-AGE-ONE-ITEM-EXIT
003477     END-IF.
003478
003479     IF WS-SUSP-RUN-DATE NUMERIC
003480         IF WS-SUSP-RUN-DATE-N > WS-PERIOD-END-DATE
003481             ADD 1 TO SUSP-AFTER-PERIOD-COUNT
003482             GO TO 3700-AGE-ONE-ITEM-EXIT
003483         END-IF
003484         COMPUTE WS-ITEM-AGE-DAYS = WS-PERIOD-END-DAY-NO
003485             - FUNCTION INTEGER-OF-DATE (WS-SUSP-RUN-DATE-N)
003486     ELSE
003487         MOVE 99999 TO WS-ITEM-AGE-DAYS
003488     END-IF.
003489
003490     EVALUATE TRUE
003491         WHEN WS-ITEM-AGE-DAYS <= 30
003492             MOVE 1 TO WS-AGE-BAND
003493         WHEN WS-ITEM-AGE-DAYS <= 60
003494             MOVE 2 TO WS-AGE-BAND
003495         WHEN WS-ITEM-AGE-DAYS <= 90
003496             MOVE 3 TO WS-AGE-BAND
003497         WHEN OTHER
003498             MOVE 4 TO WS-AGE-BAND
003499     END-EVALUATE.
003500
003501     IF SUSP-ITEM-IS-REJECT
003502         ADD 1 TO SUSP-REJ-COUNT (WS-AGE-BAND)
003503         ADD WS-SUSP-AMOUNT TO SUSP-REJ-AMOUNT (WS-AGE-BAND)
003504     ELSE
003505         ADD 1 TO SUSP-HOLD-COUNT (WS-AGE-BAND)
003506         ADD WS-SUSP-AMOUNT TO SUSP-HOLD-AMOUNT (WS-AGE-BAND)
003507     END-IF.
003508     ADD WS-SUSP-AMOUNT TO SUSP-OPEN-TOTAL.
003509
003510 3700-AGE-ONE-ITEM-EXIT.
003511     EXIT.
003512
003513*****************************************************************
003514*  4000-BALANCE-MONTH                                             *
003515*  THE MONTH'S NET CASH MOVEMENT FROM THE DAILY EXTRACTS MUST  *
003516*  EQUAL THE SUM OF THE IN-BALANCE AUDIT-LOG TOTALS FOR THE    *
003517*  PERIOD - EVERY BALANCED RUN POSTED ITS NETTED TOTAL TO CASH *
003518*  AND WROTE THE SAME TOTAL TO ITS AUDIT RECORD.               *
003519*****************************************************************
003520 4000-BALANCE-MONTH.
003521*    A TRUNCATED READ (CONSOLIDATION TABLE FULL) IS FATAL -
003522*    THE TOTALS ARE INCOMPLETE, SO THE MONTH CAN NEITHER
003523*    BALANCE NOR BE DOWNGRADED TO THE RC=4 REVIEW PATH.
003524     IF FATAL-ERROR-OCCURRED
003525        MOVE "NOT BALANCED" TO WS-BALANCE-STATUS
003526        DISPLAY "GlMonthEnd: CONSOLIDATION INCOMPLETE - MONTH"
003527                " CANNOT BE BALANCED"
003528        GO TO 4000-BALANCE-MONTH-EXIT
003529     END-IF.
003530
003531*    AN ACCOUNT OUTSIDE THE CURRENT POSTING RULES MEANS A
003532*    STALE PRE-RENUMBERING EXTRACT IS IN THE CONCATENATION -
003533*    THE MONTH MUST NOT LOAD UNTIL IT IS REBUILT OR REMOVED.
003534     IF WS-STALE-ACCT-COUNT > 0
003535        MOVE "NOT BALANCED" TO WS-BALANCE-STATUS
003536        DISPLAY "GlMonthEnd: " WS-STALE-ACCT-COUNT
003537                " ACCOUNT(S) NOT IN POSTING RULES - LEDGER"
003538                " LOAD BLOCKED"
003539        MOVE 8 TO RETURN-CODE
003540        GO TO 4000-BALANCE-MONTH-EXIT
003541     END-IF.
003542
003543     COMPUTE WS-MONTH-VARIANCE
003544         = WS-NET-CASH-AMOUNT - WS-AUDIT-TOTAL-SUM.
003545
003546     IF WS-MONTH-VARIANCE = 0
003550         MOVE "IN BALANCE" TO WS-BALANCE-STATUS
003560     ELSE
003570         MOVE "OUT OF BAL" TO WS-BALANCE-STATUS
003700*  5000-WRITE-LEDGER-LOAD                                         *
003710*  WRITES ONE CONSOLIDATED RECORD PER TABLE ENTRY TO THE       *
003720*  LEDGER LOAD FILE, PROVIDED THE MONTH BALANCES - AN          *
003730*  OUT-OF-BALANCE MONTH IS NEVER LOADED. ONCE THE LOAD IS      *
003734*  WRITTEN THE PERIOD IS CLOSED (5200).                         *
003740*****************************************************************
003750 5000-WRITE-LEDGER-LOAD.
003760     IF NOT MONTH-IS-IN-BALANCE
003790         GO TO 5000-WRITE-LEDGER-LOAD-EXIT
003800     END-IF.
003810
003811     MOVE SPACES TO WS-LOAD-BATCH-ID.
003812     STRING "M" DELIMITED BY SIZE
003813            WS-PERIOD DELIMITED BY SIZE
003814         INTO WS-LOAD-BATCH-ID.
003815
003820     PERFORM VARYING WS-CONS-SUB FROM 1 BY 1
003830             UNTIL WS-CONS-SUB > CONS-ENTRY-COUNT
003840         MOVE CONS-ACCOUNT (WS-CONS-SUB) TO GLLD-ACCOUNT-CODE
003850         MOVE CONS-PERIOD (WS-CONS-SUB)  TO GLLD-PERIOD
003860         MOVE CONS-DRCR (WS-CONS-SUB)    TO GLLD-DR-CR-INDICATOR
003870         MOVE CONS-AMOUNT (WS-CONS-SUB)  TO GLLD-AMOUNT
003880         MOVE WS-LOAD-BATCH-ID           TO GLLD-BATCH-ID
003882         MOVE CONS-ADJ-CD (WS-CONS-SUB)  TO GLLD-ADJ-CD
003884         MOVE CONS-ORIG-PERIOD (WS-CONS-SUB)
003886                                         TO GLLD-ORIG-PERIOD
003890         WRITE GL-LOAD-RECORD
003891         ADD 1 TO WS-LOAD-REC-COUNT
003892         IF GLLD-IS-DEBIT
003893             ADD GLLD-AMOUNT TO WS-LOAD-DEBIT-TOTAL
003894         ELSE
003895             ADD GLLD-AMOUNT TO WS-LOAD-CREDIT-TOTAL
003896         END-IF
003900     END-PERFORM.
003910
003912     PERFORM 5100-LOG-GL-BATCH
003914         THRU 5100-LOG-GL-BATCH-EXIT.
003915
003916     PERFORM 5200-CLOSE-PERIOD
003917         THRU 5200-CLOSE-PERIOD-EXIT.
003918
003920 5000-WRITE-LEDGER-LOAD-EXIT.
003930     EXIT.
003931
003932*-----------------------------------------------------------------
003933*  5100-LOG-GL-BATCH
003934*  APPENDS THE LEDGER LOAD JUST WRITTEN TO THE SENT-BATCH FILE
003935*  (SEE GLBREC) SO GlAckRecon CAN CHASE THE LEDGER'S
003936*  ACKNOWLEDGEMENT FOR IT. A FAILED OPEN IS ONLY WARNED - THE
003937*  LOAD ITSELF IS GOOD.
003938*-----------------------------------------------------------------
003939 5100-LOG-GL-BATCH.
003940     IF WS-LOAD-REC-COUNT = 0
003941         GO TO 5100-LOG-GL-BATCH-EXIT
003942     END-IF.
003943
003944     OPEN EXTEND GL-BATCH-FILE.
003945     IF FS-GL-BATCH-FILE = "35"
003946         OPEN OUTPUT GL-BATCH-FILE
003947     END-IF.
003948     IF FS-GL-BATCH-FILE NOT = "00"
003949         DISPLAY "GlMonthEnd: GLBATCH OPEN FAILED, ST="
003950                 FS-GL-BATCH-FILE " - BATCH " WS-LOAD-BATCH-ID
003951                 " NOT LOGGED"
003952         GO TO 5100-LOG-GL-BATCH-EXIT
003953     END-IF.
003954
003955     ACCEPT WS-LOAD-SENT-DATE FROM DATE YYYYMMDD.
003956     MOVE WS-LOAD-BATCH-ID     TO GLB-BATCH-ID.
003957     MOVE WS-LOAD-SENT-DATE    TO GLB-SENT-DATE.
003958     MOVE "MTHGL00"            TO GLB-SOURCE-JOB.
003959     MOVE WS-LOAD-REC-COUNT    TO GLB-RECORD-COUNT.
003960     MOVE WS-LOAD-DEBIT-TOTAL  TO GLB-DEBIT-TOTAL.
003961     MOVE WS-LOAD-CREDIT-TOTAL TO GLB-CREDIT-TOTAL.
003962     MOVE SPACE                TO GLB-STATUS-CD.
003963     WRITE GL-BATCH-RECORD.
003964     CLOSE GL-BATCH-FILE.
003965
003966 5100-LOG-GL-BATCH-EXIT.
003967     EXIT.
003968
003969*-----------------------------------------------------------------
003970*  5200-CLOSE-PERIOD
003971*  MARKS THE PERIOD CLOSED ON THE PERIOD-CONTROL FILE (SEE
003972*  GLPCREC) WITH THE LOAD BATCH AND ITS TOTALS, AND RECORDS THE
003973*  NEXT PERIOD AS OPEN IF IT IS NOT ON FILE YET. FROM HERE ON
003974*  ReportingSystem WILL NOT POST INTO THE PERIOD UNLESS TOLD TO
003975*  REDIRECT, AND THIS PROGRAM WILL NOT REBUILD IT. A FAILED
003976*  UPDATE LEAVES THE PERIOD OPEN AND ENDS RC=4 FOR REVIEW.
003977*-----------------------------------------------------------------
003978 5200-CLOSE-PERIOD.
003979     ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD.
003980     MOVE WS-PERIOD TO GLPC-PERIOD.
003981     READ GL-PERIOD-CTL-FILE
003982         INVALID KEY
003983             MOVE SPACES TO GL-PERIOD-CTL-RECORD
003984             MOVE WS-PERIOD TO GLPC-PERIOD
003985     END-READ.
003986     MOVE "C"                  TO GLPC-STATUS-CD.
003987     MOVE WS-CLOSE-DATE        TO GLPC-CLOSE-DATE.
003988     MOVE "MTHGL00"            TO GLPC-CLOSE-JOB.
003989     MOVE WS-LOAD-BATCH-ID     TO GLPC-LOAD-BATCH-ID.
003990     MOVE WS-LOAD-DEBIT-TOTAL  TO GLPC-LOAD-DEBIT-TOTAL.
003991     MOVE WS-LOAD-CREDIT-TOTAL TO GLPC-LOAD-CREDIT-TOTAL.
003992     IF FS-GL-PERIOD-FILE = "00"
003993         REWRITE GL-PERIOD-CTL-RECORD
003994     ELSE
003995         WRITE GL-PERIOD-CTL-RECORD
003996     END-IF.
003997     IF FS-GL-PERIOD-FILE NOT = "00"
003998         DISPLAY "GlMonthEnd: GLPERIOD UPDATE FAILED, ST="
003999                 FS-GL-PERIOD-FILE " - PERIOD " WS-PERIOD
004000                 " LEFT OPEN"
004001         IF RETURN-CODE < 4
004002             MOVE 4 TO RETURN-CODE
004003         END-IF
004004         GO TO 5200-CLOSE-PERIOD-EXIT
004005     END-IF.
004006     MOVE "Y" TO WS-PERIOD-CLOSED-SW.
004007     DISPLAY "GlMonthEnd: PERIOD " WS-PERIOD " CLOSED".
004008
004009     MOVE WS-NEXT-PERIOD-START (1:6) TO GLPC-PERIOD.
004010     READ GL-PERIOD-CTL-FILE
004011         INVALID KEY
004012             MOVE SPACES TO GL-PERIOD-CTL-RECORD
004013             MOVE WS-NEXT-PERIOD-START (1:6) TO GLPC-PERIOD
004014             MOVE "O" TO GLPC-STATUS-CD
004015             MOVE ZERO TO GLPC-CLOSE-DATE
004016                          GLPC-LOAD-DEBIT-TOTAL
004017                          GLPC-LOAD-CREDIT-TOTAL
004018             WRITE GL-PERIOD-CTL-RECORD
004019     END-READ.
004020
004021 5200-CLOSE-PERIOD-EXIT.
004022     EXIT.
004023
004024*****************************************************************
004025*  6000-WRITE-SUMMARY-REPORT                                      *
004026*  WRITES THE MONTH-END POSTING SUMMARY - ONE LINE PER         *
004027*  CONSOLIDATED ACCOUNT / DR-CR, THE AUDIT COMPARISON, AND     *
004028*  THE BALANCE STATUS.                                         *
004029*****************************************************************
004030 6000-WRITE-SUMMARY-REPORT.
004031     MOVE SPACES TO SUMMARY-REPORT-RECORD.
004032     STRING "MONTH-END GL POSTING SUMMARY - PERIOD "
004040                DELIMITED BY SIZE
004050            WS-PERIOD DELIMITED BY SIZE
004060         INTO SUMMARY-REPORT-RECORD.
004230            WS-EDIT-AMOUNT DELIMITED BY SIZE
004240         INTO SUMMARY-REPORT-RECORD.
004250     WRITE SUMMARY-REPORT-RECORD.
004251
004252     IF WS-PPA-RECORDS-READ > 0
004253         MOVE WS-PPA-NET-CASH-AMOUNT TO WS-EDIT-AMOUNT
004254         MOVE SPACES TO SUMMARY-REPORT-RECORD
004255         STRING "PRIOR-PERIOD ADJ NET CASH:    " DELIMITED BY SIZE
004256                WS-EDIT-AMOUNT DELIMITED BY SIZE
004257                "  (NOT IN VARIANCE)" DELIMITED BY SIZE
004258             INTO SUMMARY-REPORT-RECORD
004259         WRITE SUMMARY-REPORT-RECORD
004262     END-IF.
004265
004270     MOVE WS-AUDIT-TOTAL-SUM TO WS-EDIT-AMOUNT.
004280     MOVE SPACES TO SUMMARY-REPORT-RECORD.
004290     STRING "AUDIT LOG TOTAL (IN-BAL):     " DELIMITED BY SIZE
004430            WS-BALANCE-STATUS DELIMITED BY SIZE
004440         INTO SUMMARY-REPORT-RECORD.
004450     WRITE SUMMARY-REPORT-RECORD.
004451
004452     MOVE SPACES TO SUMMARY-REPORT-RECORD.
004453     IF PERIOD-WAS-CLOSED
004454         STRING "GL PERIOD: CLOSED" DELIMITED BY SIZE
004455             INTO SUMMARY-REPORT-RECORD
004456     ELSE
004457         STRING "GL PERIOD: LEFT OPEN" DELIMITED BY SIZE
004458             INTO SUMMARY-REPORT-RECORD
004459     END-IF.
004462     WRITE SUMMARY-REPORT-RECORD.
004465
004470     MOVE WS-AUDIT-RUNS-USED TO WS-EDIT-COUNT.
004480     MOVE SPACES TO SUMMARY-REPORT-RECORD.
004490     STRING "IN-BALANCE RUNS SUMMED: " DELIMITED BY SIZE
004699         WRITE SUMMARY-REPORT-RECORD
004700     END-IF.
004701
004703     PERFORM 6500-WRITE-SUSPENSE-AGING
004705         THRU 6500-WRITE-SUSPENSE-AGING-EXIT.
004707
004710 6000-WRITE-SUMMARY-REPORT-EXIT.
004720     EXIT.
004730
004820                "  " DELIMITED BY SIZE
004830                WS-EDIT-AMOUNT DELIMITED BY SIZE
004840             INTO SUMMARY-REPORT-RECORD
004841         IF CONS-IS-PRIOR-PERIOD-ADJ (WS-CONS-SUB)
004842             MOVE "  PRIOR-PERIOD ADJ FROM"
004843                 TO SUMMARY-REPORT-RECORD (52:23)
004844             MOVE CONS-ORIG-PERIOD (WS-CONS-SUB)
004845                 TO SUMMARY-REPORT-RECORD (76:6)
004846         END-IF
004847     END-IF.
004850     WRITE SUMMARY-REPORT-RECORD.
004860
004870 6100-WRITE-ACCOUNT-LINE-EXIT.
004880     EXIT.
004881
004882*-----------------------------------------------------------------
004883*  6500-WRITE-SUSPENSE-AGING
004884*  THE OPEN SUSPENSE SECTION - ONE LINE PER AGING BAND WITH THE
004885*  REJECT AND HOLD COUNTS AND AMOUNTS, THEN THE OPEN TOTAL.
004886*-----------------------------------------------------------------
004887 6500-WRITE-SUSPENSE-AGING.
004888     MOVE SPACES TO SUMMARY-REPORT-RECORD.
004889     WRITE SUMMARY-REPORT-RECORD.
004890     MOVE SPACES TO SUMMARY-REPORT-RECORD.
004891     STRING "OPEN GL SUSPENSE AT PERIOD END " DELIMITED BY SIZE
004892            WS-PERIOD-END-DATE DELIMITED BY SIZE
004893            " (AGED BY REJECT / HOLD RUN DATE)" DELIMITED BY SIZE
004894         INTO SUMMARY-REPORT-RECORD.
004895     WRITE SUMMARY-REPORT-RECORD.
004896
004897     PERFORM VARYING WS-AGE-BAND FROM 1 BY 1
004898             UNTIL WS-AGE-BAND > 4
004899         PERFORM 6510-WRITE-AGING-BAND-LINE
004900             THRU 6510-WRITE-AGING-BAND-LINE-EXIT
004901     END-PERFORM.
004902
004903     MOVE SUSP-OPEN-TOTAL TO WS-EDIT-AMOUNT.
004904     MOVE SPACES TO SUMMARY-REPORT-RECORD.
004905     STRING "OPEN SUSPENSE BALANCE:        " DELIMITED BY SIZE
004906            WS-EDIT-AMOUNT DELIMITED BY SIZE
004907         INTO SUMMARY-REPORT-RECORD.
004908     WRITE SUMMARY-REPORT-RECORD.
004909
004910     IF SUSP-AFTER-PERIOD-COUNT > 0
004911         MOVE SUSP-AFTER-PERIOD-COUNT TO WS-EDIT-COUNT
004912         MOVE SPACES TO SUMMARY-REPORT-RECORD
004913         STRING "ITEMS SUSPENDED AFTER PERIOD END (SKIPPED): "
004914                    DELIMITED BY SIZE
004915                WS-EDIT-COUNT DELIMITED BY SIZE
004916             INTO SUMMARY-REPORT-RECORD
004917         WRITE SUMMARY-REPORT-RECORD
004918     END-IF.
004919
004920 6500-WRITE-SUSPENSE-AGING-EXIT.
004921     EXIT.
004922
004923*-----------------------------------------------------------------
004924 6510-WRITE-AGING-BAND-LINE.
004925     MOVE SPACES TO SUMMARY-REPORT-RECORD.
004926     MOVE SUSP-REJ-COUNT (WS-AGE-BAND) TO WS-EDIT-COUNT.
004927     MOVE SUSP-REJ-AMOUNT (WS-AGE-BAND) TO WS-EDIT-AMOUNT.
004928     MOVE SUSP-HOLD-COUNT (WS-AGE-BAND) TO WS-EDIT-HOLD-COUNT.
004929     MOVE SUSP-HOLD-AMOUNT (WS-AGE-BAND) TO WS-EDIT-HOLD-AMOUNT.
004930     STRING SUSP-AGE-LABEL (WS-AGE-BAND) DELIMITED BY SIZE
004931            "  REJECTS " DELIMITED BY SIZE
004932            WS-EDIT-COUNT DELIMITED BY SIZE
004933            " " DELIMITED BY SIZE
004934            WS-EDIT-AMOUNT DELIMITED BY SIZE
004935            "  HOLDS " DELIMITED BY SIZE
004936            WS-EDIT-HOLD-COUNT DELIMITED BY SIZE
004937            " " DELIMITED BY SIZE
004938            WS-EDIT-HOLD-AMOUNT DELIMITED BY SIZE
004939         INTO SUMMARY-REPORT-RECORD.
004941     WRITE SUMMARY-REPORT-RECORD.
004942
004943 6510-WRITE-AGING-BAND-LINE-EXIT.
004944     EXIT.
004945
004946*-----------------------------------------------------------------
004947 9000-TERMINATE.
004948     CLOSE GL-DAILY-FILE.
004949     CLOSE AUDIT-LOG-FILE.
004950     CLOSE GL-LOAD-FILE.
004951     CLOSE SUMMARY-REPORT-FILE.
004953     CLOSE REJECT-INV-FILE.
004956     CLOSE HOLD-INV-FILE.
004957     CLOSE GL-PERIOD-CTL-FILE.
004960
004970     DISPLAY "GlMonthEnd: RECORDS READ=" WS-GL-RECORDS-READ
004980             " ENTRIES=" CONS-ENTRY-COUNT
004990             " STATUS=" WS-BALANCE-STATUS
004994             " OPEN-SUSPENSE=" SUSP-OPEN-TOTAL
004996             " DUPLICATES-DROPPED=" SUSP-DUP-DROPPED-COUNT.
005000
005010 9000-TERMINATE-EXIT.
005020     EXIT.
