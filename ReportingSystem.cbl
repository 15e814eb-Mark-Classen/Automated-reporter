001400*                   LOG. A REPRINT CAN NEVER RE-POST A DAY.
001401*                   THE REPLAYED BUSINESS DAY COMES FROM THE
001402*                   RUNDATE KEYWORD IN THE REPLAY PARM FILE.
001403*  2026-10-15 MHC   REFUND-TO-SALE LINKAGE (SEE TRANREC): A
001404*                   REFUND NOW CARRIES THE TRAN-ID OF THE SALE
001405*                   IT REVERSES, AND IS REJECTED UNLESS THAT
001406*                   SALE IS ON THE PROCESSED HISTORY (REASON
001407*                   70), BELONGS TO THE SAME CUSTOMER (71), AND
001408*                   STILL HAS ENOUGH UNREFUNDED AMOUNT LEFT
001409*                   (72). THE HISTORY ENTRY NOW CARRIES THE
001410*                   POSTED CUSTOMER, TYPE, AND AMOUNT, AND A
001411*                   SALE'S ENTRY KEEPS A RUNNING REFUNDED
001412*                   AMOUNT (SEE TPHREC) - BUMPED WHEN A REFUND
001413*                   POSTS, GIVEN BACK WHEN THE REFUND'S OWN
001414*                   ENTRY IS BACKED OUT. A SALE OLDER THAN THE
001415*                   30-DAY HISTORY WINDOW CAN NO LONGER BE
001416*                   FOUND - ITS REFUND REJECTS ON 70 AND IS
001417*                   WORKED (OR WRITTEN OFF) THROUGH RejRepair.
001418*  2026-10-15 MHC   CUSTOMER AGE NOW DERIVED FROM THE MASTER'S
001419*                   BIRTH DATE (SEE CUSTREC) AS OF THE BUSINESS
001420*                   DAY AND USED FOR THE BRACKET AND THE
001421*                   COMPLIANCE TEST IN PLACE OF THE FEED'S
001422*                   TRAN-CUST-AGE (2350). THE FEED AGE IS STILL
001423*                   USED WHEN NO BIRTH DATE IS ON FILE. A FEED
001424*                   AGE MORE THAN A YEAR AWAY FROM THE DERIVED
001425*                   AGE IS WRITTEN TO THE NEW AGE-MISMATCH
001426*                   LISTING (AGEXFILE) WITH ITS BRANCH AND
001427*                   COUNTED ON THE SUMMARY REPORT; THE COUNT
001428*                   RIDES THE CHECKPOINT.
001429*  2026-10-15 MHC   REJECTED AND HELD AMOUNTS NOW POST TO THE GL
001430*                   SUSPENSE ACCOUNT ON THE DAY THEY ARE REJECTED
001431*                   OR HELD - POSTING-RULE TYPE "U" ON GLRULES,
001432*                   REQUIRED AT INITIALIZATION LIKE S/R/A AND
001433*                   REFUSED IF IT TOUCHES THE CASH ACCOUNT (THE
001434*                   MONTH-END CASH BALANCING MUST NOT SEE IT).
001435*                   A REJECT WITH A NON-NUMERIC AMOUNT HAS NO
001436*                   VALUE TO SUSPEND AND IS ONLY COUNTED. THE
001437*                   REJECTED AMOUNT RIDES THE CHECKPOINT AND
001438*                   PRINTS ON THE SUMMARY REPORT. RejRepair AND
001439*                   HoldRelease POST THE CONTRA AS EACH ITEM
001440*                   CLEARS.
001441*  2026-10-15 MHC   GL-BATCH-ID IS NOW THE EXTRACT'S DATA SET
001442*                   QUALIFIER (D + BUSINESS DAY YYMMDD) INSTEAD
001443*                   OF THE JOB NAME, SO EVERY BATCH IS UNIQUE,
001444*                   AND EACH EXTRACT WRITTEN IS APPENDED TO THE
001445*                   SENT-BATCH FILE (GLBATCH, SEE GLBREC) WITH
001446*                   ITS RECORD COUNT AND DEBIT/CREDIT TOTALS FOR
001447*                   GlAckRecon TO MATCH THE LEDGER'S
001448*                   ACKNOWLEDGEMENT AGAINST.
001449*  2026-10-15 MHC   ONE FEED PER BRANCH PER DAY: EACH REGIONAL
001450*                   BRANCH NOW SENDS ITS OWN TRANSACTION FILE
001451*                   AND CONTROL RECORD (SEE CTLREC), AND THE
001452*                   DAY'S FEED MANIFEST (MANFILE, SEE MANFREC)
001453*                   LISTS THE BRANCHES EXPECTED. EACH MANIFEST
001454*                   BRANCH IS BALANCED ON ITS OWN AHEAD OF
001455*                   PROCESSING (1250-1290); ONE THAT BALANCES
001456*                   POSTS, ONE THAT IS MISSING, SHORT, OR OUT
001457*                   OF BALANCE IS HELD BACK UNTOUCHED - NOT
001458*                   VALIDATED, REJECTED, HELD, POSTED TO
001459*                   HISTORY, OR ARCHIVED - SO ONE LATE BRANCH
001460*                   NO LONGER STOPS THE OTHER THREE. A HELD
001461*                   BRANCH POSTS ON A LATER PASS OF THE SAME
001462*                   BUSINESS DAY (THIRD PARM= TOKEN IS THE PASS
001463*                   LETTER, B, C, ...; BLANK IS PASS A) OR ON A
001464*                   CATCH-UP RUN; A BRANCH THE AUDIT LOG SHOWS
001465*                   ALREADY POSTED FOR THE DAY IS SKIPPED. A
001466*                   RECORD FOR A BRANCH NOT ON THE MANIFEST IS
001467*                   REJECTED (REASON 60 OR NEW 61) BY THE FIRST
001468*                   PASS THAT POSTS. THE REPORT GAINS A BRANCH
001469*                   FEED BALANCING SECTION, THE AUDIT LOG A
001470*                   LINE PER BRANCH AHEAD OF THE RUN-LEVEL LINE
001471*                   (SEE AUDITREC), AND A LATER PASS'S GL BATCH
001472*                   ID CARRIES ITS PASS LETTER. SINCE AN
001473*                   UNBALANCED BRANCH IS NEVER PROCESSED, THE
001474*                   OUT-OF-BALANCE HISTORY BACKOUT (9100) IS
001475*                   GONE; HISTORY ENTRIES AND THE CHECKPOINT
001476*                   NOW CARRY THE POSTING PASS SO A STALE
001477*                   CHECKPOINT BACKS OUT ONLY ITS OWN PASS.
001478*  2026-10-15 MHC   CUSTOMER MERGES: A VALID TRANSACTION FOR A
001479*                   CUSTOMER ID RETIRED BY A CustMaint MERGE IS
001480*                   POSTED TO THE SURVIVOR FOUND ON THE NEW
001481*                   CUSTXREF CROSS-REFERENCE (SEE XREFREC) -
001482*                   HISTORY, REGISTER, COMPLIANCE AND REJECT/
001483*                   HOLD IMAGES ALL CARRY THE SURVIVOR; THE
001484*                   ARCHIVE STAYS THE RAW FEED. A REFUND
001485*                   WHOSE SALE WAS POSTED UNDER THE RETIRED ID
001486*                   MATCHES ITS SURVIVOR. NO CUSTXREF YET
001487*                   (STATUS 35) MEANS NO MERGES.
001488*  2026-10-15 MHC   ARCHIVE-RECORD MOVED TO THE NEW ARCHREC
001489*                   COPYBOOK. EACH ARCHIVED RECORD IS STAMPED
001490*                   WITH THE BUSINESS DAY, THE POSTING PASS, AND
001491*                   WHETHER THIS PASS POSTED IT (ITS TRANHIST
001492*                   ENTRY CARRIES THIS DAY AND PASS) FOR THE
001493*                   MONTHLY ROLL INTO THE LONG-TERM ARCHIVE.
001494*  2026-10-15 MHC   GL PERIOD LOCKING: A BUSINESS DAY WHOSE GL
001495*                   PERIOD GlMonthEnd HAS CLOSED (NEW GLPERIOD
001496*                   FILE, SEE GLPCREC) IS REFUSED AT INIT
001497*                   UNLESS GLPERIOD REDIRECT IS IN THE RUNPARM -
001498*                   THEN IT POSTS INTO THE CURRENT OPEN PERIOD
001499*                   MARKED AS PRIOR-PERIOD ADJUSTMENTS (GLREC)
001500*                   AND PRINTS IN ITS OWN REPORT SECTION.
001501*  2026-10-15 MHC   BRANCH PROCESSING FEES: THE FEE SCHEDULE
001502*                   FINANCE MAINTAINS (FEESCHED, SEE FEEREC) IS
001503*                   LOADED AT INIT AND EACH BRANCH IS CHARGED ON
001504*                   WHAT IT POSTED, BY TYPE (6500 - THE BRANCH
001505*                   TABLE NOW COUNTS EACH TYPE, AND SO DOES THE
001506*                   CHECKPOINT). THE FEES PRINT IN THE BRANCH
001507*                   SECTION, POST ON THE NEW "F" GL RULE
001508*                   (REQUIRED, AND KEPT OFF CASH LIKE "U"), AND
001509*                   ARE LOGGED TO BRFEES (SEE BFEEREC) FOR THE
001510*                   MONTH-END BRANCH BILLING (BranchBill).
001511*****************************************************************
001512
001513 ENVIRONMENT DIVISION.
001514 INPUT-OUTPUT SECTION.
001515 FILE-CONTROL.
001516
001517     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
001518        ORGANIZATION IS LINE SEQUENTIAL
001519        FILE STATUS IS FS-TRAN-FILE.
001520
001521     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
001522        ORGANIZATION IS INDEXED
001523        ACCESS MODE IS RANDOM
001524        RECORD KEY IS CUST-ID
001525        FILE STATUS IS FS-CUST-FILE.
001526
001527     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
001528        ORGANIZATION IS LINE SEQUENTIAL
001529        FILE STATUS IS FS-REPORT-FILE.
001530
001531     SELECT REJECT-FILE ASSIGN TO "REJFILE"
001540        ORGANIZATION IS LINE SEQUENTIAL
001550        FILE STATUS IS FS-REJECT-FILE.
001560
001980        ORGANIZATION IS LINE SEQUENTIAL
001990        FILE STATUS IS FS-COMPLIANCE-FILE.
001992
001993     SELECT AGE-MISMATCH-FILE ASSIGN TO "AGEXFILE"
001994        ORGANIZATION IS LINE SEQUENTIAL
001995        FILE STATUS IS FS-AGE-MISMATCH-FILE.
001996
001997     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
001998        ORGANIZATION IS LINE SEQUENTIAL
001999        FILE STATUS IS FS-HOLD-FILE.
002000
002001     SELECT GL-RULES-FILE ASSIGN TO "GLRULES"
002002        ORGANIZATION IS LINE SEQUENTIAL
002003        FILE STATUS IS FS-GL-RULES-FILE.
002006        ORGANIZATION IS LINE SEQUENTIAL
002007        FILE STATUS IS FS-RESUB-IDS-FILE.
002008
002009     SELECT GL-BATCH-FILE ASSIGN TO "GLBATCH"
002010        ORGANIZATION IS LINE SEQUENTIAL
002011        FILE STATUS IS FS-GL-BATCH-FILE.
002012
002013     SELECT MANIFEST-FILE ASSIGN TO "MANFILE"
002014        ORGANIZATION IS LINE SEQUENTIAL
002015        FILE STATUS IS FS-MANIFEST-FILE.
002016
002017     SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
002018        ORGANIZATION IS INDEXED
002019        ACCESS MODE IS RANDOM
002020        RECORD KEY IS XREF-RETIRED-ID
002021        FILE STATUS IS FS-XREF-FILE.
002022
002023     SELECT GL-PERIOD-CTL-FILE ASSIGN TO "GLPERIOD"
002024        ORGANIZATION IS INDEXED
002025        ACCESS MODE IS RANDOM
002026        RECORD KEY IS GLPC-PERIOD
002028        FILE STATUS IS FS-GL-PERIOD-FILE.
002029
002030     SELECT FEE-SCHED-FILE ASSIGN TO "FEESCHED"
002031        ORGANIZATION IS LINE SEQUENTIAL
002032        FILE STATUS IS FS-FEE-SCHED-FILE.
002033
002034     SELECT BRANCH-FEE-FILE ASSIGN TO "BRFEES"
002035        ORGANIZATION IS LINE SEQUENTIAL
002037        FILE STATUS IS FS-BRANCH-FEE-FILE.
002039
002041 DATA DIVISION.
002043 FILE SECTION.
002045
002047 FD  TRAN-FILE.
002050     COPY TRANREC.
002060
002070 FD  CUSTOMER-MASTER-FILE.
002260     COPY GLREC.
002270
002280 FD  ARCHIVE-FILE.
002290     COPY ARCHREC.
002300
002310 FD  TRAN-HIST-FILE.
002320     COPY TPHREC.
002530
002540 FD  COMPLIANCE-FILE.
002550 01  COMPLIANCE-RECORD               PIC X(110).
002551
002552 FD  AGE-MISMATCH-FILE.
002553 01  AGE-MISMATCH-RECORD             PIC X(110).
002554
002555 FD  HOLD-FILE.
002556     COPY HOLDREC.
002557
002558 FD  GL-RULES-FILE.
002569 FD  RESUB-IDS-FILE.
002570 01  RESUB-IDS-RECORD.
002571     05  RESUB-IDS-TRAN-ID           PIC X(08).
002572     05  FILLER                      PIC X(28).
002573
002574 FD  GL-BATCH-FILE.
002575     COPY GLBREC.
002576
002577 FD  MANIFEST-FILE.
002578     COPY MANFREC.
002579
002580 FD  CUST-XREF-FILE.
002581     COPY XREFREC.
002582
002583 FD  GL-PERIOD-CTL-FILE.
002584     COPY GLPCREC.
002585
002586 FD  FEE-SCHED-FILE.
002587     COPY FEEREC.
002588
002589 FD  BRANCH-FEE-FILE.
002590     COPY BFEEREC.
002591
002593 SD  REGISTER-SORT-FILE.
002595 01  REG-SORT-RECORD.
002597     05  REG-SORT-CUST-ID            PIC X(06).
002600     05  REG-SORT-TRAN-ID            PIC X(08).
002610     05  REG-SORT-CUST-NAME          PIC X(30).
002620     05  REG-SORT-BRACKET-LABEL      PIC X(14).
002820 01  FS-REG-PRINT-FILE               PIC X(02) VALUE "00".
002830 01  FS-RUN-PARM-FILE                PIC X(02) VALUE "00".
002840 01  FS-COMPLIANCE-FILE              PIC X(02) VALUE "00".
002841 01  FS-AGE-MISMATCH-FILE            PIC X(02) VALUE "00".
002842 01  FS-HOLD-FILE                    PIC X(02) VALUE "00".
002844 01  FS-GL-RULES-FILE                PIC X(02) VALUE "00".
002846 01  FS-RESUB-IDS-FILE               PIC X(02) VALUE "00".
002847 01  FS-GL-BATCH-FILE                PIC X(02) VALUE "00".
002848 01  FS-MANIFEST-FILE                PIC X(02) VALUE "00".
002849 01  FS-XREF-FILE                    PIC X(02) VALUE "00".
002852 01  FS-GL-PERIOD-FILE               PIC X(02) VALUE "00".
002853 01  FS-FEE-SCHED-FILE               PIC X(02) VALUE "00".
002854 01  FS-BRANCH-FEE-FILE              PIC X(02) VALUE "00".
002855
002860*--------------------------------------------------------------*
002870*    RUN ACCUMULATORS                                          *
002880*--------------------------------------------------------------*
002950 01  ADJUSTMENT-TOTAL                PIC 9(10)V99 VALUE 0.
002960 01  RECORDS-READ                    PIC 9(08) VALUE 0.
002970 01  REJECT-COUNT                    PIC 9(08) VALUE 0.
002974 01  REJECT-AMOUNT                   PIC 9(10)V99 VALUE 0.
002980 01  LAST-REC-NO                     PIC 9(08) VALUE 0.
002982 01  HELD-COUNT                      PIC 9(08) VALUE 0.
002984 01  HELD-AMOUNT                     PIC 9(10)V99 VALUE 0.
003291        10  BRN-SALES-TOTAL         PIC 9(10)V99 VALUE 0.
003292        10  BRN-REFUND-TOTAL        PIC 9(10)V99 VALUE 0.
003293        10  BRN-ADJUSTMENT-TOTAL    PIC 9(10)V99 VALUE 0.
003294        10  BRN-SALES-COUNT         PIC 9(08) VALUE 0.
003295        10  BRN-REFUND-COUNT        PIC 9(08) VALUE 0.
003296        10  BRN-ADJUSTMENT-COUNT    PIC 9(08) VALUE 0.
003297        10  BRN-BRACKET OCCURS 5 TIMES.
003298            15  BRN-BR-COUNT        PIC 9(08) VALUE 0.
003299            15  BRN-BR-TOTAL        PIC S9(10)V99 VALUE 0.
003300
003301 01  WS-BRANCH-SUB                   PIC 9(01).
003302 01  WS-BRANCH-FOUND-SW              PIC X(01).
003303     88  BRANCH-WAS-FOUND                VALUE "Y".
003304 01  WS-LOOKUP-BRANCH-CD             PIC X(03).
003305
003306*--------------------------------------------------------------*
003307*    BRANCH FEED TABLE - PARALLEL TO THE BRANCH TABLE, ONE     *
003308*    SLOT PER BRANCH ON THE DAY'S FEED MANIFEST (SEE MANFREC). *
003309*    CARRIES THE BRANCH'S CONTROL RECORD (SEE CTLREC), WHAT    *
003310*    ITS FEED ACTUALLY HOLDS, AND WHETHER IT POSTS ON THIS     *
003311*    PASS. A BRANCH POSTS ONLY WHEN ITS OWN FEED BALANCES TO   *
003312*    ITS OWN CONTROL RECORD; ANY OTHER MANIFEST BRANCH IS HELD *
003313*    BACK UNTOUCHED FOR A LATER PASS OF THE BUSINESS DAY.      *
003314*--------------------------------------------------------------*
003315 01  BRANCH-FEED-TABLE.
003316     05  BRANCH-FEED-ENTRY OCCURS 8 TIMES.
003317        10  BFD-EXPECTED-SW         PIC X(01).
003318            88  BFD-ON-MANIFEST         VALUE "Y".
003319        10  BFD-CTL-SW              PIC X(01).
003320            88  BFD-CTL-SUPPLIED        VALUE "Y".
003321            88  BFD-CTL-DUPLICATED      VALUE "D".
003322        10  BFD-POSTED-EARLIER-SW   PIC X(01).
003323            88  BFD-POSTED-EARLIER      VALUE "Y".
003324        10  BFD-POST-SW             PIC X(01).
003325            88  BFD-POSTS-THIS-PASS     VALUE "Y".
003326        10  BFD-STATUS              PIC X(12).
003327            88  BFD-IN-BALANCE          VALUE "IN BALANCE".
003328            88  BFD-PRIOR-PASS          VALUE "PRIOR PASS".
003329        10  BFD-CTL-COUNT           PIC 9(08).
003330        10  BFD-CTL-AMOUNT          PIC 9(10)V99.
003331        10  BFD-READ-COUNT          PIC 9(08).
003332        10  BFD-READ-AMOUNT         PIC 9(10)V99.
003333        10  BFD-REJECT-COUNT        PIC 9(08).
003334
003335 01  WS-FEED-SUB                     PIC 9(01).
003336 01  WS-POST-PASS                    PIC X(01) VALUE "A".
003337 01  WS-RESTART-PASS                 PIC X(01) VALUE SPACE.
003338 01  WS-PASS-POSTED-SW               PIC X(01) VALUE "N".
003339     88  BRANCHES-POSTED-THIS-PASS       VALUE "Y".
003340 01  WS-REJECT-UNASSIGNED-SW         PIC X(01) VALUE "N".
003341     88  REJECT-UNASSIGNED-RECORDS       VALUE "Y".
003342 01  WS-FEED-ACTION-SW               PIC X(01).
003343     88  FEED-RECORD-POSTS               VALUE "P".
003344     88  FEED-RECORD-SKIPPED             VALUE "S".
003345     88  FEED-RECORD-REJECTED            VALUE "R".
003346 01  MANIFEST-BRANCH-COUNT           PIC 9(02) VALUE 0.
003347 01  BRANCHES-POSTING-COUNT          PIC 9(02) VALUE 0.
003348 01  BRANCHES-HELD-COUNT             PIC 9(02) VALUE 0.
003349 01  BRANCHES-EARLIER-COUNT          PIC 9(02) VALUE 0.
003350 01  UNASSIGNED-COUNT                PIC 9(08) VALUE 0.
003351 01  UNASSIGNED-AMOUNT               PIC 9(10)V99 VALUE 0.
003352 01  WS-BRANCH-NET-AMOUNT            PIC S9(10)V99 VALUE 0.
003353 01  WS-BRANCH-POSTED-COUNT          PIC 9(08) VALUE 0.
003354 01  WS-MANIFEST-EOF-SW              PIC X(01) VALUE "N".
003355     88  END-OF-MANIFEST-FILE            VALUE "Y".
003356 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
003357     88  END-OF-CONTROL-FILE             VALUE "Y".
003358 01  WS-PREPASS-EOF-SW               PIC X(01) VALUE "N".
003359     88  END-OF-PREPASS                  VALUE "Y".
003360 01  WS-AUDIT-EOF-SW                 PIC X(01) VALUE "N".
003361     88  END-OF-AUDIT-LOG                VALUE "Y".
003362
003363*--------------------------------------------------------------*
003364*    RECORD VALIDATION WORK AREA                                *
003365*--------------------------------------------------------------*
003366 01  WS-VALID-SW                     PIC X(01).
003367     88  RECORD-IS-VALID                 VALUE "Y".
003368 01  WS-REJECT-REASON-CD             PIC 9(02).
003369 01  WS-REJECT-REASON-TX             PIC X(30).
003370
003371*--------------------------------------------------------------*
003380*    CHECKPOINT/RESTART WORK AREA                                *
003390*--------------------------------------------------------------*
003400 01  CHKPT-INTERVAL                  PIC 9(05) VALUE 1000.
003650*--------------------------------------------------------------*
003660 01  WS-CUST-FOUND-SW                PIC X(01).
003670     88  CUSTOMER-WAS-FOUND              VALUE "Y".
003671
003672*--------------------------------------------------------------*
003673*    MERGED-CUSTOMER CROSS-REFERENCE WORK AREA - 2105 FOLLOWS  *
003674*    WS-XREF-CUST-ID DOWN THE RETIRED-TO-SURVIVOR CHAIN.       *
003675*--------------------------------------------------------------*
003676 01  WS-XREF-AVAIL-SW                PIC X(01) VALUE "N".
003677     88  XREF-FILE-AVAILABLE             VALUE "Y".
003678 01  WS-XREF-END-SW                  PIC X(01).
003679     88  XREF-CHAIN-ENDED                VALUE "Y".
003680 01  WS-XREF-CUST-ID                 PIC X(06).
003681 01  WS-XREF-HOPS                    PIC 9(02).
003682 01  WS-XREF-MAX-HOPS                PIC 9(02) VALUE 10.
003683 01  RETIRED-ID-COUNT                PIC 9(08) VALUE 0.
003686
003690*--------------------------------------------------------------*
003700*    PROCESSED-TRANSACTION HISTORY WORK AREA                   *
003710*--------------------------------------------------------------*
003760 01  WS-HIST-PURGE-COUNT             PIC 9(08) VALUE 0.
003770 01  WS-HIST-BACKOUT-DATE            PIC 9(08) VALUE 0.
003780 01  WS-STALE-CHKPT-DATE             PIC 9(08) VALUE 0.
003781 01  WS-STALE-CHKPT-PASS             PIC X(01) VALUE SPACE.
003782 01  WS-HIST-BACKOUT-PASS            PIC X(01) VALUE SPACE.
003783 01  WS-HIST-WRITTEN-SW              PIC X(01).
003784     88  HISTORY-ENTRY-WRITTEN           VALUE "Y".
003785
003786*--------------------------------------------------------------*
003787*    REFUND-TO-SALE MATCHING WORK AREA - A REFUND IS CHECKED   *
003788*    AGAINST THE HISTORY ENTRY OF THE SALE IT NAMES (2155),    *
003789*    AND ON POSTING ITS AMOUNT IS ADDED TO THAT SALE'S         *
003790*    REFUNDED TOTAL (2165). A BACKOUT (9150) GIVES IT BACK.    *
003791*--------------------------------------------------------------*
003792 01  WS-REFUND-REAPPLY-SW            PIC X(01).
003793     88  REFUND-ALREADY-APPLIED          VALUE "Y".
003794 01  WS-SALE-UNREFUNDED             PIC S9(06)V99.
003795 01  WS-REFUND-ORIG-TRAN-ID          PIC X(08).
003796 01  WS-REFUND-BACKOUT-AMOUNT        PIC 9(05)V99.
003797 01  WS-HIST-RESUME-KEY              PIC X(08).
003798 01  WS-HIST-REFUND-SW               PIC X(01).
003799     88  DELETED-ENTRY-WAS-REFUND        VALUE "Y".
003800
003801*--------------------------------------------------------------*
003810*    COMPLIANCE EXCEPTION WORK AREA - A TRANSACTION FOR A      *
003820*    MINOR (LEGAL AGE OF MAJORITY, NOT THE CONFIGURABLE        *
003830*    REPORTING BRACKETS) ON AN ACCOUNT THAT IS NOT AN ACTIVE   *
003870 01  EXCEPTION-COUNT                 PIC 9(08) VALUE 0.
003880 01  WS-EXCP-SEVERITY                PIC X(04).
003890 01  WS-EXCP-CUST-STATUS             PIC X(11).
003891
003892*--------------------------------------------------------------*
003893*    CUSTOMER AGE WORK AREA - THE AGE THE BRACKET AND THE      *
003894*    COMPLIANCE TEST USE, DERIVED FROM THE MASTER'S BIRTH      *
003895*    DATE AS OF THE BUSINESS DAY WHEN ONE IS ON FILE. A FEED   *
003896*    AGE MORE THAN AGE-MISMATCH-TOLERANCE YEARS AWAY FROM IT   *
003897*    IS LISTED ON THE AGE-MISMATCH FILE.                       *
003898*--------------------------------------------------------------*
003899 01  WS-EFFECTIVE-AGE                PIC 9(03).
003900 01  WS-DERIVED-AGE                  PIC 9(03).
003901 01  WS-AGE-DIFFERENCE               PIC S9(03).
003902 01  AGE-MISMATCH-TOLERANCE          PIC 9(01) VALUE 1.
003903 01  AGE-MISMATCH-COUNT              PIC 9(08) VALUE 0.
003904 01  WS-AGE-AS-OF-DATE               PIC 9(08).
003905 01  WS-AGE-AS-OF-PARTS REDEFINES WS-AGE-AS-OF-DATE.
003906     05  WS-AGE-AS-OF-CCYY           PIC 9(04).
003907     05  WS-AGE-AS-OF-MMDD           PIC 9(04).
003908 01  WS-AGE-BIRTH-DATE               PIC 9(08).
003909 01  WS-AGE-BIRTH-PARTS REDEFINES WS-AGE-BIRTH-DATE.
003910     05  WS-AGE-BIRTH-CCYY           PIC 9(04).
003911     05  WS-AGE-BIRTH-MMDD           PIC 9(04).
003913
003915*--------------------------------------------------------------*
003920*    CONTROL-TOTAL BALANCING WORK AREA                          *
003930*--------------------------------------------------------------*
003940 01  WS-BALANCE-STATUS               PIC X(12)
003950     VALUE "NOT BALANCED".
003960     88  RUN-IS-IN-BALANCE               VALUE "IN BALANCE".
003970     88  RUN-IS-PARTIAL                  VALUE "PARTIAL".
003990 01  WS-COUNT-VARIANCE                PIC S9(08) VALUE 0.
004000 01  WS-AMOUNT-VARIANCE                PIC S9(10)V99 VALUE 0.
004010
004150 01  WS-GL-ACCOUNT                   PIC X(10).
004160 01  WS-GL-DRCR                      PIC X(01).
004170 01  WS-GL-REC-AMOUNT                PIC 9(10)V99.
004171 01  WS-GL-REC-COUNT                 PIC 9(06) VALUE 0.
004172 01  WS-GL-DEBIT-TOTAL               PIC 9(10)V99 VALUE 0.
004173 01  WS-GL-CREDIT-TOTAL              PIC 9(10)V99 VALUE 0.
004174
004175*--------------------------------------------------------------*
004176*    GL PERIOD CONTROL - 1195 REFUSES A CLOSED PERIOD, OR WITH *
004177*    GLPERIOD REDIRECT MOVES THE DAY INTO THE OPEN PERIOD AS   *
004178*    PRIOR-PERIOD ADJUSTMENTS - WS-GL-ORIG-PERIOD IS THEN THE  *
004179*    CLOSED PERIOD THE DAY BELONGS TO.                         *
004180*--------------------------------------------------------------*
004181 01  WS-REDIRECT-ASKED-SW            PIC X(01) VALUE "N".
004182     88  CLOSED-PERIOD-REDIRECT-ASKED    VALUE "Y".
004183 01  WS-PPA-SW                       PIC X(01) VALUE "N".
004184     88  PRIOR-PERIOD-REDIRECTED         VALUE "Y".
004185 01  WS-GLPC-CLOSED-SW               PIC X(01) VALUE "N".
004186     88  GL-PERIOD-IS-CLOSED             VALUE "Y".
004187 01  WS-GLPC-CHECK-PERIOD            PIC 9(06).
004188 01  WS-GL-ORIG-PERIOD               PIC 9(06) VALUE 0.
004189
004190*--------------------------------------------------------------*
004191*    GL POSTING-RULE TABLE - LOADED FROM THE GLRULES FILE AT   *
004192*    INITIALIZATION (SEE GLRULREC), ONE DEBIT/CREDIT ACCOUNT   *
004193*    PAIR PER TRANSACTION TYPE. EVERY KNOWN TYPE MUST HAVE A   *
004194*    RULE OR THE RUN STOPS BEFORE A RECORD IS READ.            *
004195*--------------------------------------------------------------*
004196 01  GL-RULE-TABLE.
004197     05  GL-RULE-ENTRY OCCURS 10 TIMES.
004198        10  RUL-TYPE-CD             PIC X(01).
004199        10  RUL-DEBIT-ACCOUNT       PIC X(10).
004200        10  RUL-CREDIT-ACCOUNT      PIC X(10).
004201 01  GL-RULE-COUNT                   PIC 9(02) VALUE 0.
004202 01  WS-RULE-SUB                     PIC 9(02).
004203 01  WS-RULE-TYPE-CD                 PIC X(01).
004204 01  WS-RULE-FOUND-SW                PIC X(01).
004205     88  GL-RULE-WAS-FOUND               VALUE "Y".
004206 01  WS-RULES-EOF-SW                 PIC X(01) VALUE "N".
004207     88  END-OF-RULES-FILE               VALUE "Y".
004208
004209*--------------------------------------------------------------*
004210*    SUSPENSE POSTING - RULE TYPE "U" CARRIES THE SUSPENSE     *
004211*    ACCOUNT; THE DAY'S REJECTED PLUS HELD AMOUNT POSTS TO IT  *
004212*    AS ONE PAIR (7500).                                       *
004213*--------------------------------------------------------------*
004214 01  WS-SUSP-DEBIT-ACCOUNT           PIC X(10).
004215 01  WS-SUSP-CREDIT-ACCOUNT          PIC X(10).
004216 01  SUSPENSE-AMOUNT                 PIC 9(10)V99 VALUE 0.
004217
004218*--------------------------------------------------------------*
004219*    BRANCH FEE SCHEDULE - THE ENTRY IN FORCE ON THE BUSINESS  *
004220*    DAY FOR EACH BRANCH AND TYPE, LOADED FROM THE FEESCHED    *
004221*    FILE AT INITIALIZATION (SEE FEEREC). AN ENTRY EFFECTIVE   *
004222*    LATER THAN THE DAY IS ONLY COUNTED.                       *
004223*--------------------------------------------------------------*
004224 01  FEE-SCHED-TABLE.
004225     05  FEE-SCHED-ENTRY OCCURS 50 TIMES.
004226        10  FSC-BRANCH-CD           PIC X(03).
004227        10  FSC-TRAN-TYPE-CD        PIC X(01).
004228        10  FSC-EFFECTIVE-DATE      PIC 9(08).
004229        10  FSC-PER-TRAN-AMT        PIC 9(03)V99.
004230        10  FSC-RATE-PCT            PIC 9(02)V9(04).
004231 01  FEE-SCHED-COUNT                 PIC 9(02) VALUE 0.
004232 01  FEE-AHEAD-COUNT                 PIC 9(03) VALUE 0.
004233 01  WS-FSC-SUB                      PIC 9(02).
004234 01  WS-FEE-BRANCH-CD                PIC X(03).
004235 01  WS-FEE-TYPE-CD                  PIC X(01).
004236 01  WS-FSC-FOUND-SW                 PIC X(01).
004237     88  FEE-SCHED-WAS-FOUND             VALUE "Y".
004238 01  WS-FEE-EOF-SW                   PIC X(01) VALUE "N".
004239     88  END-OF-FEE-SCHED-FILE           VALUE "Y".
004240 01  WS-FEE-LOADED-SW                PIC X(01) VALUE "N".
004241     88  FEE-SCHEDULE-LOADED             VALUE "Y".
004242 01  WS-CASH-ACCOUNT                 PIC X(10).
004243
004244*--------------------------------------------------------------*
004245*    BRANCH FEES - PARALLEL TO THE BRANCH TABLE, ONE FEE PER   *
004246*    TRANSACTION TYPE (1 SALES, 2 REFUNDS, 3 ADJUSTMENTS),     *
004247*    COMPUTED BY 6500 FROM THE BRANCH'S POSTED VOLUMES. NOT    *
004248*    CHECKPOINTED - A RESTART RECOMPUTES THEM.                 *
004249*--------------------------------------------------------------*
004250 01  BRANCH-FEE-TABLE.
004251     05  BRANCH-FEE-ENTRY OCCURS 8 TIMES.
004252        10  BFE-TYPE-FEE OCCURS 3 TIMES.
004253            15  BFE-SCHED-SW        PIC X(01).
004254                88  BFE-NO-SCHEDULE     VALUE "N".
004255            15  BFE-EFFECTIVE-DATE  PIC 9(08).
004256            15  BFE-PER-TRAN-AMT    PIC 9(03)V99.
004257            15  BFE-RATE-PCT        PIC 9(02)V9(04).
004258            15  BFE-FEE-AMOUNT      PIC 9(08)V99.
004259        10  BFE-BRANCH-FEE-TOTAL    PIC 9(10)V99.
004260 01  FEE-TYPE-CODES                  PIC X(03) VALUE "SRA".
004261 01  FEE-TYPE-CODE-TABLE REDEFINES FEE-TYPE-CODES.
004262     05  FEE-TYPE-CD                 PIC X(01) OCCURS 3 TIMES.
004263 01  WS-FEE-TYPE-SUB                 PIC 9(01).
004264 01  WS-FEE-TRAN-COUNT               PIC 9(08).
004265 01  WS-FEE-TRAN-AMOUNT              PIC 9(10)V99.
004266 01  FEE-TOTAL                       PIC 9(10)V99 VALUE 0.
004267 01  FEE-UNSCHEDULED-COUNT           PIC 9(02) VALUE 0.
004268
004269*--------------------------------------------------------------*
004270*    TODAY'S DATE, USED TO VALIDATE A CHECKPOINT BELONGS TO      *
004271*    THIS RUN RATHER THAN A STALE PRIOR DAY                      *
004272*--------------------------------------------------------------*
004273 01  WS-TODAY-CCYYMMDD               PIC 9(08).
004274
004275*--------------------------------------------------------------*
004276*    REPORT LINE WORK AREAS                                    *
004277*--------------------------------------------------------------*
004280 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99-.
004290 01  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
004300 01  WS-EDIT-AVERAGE                 PIC ZZZ,ZZZ,ZZ9.99-.
004830     PERFORM 6000-BALANCE-RUN
004840        THRU 6000-BALANCE-RUN-EXIT.
004850
004852     PERFORM 6500-COMPUTE-BRANCH-FEES
004854        THRU 6500-COMPUTE-BRANCH-FEES-EXIT.
004856
004860     PERFORM 7000-PRODUCE-REPORT
004870        THRU 7000-PRODUCE-REPORT-EXIT.
004880
005264        DISPLAY "ReportingSystem: REPLAY MODE - READ-ONLY"
005265                " REPRINT, NOTHING WILL BE POSTED"
005266     END-IF.
005267
005268*    ANY OTHER THIRD TOKEN IS THE POSTING PASS OF THE BUSINESS
005269*    DAY - A SINGLE LETTER, B FOR THE FIRST LATE-FEED PASS AND
005270*    SO ON. BLANK IS THE DAY'S FIRST PASS (A).
005271     IF NOT REPLAY-MODE-IN-EFFECT
005272        AND WS-PARM-MODE NOT = SPACES
005273        IF WS-PARM-MODE (2:7) = SPACES
005274            AND WS-PARM-MODE (1:1) IS ALPHABETIC-UPPER
005275            MOVE WS-PARM-MODE (1:1) TO WS-POST-PASS
005276            DISPLAY "ReportingSystem: POSTING PASS "
005277                    WS-POST-PASS " OF THE BUSINESS DAY"
005278        ELSE
005279            DISPLAY "ReportingSystem: INVALID POSTING PASS '"
005280                    WS-PARM-MODE "' ON PARM= - RUN STOPPED"
005281            MOVE 16 TO RETURN-CODE
005282            MOVE "Y" TO WS-INIT-FAILED-SW
005283            GO TO 1000-INITIALIZE-EXIT
005284        END-IF
005285     END-IF.
005286
005287     PERFORM 1100-BUILD-BRACKET-TABLE
005290        THRU 1100-BUILD-BRACKET-TABLE-EXIT.
005292
005294     PERFORM 1120-BUILD-BRANCH-TABLE
005362                WS-ACTUAL-DATE ")"
005363     END-IF.
005364
005365     PERFORM 1260-LOAD-MANIFEST
005366        THRU 1260-LOAD-MANIFEST-EXIT.
005367     IF INITIALIZATION-FAILED
005368        GO TO 1000-INITIALIZE-EXIT
005369     END-IF.
005370
005371     PERFORM 1250-LOAD-CONTROL-TOTALS
005372        THRU 1250-LOAD-CONTROL-TOTALS-EXIT.
005373     IF INITIALIZATION-FAILED
005374        GO TO 1000-INITIALIZE-EXIT
005375     END-IF.
005376
005377     PERFORM 1190-LOAD-RESUB-IDS
005378        THRU 1190-LOAD-RESUB-IDS-EXIT.
005379     IF INITIALIZATION-FAILED
005380        GO TO 1000-INITIALIZE-EXIT
005381     END-IF.
005382
005383*    REPLAY NEVER POSTS A GL EXTRACT AND NEVER RESUMES A
005384*    CHECKPOINT - THE RULES AND FEE SCHEDULE LOADS AND THE
005385*    RESTART CHECK ARE DAILY-RUN CONCERNS ONLY.
005386     IF NOT REPLAY-MODE-IN-EFFECT
005387        PERFORM 1180-LOAD-GL-RULES
005388           THRU 1180-LOAD-GL-RULES-EXIT
005389        IF INITIALIZATION-FAILED
005390           GO TO 1000-INITIALIZE-EXIT
005391        END-IF
005392        PERFORM 1187-LOAD-FEE-SCHEDULE
005393           THRU 1187-LOAD-FEE-SCHEDULE-EXIT
005394        IF INITIALIZATION-FAILED
005395           GO TO 1000-INITIALIZE-EXIT
005396        END-IF
005397        PERFORM 1195-CHECK-GL-PERIOD
005398           THRU 1195-CHECK-GL-PERIOD-EXIT
005399        IF INITIALIZATION-FAILED
005400           GO TO 1000-INITIALIZE-EXIT
005401        END-IF
005402        PERFORM 1200-CHECK-FOR-RESTART
005403           THRU 1200-CHECK-FOR-RESTART-EXIT
005404        IF INITIALIZATION-FAILED
005405           GO TO 1000-INITIALIZE-EXIT
005406        END-IF
005407        PERFORM 1270-FIND-POSTED-BRANCHES
005408           THRU 1270-FIND-POSTED-BRANCHES-EXIT
005409     END-IF.
005410
005411*    EVERY MANIFEST BRANCH IS BALANCED ON ITS OWN BEFORE A
005412*    RECORD IS PROCESSED - WHICH BRANCHES POST DECIDES WHICH
005413*    RECORDS 2000 TOUCHES AT ALL.
005414     PERFORM 1280-COUNT-BRANCH-FEEDS
005415        THRU 1280-COUNT-BRANCH-FEEDS-EXIT.
005416     PERFORM 1290-DECIDE-BRANCH-POSTING
005417        THRU 1290-DECIDE-BRANCH-POSTING-EXIT.
005418
005419     OPEN INPUT TRAN-FILE.
005420     IF FS-TRAN-FILE NOT = "00"
005421        DISPLAY "ReportingSystem: TRAN FILE OPEN FAILED, ST="
005430                FS-TRAN-FILE
005440        MOVE 16 TO RETURN-CODE
005450        MOVE "Y" TO WS-INIT-FAILED-SW
005540        MOVE "Y" TO WS-INIT-FAILED-SW
005550        GO TO 1000-INITIALIZE-EXIT
005560     END-IF.
005561
005562*    NO CROSS-REFERENCE FILE YET MEANS NO CUSTOMER HAS EVER BEEN
005563*    MERGED - EVERY ID POSTS AS SENT.
005564     OPEN INPUT CUST-XREF-FILE.
005565     IF FS-XREF-FILE = "00"
005566        MOVE "Y" TO WS-XREF-AVAIL-SW
005567     ELSE
005568        IF FS-XREF-FILE = "35"
005569            DISPLAY "ReportingSystem: NO CUSTXREF FILE - NO"
005570                    " MERGED CUSTOMER IDS REDIRECTED"
005571        ELSE
005572            DISPLAY "ReportingSystem: CUSTXREF OPEN FAILED, ST="
005573                    FS-XREF-FILE
005574            MOVE 16 TO RETURN-CODE
005575            MOVE "Y" TO WS-INIT-FAILED-SW
005576            GO TO 1000-INITIALIZE-EXIT
005577        END-IF
005578     END-IF.
005579
005580*    REPLAY OPENS THE PROCESSED-ID HISTORY READ-ONLY - 2150
005581*    STILL NEEDS IT TO RE-REJECT THE DAY'S GENUINE PRIOR-DATE
005582*    DUPLICATES - BUT NEVER PURGES, BACKS OUT, OR WRITES IT,
005583*    SO A REPRINT CANNOT DISTURB THE LIVE CYCLE'S PROTECTION.
005584     IF REPLAY-MODE-IN-EFFECT
005585        OPEN INPUT TRAN-HIST-FILE
005586        IF FS-TRAN-HIST-FILE NOT = "00"
005587            DISPLAY "ReportingSystem: TRANHIST OPEN FAILED, ST="
005588                    FS-TRAN-HIST-FILE
005589            MOVE 16 TO RETURN-CODE
005590            MOVE "Y" TO WS-INIT-FAILED-SW
005591            GO TO 1000-INITIALIZE-EXIT
005592        END-IF
005593        GO TO 1000-OPEN-REPORT-FILES
005594     END-IF.
005595
005596     OPEN I-O TRAN-HIST-FILE.
005597     IF FS-TRAN-HIST-FILE = "35"
005600        OPEN OUTPUT TRAN-HIST-FILE
005610        CLOSE TRAN-HIST-FILE
005620        OPEN I-O TRAN-HIST-FILE
005740
005750     IF WS-STALE-CHKPT-DATE > 0
005760        MOVE WS-STALE-CHKPT-DATE TO WS-HIST-BACKOUT-DATE
005764        MOVE WS-STALE-CHKPT-PASS TO WS-HIST-BACKOUT-PASS
005770        PERFORM 9150-DELETE-HISTORY-FOR-DATE
005780            THRU 9150-DELETE-HISTORY-FOR-DATE-EXIT
005790        DISPLAY "ReportingSystem: BACKED OUT "
006250        GO TO 1000-INITIALIZE-EXIT
006260     END-IF.
006261
006262     IF THIS-IS-A-RESTART-RUN
006263        OPEN EXTEND AGE-MISMATCH-FILE
006264     ELSE
006265        OPEN OUTPUT AGE-MISMATCH-FILE
006266     END-IF.
006267     IF FS-AGE-MISMATCH-FILE NOT = "00"
006268        DISPLAY "ReportingSystem: AGEXFILE OPEN FAILED, ST="
006269                FS-AGE-MISMATCH-FILE
006270        MOVE 16 TO RETURN-CODE
006271        MOVE "Y" TO WS-INIT-FAILED-SW
006272        GO TO 1000-INITIALIZE-EXIT
006273     END-IF.
006274
006275*    PROD.DLYRPT.HOLDS IS THE PERSISTENT PENDING-APPROVAL
006276*    INVENTORY SHARED WITH THE HLDRLS00 RELEASE STREAM -
006277*    ALWAYS EXTEND IT, SAME RULE AS THE OPEN-REJECT FILE.
006278     OPEN EXTEND HOLD-FILE.
006279     IF FS-HOLD-FILE = "35"
006280        OPEN OUTPUT HOLD-FILE
006281     END-IF.
006282     IF FS-HOLD-FILE NOT = "00"
006283        DISPLAY "ReportingSystem: HOLDFILE OPEN FAILED, ST="
006284                FS-HOLD-FILE
006285        MOVE 16 TO RETURN-CODE
006286        MOVE "Y" TO WS-INIT-FAILED-SW
006287        GO TO 1000-INITIALIZE-EXIT
006288     END-IF.
006289
006290 1000-OPEN-REPORT-PRINT.
006291     OPEN OUTPUT REPORT-FILE.
006292     IF FS-REPORT-FILE NOT = "00"
006300        DISPLAY "ReportingSystem: RPTFILE OPEN FAILED, ST="
006310                FS-REPORT-FILE
006320        MOVE 16 TO RETURN-CODE
007646                         " LINE " WS-PARM-LINE-COUNT
007647                 MOVE "Y" TO WS-PARM-ERROR-SW
007648             END-IF
007649         WHEN PARM-IS-GLPERIOD
007650             IF PARM-GLPD-REDIRECT
007651                 MOVE "Y" TO WS-REDIRECT-ASKED-SW
007652             ELSE
007653                 DISPLAY "ReportingSystem: BAD GLPERIOD PARM AT"
007654                         " LINE " WS-PARM-LINE-COUNT
007655                 MOVE "Y" TO WS-PARM-ERROR-SW
007656             END-IF
007657         WHEN OTHER
007658             DISPLAY "ReportingSystem: UNKNOWN PARM KEYWORD '"
007659                     PARM-KEYWORD "' AT LINE "
007660                     WS-PARM-LINE-COUNT
007670             MOVE "Y" TO WS-PARM-ERROR-SW
007680     END-EVALUATE.
008189     MOVE "A" TO WS-RULE-TYPE-CD.
008190     PERFORM 1185-REQUIRE-GL-RULE
008191        THRU 1185-REQUIRE-GL-RULE-EXIT.
008192     MOVE "U" TO WS-RULE-TYPE-CD.
008193     PERFORM 1185-REQUIRE-GL-RULE
008194        THRU 1185-REQUIRE-GL-RULE-EXIT.
008195     MOVE "F" TO WS-RULE-TYPE-CD.
008196     PERFORM 1185-REQUIRE-GL-RULE
008197        THRU 1185-REQUIRE-GL-RULE-EXIT.
008198
008199     IF INITIALIZATION-FAILED
008200        GO TO 1180-LOAD-GL-RULES-EXIT
008201     END-IF.
008202
008203*    THE SUSPENSE PAIR MUST STAY OFF THE CASH ACCOUNT (THE
008204*    SALES RULE'S DEBIT SIDE) - GlMonthEnd BALANCES NET CASH
008205*    AGAINST THE AUDIT LOG, WHICH NEVER INCLUDES SUSPENSE.
008206     MOVE "U" TO WS-RULE-TYPE-CD.
008207     PERFORM 7550-FIND-GL-RULE
008208        THRU 7550-FIND-GL-RULE-EXIT.
008209     MOVE RUL-DEBIT-ACCOUNT (WS-RULE-SUB)
008210         TO WS-SUSP-DEBIT-ACCOUNT.
008211     MOVE RUL-CREDIT-ACCOUNT (WS-RULE-SUB)
008212         TO WS-SUSP-CREDIT-ACCOUNT.
008213     MOVE "S" TO WS-RULE-TYPE-CD.
008214     PERFORM 7550-FIND-GL-RULE
008215        THRU 7550-FIND-GL-RULE-EXIT.
008216     IF RUL-DEBIT-ACCOUNT (WS-RULE-SUB) = WS-SUSP-DEBIT-ACCOUNT
008217     OR RUL-DEBIT-ACCOUNT (WS-RULE-SUB) = WS-SUSP-CREDIT-ACCOUNT
008218        DISPLAY "ReportingSystem: SUSPENSE RULE 'U' POSTS TO"
008219                " THE CASH ACCOUNT "
008220                RUL-DEBIT-ACCOUNT (WS-RULE-SUB)
008221                " - RUN STOPPED"
008222        MOVE 16 TO RETURN-CODE
008223        MOVE "Y" TO WS-INIT-FAILED-SW
008224     END-IF.
008225
008226*    SO MUST THE BRANCH FEE PAIR - THE FEES ARE BILLED TO THE
008227*    BRANCHES, NOT TAKEN IN THROUGH THE FEED.
008228     MOVE RUL-DEBIT-ACCOUNT (WS-RULE-SUB) TO WS-CASH-ACCOUNT.
008229     MOVE "F" TO WS-RULE-TYPE-CD.
008230     PERFORM 7550-FIND-GL-RULE
008231        THRU 7550-FIND-GL-RULE-EXIT.
008232     IF RUL-DEBIT-ACCOUNT (WS-RULE-SUB) = WS-CASH-ACCOUNT
008233     OR RUL-CREDIT-ACCOUNT (WS-RULE-SUB) = WS-CASH-ACCOUNT
008234        DISPLAY "ReportingSystem: BRANCH FEE RULE 'F' POSTS TO"
008235                " THE CASH ACCOUNT " WS-CASH-ACCOUNT
008236                " - RUN STOPPED"
008237        MOVE 16 TO RETURN-CODE
008238        MOVE "Y" TO WS-INIT-FAILED-SW
008239     END-IF.
008240
008241 1180-LOAD-GL-RULES-EXIT.
008242     EXIT.
008243
008244*-----------------------------------------------------------------
008245 1185-REQUIRE-GL-RULE.
008246     PERFORM 7550-FIND-GL-RULE
008247        THRU 7550-FIND-GL-RULE-EXIT.
008248     IF NOT GL-RULE-WAS-FOUND
008249        DISPLAY "ReportingSystem: NO GL POSTING RULE FOR"
008250                " TRANSACTION TYPE '" WS-RULE-TYPE-CD "'"
008251                " - RUN STOPPED"
008252        MOVE 16 TO RETURN-CODE
008253        MOVE "Y" TO WS-INIT-FAILED-SW
008254     END-IF.
008255
008256 1185-REQUIRE-GL-RULE-EXIT.
008257     EXIT.
008258
008259*-----------------------------------------------------------------
008260*  1187-LOAD-FEE-SCHEDULE
008261*  LOADS THE BRANCH FEE SCHEDULE (SEE FEEREC), KEEPING FOR EACH
008262*  BRANCH AND TYPE ONLY THE ENTRY IN FORCE ON THE BUSINESS DAY -
008263*  THE LATEST EFFECTIVE DATE NOT AFTER IT. A MISSING FILE, A
008264*  DAMAGED LINE, TWO ENTRIES FOR THE SAME BRANCH, TYPE AND DATE,
008265*  OR A FULL TABLE STOPS THE RUN - FEES MUST NEVER BE POSTED
008266*  FROM A PARTIAL SCHEDULE. A POSTED BRANCH AND TYPE WITH NO
008267*  ENTRY IN FORCE IS ONLY WARNED (6500).
008268*-----------------------------------------------------------------
008269 1187-LOAD-FEE-SCHEDULE.
008270     OPEN INPUT FEE-SCHED-FILE.
008271     IF FS-FEE-SCHED-FILE NOT = "00"
008272        DISPLAY "ReportingSystem: FEESCHED OPEN FAILED, ST="
008273                FS-FEE-SCHED-FILE
008274        MOVE 16 TO RETURN-CODE
008275        MOVE "Y" TO WS-INIT-FAILED-SW
008276        GO TO 1187-LOAD-FEE-SCHEDULE-EXIT
008277     END-IF.
008278
008279     PERFORM UNTIL END-OF-FEE-SCHED-FILE
008280        READ FEE-SCHED-FILE
008281            AT END
008282                MOVE "Y" TO WS-FEE-EOF-SW
008283            NOT AT END
008284                IF FEE-BRANCH-CD (1:1) NOT = "*"
008285                    AND FEE-SCHED-RECORD NOT = SPACES
008286                    PERFORM 1188-LOAD-FEE-ENTRY
008287                        THRU 1188-LOAD-FEE-ENTRY-EXIT
008288                END-IF
008289        END-READ
008290     END-PERFORM.
008291     CLOSE FEE-SCHED-FILE.
008292
008293     IF INITIALIZATION-FAILED
008294        GO TO 1187-LOAD-FEE-SCHEDULE-EXIT
008295     END-IF.
008296
008297     MOVE "Y" TO WS-FEE-LOADED-SW.
008298     DISPLAY "ReportingSystem: " FEE-SCHED-COUNT
008299             " BRANCH FEE(S) IN FORCE, " FEE-AHEAD-COUNT
008300             " EFFECTIVE LATER".
008301
008302 1187-LOAD-FEE-SCHEDULE-EXIT.
008303     EXIT.
008304
008305*-----------------------------------------------------------------
008306 1188-LOAD-FEE-ENTRY.
008307     IF NOT FEE-TYPE-IS-VALID
008308        OR FEE-BRANCH-CD = SPACES
008309        OR FEE-EFFECTIVE-DATE NOT NUMERIC
008310        OR FEE-PER-TRAN-AMT NOT NUMERIC
008311        OR FEE-RATE-PCT NOT NUMERIC
008312        DISPLAY "ReportingSystem: INVALID FEESCHED LINE '"
008313                FEE-SCHED-RECORD "' - RUN STOPPED"
008314        MOVE 16 TO RETURN-CODE
008315        MOVE "Y" TO WS-INIT-FAILED-SW
008316        MOVE "Y" TO WS-FEE-EOF-SW
008317        GO TO 1188-LOAD-FEE-ENTRY-EXIT
008318     END-IF.
008319
008320     IF FEE-EFFECTIVE-DATE > WS-RUN-DATE
008321        ADD 1 TO FEE-AHEAD-COUNT
008322        GO TO 1188-LOAD-FEE-ENTRY-EXIT
008323     END-IF.
008324
008325     MOVE FEE-BRANCH-CD    TO WS-FEE-BRANCH-CD.
008326     MOVE FEE-TRAN-TYPE-CD TO WS-FEE-TYPE-CD.
008327     PERFORM 6560-FIND-FEE-ENTRY
008328        THRU 6560-FIND-FEE-ENTRY-EXIT.
008329     IF FEE-SCHED-WAS-FOUND
008330        IF FEE-EFFECTIVE-DATE = FSC-EFFECTIVE-DATE (WS-FSC-SUB)
008331            DISPLAY "ReportingSystem: DUPLICATE FEESCHED ENTRY "
008332                    FEE-BRANCH-CD " " FEE-TRAN-TYPE-CD " "
008333                    FEE-EFFECTIVE-DATE " - RUN STOPPED"
008334            MOVE 16 TO RETURN-CODE
008335            MOVE "Y" TO WS-INIT-FAILED-SW
008336            MOVE "Y" TO WS-FEE-EOF-SW
008337            GO TO 1188-LOAD-FEE-ENTRY-EXIT
008338        END-IF
008339        IF FEE-EFFECTIVE-DATE < FSC-EFFECTIVE-DATE (WS-FSC-SUB)
008340            GO TO 1188-LOAD-FEE-ENTRY-EXIT
008341        END-IF
008342     ELSE
008343        IF FEE-SCHED-COUNT >= 50
008344            DISPLAY "ReportingSystem: BRANCH FEE TABLE FULL"
008345                    " - RUN STOPPED"
008346            MOVE 16 TO RETURN-CODE
008347            MOVE "Y" TO WS-INIT-FAILED-SW
008348            MOVE "Y" TO WS-FEE-EOF-SW
008349            GO TO 1188-LOAD-FEE-ENTRY-EXIT
008350        END-IF
008351        ADD 1 TO FEE-SCHED-COUNT
008352        MOVE FEE-SCHED-COUNT TO WS-FSC-SUB
008353     END-IF.
008354
008355     MOVE FEE-BRANCH-CD      TO FSC-BRANCH-CD (WS-FSC-SUB).
008356     MOVE FEE-TRAN-TYPE-CD   TO FSC-TRAN-TYPE-CD (WS-FSC-SUB).
008357     MOVE FEE-EFFECTIVE-DATE TO FSC-EFFECTIVE-DATE (WS-FSC-SUB).
008358     MOVE FEE-PER-TRAN-AMT   TO FSC-PER-TRAN-AMT (WS-FSC-SUB).
008359     MOVE FEE-RATE-PCT       TO FSC-RATE-PCT (WS-FSC-SUB).
008360
008361 1188-LOAD-FEE-ENTRY-EXIT.
008362     EXIT.
008363
008364*-----------------------------------------------------------------
008365*  1190-LOAD-RESUB-IDS
008366*  LOADS THE APPROVED-RESUBMISSION TRAN-IDS FROM THE RESUBIDS
008367*  DD - THE HLDRESUB DATA SET(S) MERGED INTO TODAY'S FEED. AN
008368*  ID ON THE LIST BYPASSES THE HIVALUE HOLD TEST. THE DD IS
008369*  OPTIONAL (DUMMY OR ABSENT ON A CYCLE WITH NO RESUBMITTED
008370*  APPROVALS); A FULL TABLE STOPS THE RUN - A SILENTLY DROPPED
008371*  ID WOULD SEND AN APPROVED ITEM BACK TO THE HOLD FILE.
008372*-----------------------------------------------------------------
008373 1190-LOAD-RESUB-IDS.
008374     OPEN INPUT RESUB-IDS-FILE.
008375     IF FS-RESUB-IDS-FILE NOT = "00"
008376        DISPLAY "ReportingSystem: NO RESUBMITTED-APPROVAL LIST"
008377                " SUPPLIED (RESUBIDS ST=" FS-RESUB-IDS-FILE ")"
008378        GO TO 1190-LOAD-RESUB-IDS-EXIT
008379     END-IF.
008380
008381     PERFORM UNTIL END-OF-RESUB-FILE
008382        READ RESUB-IDS-FILE
008383            AT END
008384                MOVE "Y" TO WS-RESUB-EOF-SW
008385            NOT AT END
008386                IF RESUB-IDS-TRAN-ID NOT = SPACES
008387                    IF RESUB-ID-COUNT >= 200
008388                        DISPLAY "ReportingSystem: RESUBMISSION"
008389                                " ID TABLE FULL - RUN STOPPED"
008390                        MOVE 16 TO RETURN-CODE
008391                        MOVE "Y" TO WS-INIT-FAILED-SW
008392                        MOVE "Y" TO WS-RESUB-EOF-SW
008393                    ELSE
008394                        ADD 1 TO RESUB-ID-COUNT
008395                        MOVE RESUB-IDS-TRAN-ID
008396                            TO RESUB-ID (RESUB-ID-COUNT)
008397                    END-IF
008398                END-IF
008399        END-READ
008400     END-PERFORM.
008401     CLOSE RESUB-IDS-FILE.
008402
008403     IF RESUB-ID-COUNT > 0
008404        DISPLAY "ReportingSystem: " RESUB-ID-COUNT
008405                " APPROVED RESUBMISSION(S) ON FILE"
008406     END-IF.
008407
008408 1190-LOAD-RESUB-IDS-EXIT.
008409     EXIT.
008410
008411*-----------------------------------------------------------------
008412*  1195-CHECK-GL-PERIOD
008413*  SETS THE GL PERIOD THIS RUN POSTS INTO - THE BUSINESS DAY'S
008414*  MONTH - AND REFUSES THE RUN IF GlMonthEnd HAS ALREADY CLOSED
008415*  IT (SEE GLPCREC). WITH GLPERIOD REDIRECT THE DAY POSTS INTO
008416*  THE CURRENT CALENDAR MONTH INSTEAD, AS PRIOR-PERIOD
008417*  ADJUSTMENTS, PROVIDED THAT PERIOD IS ITSELF STILL OPEN.
008418*  NO PERIOD FILE YET (STATUS 35) MEANS NO PERIOD IS CLOSED.
008419*-----------------------------------------------------------------
008420 1195-CHECK-GL-PERIOD.
008421     MOVE WS-RUN-DATE (1:6) TO WS-GL-PERIOD.
008422     MOVE ZERO TO WS-GL-ORIG-PERIOD.
008423
008424     OPEN INPUT GL-PERIOD-CTL-FILE.
008425     IF FS-GL-PERIOD-FILE = "35"
008426        DISPLAY "ReportingSystem: NO GLPERIOD FILE - NO GL"
008427                " PERIOD HAS BEEN CLOSED"
008428        GO TO 1195-CHECK-GL-PERIOD-EXIT
008429     END-IF.
008430     IF FS-GL-PERIOD-FILE NOT = "00"
008431        DISPLAY "ReportingSystem: GLPERIOD OPEN FAILED, ST="
008432                FS-GL-PERIOD-FILE
008433        MOVE 16 TO RETURN-CODE
008434        MOVE "Y" TO WS-INIT-FAILED-SW
008435        GO TO 1195-CHECK-GL-PERIOD-EXIT
008436     END-IF.
008437
008438     MOVE WS-GL-PERIOD TO WS-GLPC-CHECK-PERIOD.
008439     PERFORM 1196-READ-GL-PERIOD
008440        THRU 1196-READ-GL-PERIOD-EXIT.
008441     IF INITIALIZATION-FAILED
008442        GO TO 1195-CLOSE-PERIOD-FILE
008443     END-IF.
008444     IF NOT GL-PERIOD-IS-CLOSED
008445        IF CLOSED-PERIOD-REDIRECT-ASKED
008446           DISPLAY "ReportingSystem: GL PERIOD " WS-GL-PERIOD
008447                   " IS OPEN - GLPERIOD REDIRECT NOT NEEDED"
008448        END-IF
008449        GO TO 1195-CLOSE-PERIOD-FILE
008450     END-IF.
008451
008452     IF NOT CLOSED-PERIOD-REDIRECT-ASKED
008453        DISPLAY "ReportingSystem: GL PERIOD " WS-GL-PERIOD
008454                " IS CLOSED - NOTHING POSTED"
008455        DISPLAY "ReportingSystem: RERUN WITH GLPERIOD REDIRECT"
008456                " TO POST AS PRIOR-PERIOD ADJUSTMENTS"
008457        MOVE 16 TO RETURN-CODE
008458        MOVE "Y" TO WS-INIT-FAILED-SW
008459        GO TO 1195-CLOSE-PERIOD-FILE
008460     END-IF.
008461
008462*    THE OPEN PERIOD IS THE CALENDAR MONTH THE RUN IS MADE IN.
008463     MOVE WS-ACTUAL-DATE (1:6) TO WS-GLPC-CHECK-PERIOD.
008464     IF WS-GLPC-CHECK-PERIOD NOT = WS-GL-PERIOD
008465        PERFORM 1196-READ-GL-PERIOD
008466           THRU 1196-READ-GL-PERIOD-EXIT
008467        IF INITIALIZATION-FAILED
008468           GO TO 1195-CLOSE-PERIOD-FILE
008469        END-IF
008470     END-IF.
008471     IF WS-GLPC-CHECK-PERIOD = WS-GL-PERIOD
008472     OR GL-PERIOD-IS-CLOSED
008473        DISPLAY "ReportingSystem: GL PERIOD " WS-GLPC-CHECK-PERIOD
008474                " IS ALSO CLOSED - NO OPEN PERIOD TO POST TO"
008475        MOVE 16 TO RETURN-CODE
008476        MOVE "Y" TO WS-INIT-FAILED-SW
008477        GO TO 1195-CLOSE-PERIOD-FILE
008478     END-IF.
008479
008480     MOVE WS-GL-PERIOD TO WS-GL-ORIG-PERIOD.
008481     MOVE WS-GLPC-CHECK-PERIOD TO WS-GL-PERIOD.
008482     MOVE "Y" TO WS-PPA-SW.
008483     DISPLAY "ReportingSystem: GL PERIOD " WS-GL-ORIG-PERIOD
008484             " IS CLOSED - POSTING TO " WS-GL-PERIOD
008485             " AS PRIOR-PERIOD ADJUSTMENTS".
008486
008487 1195-CLOSE-PERIOD-FILE.
008488     CLOSE GL-PERIOD-CTL-FILE.
008489
008490 1195-CHECK-GL-PERIOD-EXIT.
008491     EXIT.
008492
008493*-----------------------------------------------------------------
008494*  1196-READ-GL-PERIOD
008495*  LOOKS UP WS-GLPC-CHECK-PERIOD ON THE PERIOD-CONTROL FILE. A
008496*  PERIOD NOT ON FILE HAS NEVER BEEN CLOSED.
008497*-----------------------------------------------------------------
008498 1196-READ-GL-PERIOD.
008499     MOVE "N" TO WS-GLPC-CLOSED-SW.
008500     MOVE WS-GLPC-CHECK-PERIOD TO GLPC-PERIOD.
008501     READ GL-PERIOD-CTL-FILE
008502         INVALID KEY
008503             GO TO 1196-READ-GL-PERIOD-EXIT
008504     END-READ.
008505     IF FS-GL-PERIOD-FILE NOT = "00"
008506        DISPLAY "ReportingSystem: GLPERIOD READ FAILED, ST="
008507                FS-GL-PERIOD-FILE
008508        MOVE 16 TO RETURN-CODE
008509        MOVE "Y" TO WS-INIT-FAILED-SW
008510        GO TO 1196-READ-GL-PERIOD-EXIT
008511     END-IF.
008512     IF GLPC-IS-CLOSED
008513        MOVE "Y" TO WS-GLPC-CLOSED-SW
008514     END-IF.
008515
008516 1196-READ-GL-PERIOD-EXIT.
008517     EXIT.
008518
008519*-----------------------------------------------------------------
008520*  1200-CHECK-FOR-RESTART
008521*  IF A CHECKPOINT FILE ALREADY EXISTS AND CONTAINS A RECORD,
008522*  THIS IS A RESTART RUN - RESTORE THE RUN ACCUMULATORS FROM IT.
008523*-----------------------------------------------------------------
008524 1200-CHECK-FOR-RESTART.
008525     OPEN INPUT CHECKPOINT-FILE.
008526     IF FS-CHKPT-FILE = "00"
008527        READ CHECKPOINT-FILE
008528            AT END
008529                MOVE "N" TO WS-RESTART-SW
008530            NOT AT END
008531                IF CHKPT-RUN-DATE = WS-TODAY-CCYYMMDD
008532                    MOVE "Y" TO WS-RESTART-SW
008533                    MOVE CHKPT-POST-PASS    TO WS-RESTART-PASS
008534                    MOVE CHKPT-LAST-REC-NO  TO LAST-REC-NO
008535                    MOVE CHKPT-TOTAL-AMOUNT TO TOTAL-AMOUNT
008536                    MOVE CHKPT-COUNT        TO RUN-COUNT
008537                    MOVE CHKPT-REJECT-COUNT TO REJECT-COUNT
008538                    MOVE CHKPT-REJECT-AMOUNT
008539                        TO REJECT-AMOUNT
008540                    MOVE CHKPT-ALL-AMOUNT-TOTAL
008541                        TO ALL-AMOUNT-TOTAL
008542                    MOVE CHKPT-RECORDS-READ TO RECORDS-READ
008543                    MOVE CHKPT-SALES-TOTAL  TO SALES-TOTAL
008544                    MOVE CHKPT-REFUND-TOTAL TO REFUND-TOTAL
008545                    MOVE CHKPT-ADJUSTMENT-TOTAL
008546                        TO ADJUSTMENT-TOTAL
008547                    MOVE CHKPT-EXCEPTION-COUNT
008548                        TO EXCEPTION-COUNT
008549                    MOVE CHKPT-AGE-MISMATCH-COUNT
008550                        TO AGE-MISMATCH-COUNT
008551                    MOVE CHKPT-HELD-COUNT   TO HELD-COUNT
008552                    MOVE CHKPT-HELD-AMOUNT  TO HELD-AMOUNT
008553                    PERFORM VARYING WS-BRACKET-SUB FROM 1 BY 1
008554                            UNTIL WS-BRACKET-SUB > 5
008555                        MOVE CHKPT-BR-COUNT (WS-BRACKET-SUB)
008556                            TO BR-COUNT (WS-BRACKET-SUB)
008557                        MOVE CHKPT-BR-TOTAL (WS-BRACKET-SUB)
008558                            TO BR-TOTAL (WS-BRACKET-SUB)
008559                    END-PERFORM
008560                    PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
008561                            UNTIL WS-BRANCH-SUB > 8
008562                        MOVE CHKPT-BRANCH (WS-BRANCH-SUB)
008563                            TO BRANCH-ENTRY (WS-BRANCH-SUB)
008564                        MOVE CHKPT-FEED-REJECT-COUNT
008565                                (WS-BRANCH-SUB)
008566                            TO BFD-REJECT-COUNT (WS-BRANCH-SUB)
008567                    END-PERFORM
008568                ELSE
008569                    DISPLAY "ReportingSystem: CHECKPOINT FROM A"
008570                        " PRIOR RUN DATE - IGNORED, START FRESH"
008571                    MOVE "N" TO WS-RESTART-SW
008572*                   THE RUN THAT LEFT THIS CHECKPOINT NEVER
008573*                   POSTED, BUT ITS PROCESSED-ID HISTORY
008574*                   ENTRIES ARE STILL ON TRANHIST - REMEMBER
008575*                   ITS DATE SO THEY ARE BACKED OUT ONCE THE
008576*                   HISTORY FILE IS OPEN, OR TODAY'S RERUN OF
008580*                   THE SAME FEED WOULD REJECT EVERY RECORD
008590*                   AS A DUPLICATE AND POST NOTHING.
008600                    MOVE CHKPT-RUN-DATE
008610                        TO WS-STALE-CHKPT-DATE
008613                    MOVE CHKPT-POST-PASS
008616                        TO WS-STALE-CHKPT-PASS
008620                END-IF
008630        END-READ
008640        CLOSE CHECKPOINT-FILE
008650     ELSE
008660        MOVE "N" TO WS-RESTART-SW
008670     END-IF.
008671
008672*    A SAME-DAY CHECKPOINT BELONGS TO ONE POSTING PASS AND
008673*    ONLY THAT PASS MAY RESUME IT - ANOTHER PASS LETTER MEANS
008674*    THE WRONG PARM= OR AN UNFINISHED PASS STILL TO RESTART.
008675*    (A CHECKPOINT FROM BEFORE PASSES EXISTED IS PASS A.)
008676     IF THIS-IS-A-RESTART-RUN
008677        IF WS-RESTART-PASS = SPACE
008678            MOVE "A" TO WS-RESTART-PASS
008679        END-IF
008680        IF WS-RESTART-PASS NOT = WS-POST-PASS
008681            DISPLAY "ReportingSystem: CHECKPOINT IS FROM POSTING"
008682                    " PASS " WS-RESTART-PASS ", THIS IS PASS "
008683                    WS-POST-PASS " - RESTART THAT PASS FIRST,"
008684                    " RUN STOPPED"
008685            MOVE 16 TO RETURN-CODE
008686            MOVE "Y" TO WS-INIT-FAILED-SW
008687        END-IF
008688     END-IF.
008689
008690 1200-CHECK-FOR-RESTART-EXIT.
008700     EXIT.
008701
008702*-----------------------------------------------------------------
008703*  1250-LOAD-CONTROL-TOTALS
008704*  READS THE DAY'S BRANCH CONTROL RECORDS (THE CTLFILE DD
008705*  CONCATENATES ONE PER BRANCH FEED THAT ARRIVED, SEE CTLREC)
008706*  INTO THE BRANCH FEED TABLE. A RECORD CARRYING A FEED DATE
008707*  (OLDER FILES DO NOT) MUST MATCH THE BUSINESS DAY BEING
008708*  POSTED - THIS IS WHAT STOPS A CATCH-UP RUN FROM POSTING THE
008709*  WRONG DATED FEED. A RECORD WITH NO BRANCH CODE, OR FOR A
008710*  BRANCH NOT ON THE MANIFEST, BALANCES NOTHING AND IS ONLY
008711*  REPORTED; A SECOND RECORD FOR THE SAME BRANCH HOLDS THAT
008712*  BRANCH BACK - THERE IS NO TELLING WHICH ONE IS RIGHT. A
008713*  MISSING FILE LEAVES EVERY BRANCH WITHOUT A CONTROL RECORD.
008714*-----------------------------------------------------------------
008715 1250-LOAD-CONTROL-TOTALS.
008716     OPEN INPUT CONTROL-TOTAL-FILE.
008717     IF FS-CTL-FILE NOT = "00"
008718        DISPLAY "ReportingSystem: NO CONTROL TOTALS SUPPLIED"
008719                " (CTLFILE ST=" FS-CTL-FILE ") - NO BRANCH"
008720                " CAN BE BALANCED"
008721        GO TO 1250-LOAD-CONTROL-TOTALS-EXIT
008722     END-IF.
008723
008724     PERFORM UNTIL END-OF-CONTROL-FILE
008725        READ CONTROL-TOTAL-FILE
008726            AT END
008727                MOVE "Y" TO WS-CTL-EOF-SW
008728            NOT AT END
008729                PERFORM 1252-APPLY-CONTROL-RECORD
008730                    THRU 1252-APPLY-CONTROL-RECORD-EXIT
008731        END-READ
008732     END-PERFORM.
008733     CLOSE CONTROL-TOTAL-FILE.
008734
008735 1250-LOAD-CONTROL-TOTALS-EXIT.
008736     EXIT.
008737
008738*-----------------------------------------------------------------
008739*  1252-APPLY-CONTROL-RECORD
008740*  FILES ONE BRANCH CONTROL RECORD AGAINST ITS MANIFEST SLOT.
008741*-----------------------------------------------------------------
008742 1252-APPLY-CONTROL-RECORD.
008743     IF CTL-FEED-DATE NUMERIC
008744        AND CTL-FEED-DATE > 0
008745        AND CTL-FEED-DATE NOT = WS-TODAY-CCYYMMDD
008746        DISPLAY "ReportingSystem: FEED IS FOR "
008747                CTL-FEED-DATE " BUT PROCESSING DATE IS "
008748                WS-TODAY-CCYYMMDD " - RUN STOPPED"
008749        MOVE 16 TO RETURN-CODE
008750        MOVE "Y" TO WS-INIT-FAILED-SW
008751        MOVE "Y" TO WS-CTL-EOF-SW
008752        GO TO 1252-APPLY-CONTROL-RECORD-EXIT
008753     END-IF.
008754
008755     IF CTL-BRANCH-CD = SPACES
008756        DISPLAY "ReportingSystem: CONTROL RECORD WITH NO BRANCH"
008757                " CODE - IGNORED"
008758        GO TO 1252-APPLY-CONTROL-RECORD-EXIT
008759     END-IF.
008760
008761     MOVE CTL-BRANCH-CD TO WS-LOOKUP-BRANCH-CD.
008762     PERFORM 1255-FIND-BRANCH-SLOT
008763        THRU 1255-FIND-BRANCH-SLOT-EXIT.
008764     IF BRANCH-WAS-FOUND
008765        IF NOT BFD-ON-MANIFEST (WS-BRANCH-SUB)
008766            MOVE "N" TO WS-BRANCH-FOUND-SW
008767        END-IF
008768     END-IF.
008769     IF NOT BRANCH-WAS-FOUND
008770        DISPLAY "ReportingSystem: CONTROL RECORD FOR BRANCH "
008771                CTL-BRANCH-CD " NOT ON THE FEED MANIFEST"
008772                " - IGNORED"
008773        GO TO 1252-APPLY-CONTROL-RECORD-EXIT
008774     END-IF.
008775
008776     IF BFD-CTL-SUPPLIED (WS-BRANCH-SUB)
008777        OR BFD-CTL-DUPLICATED (WS-BRANCH-SUB)
008778        DISPLAY "ReportingSystem: MORE THAN ONE CONTROL RECORD"
008779                " FOR BRANCH " CTL-BRANCH-CD
008780                " - BRANCH HELD BACK"
008781        MOVE "D" TO BFD-CTL-SW (WS-BRANCH-SUB)
008782        GO TO 1252-APPLY-CONTROL-RECORD-EXIT
008783     END-IF.
008784
008785     MOVE "Y" TO BFD-CTL-SW (WS-BRANCH-SUB).
008786     MOVE CTL-EXPECTED-COUNT  TO BFD-CTL-COUNT (WS-BRANCH-SUB).
008787     MOVE CTL-EXPECTED-AMOUNT TO BFD-CTL-AMOUNT (WS-BRANCH-SUB).
008788
008789 1252-APPLY-CONTROL-RECORD-EXIT.
008790     EXIT.
008791
008792*-----------------------------------------------------------------
008793*  1255-FIND-BRANCH-SLOT
008794*  FINDS THE BRANCH-TABLE SUBSCRIPT FOR WS-LOOKUP-BRANCH-CD -
008795*  THE INITIALIZATION COUNTERPART OF 2450, FOR CODES THAT DO
008796*  NOT COME FROM A TRANSACTION RECORD.
008797*-----------------------------------------------------------------
008798 1255-FIND-BRANCH-SLOT.
008799     MOVE "N" TO WS-BRANCH-FOUND-SW.
008800     PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
008801            UNTIL WS-BRANCH-SUB > 8
008802        IF BRN-CODE (WS-BRANCH-SUB) NOT = SPACES
008803            AND WS-LOOKUP-BRANCH-CD = BRN-CODE (WS-BRANCH-SUB)
008804            MOVE "Y" TO WS-BRANCH-FOUND-SW
008805            GO TO 1255-FIND-BRANCH-SLOT-EXIT
008806        END-IF
008807     END-PERFORM.
008808
008809 1255-FIND-BRANCH-SLOT-EXIT.
008810     EXIT.
008811
008812*-----------------------------------------------------------------
008813*  1260-LOAD-MANIFEST
008814*  CLEARS THE BRANCH FEED TABLE AND MARKS EACH BRANCH LISTED
008815*  ON THE DAY'S FEED MANIFEST (SEE MANFREC). A MANIFEST FOR
008816*  ANOTHER BUSINESS DAY STOPS THE RUN, SAME AS A WRONG-DATED
008817*  CONTROL RECORD. A BRANCH THAT IS NOT A CODE IN EFFECT, OR
008818*  IS LISTED TWICE, IS REPORTED AND IGNORED. WITH NO MANIFEST
008819*  NO BRANCH IS EXPECTED, SO NOTHING POSTS (6000 REPORTS IT).
008820*-----------------------------------------------------------------
008821 1260-LOAD-MANIFEST.
008822     PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
008823            UNTIL WS-BRANCH-SUB > 8
008824        MOVE "N"    TO BFD-EXPECTED-SW (WS-BRANCH-SUB)
008825                       BFD-CTL-SW (WS-BRANCH-SUB)
008826                       BFD-POSTED-EARLIER-SW (WS-BRANCH-SUB)
008827                       BFD-POST-SW (WS-BRANCH-SUB)
008828        MOVE SPACES TO BFD-STATUS (WS-BRANCH-SUB)
008829        MOVE 0      TO BFD-CTL-COUNT (WS-BRANCH-SUB)
008830                       BFD-CTL-AMOUNT (WS-BRANCH-SUB)
008831                       BFD-READ-COUNT (WS-BRANCH-SUB)
008832                       BFD-READ-AMOUNT (WS-BRANCH-SUB)
008833                       BFD-REJECT-COUNT (WS-BRANCH-SUB)
008834     END-PERFORM.
008835
008836     OPEN INPUT MANIFEST-FILE.
008837     IF FS-MANIFEST-FILE NOT = "00"
008838        DISPLAY "ReportingSystem: NO FEED MANIFEST SUPPLIED"
008839                " (MANFILE ST=" FS-MANIFEST-FILE ") - NO"
008840                " BRANCH WILL POST"
008841        GO TO 1260-LOAD-MANIFEST-EXIT
008842     END-IF.
008843
008844     PERFORM UNTIL END-OF-MANIFEST-FILE
008845        READ MANIFEST-FILE
008846            AT END
008847                MOVE "Y" TO WS-MANIFEST-EOF-SW
008848            NOT AT END
008849                PERFORM 1265-APPLY-MANIFEST-ENTRY
008850                    THRU 1265-APPLY-MANIFEST-ENTRY-EXIT
008851        END-READ
008852     END-PERFORM.
008853     CLOSE MANIFEST-FILE.
008854
008855     DISPLAY "ReportingSystem: " MANIFEST-BRANCH-COUNT
008856             " BRANCH FEED(S) ON THE MANIFEST".
008857
008858 1260-LOAD-MANIFEST-EXIT.
008859     EXIT.
008860
008861*-----------------------------------------------------------------
008862 1265-APPLY-MANIFEST-ENTRY.
008863     IF FEED-MANIFEST-RECORD = SPACES
008864        OR FEED-MANIFEST-RECORD (1:1) = "*"
008865        GO TO 1265-APPLY-MANIFEST-ENTRY-EXIT
008866     END-IF.
008867
008868     IF MAN-FEED-DATE NOT NUMERIC
008869        OR MAN-FEED-DATE NOT = WS-TODAY-CCYYMMDD
008870        DISPLAY "ReportingSystem: MANIFEST IS FOR "
008871                MAN-FEED-DATE " BUT PROCESSING DATE IS "
008872                WS-TODAY-CCYYMMDD " - RUN STOPPED"
008873        MOVE 16 TO RETURN-CODE
008874        MOVE "Y" TO WS-INIT-FAILED-SW
008875        MOVE "Y" TO WS-MANIFEST-EOF-SW
008876        GO TO 1265-APPLY-MANIFEST-ENTRY-EXIT
008877     END-IF.
008878
008879     MOVE MAN-BRANCH-CD TO WS-LOOKUP-BRANCH-CD.
008880     PERFORM 1255-FIND-BRANCH-SLOT
008881        THRU 1255-FIND-BRANCH-SLOT-EXIT.
008882     IF NOT BRANCH-WAS-FOUND
008883        DISPLAY "ReportingSystem: MANIFEST BRANCH "
008884                MAN-BRANCH-CD " IS NOT A BRANCH CODE IN"
008885                " EFFECT - IGNORED"
008886        GO TO 1265-APPLY-MANIFEST-ENTRY-EXIT
008887     END-IF.
008888
008889     IF BFD-ON-MANIFEST (WS-BRANCH-SUB)
008890        DISPLAY "ReportingSystem: MANIFEST LISTS BRANCH "
008891                MAN-BRANCH-CD " TWICE - SECOND ENTRY IGNORED"
008892        GO TO 1265-APPLY-MANIFEST-ENTRY-EXIT
008893     END-IF.
008894
008895     MOVE "Y" TO BFD-EXPECTED-SW (WS-BRANCH-SUB).
008896     ADD 1 TO MANIFEST-BRANCH-COUNT.
008897
008898 1265-APPLY-MANIFEST-ENTRY-EXIT.
008899     EXIT.
008900
008901*-----------------------------------------------------------------
008902*  1270-FIND-POSTED-BRANCHES
008903*  READS THE AUDIT LOG FOR THE BRANCH LINES (SEE AUDITREC)
008904*  ALREADY WRITTEN FOR THIS BUSINESS DAY. A BRANCH AN EARLIER
008905*  PASS POSTED ("IN BALANCE") IS SKIPPED ON THIS ONE - ITS FEED
008906*  MAY STILL BE IN THE CONCATENATION, BUT IT MUST NEVER POST
008907*  TWICE. NO AUDIT LOG YET SIMPLY MEANS NOTHING HAS POSTED.
008908*-----------------------------------------------------------------
008909 1270-FIND-POSTED-BRANCHES.
008910     OPEN INPUT AUDIT-LOG-FILE.
008911     IF FS-AUDIT-FILE NOT = "00"
008912        GO TO 1270-FIND-POSTED-BRANCHES-EXIT
008913     END-IF.
008914
008915     PERFORM UNTIL END-OF-AUDIT-LOG
008916        READ AUDIT-LOG-FILE
008917            AT END
008918                MOVE "Y" TO WS-AUDIT-EOF-SW
008919            NOT AT END
008920                IF AUDIT-RUN-DATE = WS-RUN-DATE
008921                    AND AUDIT-BRANCH-CD NOT = SPACES
008922                    AND AUDIT-BALANCE-STATUS = "IN BALANCE"
008923                    MOVE AUDIT-BRANCH-CD TO WS-LOOKUP-BRANCH-CD
008924                    PERFORM 1255-FIND-BRANCH-SLOT
008925                        THRU 1255-FIND-BRANCH-SLOT-EXIT
008926                    IF BRANCH-WAS-FOUND
008927                        AND NOT BFD-POSTED-EARLIER
008928                                    (WS-BRANCH-SUB)
008929                        MOVE "Y" TO BFD-POSTED-EARLIER-SW
008930                                        (WS-BRANCH-SUB)
008931                        ADD 1 TO BRANCHES-EARLIER-COUNT
008932                    END-IF
008933                END-IF
008934        END-READ
008935     END-PERFORM.
008936     CLOSE AUDIT-LOG-FILE.
008937
008938     IF BRANCHES-EARLIER-COUNT > 0
008939        DISPLAY "ReportingSystem: " BRANCHES-EARLIER-COUNT
008940                " BRANCH FEED(S) ALREADY POSTED FOR "
008941                WS-RUN-DATE " - SKIPPED ON THIS PASS"
008942     END-IF.
008943
008944 1270-FIND-POSTED-BRANCHES-EXIT.
008945     EXIT.
008946
008947*-----------------------------------------------------------------
008948*  1280-COUNT-BRANCH-FEEDS
008949*  PRE-PASS OF THE TRANSACTION FILE: COUNTS EACH MANIFEST
008950*  BRANCH'S RECORDS AND AMOUNT THE WAY THE UPSTREAM CONTROL
008951*  TOTAL DOES (EVERY RECORD, EVERY NUMERIC AMOUNT UNSIGNED).
008952*  A RECORD FOR NO MANIFEST BRANCH IS COUNTED SEPARATELY. AN
008953*  OPEN FAILURE IS LEFT FOR THE MAIN OPEN TO REPORT.
008954*-----------------------------------------------------------------
008955 1280-COUNT-BRANCH-FEEDS.
008956     OPEN INPUT TRAN-FILE.
008957     IF FS-TRAN-FILE NOT = "00"
008958        GO TO 1280-COUNT-BRANCH-FEEDS-EXIT
008959     END-IF.
008960
008961     PERFORM UNTIL END-OF-PREPASS
008962        READ TRAN-FILE
008963            AT END
008964                MOVE "Y" TO WS-PREPASS-EOF-SW
008965            NOT AT END
008966                PERFORM 1285-COUNT-ONE-FEED-RECORD
008967                    THRU 1285-COUNT-ONE-FEED-RECORD-EXIT
008968        END-READ
008969     END-PERFORM.
008970     CLOSE TRAN-FILE.
008971
008972 1280-COUNT-BRANCH-FEEDS-EXIT.
008973     EXIT.
008974
008975*-----------------------------------------------------------------
008976 1285-COUNT-ONE-FEED-RECORD.
008977     PERFORM 2450-DETERMINE-BRANCH
008978        THRU 2450-DETERMINE-BRANCH-EXIT.
008979     IF BRANCH-WAS-FOUND
008980        IF BFD-ON-MANIFEST (WS-BRANCH-SUB)
008981            ADD 1 TO BFD-READ-COUNT (WS-BRANCH-SUB)
008982            IF TRAN-AMOUNT NUMERIC
008983                ADD TRAN-AMOUNT TO BFD-READ-AMOUNT (WS-BRANCH-SUB)
008984            END-IF
008985            GO TO 1285-COUNT-ONE-FEED-RECORD-EXIT
008986        END-IF
008987     END-IF.
008988
008989     ADD 1 TO UNASSIGNED-COUNT.
008990     IF TRAN-AMOUNT NUMERIC
008991        ADD TRAN-AMOUNT TO UNASSIGNED-AMOUNT
008992     END-IF.
008993
008994 1285-COUNT-ONE-FEED-RECORD-EXIT.
008995     EXIT.
008996
008997*-----------------------------------------------------------------
008998*  1290-DECIDE-BRANCH-POSTING
008999*  BALANCES EACH MANIFEST BRANCH AND MARKS THE ONES THAT POST
009000*  ON THIS PASS. RECORDS FOR NO MANIFEST BRANCH ARE REJECTED
009001*  BY THE FIRST PASS OF THE DAY THAT POSTS ANYTHING - A LATER
009002*  PASS SKIPS THEM, SINCE THE FIRST ONE ALREADY REJECTED THEM.
009003*-----------------------------------------------------------------
009004 1290-DECIDE-BRANCH-POSTING.
009005     PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
009006            UNTIL WS-BRANCH-SUB > 8
009007        IF BFD-ON-MANIFEST (WS-BRANCH-SUB)
009008            PERFORM 1295-BALANCE-ONE-BRANCH
009009                THRU 1295-BALANCE-ONE-BRANCH-EXIT
009010        END-IF
009011     END-PERFORM.
009012
009013     IF BRANCHES-POSTING-COUNT > 0
009014        MOVE "Y" TO WS-PASS-POSTED-SW
009015        IF BRANCHES-EARLIER-COUNT = 0
009016            MOVE "Y" TO WS-REJECT-UNASSIGNED-SW
009017        END-IF
009018     END-IF.
009019
009020 1290-DECIDE-BRANCH-POSTING-EXIT.
009021     EXIT.
009022
009023*-----------------------------------------------------------------
009024*  1295-BALANCE-ONE-BRANCH
009025*  SETS ONE MANIFEST BRANCH'S FEED STATUS. THE COUNT MUST
009026*  MATCH ITS CONTROL RECORD EXACTLY; THE AMOUNT MAY DIFFER BY
009027*  UP TO THE APPROVED TOLERANCE FROM THE RUN-CONTROL FILE
009028*  (STANDARD IS ZERO - AN EXACT MATCH). CALLED WITH
009029*  WS-BRANCH-SUB SET.
009030*-----------------------------------------------------------------
009031 1295-BALANCE-ONE-BRANCH.
009032     COMPUTE WS-COUNT-VARIANCE
009033        = BFD-READ-COUNT (WS-BRANCH-SUB)
009034        - BFD-CTL-COUNT (WS-BRANCH-SUB).
009035     COMPUTE WS-AMOUNT-VARIANCE
009036        = BFD-READ-AMOUNT (WS-BRANCH-SUB)
009037        - BFD-CTL-AMOUNT (WS-BRANCH-SUB).
009038
009039     EVALUATE TRUE
009040         WHEN BFD-POSTED-EARLIER (WS-BRANCH-SUB)
009041             MOVE "PRIOR PASS"  TO BFD-STATUS (WS-BRANCH-SUB)
009042         WHEN BFD-CTL-DUPLICATED (WS-BRANCH-SUB)
009043             MOVE "DUP CONTROL" TO BFD-STATUS (WS-BRANCH-SUB)
009044         WHEN NOT BFD-CTL-SUPPLIED (WS-BRANCH-SUB)
009045             AND BFD-READ-COUNT (WS-BRANCH-SUB) = 0
009046             MOVE "NO FEED"     TO BFD-STATUS (WS-BRANCH-SUB)
009047         WHEN NOT BFD-CTL-SUPPLIED (WS-BRANCH-SUB)
009048             MOVE "NO CONTROL"  TO BFD-STATUS (WS-BRANCH-SUB)
009049         WHEN WS-COUNT-VARIANCE = 0
009050             AND WS-AMOUNT-VARIANCE >= 0 - WS-AMOUNT-TOLERANCE
009051             AND WS-AMOUNT-VARIANCE <= WS-AMOUNT-TOLERANCE
009052             MOVE "IN BALANCE"  TO BFD-STATUS (WS-BRANCH-SUB)
009053         WHEN OTHER
009054             MOVE "OUT OF BAL"  TO BFD-STATUS (WS-BRANCH-SUB)
009055     END-EVALUATE.
009056
009057     IF BFD-PRIOR-PASS (WS-BRANCH-SUB)
009058        GO TO 1295-BALANCE-ONE-BRANCH-EXIT
009059     END-IF.
009060
009061     IF BFD-IN-BALANCE (WS-BRANCH-SUB)
009062        MOVE "Y" TO BFD-POST-SW (WS-BRANCH-SUB)
009063        ADD 1 TO BRANCHES-POSTING-COUNT
009064     ELSE
009065        ADD 1 TO BRANCHES-HELD-COUNT
009066     END-IF.
009067
009068 1295-BALANCE-ONE-BRANCH-EXIT.
009069     EXIT.
009070
009071*-----------------------------------------------------------------
009072*  1300-SKIP-TO-CHECKPOINT
009073*  ON A RESTART RUN, THE TRANSACTION FILE IS SEQUENTIAL WITH NO
009074*  ALTERNATE KEY, SO WE RE-READ AND DISCARD RECORDS UP TO
009075*  LAST-REC-NO BEFORE RESUMING NORMAL PROCESSING.
009076*-----------------------------------------------------------------
009077 1300-SKIP-TO-CHECKPOINT.
009078     IF NOT THIS-IS-A-RESTART-RUN
009079        GO TO 1300-SKIP-TO-CHECKPOINT-EXIT
009080     END-IF.
009081
009082     MOVE 0 TO WS-SKIP-COUNT.
009083     PERFORM UNTIL WS-SKIP-COUNT >= LAST-REC-NO
009084        READ TRAN-FILE
009085            AT END
009086                DISPLAY "ReportingSystem: CHECKPOINT PAST END OF "
009087                        "FILE - NOTHING TO RESUME"
009088                MOVE "Y" TO WS-EOF-SW
009089                MOVE LAST-REC-NO TO WS-SKIP-COUNT
009090            NOT AT END
009091                ADD 1 TO WS-SKIP-COUNT
009092        END-READ
009093     END-PERFORM.
009094
009095     DISPLAY "ReportingSystem: RESTART RUN - RESUMING AFTER REC "
009096            LAST-REC-NO.
009097
009098 1300-SKIP-TO-CHECKPOINT-EXIT.
009099     EXIT.
009100
009101*-----------------------------------------------------------------
009102*  1400-PURGE-AGED-HISTORY
009103*  DELETES PROCESSED-TRANSACTION HISTORY ENTRIES OLDER THAN THE
009104*  30-DAY ARCHIVE RETENTION, SO THE HISTORY FILE TRACKS THE SAME
009105*  WINDOW THE ARCHIVE GDG DOES.
009106*-----------------------------------------------------------------
009107 1400-PURGE-AGED-HISTORY.
009108     COMPUTE WS-HIST-CUTOFF-DATE =
009109         FUNCTION DATE-OF-INTEGER
009110             (FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
009120                 - WS-HIST-RETENTION-DAYS).
009130
009410
009420*****************************************************************
009430*  2000-PROCESS-ONE-RECORD                                       *
009436*  READS ONE TRANSACTION RECORD AND PASSES OVER IT UNTOUCHED     *
009442*  UNLESS ITS BRANCH POSTS ON THIS PASS (OR IT BELONGS TO NO     *
009448*  MANIFEST BRANCH AND IS TO BE REJECTED). OTHERWISE VALIDATES   *
009454*  IT, CHECKS IT HAS NOT ALREADY BEEN POSTED BY A PRIOR RUN,     *
009460*  LOOKS UP THE CUSTOMER MASTER, ACCUMULATES TOTALS AND BRACKET  *
009466*  SUBTOTALS, AND WRITES A CHECKPOINT EVERY CHKPT-INTERVAL       *
009472*  RECORDS.                                                      *
009480*****************************************************************
009490 2000-PROCESS-ONE-RECORD.
009500     READ TRAN-FILE
009530            GO TO 2000-PROCESS-ONE-RECORD-EXIT
009540     END-READ.
009550
009570     ADD 1 TO LAST-REC-NO.
009571
009572*    LAST-REC-NO COUNTS EVERY PHYSICAL RECORD SO A RESTART
009573*    SKIPS TO THE RIGHT PLACE; A RECORD OF A BRANCH THAT IS
009574*    HELD BACK OR ALREADY POSTED IS NOT COUNTED AS READ.
009575     PERFORM 2050-CHECK-BRANCH-FEED
009576        THRU 2050-CHECK-BRANCH-FEED-EXIT.
009577     IF FEED-RECORD-SKIPPED
009578        GO TO 2000-PROCESS-ONE-RECORD-EXIT
009579     END-IF.
009580
009584     ADD 1 TO RECORDS-READ.
009590     IF TRAN-AMOUNT NUMERIC
009600        ADD TRAN-AMOUNT TO ALL-AMOUNT-TOTAL
009610     END-IF.
009611
009612     IF FEED-RECORD-REJECTED
009613        MOVE "N" TO WS-VALID-SW
009614        IF BRANCH-WAS-FOUND
009615            MOVE 61 TO WS-REJECT-REASON-CD
009616            MOVE "BRANCH NOT ON FEED MANIFEST"
009617                TO WS-REJECT-REASON-TX
009618        ELSE
009619            MOVE 60 TO WS-REJECT-REASON-CD
009620            MOVE "INVALID BRANCH CODE" TO WS-REJECT-REASON-TX
009621        END-IF
009622        PERFORM 2200-WRITE-REJECT
009623           THRU 2200-WRITE-REJECT-EXIT
009624        GO TO 2000-TAKE-CHECKPOINT
009625     END-IF.
009627
009630     PERFORM 2100-VALIDATE-RECORD
009640        THRU 2100-VALIDATE-RECORD-EXIT.
009641
009642*    A TRANSACTION FOR A CUSTOMER ID RETIRED BY A MERGE POSTS TO
009643*    THE SURVIVOR FROM HERE ON - EVERY LATER STEP SEES ONLY THE
009644*    SURVIVING ID.
009645     IF RECORD-IS-VALID AND XREF-FILE-AVAILABLE
009646        MOVE TRAN-CUST-ID TO WS-XREF-CUST-ID
009647        PERFORM 2105-RESOLVE-MERGED-ID
009648            THRU 2105-RESOLVE-MERGED-ID-EXIT
009649        IF WS-XREF-CUST-ID NOT = TRAN-CUST-ID
009650            MOVE WS-XREF-CUST-ID TO TRAN-CUST-ID
009651            ADD 1 TO RETIRED-ID-COUNT
009652        END-IF
009653     END-IF.
009656
009660*    THE DUPLICATE TEST RUNS IN REPLAY TOO - THE HISTORY FILE
009661*    IS OPEN READ-ONLY THERE, AND 2150 ALREADY PASSES ENTRIES
009662*    DATED THE BUSINESS DAY BEING PROCESSED (THE REPLAYED
009680            THRU 2150-CHECK-DUPLICATE-EXIT
009690     END-IF.
009691
009692     IF RECORD-IS-VALID AND TRAN-IS-REFUND
009693        PERFORM 2155-CHECK-REFUND-ORIGIN
009694            THRU 2155-CHECK-REFUND-ORIGIN-EXIT
009695     END-IF.
009696
009697*    A VALID TRANSACTION AT OR OVER THE HIVALUE THRESHOLD IS
009698*    HELD FOR SUPERVISOR APPROVAL INSTEAD OF POSTED - UNLESS
009699*    ITS ID IS ON THE APPROVED-RESUBMISSION LIST, IN WHICH
009700*    CASE IT WAS ALREADY HELD ONCE AND RELEASED. THE
009701*    CONTROL-TOTAL ACCUMULATION ABOVE ALREADY COUNTED IT, SO
009702*    THE BALANCE AGAINST THE UPSTREAM TOTAL IS UNDISTURBED.
009703     MOVE "N" TO WS-HELD-SW.
009704     IF RECORD-IS-VALID
009705        AND WS-HIVALUE-THRESHOLD > 0
009706        AND TRAN-AMOUNT >= WS-HIVALUE-THRESHOLD
009707        PERFORM 2140-CHECK-RESUBMITTED
009708            THRU 2140-CHECK-RESUBMITTED-EXIT
009709        IF NOT TRAN-WAS-APPROVED
009710            MOVE "Y" TO WS-HELD-SW
009711            PERFORM 2190-HOLD-TRANSACTION
009712                THRU 2190-HOLD-TRANSACTION-EXIT
009713        END-IF
009714     END-IF.
009715
009716     IF RECORD-IS-VALID AND NOT TRANSACTION-WAS-HELD
009720        PERFORM 2300-LOOKUP-CUSTOMER
009730           THRU 2300-LOOKUP-CUSTOMER-EXIT
009733        PERFORM 2350-DERIVE-CUSTOMER-AGE
009736           THRU 2350-DERIVE-CUSTOMER-AGE-EXIT
009740        PERFORM 2400-DETERMINE-BRACKET
009750           THRU 2400-DETERMINE-BRACKET-EXIT
009760        IF TRAN-IS-REFUND
009790            ADD TRAN-AMOUNT TO REFUND-TOTAL
009792            ADD TRAN-AMOUNT
009794                TO BRN-REFUND-TOTAL (WS-BRANCH-SUB)
009796            ADD 1 TO BRN-REFUND-COUNT (WS-BRANCH-SUB)
009800        ELSE
009810            ADD TRAN-AMOUNT TO TOTAL-AMOUNT
009820            ADD TRAN-AMOUNT TO BR-TOTAL (WS-BRACKET-SUB)
009840                ADD TRAN-AMOUNT TO ADJUSTMENT-TOTAL
009842                ADD TRAN-AMOUNT
009844                    TO BRN-ADJUSTMENT-TOTAL (WS-BRANCH-SUB)
009846                ADD 1 TO BRN-ADJUSTMENT-COUNT (WS-BRANCH-SUB)
009850            ELSE
009860                ADD TRAN-AMOUNT TO SALES-TOTAL
009862                ADD TRAN-AMOUNT
009864                    TO BRN-SALES-TOTAL (WS-BRANCH-SUB)
009866                ADD 1 TO BRN-SALES-COUNT (WS-BRANCH-SUB)
009870            END-IF
009880        END-IF
009890        ADD 1 TO RUN-COUNT
009995        END-IF
010000     END-IF.
010010
010011*-----------------------------------------------------------------
010012*  2000-TAKE-CHECKPOINT
010013*  EVERY RECORD READ ON THIS PASS - POSTED OR REJECTED - JOINS
010014*  HERE FOR THE CHECKPOINT INTERVAL TEST.
010015*-----------------------------------------------------------------
010016 2000-TAKE-CHECKPOINT.
010020     DIVIDE RECORDS-READ BY CHKPT-INTERVAL
010030        GIVING WS-CHKPT-QUOTIENT
010040        REMAINDER WS-CHKPT-REMAINDER.
010100 2000-PROCESS-ONE-RECORD-EXIT.
010110     EXIT.
010120
010121*-----------------------------------------------------------------
010122*  2050-CHECK-BRANCH-FEED
010123*  DECIDES WHAT THIS PASS DOES WITH THE CURRENT RECORD: POST IT
010124*  (ITS BRANCH BALANCED AND POSTS ON THIS PASS), SKIP IT (ITS
010125*  BRANCH IS HELD BACK OR POSTED ON AN EARLIER PASS), OR
010126*  REJECT IT (IT BELONGS TO NO MANIFEST BRANCH AND THIS IS THE
010127*  PASS THAT REJECTS THOSE - OTHERWISE IT IS SKIPPED TOO).
010128*  ALSO USED BY 8500 TO ARCHIVE ONLY WHAT THIS PASS PROCESSED.
010129*-----------------------------------------------------------------
010130 2050-CHECK-BRANCH-FEED.
010131     MOVE 0 TO WS-FEED-SUB.
010132     PERFORM 2450-DETERMINE-BRANCH
010133        THRU 2450-DETERMINE-BRANCH-EXIT.
010134     IF BRANCH-WAS-FOUND
010135        IF BFD-ON-MANIFEST (WS-BRANCH-SUB)
010136            MOVE WS-BRANCH-SUB TO WS-FEED-SUB
010137        END-IF
010138     END-IF.
010139
010140     IF WS-FEED-SUB > 0
010141        IF BFD-POSTS-THIS-PASS (WS-FEED-SUB)
010142            MOVE "P" TO WS-FEED-ACTION-SW
010143        ELSE
010144            MOVE "S" TO WS-FEED-ACTION-SW
010145        END-IF
010146        GO TO 2050-CHECK-BRANCH-FEED-EXIT
010147     END-IF.
010148
010149     IF REJECT-UNASSIGNED-RECORDS
010150        MOVE "R" TO WS-FEED-ACTION-SW
010151     ELSE
010152        MOVE "S" TO WS-FEED-ACTION-SW
010153     END-IF.
010154
010155 2050-CHECK-BRANCH-FEED-EXIT.
010156     EXIT.
010157
010159*-----------------------------------------------------------------
010161*  2100-VALIDATE-RECORD
010163*  REJECTS RECORDS WITH A NON-NUMERIC AMOUNT, A NON-NUMERIC AGE,
010165*  OR AN AGE OUTSIDE 0-120.
010170*-----------------------------------------------------------------
010180 2100-VALIDATE-RECORD.
010190     MOVE "Y" TO WS-VALID-SW.
010500
010510 2100-VALIDATE-RECORD-EXIT.
010520     EXIT.
010521
010522*-----------------------------------------------------------------
010523*  2105-RESOLVE-MERGED-ID
010524*  REPLACES WS-XREF-CUST-ID BY ITS SURVIVOR FOR AS LONG AS THE
010525*  CROSS-REFERENCE HAS ONE - A SURVIVOR MAY ITSELF HAVE BEEN
010526*  MERGED SINCE. AN ID NEVER MERGED COMES BACK UNCHANGED.
010527*  CustMaint NEVER MERGES INTO A MERGED ID, SO THE CHAIN CANNOT
010528*  LOOP; THE HOP LIMIT ONLY GUARDS A HAND-EDITED FILE.
010529*-----------------------------------------------------------------
010530 2105-RESOLVE-MERGED-ID.
010531     MOVE 0   TO WS-XREF-HOPS.
010532     MOVE "N" TO WS-XREF-END-SW.
010533     PERFORM UNTIL XREF-CHAIN-ENDED
010534             OR WS-XREF-HOPS NOT < WS-XREF-MAX-HOPS
010535        MOVE WS-XREF-CUST-ID TO XREF-RETIRED-ID
010536        READ CUST-XREF-FILE
010537            INVALID KEY
010538                MOVE "Y" TO WS-XREF-END-SW
010539            NOT INVALID KEY
010540                MOVE XREF-SURVIVOR-ID TO WS-XREF-CUST-ID
010541                ADD 1 TO WS-XREF-HOPS
010542        END-READ
010543        IF FS-XREF-FILE NOT = "00"
010544            MOVE "Y" TO WS-XREF-END-SW
010545        END-IF
010546     END-PERFORM.
010547
010548 2105-RESOLVE-MERGED-ID-EXIT.
010549     EXIT.
010550
010551*-----------------------------------------------------------------
010552*  2140-CHECK-RESUBMITTED
010553*  SEARCHES THE APPROVED-RESUBMISSION ID TABLE FOR THE CURRENT
010554*  TRAN-ID. A HIT MEANS THE ITEM WAS HELD ON A PRIOR CYCLE AND
010555*  SUPERVISOR-APPROVED - IT MUST POST THIS TIME, NOT RE-HOLD.
010556*-----------------------------------------------------------------
010557 2140-CHECK-RESUBMITTED.
010558     MOVE "N" TO WS-RESUB-FOUND-SW.
010559     PERFORM VARYING WS-RESUB-SUB FROM 1 BY 1
010560            UNTIL WS-RESUB-SUB > RESUB-ID-COUNT
010561        IF RESUB-ID (WS-RESUB-SUB) = TRAN-ID
010562            MOVE "Y" TO WS-RESUB-FOUND-SW
010563            GO TO 2140-CHECK-RESUBMITTED-EXIT
010564        END-IF
010565     END-PERFORM.
010566
010567 2140-CHECK-RESUBMITTED-EXIT.
010568     EXIT.
010569
010570*-----------------------------------------------------------------
010571*  2150-CHECK-DUPLICATE
010572*  REJECTS A TRANSACTION WHOSE ID IS ALREADY ON THE PROCESSED
010573*  HISTORY FILE FROM A PRIOR RUN DATE. AN ENTRY DATED TODAY IS
010580*  THIS RUN'S OWN WRITE BEING RE-READ ON A CHECKPOINT RESTART
010590*  AND IS NOT A DUPLICATE - UNLESS AN EARLIER POSTING PASS OF
010593*  THE DAY WROTE IT (THE SAME ID IN TWO BRANCH FEEDS). A
010596*  REPLAY PASSES EVERY ENTRY OF THE REPLAYED DAY, AS BEFORE.
010600*-----------------------------------------------------------------
010610 2150-CHECK-DUPLICATE.
010620     MOVE TRAN-ID TO TPH-TRAN-ID.
010690            MOVE "Y" TO WS-HIST-FOUND-SW
010700     END-READ.
010710
010711     IF HISTORY-ENTRY-FOUND
010712        AND TPH-RUN-DATE = WS-TODAY-CCYYMMDD
010713        AND TPH-POST-PASS NOT = WS-POST-PASS
010714        AND NOT REPLAY-MODE-IN-EFFECT
010715        MOVE "N" TO WS-VALID-SW
010716        MOVE 50 TO WS-REJECT-REASON-CD
010717        MOVE "DUPLICATE - POSTED IN PRIOR RUN"
010718            TO WS-REJECT-REASON-TX
010719        GO TO 2150-CHECK-DUPLICATE-EXIT
010720     END-IF.
010721
010725     IF HISTORY-ENTRY-FOUND
010730        AND TPH-RUN-DATE NOT = WS-TODAY-CCYYMMDD
010740        MOVE "N" TO WS-VALID-SW
010750        MOVE 50 TO WS-REJECT-REASON-CD
010800 2150-CHECK-DUPLICATE-EXIT.
010810     EXIT.
010820
010821*-----------------------------------------------------------------
010822*  2155-CHECK-REFUND-ORIGIN
010823*  A REFUND MUST NAME A SALE ALREADY ON THE PROCESSED HISTORY
010824*  (POSTED ON AN EARLIER DAY, OR EARLIER IN THIS FEED), FOR THE
010825*  SAME CUSTOMER, WITH AT LEAST THE REFUND AMOUNT STILL
010826*  UNREFUNDED. RUNS AFTER 2150, WHICH LEAVES THE REFUND'S OWN
010827*  HISTORY ENTRY FOUND ONLY WHEN IT IS DATED TODAY - A
010828*  RESTART (OR REPLAY) RE-READING A REFUND ALREADY APPLIED TO
010829*  ITS SALE - IN WHICH CASE THE AMOUNT TEST IS SKIPPED OR THE
010830*  REFUND WOULD COUNT AGAINST ITSELF.
010831*-----------------------------------------------------------------
010832 2155-CHECK-REFUND-ORIGIN.
010833     IF HISTORY-ENTRY-FOUND
010834        MOVE "Y" TO WS-REFUND-REAPPLY-SW
010835     ELSE
010836        MOVE "N" TO WS-REFUND-REAPPLY-SW
010837     END-IF.
010838
010839     IF TRAN-ORIG-TRAN-ID = SPACES
010840        MOVE "N" TO WS-VALID-SW
010841        MOVE 70 TO WS-REJECT-REASON-CD
010842        MOVE "ORIGINAL SALE NOT POSTED" TO WS-REJECT-REASON-TX
010843        GO TO 2155-CHECK-REFUND-ORIGIN-EXIT
010844     END-IF.
010845
010846     MOVE TRAN-ORIG-TRAN-ID TO TPH-TRAN-ID.
010847     READ TRAN-HIST-FILE
010848        INVALID KEY
010849            MOVE "N" TO WS-HIST-FOUND-SW
010850        NOT INVALID KEY
010851            MOVE "Y" TO WS-HIST-FOUND-SW
010852     END-READ.
010853
010854     IF NOT HISTORY-ENTRY-FOUND OR NOT TPH-IS-SALE
010855        MOVE "N" TO WS-VALID-SW
010856        MOVE 70 TO WS-REJECT-REASON-CD
010857        MOVE "ORIGINAL SALE NOT POSTED" TO WS-REJECT-REASON-TX
010858        GO TO 2155-CHECK-REFUND-ORIGIN-EXIT
010859     END-IF.
010860
010861*    A SALE POSTED BEFORE ITS CUSTOMER WAS MERGED CARRIES THE
010862*    RETIRED ID - COMPARE ITS SURVIVOR WITH THE REFUND'S.
010863     MOVE TPH-CUST-ID TO WS-XREF-CUST-ID.
010864     IF XREF-FILE-AVAILABLE AND TPH-CUST-ID NOT = TRAN-CUST-ID
010865        PERFORM 2105-RESOLVE-MERGED-ID
010866            THRU 2105-RESOLVE-MERGED-ID-EXIT
010867     END-IF.
010868
010869     IF WS-XREF-CUST-ID NOT = TRAN-CUST-ID
010870        MOVE "N" TO WS-VALID-SW
010871        MOVE 71 TO WS-REJECT-REASON-CD
010872        MOVE "REFUND CUSTOMER NOT ON SALE" TO WS-REJECT-REASON-TX
010873        GO TO 2155-CHECK-REFUND-ORIGIN-EXIT
010874     END-IF.
010875
010876     IF REFUND-ALREADY-APPLIED
010877        GO TO 2155-CHECK-REFUND-ORIGIN-EXIT
010878     END-IF.
010879
010880     COMPUTE WS-SALE-UNREFUNDED
010881         = TPH-AMOUNT - TPH-REFUNDED-AMOUNT.
010882     IF TRAN-AMOUNT > WS-SALE-UNREFUNDED
010883        MOVE "N" TO WS-VALID-SW
010884        MOVE 72 TO WS-REJECT-REASON-CD
010885        MOVE "REFUND EXCEEDS UNREFUNDED AMT"
010886            TO WS-REJECT-REASON-TX
010887     END-IF.
010888
010889 2155-CHECK-REFUND-ORIGIN-EXIT.
010890     EXIT.
010891
010892*-----------------------------------------------------------------
010893*  2160-RECORD-IN-HISTORY
010894*  RECORDS THE TRAN-ID JUST ACCUMULATED ON THE PROCESSED
010895*  HISTORY FILE. ON A RESTART THE ENTRY IS ALREADY THERE FROM
010896*  THE INTERRUPTED RUN - THE DUPLICATE-KEY WRITE IS EXPECTED
010897*  AND IGNORED.
010898*  A REFUND'S ENTRY NAMES THE SALE IT WAS APPLIED TO, AND ONLY
010899*  A FRESH WRITE ADDS THE REFUND TO THAT SALE'S REFUNDED
010900*  TOTAL - ON A RESTART IT WAS ADDED BY THE INTERRUPTED RUN.
010901*-----------------------------------------------------------------
010902 2160-RECORD-IN-HISTORY.
010910     MOVE TRAN-ID           TO TPH-TRAN-ID.
010920     MOVE WS-TODAY-CCYYMMDD TO TPH-RUN-DATE.
010921     MOVE TRAN-CUST-ID      TO TPH-CUST-ID.
010922     MOVE TRAN-TYPE-CD      TO TPH-TRAN-TYPE-CD.
010923     MOVE TRAN-AMOUNT       TO TPH-AMOUNT.
010924     MOVE 0                 TO TPH-REFUNDED-AMOUNT.
010925     IF TRAN-IS-REFUND
010926        MOVE TRAN-ORIG-TRAN-ID TO TPH-ORIG-TRAN-ID
010927     ELSE
010928        MOVE SPACES TO TPH-ORIG-TRAN-ID
010929     END-IF.
010931     MOVE WS-POST-PASS      TO TPH-POST-PASS.
010933     MOVE "N" TO WS-HIST-WRITTEN-SW.
010935     WRITE TRAN-HIST-RECORD
010940        INVALID KEY
010950            CONTINUE
010953        NOT INVALID KEY
010956            MOVE "Y" TO WS-HIST-WRITTEN-SW
010960     END-WRITE.
010970
010971     IF HISTORY-ENTRY-WRITTEN AND TRAN-IS-REFUND
010972        PERFORM 2165-APPLY-REFUND-TO-SALE
010973            THRU 2165-APPLY-REFUND-TO-SALE-EXIT
010974     END-IF.
010975
010980 2160-RECORD-IN-HISTORY-EXIT.
010990     EXIT.
011000
011001*-----------------------------------------------------------------
011002*  2165-APPLY-REFUND-TO-SALE
011003*  ADDS THE REFUND JUST POSTED TO ITS SALE'S REFUNDED TOTAL, SO
011004*  A SECOND REFUND AGAINST THE SAME SALE - LATER IN THIS FEED
011005*  OR ON ANOTHER DAY - ONLY SEES WHAT IS STILL UNREFUNDED.
011006*  2155 FOUND THE SALE A MOMENT AGO; A MISS HERE MEANS THE
011007*  ENTRY WAS REMOVED IN FLIGHT AND IS ONLY REPORTED.
011008*-----------------------------------------------------------------
011009 2165-APPLY-REFUND-TO-SALE.
011010     MOVE TRAN-ORIG-TRAN-ID TO TPH-TRAN-ID.
011011     READ TRAN-HIST-FILE
011012        INVALID KEY
011013            DISPLAY "ReportingSystem: SALE " TRAN-ORIG-TRAN-ID
011014                    " NOT ON HISTORY - REFUND " TRAN-ID
011015                    " NOT APPLIED TO IT"
011016            GO TO 2165-APPLY-REFUND-TO-SALE-EXIT
011017     END-READ.
011018
011019     ADD TRAN-AMOUNT TO TPH-REFUNDED-AMOUNT.
011020     REWRITE TRAN-HIST-RECORD
011021        INVALID KEY
011022            DISPLAY "ReportingSystem: SALE " TRAN-ORIG-TRAN-ID
011023                    " HISTORY REWRITE FAILED, ST="
011024                    FS-TRAN-HIST-FILE
011025     END-REWRITE.
011026
011027 2165-APPLY-REFUND-TO-SALE-EXIT.
011028     EXIT.
011029
011030*-----------------------------------------------------------------
011031*  2190-HOLD-TRANSACTION
011032*  WRITES THE TRANSACTION JUST JUDGED HIGH-VALUE TO THE
011033*  PENDING-APPROVAL HOLD FILE - THE RAW TRANREC IMAGE PLUS THE
011034*  RUN DATE (SEE HOLDREC) - SO HoldRelease CAN RESUBMIT AN
011035*  APPROVED ITEM UNCHANGED. A HELD ITEM IS NOT ACCUMULATED,
011036*  NOT POSTED TO THE PROCESSED-ID HISTORY, AND NOT REGISTERED
011037*  - IT POSTS ON THE CYCLE ITS RESUBMISSION ARRIVES IN, WHERE
011038*  ITS ID ON THE RESUBIDS LIST BYPASSES THE HOLD TEST (2140).
011039*-----------------------------------------------------------------
011040 2190-HOLD-TRANSACTION.
011041     ADD 1 TO HELD-COUNT.
011042     ADD TRAN-AMOUNT TO HELD-AMOUNT.
011043     IF NOT REPLAY-MODE-IN-EFFECT
011044        MOVE TRAN-RECORD  TO HOLD-TRAN-DATA
011045        MOVE WS-RUN-DATE  TO HOLD-RUN-DATE
011046        WRITE HELD-TRAN-RECORD
011047     END-IF.
011048
011049 2190-HOLD-TRANSACTION-EXIT.
011050     EXIT.
011051
011052*-----------------------------------------------------------------
011053*  2170-WRITE-REGISTER-WORK
011054*  WRITES THE REGISTER EXTRACT RECORD FOR THE VALID TRANSACTION
011055*  JUST ACCUMULATED. THE WORK FILE IS SORTED BY CUSTOMER AT
011056*  REPORT TIME TO PRODUCE THE DETAILED TRANSACTION REGISTER.
011060*-----------------------------------------------------------------
011070 2170-WRITE-REGISTER-WORK.
011080     MOVE TRAN-CUST-ID TO REG-CUST-ID.
011290*  NOT THE CONFIGURABLE REPORTING BRACKETS.
011300*-----------------------------------------------------------------
011310 2180-CHECK-COMPLIANCE.
011320     IF WS-EFFECTIVE-AGE >= COMPLIANCE-MINOR-AGE
011330        GO TO 2180-CHECK-COMPLIANCE-EXIT
011340     END-IF.
011350
011570            "  CUST-ID " DELIMITED BY SIZE
011580            TRAN-CUST-ID DELIMITED BY SIZE
011590            "  AGE " DELIMITED BY SIZE
011600            WS-EFFECTIVE-AGE DELIMITED BY SIZE
011610            "  TYPE " DELIMITED BY SIZE
011620            TRAN-TYPE-CD DELIMITED BY SIZE
011630            "  AMOUNT " DELIMITED BY SIZE
011760*  2200-WRITE-REJECT
011770*  WRITES THE REJECTED RECORD IN THE REJREC LAYOUT - THE RAW
011780*  TRANREC IMAGE PLUS REASON CODE AND RUN DATE - SO RejRepair
011790*  CAN CORRECT AND RESUBMIT IT. A NUMERIC AMOUNT IS ADDED TO
011794*  THE DAY'S REJECTED AMOUNT FOR THE SUSPENSE POSTING (7500).
011800*-----------------------------------------------------------------
011810 2200-WRITE-REJECT.
011820     ADD 1 TO REJECT-COUNT.
011821     IF TRAN-AMOUNT NUMERIC
011822        ADD TRAN-AMOUNT TO REJECT-AMOUNT
011823     END-IF.
011824     IF WS-FEED-SUB > 0
011825        ADD 1 TO BFD-REJECT-COUNT (WS-FEED-SUB)
011826     END-IF.
011827     IF REPLAY-MODE-IN-EFFECT
011828        GO TO 2200-WRITE-REJECT-EXIT
011829     END-IF.
011830     MOVE TRAN-RECORD          TO REJ-TRAN-DATA.
011840     MOVE WS-REJECT-REASON-CD  TO REJ-REASON-CD.
011850     MOVE WS-RUN-DATE          TO REJ-RUN-DATE.
012190 2300-LOOKUP-CUSTOMER-EXIT.
012200     EXIT.
012210
012211*-----------------------------------------------------------------
012212*  2350-DERIVE-CUSTOMER-AGE
012213*  SETS THE AGE THE BRACKET AND COMPLIANCE TESTS USE. WITH A
012214*  BIRTH DATE ON THE MASTER IT IS THE CUSTOMER'S AGE IN WHOLE
012215*  YEARS ON THE BUSINESS DAY, AND A FEED AGE MORE THAN THE
012216*  TOLERANCE AWAY FROM IT IS LISTED WITH ITS BRANCH SO
012217*  COMPLIANCE CAN SEE WHICH BRANCHES MISREPORT. WITHOUT ONE
012218*  (OR FOR A CUSTOMER NOT ON FILE) THE FEED AGE STANDS.
012219*-----------------------------------------------------------------
012220 2350-DERIVE-CUSTOMER-AGE.
012221     MOVE TRAN-CUST-AGE TO WS-EFFECTIVE-AGE.
012222
012223     IF NOT CUSTOMER-WAS-FOUND
012224        GO TO 2350-DERIVE-CUSTOMER-AGE-EXIT
012225     END-IF.
012226     IF CUST-BIRTH-DATE NOT NUMERIC
012227        OR CUST-BIRTH-DATE = 0
012228        OR CUST-BIRTH-DATE > WS-TODAY-CCYYMMDD
012229        GO TO 2350-DERIVE-CUSTOMER-AGE-EXIT
012230     END-IF.
012231
012232     MOVE WS-TODAY-CCYYMMDD TO WS-AGE-AS-OF-DATE.
012233     MOVE CUST-BIRTH-DATE   TO WS-AGE-BIRTH-DATE.
012234     COMPUTE WS-DERIVED-AGE
012235         = WS-AGE-AS-OF-CCYY - WS-AGE-BIRTH-CCYY.
012236     IF WS-AGE-AS-OF-MMDD < WS-AGE-BIRTH-MMDD
012237        SUBTRACT 1 FROM WS-DERIVED-AGE
012238     END-IF.
012239     MOVE WS-DERIVED-AGE TO WS-EFFECTIVE-AGE.
012240
012241     COMPUTE WS-AGE-DIFFERENCE = TRAN-CUST-AGE - WS-DERIVED-AGE.
012242     IF WS-AGE-DIFFERENCE < 0
012243        MULTIPLY -1 BY WS-AGE-DIFFERENCE
012244     END-IF.
012245     IF WS-AGE-DIFFERENCE NOT > AGE-MISMATCH-TOLERANCE
012246        GO TO 2350-DERIVE-CUSTOMER-AGE-EXIT
012247     END-IF.
012248
012249     ADD 1 TO AGE-MISMATCH-COUNT.
012250
012251     IF REPLAY-MODE-IN-EFFECT
012252        GO TO 2350-DERIVE-CUSTOMER-AGE-EXIT
012253     END-IF.
012254
012255     MOVE SPACES TO AGE-MISMATCH-RECORD.
012256     STRING "BRANCH " DELIMITED BY SIZE
012257            TRAN-BRANCH-CD DELIMITED BY SIZE
012258            "  TRAN-ID " DELIMITED BY SIZE
012259            TRAN-ID DELIMITED BY SIZE
012260            "  CUST-ID " DELIMITED BY SIZE
012261            TRAN-CUST-ID DELIMITED BY SIZE
012262            "  FEED AGE " DELIMITED BY SIZE
012263            TRAN-CUST-AGE DELIMITED BY SIZE
012264            "  BIRTH DATE " DELIMITED BY SIZE
012265            CUST-BIRTH-DATE DELIMITED BY SIZE
012266            "  DERIVED AGE " DELIMITED BY SIZE
012267            WS-DERIVED-AGE DELIMITED BY SIZE
012268        INTO AGE-MISMATCH-RECORD.
012269     WRITE AGE-MISMATCH-RECORD.
012270
012271 2350-DERIVE-CUSTOMER-AGE-EXIT.
012272     EXIT.
012273
012274*-----------------------------------------------------------------
012275*  2400-DETERMINE-BRACKET
012276*  FINDS THE AGE-BRACKET TABLE SUBSCRIPT FOR THE CUSTOMER AGE
012277*  SET BY 2350.
012278*-----------------------------------------------------------------
012279 2400-DETERMINE-BRACKET.
012280     PERFORM VARYING WS-BRACKET-SUB FROM 1 BY 1
012281            UNTIL WS-BRACKET-SUB > 5
012290        IF WS-EFFECTIVE-AGE >= BR-LOW-AGE (WS-BRACKET-SUB)
012300            AND WS-EFFECTIVE-AGE <= BR-HIGH-AGE (WS-BRACKET-SUB)
012310                GO TO 2400-DETERMINE-BRACKET-EXIT
012320        END-IF
012330     END-PERFORM.
012540     MOVE REFUND-TOTAL     TO CHKPT-REFUND-TOTAL.
012550     MOVE ADJUSTMENT-TOTAL TO CHKPT-ADJUSTMENT-TOTAL.
012560     MOVE EXCEPTION-COUNT  TO CHKPT-EXCEPTION-COUNT.
012561     MOVE AGE-MISMATCH-COUNT TO CHKPT-AGE-MISMATCH-COUNT.
012562     MOVE HELD-COUNT       TO CHKPT-HELD-COUNT.
012564     MOVE HELD-AMOUNT      TO CHKPT-HELD-AMOUNT.
012566     MOVE REJECT-AMOUNT    TO CHKPT-REJECT-AMOUNT.
012567     MOVE WS-POST-PASS     TO CHKPT-POST-PASS.
012570     PERFORM VARYING WS-BRACKET-SUB FROM 1 BY 1
012580            UNTIL WS-BRACKET-SUB > 5
012590        MOVE BR-COUNT (WS-BRACKET-SUB)
012632            UNTIL WS-BRANCH-SUB > 8
012633        MOVE BRANCH-ENTRY (WS-BRANCH-SUB)
012634            TO CHKPT-BRANCH (WS-BRANCH-SUB)
012635        MOVE BFD-REJECT-COUNT (WS-BRANCH-SUB)
012636            TO CHKPT-FEED-REJECT-COUNT (WS-BRANCH-SUB)
012637     END-PERFORM.
012640
012650     OPEN OUTPUT CHECKPOINT-FILE.
012660     WRITE CHKPT-RECORD.
012710
012720*****************************************************************
012730*  6000-BALANCE-RUN                                               *
012737*  SETS THE RUN'S BALANCE STATUS FROM THE BRANCH FEED BALANCING *
012744*  DONE AT INITIALIZATION (1290) - "IN BALANCE" WHEN EVERY      *
012751*  MANIFEST BRANCH HAS NOW POSTED, "PARTIAL" WHEN THIS PASS     *
012758*  POSTED SOME AND HELD OTHERS BACK (RC=4), "NOT BALANCED" WHEN *
012765*  THIS PASS POSTED NOTHING (RC=8). EACH BRANCH HELD BACK IS    *
012772*  LISTED WITH ITS EXPECTED AND ACTUAL FIGURES.                 *
012780*****************************************************************
012790 6000-BALANCE-RUN.
012799     IF MANIFEST-BRANCH-COUNT = 0
012808        DISPLAY "ReportingSystem: NO BRANCH FEEDS ON THE"
012817                " MANIFEST - RUN CANNOT BE BALANCED"
012826        MOVE "NOT BALANCED" TO WS-BALANCE-STATUS
012835        MOVE 8 TO RETURN-CODE
012844        GO TO 6000-BALANCE-RUN-EXIT
012853     END-IF.
012862
012871     PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
012880            UNTIL WS-BRANCH-SUB > 8
012889        IF BFD-ON-MANIFEST (WS-BRANCH-SUB)
012898            AND NOT BFD-PRIOR-PASS (WS-BRANCH-SUB)
012907            AND NOT BFD-POSTS-THIS-PASS (WS-BRANCH-SUB)
012916            DISPLAY "ReportingSystem: *** BRANCH "
012925                    BRN-CODE (WS-BRANCH-SUB) " HELD BACK - "
012934                    BFD-STATUS (WS-BRANCH-SUB) " ***"
012943            DISPLAY "  EXPECTED COUNT  = "
012952                    BFD-CTL-COUNT (WS-BRANCH-SUB)
012961                    " ACTUAL COUNT  = "
012970                    BFD-READ-COUNT (WS-BRANCH-SUB)
012979            DISPLAY "  EXPECTED AMOUNT = "
012988                    BFD-CTL-AMOUNT (WS-BRANCH-SUB)
012997                    " ACTUAL AMOUNT = "
013006                    BFD-READ-AMOUNT (WS-BRANCH-SUB)
013015        END-IF
013024     END-PERFORM.
013033
013042     IF NOT BRANCHES-POSTED-THIS-PASS
013051        IF BRANCHES-HELD-COUNT = 0
013060            DISPLAY "ReportingSystem: EVERY MANIFEST BRANCH"
013069                    " ALREADY POSTED - NOTHING TO POST"
013078        ELSE
013087            DISPLAY "ReportingSystem: *** NO BRANCH FEED"
013096                    " BALANCED - NOTHING POSTED ***"
013105        END-IF
013114        MOVE "NOT BALANCED" TO WS-BALANCE-STATUS
013123        MOVE 8 TO RETURN-CODE
013132        GO TO 6000-BALANCE-RUN-EXIT
013141     END-IF.
013150
013159     IF BRANCHES-HELD-COUNT = 0
013168        MOVE "IN BALANCE" TO WS-BALANCE-STATUS
013177     ELSE
013186        MOVE "PARTIAL" TO WS-BALANCE-STATUS
013195        DISPLAY "ReportingSystem: " BRANCHES-POSTING-COUNT
013204                " BRANCH FEED(S) POSTED, " BRANCHES-HELD-COUNT
013213                " HELD BACK FOR A LATER PASS"
013222        MOVE 4 TO RETURN-CODE
013231     END-IF.
013240
013270 6000-BALANCE-RUN-EXIT.
013280     EXIT.
013290
013291*****************************************************************
013292*  6500-COMPUTE-BRANCH-FEES                                      *
013293*  CHARGES EACH BRANCH ITS PROCESSING FEE ON WHAT IT POSTED ON   *
013294*  THIS PASS - FOR EACH TRANSACTION TYPE, THE COUNT TIMES THE    *
013295*  PER-TRANSACTION FEE PLUS THE RATE PERCENT OF THE TYPE'S       *
013296*  AMOUNT, FROM THE SCHEDULE ENTRY IN FORCE ON THE BUSINESS DAY  *
013297*  (1187). ONLY A BRANCH THAT POSTS HAS VOLUMES, SO A BRANCH     *
013298*  HELD BACK IS CHARGED ON THE PASS THAT POSTS IT. THE TOTAL     *
013299*  POSTS ON THE "F" RULE AND EACH FEE IS LOGGED FOR MONTH-END    *
013300*  BILLING (7500/7700). NOTHING IS CHARGED ON A REPLAY.          *
013301*****************************************************************
013302 6500-COMPUTE-BRANCH-FEES.
013303     INITIALIZE BRANCH-FEE-TABLE.
013304     MOVE 0 TO FEE-TOTAL.
013305     IF NOT FEE-SCHEDULE-LOADED
013306        GO TO 6500-COMPUTE-BRANCH-FEES-EXIT
013307     END-IF.
013308
013309     PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
013310            UNTIL WS-BRANCH-SUB > 8
013311        IF BRN-CODE (WS-BRANCH-SUB) NOT = SPACES
013312            PERFORM VARYING WS-FEE-TYPE-SUB FROM 1 BY 1
013313                    UNTIL WS-FEE-TYPE-SUB > 3
013314                PERFORM 6550-COMPUTE-ONE-FEE
013315                    THRU 6550-COMPUTE-ONE-FEE-EXIT
013316            END-PERFORM
013317            ADD BFE-BRANCH-FEE-TOTAL (WS-BRANCH-SUB) TO FEE-TOTAL
013318        END-IF
013319     END-PERFORM.
013320
013321 6500-COMPUTE-BRANCH-FEES-EXIT.
013322     EXIT.
013323
013324*-----------------------------------------------------------------
013325*  6540-GET-TYPE-VOLUME
013326*  THE COUNT AND AMOUNT BRANCH WS-BRANCH-SUB POSTED OF
013327*  TRANSACTION TYPE WS-FEE-TYPE-SUB.
013328*-----------------------------------------------------------------
013329 6540-GET-TYPE-VOLUME.
013330     EVALUATE WS-FEE-TYPE-SUB
013331        WHEN 1
013332            MOVE BRN-SALES-COUNT (WS-BRANCH-SUB)
013333                TO WS-FEE-TRAN-COUNT
013334            MOVE BRN-SALES-TOTAL (WS-BRANCH-SUB)
013335                TO WS-FEE-TRAN-AMOUNT
013336        WHEN 2
013337            MOVE BRN-REFUND-COUNT (WS-BRANCH-SUB)
013338                TO WS-FEE-TRAN-COUNT
013339            MOVE BRN-REFUND-TOTAL (WS-BRANCH-SUB)
013340                TO WS-FEE-TRAN-AMOUNT
013341        WHEN OTHER
013342            MOVE BRN-ADJUSTMENT-COUNT (WS-BRANCH-SUB)
013343                TO WS-FEE-TRAN-COUNT
013344            MOVE BRN-ADJUSTMENT-TOTAL (WS-BRANCH-SUB)
013345                TO WS-FEE-TRAN-AMOUNT
013346     END-EVALUATE.
013347
013348 6540-GET-TYPE-VOLUME-EXIT.
013349     EXIT.
013350
013351*-----------------------------------------------------------------
013352*  6550-COMPUTE-ONE-FEE
013353*  THE FEE FOR ONE BRANCH (WS-BRANCH-SUB) AND TRANSACTION TYPE
013354*  (WS-FEE-TYPE-SUB). A TYPE THE BRANCH DID NOT POST COSTS
013355*  NOTHING; ONE WITH NO SCHEDULE ENTRY IN FORCE IS WARNED AND
013356*  NOT CHARGED - FINANCE LOADS THE MISSING RATE AND BILLS IT BY
013357*  HAND (THE BILLING REPORT FLAGS IT).
013358*-----------------------------------------------------------------
013359 6550-COMPUTE-ONE-FEE.
013360     PERFORM 6540-GET-TYPE-VOLUME
013361        THRU 6540-GET-TYPE-VOLUME-EXIT.
013362     IF WS-FEE-TRAN-COUNT = 0
013363        GO TO 6550-COMPUTE-ONE-FEE-EXIT
013364     END-IF.
013365
013366     MOVE BRN-CODE (WS-BRANCH-SUB)      TO WS-FEE-BRANCH-CD.
013367     MOVE FEE-TYPE-CD (WS-FEE-TYPE-SUB) TO WS-FEE-TYPE-CD.
013368     PERFORM 6560-FIND-FEE-ENTRY
013369        THRU 6560-FIND-FEE-ENTRY-EXIT.
013370     IF NOT FEE-SCHED-WAS-FOUND
013371        MOVE "N" TO BFE-SCHED-SW (WS-BRANCH-SUB, WS-FEE-TYPE-SUB)
013372        ADD 1 TO FEE-UNSCHEDULED-COUNT
013373        DISPLAY "ReportingSystem: NO BRANCH FEE IN FORCE FOR "
013374                WS-FEE-BRANCH-CD " TYPE '" WS-FEE-TYPE-CD "' - "
013375                WS-FEE-TRAN-COUNT " TRANSACTION(S) NOT CHARGED"
013376        GO TO 6550-COMPUTE-ONE-FEE-EXIT
013377     END-IF.
013378
013379     MOVE "Y" TO BFE-SCHED-SW (WS-BRANCH-SUB, WS-FEE-TYPE-SUB).
013380     MOVE FSC-EFFECTIVE-DATE (WS-FSC-SUB)
013381         TO BFE-EFFECTIVE-DATE (WS-BRANCH-SUB, WS-FEE-TYPE-SUB).
013382     MOVE FSC-PER-TRAN-AMT (WS-FSC-SUB)
013383         TO BFE-PER-TRAN-AMT (WS-BRANCH-SUB, WS-FEE-TYPE-SUB).
013384     MOVE FSC-RATE-PCT (WS-FSC-SUB)
013385         TO BFE-RATE-PCT (WS-BRANCH-SUB, WS-FEE-TYPE-SUB).
013386     COMPUTE BFE-FEE-AMOUNT (WS-BRANCH-SUB, WS-FEE-TYPE-SUB)
013387         ROUNDED =
013388         WS-FEE-TRAN-COUNT * FSC-PER-TRAN-AMT (WS-FSC-SUB)
013389       + WS-FEE-TRAN-AMOUNT * FSC-RATE-PCT (WS-FSC-SUB) / 100.
013390     ADD BFE-FEE-AMOUNT (WS-BRANCH-SUB, WS-FEE-TYPE-SUB)
013391         TO BFE-BRANCH-FEE-TOTAL (WS-BRANCH-SUB).
013392
013393 6550-COMPUTE-ONE-FEE-EXIT.
013394     EXIT.
013395
013396*-----------------------------------------------------------------
013397*  6560-FIND-FEE-ENTRY
013398*  LINEAR SEARCH OF THE FEE SCHEDULE TABLE FOR WS-FEE-BRANCH-CD
013399*  AND WS-FEE-TYPE-CD. LEAVES WS-FSC-SUB POINTING AT THE MATCH
013400*  WHEN FOUND.
013401*-----------------------------------------------------------------
013402 6560-FIND-FEE-ENTRY.
013403     MOVE "N" TO WS-FSC-FOUND-SW.
013404     PERFORM VARYING WS-FSC-SUB FROM 1 BY 1
013405             UNTIL WS-FSC-SUB > FEE-SCHED-COUNT
013406        IF FSC-BRANCH-CD (WS-FSC-SUB) = WS-FEE-BRANCH-CD
013407            AND FSC-TRAN-TYPE-CD (WS-FSC-SUB) = WS-FEE-TYPE-CD
013408            MOVE "Y" TO WS-FSC-FOUND-SW
013409            GO TO 6560-FIND-FEE-ENTRY-EXIT
013410        END-IF
013411     END-PERFORM.
013412
013413 6560-FIND-FEE-ENTRY-EXIT.
013414     EXIT.
013415
013416*****************************************************************
013417*  7000-PRODUCE-REPORT                                            *
013418*  WRITES THE AGE-BRACKET CONTROL-BREAK REPORT - A SECTION PER  *
013419*  BRANCH (BRACKET SUBTOTALS AND TYPE TOTALS), THEN THE COMPANY *
013420*  ROLLUP, GRAND TOTAL, AND BALANCE STATUS LINES.               *
013421*****************************************************************
013422 7000-PRODUCE-REPORT.
013423     PERFORM 7050-ECHO-RUN-CONTROLS
013424        THRU 7050-ECHO-RUN-CONTROLS-EXIT.
013425
013426     PERFORM 7020-WRITE-FEED-BALANCING
013427        THRU 7020-WRITE-FEED-BALANCING-EXIT.
013428
013429     PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
013430            UNTIL WS-BRANCH-SUB > 8
013431        IF BRN-CODE (WS-BRANCH-SUB) NOT = SPACES
013432            PERFORM 7150-WRITE-BRANCH-SECTION
013433                THRU 7150-WRITE-BRANCH-SECTION-EXIT
013434        END-IF
013435     END-PERFORM.
013436
013437     MOVE "COMPANY ROLLUP" TO REPORT-RECORD.
013438     WRITE REPORT-RECORD.
013439     PERFORM VARYING WS-BRACKET-SUB FROM 1 BY 1
013440            UNTIL WS-BRACKET-SUB > 5
013441        PERFORM 7100-WRITE-BRACKET-LINE
013442            THRU 7100-WRITE-BRACKET-LINE-EXIT
013443     END-PERFORM.
013450
013460     IF RUN-COUNT > 0
013470        COMPUTE AVERAGE-AMOUNT = TOTAL-AMOUNT / RUN-COUNT
013760     WRITE REPORT-RECORD.
013770
013780     MOVE SPACES TO REPORT-RECORD.
013784     MOVE REJECT-AMOUNT TO WS-EDIT-SALES.
013790     STRING "REJECTED RECORDS: " DELIMITED BY SIZE
013800           REJECT-COUNT DELIMITED BY SIZE
013803           ", AMOUNT: " DELIMITED BY SIZE
013806           WS-EDIT-SALES DELIMITED BY SIZE
013810        INTO REPORT-RECORD.
013820     WRITE REPORT-RECORD.
013830
013870        INTO REPORT-RECORD.
013880     WRITE REPORT-RECORD.
013881
013882     MOVE SPACES TO REPORT-RECORD.
013883     STRING "AGE MISMATCHES (FEED VS BIRTH DATE): "
013884               DELIMITED BY SIZE
013885           AGE-MISMATCH-COUNT DELIMITED BY SIZE
013886        INTO REPORT-RECORD.
013887     WRITE REPORT-RECORD.
013888
013889     MOVE HELD-AMOUNT TO WS-EDIT-SALES.
013890     MOVE SPACES TO REPORT-RECORD.
013891     STRING "HELD FOR APPROVAL: " DELIMITED BY SIZE
013892           HELD-COUNT DELIMITED BY SIZE
013893           ", AMOUNT: " DELIMITED BY SIZE
013894           WS-EDIT-SALES DELIMITED BY SIZE
013895        INTO REPORT-RECORD.
013896     WRITE REPORT-RECORD.
013897
013900     MOVE SPACES TO REPORT-RECORD.
013910     STRING "BALANCE STATUS: " DELIMITED BY SIZE
013920           WS-BALANCE-STATUS DELIMITED BY SIZE
014030
014040 7000-PRODUCE-REPORT-EXIT.
014050     EXIT.
014051
014052*-----------------------------------------------------------------
014053*  7020-WRITE-FEED-BALANCING
014054*  LISTS EACH MANIFEST BRANCH'S FEED STATUS WITH ITS EXPECTED
014055*  (CONTROL RECORD) AND ACTUAL COUNT AND AMOUNT, AND THE
014056*  RECORDS THAT BELONG TO NO MANIFEST BRANCH, SO THE BRANCHES
014057*  HELD BACK CAN BE CHASED FROM THE REPORT ALONE.
014058*-----------------------------------------------------------------
014059 7020-WRITE-FEED-BALANCING.
014060     MOVE SPACES TO REPORT-RECORD.
014061     IF REPLAY-MODE-IN-EFFECT
014062        MOVE "BRANCH FEED BALANCING - REPLAY" TO REPORT-RECORD
014063     ELSE
014064        STRING "BRANCH FEED BALANCING - POSTING PASS "
014065                   DELIMITED BY SIZE
014066               WS-POST-PASS DELIMITED BY SIZE
014067           INTO REPORT-RECORD
014068     END-IF.
014069     WRITE REPORT-RECORD.
014070
014071     IF MANIFEST-BRANCH-COUNT = 0
014072        MOVE "  NO FEED MANIFEST - NO BRANCH POSTED"
014073            TO REPORT-RECORD
014074        WRITE REPORT-RECORD
014075     END-IF.
014076
014077     PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
014078            UNTIL WS-BRANCH-SUB > 8
014079        IF BFD-ON-MANIFEST (WS-BRANCH-SUB)
014080            PERFORM 7030-WRITE-FEED-LINE
014081                THRU 7030-WRITE-FEED-LINE-EXIT
014082        END-IF
014083     END-PERFORM.
014084
014085     MOVE UNASSIGNED-AMOUNT TO WS-EDIT-SALES.
014086     MOVE SPACES TO REPORT-RECORD.
014087     IF REJECT-UNASSIGNED-RECORDS
014088        STRING "  NOT ON MANIFEST: " DELIMITED BY SIZE
014089               UNASSIGNED-COUNT DELIMITED BY SIZE
014090               ", AMOUNT: " DELIMITED BY SIZE
014091               WS-EDIT-SALES DELIMITED BY SIZE
014092               " - REJECTED" DELIMITED BY SIZE
014093           INTO REPORT-RECORD
014094     ELSE
014095        STRING "  NOT ON MANIFEST: " DELIMITED BY SIZE
014096               UNASSIGNED-COUNT DELIMITED BY SIZE
014097               ", AMOUNT: " DELIMITED BY SIZE
014098               WS-EDIT-SALES DELIMITED BY SIZE
014099               " - NOT PROCESSED ON THIS PASS" DELIMITED BY SIZE
014100           INTO REPORT-RECORD
014101     END-IF.
014102     WRITE REPORT-RECORD.
014103
014104     MOVE SPACES TO REPORT-RECORD.
014105     WRITE REPORT-RECORD.
014106
014107 7020-WRITE-FEED-BALANCING-EXIT.
014108     EXIT.
014109
014110*-----------------------------------------------------------------
014111 7030-WRITE-FEED-LINE.
014112     MOVE BFD-CTL-AMOUNT (WS-BRANCH-SUB)  TO WS-EDIT-SALES.
014113     MOVE BFD-READ-AMOUNT (WS-BRANCH-SUB) TO WS-EDIT-REFUNDS.
014114     MOVE SPACES TO REPORT-RECORD.
014115     STRING "  " DELIMITED BY SIZE
014116            BRN-CODE (WS-BRANCH-SUB) DELIMITED BY SIZE
014117            " " DELIMITED BY SIZE
014118            BFD-STATUS (WS-BRANCH-SUB) DELIMITED BY SIZE
014119            " EXPECTED " DELIMITED BY SIZE
014120            BFD-CTL-COUNT (WS-BRANCH-SUB) DELIMITED BY SIZE
014121            " / " DELIMITED BY SIZE
014122            WS-EDIT-SALES DELIMITED BY SIZE
014123            "  ACTUAL " DELIMITED BY SIZE
014124            BFD-READ-COUNT (WS-BRANCH-SUB) DELIMITED BY SIZE
014125            " / " DELIMITED BY SIZE
014126            WS-EDIT-REFUNDS DELIMITED BY SIZE
014127        INTO REPORT-RECORD.
014128     WRITE REPORT-RECORD.
014129
014130 7030-WRITE-FEED-LINE-EXIT.
014131     EXIT.
014132
014133*-----------------------------------------------------------------
014134*  7050-ECHO-RUN-CONTROLS
014135*  ECHOES THE RUN CONTROLS IN EFFECT AT THE TOP OF THE REPORT
014136*  SO EVERY RUN IS SELF-DOCUMENTING - THE BRACKET DEFINITIONS,
014137*  THE CHECKPOINT INTERVAL, AND THE BALANCING TOLERANCE.
014138*-----------------------------------------------------------------
014139 7050-ECHO-RUN-CONTROLS.
014140     IF REPLAY-MODE-IN-EFFECT
014141        MOVE SPACES TO REPORT-RECORD
014142        STRING "*** REPLAY OF " DELIMITED BY SIZE
014143               WS-RUN-DATE DELIMITED BY SIZE
014144               " - ELIGIBILITY FROM CURRENT MASTER ***"
014145                   DELIMITED BY SIZE
014146           INTO REPORT-RECORD
014147        WRITE REPORT-RECORD
014148     END-IF.
014149
014150     MOVE SPACES TO REPORT-RECORD.
014151     IF PROCESSING-DATE-OVERRIDDEN
014152        STRING "PROCESSING DATE: " DELIMITED BY SIZE
014153               WS-RUN-DATE DELIMITED BY SIZE
014154               " (OVERRIDE - ACTUAL DATE " DELIMITED BY SIZE
014155               WS-ACTUAL-DATE DELIMITED BY SIZE
014156               ")" DELIMITED BY SIZE
014157           INTO REPORT-RECORD
014158     ELSE
014159        STRING "PROCESSING DATE: " DELIMITED BY SIZE
014160               WS-RUN-DATE DELIMITED BY SIZE
014161           INTO REPORT-RECORD
014162     END-IF.
014163     WRITE REPORT-RECORD.
014164
014165     IF PRIOR-PERIOD-REDIRECTED
014166        MOVE SPACES TO REPORT-RECORD
014167        STRING "GL PERIOD: " DELIMITED BY SIZE
014168               WS-GL-PERIOD DELIMITED BY SIZE
014169               " (GLPERIOD REDIRECT - PERIOD " DELIMITED BY SIZE
014170               WS-GL-ORIG-PERIOD DELIMITED BY SIZE
014171               " IS CLOSED)" DELIMITED BY SIZE
014172           INTO REPORT-RECORD
014173        WRITE REPORT-RECORD
014174     END-IF.
014175
014176     MOVE WS-AMOUNT-TOLERANCE TO WS-EDIT-TOLERANCE.
014177     MOVE WS-HIVALUE-THRESHOLD TO WS-EDIT-HIVALUE.
014178     MOVE SPACES TO REPORT-RECORD.
014179     STRING "RUN CONTROLS - CHECKPOINT INTERVAL: "
014180                DELIMITED BY SIZE
014181            CHKPT-INTERVAL DELIMITED BY SIZE
014190            ", AMOUNT TOLERANCE: " DELIMITED BY SIZE
014200            WS-EDIT-TOLERANCE DELIMITED BY SIZE
014202            ", HIVALUE THRESHOLD: " DELIMITED BY SIZE
014792*-----------------------------------------------------------------
014793*  7150-WRITE-BRANCH-SECTION
014794*  WRITES ONE BRANCH'S SECTION OF THE REPORT - A SUBTOTAL LINE
014795*  PER AGE BRACKET, THE BRANCH'S TYPE TOTALS AND ITS PROCESSING
014796*  FEES (6500) - SO EACH REGIONAL OFFICE CAN PULL ITS OWN
014797*  NUMBERS OFF THE COMPANY REPORT. CALLED WITH WS-BRANCH-SUB SET.
014798*-----------------------------------------------------------------
014799 7150-WRITE-BRANCH-SECTION.
014800     MOVE SPACES TO REPORT-RECORD.
014823        INTO REPORT-RECORD.
014824     WRITE REPORT-RECORD.
014825
014826     IF FEE-SCHEDULE-LOADED
014827        PERFORM 7170-WRITE-BRANCH-FEES
014828            THRU 7170-WRITE-BRANCH-FEES-EXIT
014829     END-IF.
014830
014831     MOVE SPACES TO REPORT-RECORD.
014832     WRITE REPORT-RECORD.
014833
014834 7150-WRITE-BRANCH-SECTION-EXIT.
014835     EXIT.
014836
014837*-----------------------------------------------------------------
014838 7160-WRITE-BRANCH-BRACKET.
014839     MOVE BRN-BR-TOTAL (WS-BRANCH-SUB, WS-BRACKET-SUB)
014840         TO WS-EDIT-AMOUNT.
014841     MOVE BRN-BR-COUNT (WS-BRANCH-SUB, WS-BRACKET-SUB)
014842         TO WS-EDIT-COUNT.
014843
014844     MOVE SPACES TO REPORT-RECORD.
014845     STRING "  AGE BRACKET " DELIMITED BY SIZE
014846           BR-LABEL (WS-BRACKET-SUB) DELIMITED BY SIZE
014847           " - AMOUNT: " DELIMITED BY SIZE
014848           WS-EDIT-AMOUNT DELIMITED BY SIZE
014849           ", COUNT: " DELIMITED BY SIZE
014850           WS-EDIT-COUNT DELIMITED BY SIZE
014851        INTO REPORT-RECORD.
014852     WRITE REPORT-RECORD.
014853
014854 7160-WRITE-BRANCH-BRACKET-EXIT.
014855     EXIT.
014856
014857*-----------------------------------------------------------------
014858*  7170-WRITE-BRANCH-FEES
014859*  THE BRANCH'S PROCESSING FEES BY TYPE AND IN TOTAL, AND A
014860*  LINE FOR ANY TYPE IT POSTED THAT HAD NO FEE IN FORCE.
014861*-----------------------------------------------------------------
014862 7170-WRITE-BRANCH-FEES.
014863     MOVE BFE-FEE-AMOUNT (WS-BRANCH-SUB, 1) TO WS-EDIT-SALES.
014864     MOVE BFE-FEE-AMOUNT (WS-BRANCH-SUB, 2) TO WS-EDIT-REFUNDS.
014865     MOVE BFE-FEE-AMOUNT (WS-BRANCH-SUB, 3)
014866         TO WS-EDIT-ADJUSTMENTS.
014867     MOVE SPACES TO REPORT-RECORD.
014868     STRING "  BRANCH FEES - SALES: " DELIMITED BY SIZE
014869           WS-EDIT-SALES DELIMITED BY SIZE
014870           ", REFUNDS: " DELIMITED BY SIZE
014871           WS-EDIT-REFUNDS DELIMITED BY SIZE
014872           ", ADJUSTMENTS: " DELIMITED BY SIZE
014873           WS-EDIT-ADJUSTMENTS DELIMITED BY SIZE
014874        INTO REPORT-RECORD.
014875     WRITE REPORT-RECORD.
014876
014877     MOVE BFE-BRANCH-FEE-TOTAL (WS-BRANCH-SUB) TO WS-EDIT-AMOUNT.
014878     MOVE SPACES TO REPORT-RECORD.
014879     STRING "  BRANCH FEE TOTAL: " DELIMITED BY SIZE
014880           WS-EDIT-AMOUNT DELIMITED BY SIZE
014881        INTO REPORT-RECORD.
014882     WRITE REPORT-RECORD.
014883
014884     PERFORM VARYING WS-FEE-TYPE-SUB FROM 1 BY 1
014885            UNTIL WS-FEE-TYPE-SUB > 3
014886        IF BFE-NO-SCHEDULE (WS-BRANCH-SUB, WS-FEE-TYPE-SUB)
014887            MOVE SPACES TO REPORT-RECORD
014888            STRING "  ** NO FEE IN FORCE FOR TYPE '"
014889                       DELIMITED BY SIZE
014890                   FEE-TYPE-CD (WS-FEE-TYPE-SUB) DELIMITED BY SIZE
014891                   "' - NOT CHARGED" DELIMITED BY SIZE
014892                INTO REPORT-RECORD
014893            WRITE REPORT-RECORD
014894        END-IF
014895     END-PERFORM.
014896
014897 7170-WRITE-BRANCH-FEES-EXIT.
014898     EXIT.
014899
014900*****************************************************************
014901*  7200-PRODUCE-REGISTER                                          *
014902*  SORTS THE REGISTER WORK FILE BY CUSTOMER AND PRODUCES THE    *
014903*  DETAILED TRANSACTION REGISTER - ONE LINE PER VALID           *
014904*  TRANSACTION WITH THE CUSTOMER NAME FROM THE MASTER, PAGE     *
014905*  HEADINGS, AND A SUBTOTAL AT EACH CUSTOMER CONTROL BREAK.     *
014906*****************************************************************
014907 7200-PRODUCE-REGISTER.
014908     CLOSE REGISTER-WORK-FILE.
014909
014910     OPEN OUTPUT REGISTER-PRINT-FILE.
014920     IF FS-REG-PRINT-FILE NOT = "00"
014930        DISPLAY "ReportingSystem: REGPRINT OPEN FAILED, ST="
016870*  GLRULREC) - EVERY TYPE WAS VERIFIED TO HAVE A RULE BEFORE     *
016880*  THE FIRST RECORD WAS READ.                                    *
016890*  A TYPE WITH A ZERO TOTAL POSTS NOTHING.                       *
016892*  THE DAY'S REJECTED AND HELD AMOUNTS POST AS ONE PAIR ON THE   *
016894*  SUSPENSE RULE ("U") - THEY STAY THERE UNTIL RejRepair OR      *
016896*  HoldRelease CLEARS EACH ITEM WITH THE CONTRA PAIR.            *
016897*  THE BRANCHES' PROCESSING FEES (6500) POST AS ONE PAIR ON THE  *
016898*  BRANCH FEE RULE ("F") AND EACH FEE IS LOGGED FOR BILLING.     *
016899*  THE PERIOD WAS SET BY 1195. WHEN IT WAS REDIRECTED OUT OF A   *
016900*  CLOSED PERIOD EVERY ENTRY IS A PRIOR-PERIOD ADJUSTMENT AND    *
016901*  ALSO PRINTS IN ITS OWN SECTION OF THE REPORT (7520/7610).     *
016902*****************************************************************
016910 7500-WRITE-GL-EXTRACT.
016912     IF REPLAY-MODE-IN-EFFECT
016914        GO TO 7500-WRITE-GL-EXTRACT-EXIT
016916     END-IF.
016918
016920     IF NOT BRANCHES-POSTED-THIS-PASS
016930        DISPLAY "ReportingSystem: NO BRANCH POSTED ON THIS PASS"
016940                " - GL EXTRACT NOT POSTED"
016950        GO TO 7500-WRITE-GL-EXTRACT-EXIT
016960     END-IF.
016970
016990     MOVE SPACES TO WS-GL-BATCH-ID.
016992     STRING "D" DELIMITED BY SIZE
016994            WS-RUN-DATE (3:6) DELIMITED BY SIZE
016996         INTO WS-GL-BATCH-ID.
016997*    A LATER PASS OF THE SAME BUSINESS DAY IS ITS OWN BATCH -
016998*    THE PASS LETTER ENDS THE ID, MATCHING THE EXTRACT'S DATA
016999*    SET QUALIFIER (SEE DLYRPT00).
017000     IF WS-POST-PASS NOT = "A"
017001        MOVE WS-POST-PASS TO WS-GL-BATCH-ID (8:1)
017002     END-IF.
017005
017006     IF PRIOR-PERIOD-REDIRECTED
017007        PERFORM 7520-WRITE-PPA-HEADING
017008            THRU 7520-WRITE-PPA-HEADING-EXIT
017009     END-IF.
017012
017015     IF SALES-TOTAL > 0
017020        MOVE "S"          TO WS-RULE-TYPE-CD
017030        MOVE SALES-TOTAL  TO WS-GL-REC-AMOUNT
017040        PERFORM 7560-POST-TYPE-PAIR
017180        PERFORM 7560-POST-TYPE-PAIR
017190            THRU 7560-POST-TYPE-PAIR-EXIT
017200     END-IF.
017201
017202     IF FEE-TOTAL > 0
017203        MOVE "F"          TO WS-RULE-TYPE-CD
017204        MOVE FEE-TOTAL    TO WS-GL-REC-AMOUNT
017205        PERFORM 7560-POST-TYPE-PAIR
017206            THRU 7560-POST-TYPE-PAIR-EXIT
017207     END-IF.
017208
017209     COMPUTE SUSPENSE-AMOUNT = REJECT-AMOUNT + HELD-AMOUNT.
017210     IF SUSPENSE-AMOUNT > 0
017211        MOVE "U"             TO WS-RULE-TYPE-CD
017212        MOVE SUSPENSE-AMOUNT TO WS-GL-REC-AMOUNT
017213        PERFORM 7560-POST-TYPE-PAIR
017214            THRU 7560-POST-TYPE-PAIR-EXIT
017215     END-IF.
017216
017217     IF PRIOR-PERIOD-REDIRECTED
017218        PERFORM 7530-WRITE-PPA-TOTALS
017219            THRU 7530-WRITE-PPA-TOTALS-EXIT
017220     END-IF.
017221
017222     PERFORM 7650-LOG-GL-BATCH
017223        THRU 7650-LOG-GL-BATCH-EXIT.
017224
017225     PERFORM 7700-LOG-BRANCH-FEES
017226        THRU 7700-LOG-BRANCH-FEES-EXIT.
017227
017228 7500-WRITE-GL-EXTRACT-EXIT.
017230     EXIT.
017231
017232*-----------------------------------------------------------------
017233*  7520-WRITE-PPA-HEADING
017234*  OPENS THE PRIOR-PERIOD ADJUSTMENTS SECTION OF THE REPORT -
017235*  7610 PRINTS ONE LINE PER ENTRY UNDER IT.
017236*-----------------------------------------------------------------
017237 7520-WRITE-PPA-HEADING.
017238     MOVE SPACES TO REPORT-RECORD.
017239     WRITE REPORT-RECORD.
017240     MOVE SPACES TO REPORT-RECORD.
017241     STRING "PRIOR-PERIOD ADJUSTMENTS - BUSINESS DAY "
017242                DELIMITED BY SIZE
017243            WS-RUN-DATE DELIMITED BY SIZE
017244            ", BATCH " DELIMITED BY SIZE
017245            WS-GL-BATCH-ID DELIMITED BY SIZE
017246        INTO REPORT-RECORD.
017247     WRITE REPORT-RECORD.
017248     MOVE SPACES TO REPORT-RECORD.
017249     STRING "  PERIOD " DELIMITED BY SIZE
017250            WS-GL-ORIG-PERIOD DELIMITED BY SIZE
017251            " IS CLOSED - ENTRIES POSTED TO OPEN PERIOD "
017252                DELIMITED BY SIZE
017253            WS-GL-PERIOD DELIMITED BY SIZE
017254        INTO REPORT-RECORD.
017255     WRITE REPORT-RECORD.
017256     MOVE SPACES TO REPORT-RECORD.
017257     STRING "  ACCOUNT    D/C          AMOUNT  ORIG PERIOD"
017258                DELIMITED BY SIZE
017259            "  POSTED PERIOD" DELIMITED BY SIZE
017260        INTO REPORT-RECORD.
017261     WRITE REPORT-RECORD.
017262
017263 7520-WRITE-PPA-HEADING-EXIT.
017264     EXIT.
017265
017266*-----------------------------------------------------------------
017267*  7530-WRITE-PPA-TOTALS
017268*  CLOSES THE PRIOR-PERIOD ADJUSTMENTS SECTION - EVERY ENTRY OF
017269*  A REDIRECTED EXTRACT IS AN ADJUSTMENT, SO THE EXTRACT'S OWN
017270*  COUNT AND TOTALS ARE THE SECTION'S.
017271*-----------------------------------------------------------------
017272 7530-WRITE-PPA-TOTALS.
017273     MOVE WS-GL-REC-COUNT TO WS-EDIT-COUNT.
017274     MOVE SPACES TO REPORT-RECORD.
017275     STRING "  PRIOR-PERIOD ADJUSTMENT ENTRIES: "
017276                DELIMITED BY SIZE
017277            WS-EDIT-COUNT DELIMITED BY SIZE
017278        INTO REPORT-RECORD.
017279     WRITE REPORT-RECORD.
017280     MOVE WS-GL-DEBIT-TOTAL TO WS-EDIT-AMOUNT.
017281     MOVE SPACES TO REPORT-RECORD.
017282     STRING "  DEBITS:  " DELIMITED BY SIZE
017283            WS-EDIT-AMOUNT DELIMITED BY SIZE
017284        INTO REPORT-RECORD.
017285     WRITE REPORT-RECORD.
017286     MOVE WS-GL-CREDIT-TOTAL TO WS-EDIT-AMOUNT.
017287     MOVE SPACES TO REPORT-RECORD.
017288     STRING "  CREDITS: " DELIMITED BY SIZE
017289            WS-EDIT-AMOUNT DELIMITED BY SIZE
017290        INTO REPORT-RECORD.
017291     WRITE REPORT-RECORD.
017292
017293 7530-WRITE-PPA-TOTALS-EXIT.
017294     EXIT.
017295
017296*-----------------------------------------------------------------
017297*  7550-FIND-GL-RULE
017298*  LINEAR SEARCH OF THE POSTING-RULE TABLE FOR WS-RULE-TYPE-CD.
017299*  LEAVES WS-RULE-SUB POINTING AT THE MATCH WHEN FOUND.
017300*-----------------------------------------------------------------
017301 7550-FIND-GL-RULE.
017310     MOVE "N" TO WS-RULE-FOUND-SW.
017320     PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
017330             UNTIL WS-RULE-SUB > GL-RULE-COUNT
017719     MOVE WS-GL-DRCR       TO GL-DR-CR-INDICATOR.
017720     MOVE WS-GL-REC-AMOUNT TO GL-AMOUNT.
017721     MOVE WS-GL-BATCH-ID   TO GL-BATCH-ID.
017722     IF PRIOR-PERIOD-REDIRECTED
017723        MOVE "P"               TO GL-ADJ-CD
017724        MOVE WS-GL-ORIG-PERIOD TO GL-ORIG-PERIOD
017725     ELSE
017726        MOVE SPACE             TO GL-ADJ-CD
017727        MOVE ZERO              TO GL-ORIG-PERIOD
017728     END-IF.
017729     WRITE GL-EXTRACT-RECORD.
017730     ADD 1 TO WS-GL-REC-COUNT.
017731     IF GL-IS-DEBIT
017732        ADD WS-GL-REC-AMOUNT TO WS-GL-DEBIT-TOTAL
017733     ELSE
017734        ADD WS-GL-REC-AMOUNT TO WS-GL-CREDIT-TOTAL
017735     END-IF.
017736
017737     IF PRIOR-PERIOD-REDIRECTED
017738        PERFORM 7610-WRITE-PPA-LINE
017739            THRU 7610-WRITE-PPA-LINE-EXIT
017740     END-IF.
017741
017742 7600-WRITE-ONE-GL-RECORD-EXIT.
017743     EXIT.
017744
017745*-----------------------------------------------------------------
017746*  7610-WRITE-PPA-LINE
017747*  PRINTS THE GL ENTRY JUST WRITTEN IN THE PRIOR-PERIOD
017748*  ADJUSTMENTS SECTION OF THE REPORT.
017749*-----------------------------------------------------------------
017750 7610-WRITE-PPA-LINE.
017751     MOVE WS-GL-REC-AMOUNT TO WS-EDIT-AMOUNT.
017752     MOVE SPACES TO REPORT-RECORD.
017753     STRING "  " DELIMITED BY SIZE
017754            WS-GL-ACCOUNT DELIMITED BY SIZE
017755            "  " DELIMITED BY SIZE
017756            WS-GL-DRCR DELIMITED BY SIZE
017757            " " DELIMITED BY SIZE
017758            WS-EDIT-AMOUNT DELIMITED BY SIZE
017759            "  " DELIMITED BY SIZE
017760            WS-GL-ORIG-PERIOD DELIMITED BY SIZE
017761            "       " DELIMITED BY SIZE
017762            WS-GL-PERIOD DELIMITED BY SIZE
017763        INTO REPORT-RECORD.
017764     WRITE REPORT-RECORD.
017765
017766 7610-WRITE-PPA-LINE-EXIT.
017767     EXIT.
017768
017769*-----------------------------------------------------------------
017770*  7650-LOG-GL-BATCH
017771*  APPENDS THE EXTRACT JUST WRITTEN TO THE SENT-BATCH FILE (SEE
017772*  GLBREC) SO GlAckRecon CAN CHASE THE LEDGER'S
017773*  ACKNOWLEDGEMENT FOR IT. AN EMPTY EXTRACT IS NOT A BATCH.
017774*  A FAILED OPEN IS ONLY WARNED - THE DAY HAS POSTED, AND THE
017775*  LEDGER'S ACK THEN SHOWS UP AS AN UNKNOWN BATCH IN GlAckRecon.
017776*-----------------------------------------------------------------
017777 7650-LOG-GL-BATCH.
017778     IF WS-GL-REC-COUNT = 0
017779        GO TO 7650-LOG-GL-BATCH-EXIT
017780     END-IF.
017781
017782     OPEN EXTEND GL-BATCH-FILE.
017783     IF FS-GL-BATCH-FILE = "35"
017784        OPEN OUTPUT GL-BATCH-FILE
017785     END-IF.
017786     IF FS-GL-BATCH-FILE NOT = "00"
017787        DISPLAY "ReportingSystem: GLBATCH OPEN FAILED, ST="
017788                FS-GL-BATCH-FILE " - BATCH " WS-GL-BATCH-ID
017789                " NOT LOGGED"
017790        GO TO 7650-LOG-GL-BATCH-EXIT
017791     END-IF.
017792
017793     MOVE WS-GL-BATCH-ID     TO GLB-BATCH-ID.
017794     MOVE WS-RUN-DATE        TO GLB-SENT-DATE.
017795     MOVE WS-JOB-ID          TO GLB-SOURCE-JOB.
017796     MOVE WS-GL-REC-COUNT    TO GLB-RECORD-COUNT.
017797     MOVE WS-GL-DEBIT-TOTAL  TO GLB-DEBIT-TOTAL.
017798     MOVE WS-GL-CREDIT-TOTAL TO GLB-CREDIT-TOTAL.
017799     MOVE SPACE              TO GLB-STATUS-CD.
017800     WRITE GL-BATCH-RECORD.
017801     CLOSE GL-BATCH-FILE.
017802
017803 7650-LOG-GL-BATCH-EXIT.
017804     EXIT.
017805
017806*-----------------------------------------------------------------
017807*  7700-LOG-BRANCH-FEES
017808*  APPENDS ONE LINE PER BRANCH AND TRANSACTION TYPE POSTED ON
017809*  THIS PASS TO THE DAILY BRANCH FEE FILE (SEE BFEEREC) THAT
017810*  BranchBill BILLS THE MONTH FROM. A FAILED OPEN IS ONLY
017811*  WARNED - THE DAY HAS POSTED, AND FINANCE THEN ADDS THE DAY
017812*  TO THE BILL FROM THE BRANCH SECTION OF THE REPORT.
017813*-----------------------------------------------------------------
017814 7700-LOG-BRANCH-FEES.
017815     OPEN EXTEND BRANCH-FEE-FILE.
017816     IF FS-BRANCH-FEE-FILE = "35"
017817        OPEN OUTPUT BRANCH-FEE-FILE
017818     END-IF.
017819     IF FS-BRANCH-FEE-FILE NOT = "00"
017820        DISPLAY "ReportingSystem: BRFEES OPEN FAILED, ST="
017821                FS-BRANCH-FEE-FILE " - FEES FOR BATCH "
017822                WS-GL-BATCH-ID " NOT LOGGED"
017823        GO TO 7700-LOG-BRANCH-FEES-EXIT
017824     END-IF.
017825
017826     PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
017827            UNTIL WS-BRANCH-SUB > 8
017828        IF BRN-CODE (WS-BRANCH-SUB) NOT = SPACES
017829            PERFORM VARYING WS-FEE-TYPE-SUB FROM 1 BY 1
017830                    UNTIL WS-FEE-TYPE-SUB > 3
017831                PERFORM 7710-WRITE-FEE-RECORD
017832                    THRU 7710-WRITE-FEE-RECORD-EXIT
017833            END-PERFORM
017834        END-IF
017835     END-PERFORM.
017836     CLOSE BRANCH-FEE-FILE.
017837
017838 7700-LOG-BRANCH-FEES-EXIT.
017839     EXIT.
017840
017841*-----------------------------------------------------------------
017842 7710-WRITE-FEE-RECORD.
017843     PERFORM 6540-GET-TYPE-VOLUME
017844        THRU 6540-GET-TYPE-VOLUME-EXIT.
017845     IF WS-FEE-TRAN-COUNT = 0
017846        GO TO 7710-WRITE-FEE-RECORD-EXIT
017847     END-IF.
017848
017849     MOVE WS-RUN-DATE             TO BFEE-BUSINESS-DATE.
017850     MOVE WS-POST-PASS            TO BFEE-POST-PASS.
017851     MOVE BRN-CODE (WS-BRANCH-SUB) TO BFEE-BRANCH-CD.
017852     MOVE FEE-TYPE-CD (WS-FEE-TYPE-SUB) TO BFEE-TRAN-TYPE-CD.
017853     MOVE WS-FEE-TRAN-COUNT       TO BFEE-TRAN-COUNT.
017854     MOVE WS-FEE-TRAN-AMOUNT      TO BFEE-TRAN-AMOUNT.
017855     MOVE BFE-SCHED-SW (WS-BRANCH-SUB, WS-FEE-TYPE-SUB)
017856         TO BFEE-SCHED-SW.
017857     MOVE BFE-EFFECTIVE-DATE (WS-BRANCH-SUB, WS-FEE-TYPE-SUB)
017858         TO BFEE-EFFECTIVE-DATE.
017859     MOVE BFE-PER-TRAN-AMT (WS-BRANCH-SUB, WS-FEE-TYPE-SUB)
017860         TO BFEE-PER-TRAN-AMT.
017861     MOVE BFE-RATE-PCT (WS-BRANCH-SUB, WS-FEE-TYPE-SUB)
017862         TO BFEE-RATE-PCT.
017863     MOVE BFE-FEE-AMOUNT (WS-BRANCH-SUB, WS-FEE-TYPE-SUB)
017864         TO BFEE-FEE-AMOUNT.
017865     MOVE WS-GL-PERIOD            TO BFEE-GL-PERIOD.
017866     MOVE WS-GL-BATCH-ID          TO BFEE-GL-BATCH-ID.
017867     MOVE WS-JOB-ID               TO BFEE-JOB-ID.
017868     WRITE BRANCH-FEE-RECORD.
017869
017870 7710-WRITE-FEE-RECORD-EXIT.
017871     EXIT.
017872
017873*****************************************************************
017874*  8000-WRITE-AUDIT-LOG                                            *
017875*  APPENDS ONE LINE TO THE RUN-LEVEL AUDIT LOG.                  *
017876*  AHEAD OF IT, ONE LINE PER MANIFEST BRANCH BALANCED ON THIS    *
017877*  PASS (SEE AUDITREC) - "IN BALANCE" WHEN IT POSTED, OTHERWISE  *
017878*  WHY IT WAS HELD BACK. A LATER PASS READS THESE (1270).        *
017879*****************************************************************
017880 8000-WRITE-AUDIT-LOG.
017881*    A REPLAY IS NOT A RUN OF RECORD - IT MUST NEVER APPEAR ON
017882*    THE AUDIT LOG THE FEED-CONTINUITY GATE AND MONTH-END READ.
017883     IF REPLAY-MODE-IN-EFFECT
017884        GO TO 8000-WRITE-AUDIT-LOG-EXIT
017885     END-IF.
017886     OPEN EXTEND AUDIT-LOG-FILE.
017887     IF FS-AUDIT-FILE = "35"
017888        OPEN OUTPUT AUDIT-LOG-FILE
017889     END-IF.
017890
017891     PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
017892            UNTIL WS-BRANCH-SUB > 8
017893        IF BFD-ON-MANIFEST (WS-BRANCH-SUB)
017894            AND NOT BFD-PRIOR-PASS (WS-BRANCH-SUB)
017895            PERFORM 8050-WRITE-BRANCH-AUDIT
017896                THRU 8050-WRITE-BRANCH-AUDIT-EXIT
017897        END-IF
017898     END-PERFORM.
017899
017900     MOVE WS-RUN-DATE          TO AUDIT-RUN-DATE.
017901     MOVE WS-RUN-TIME          TO AUDIT-RUN-TIME.
017902     MOVE WS-JOB-ID            TO AUDIT-JOB-ID.
017903     MOVE WS-OPERATOR-ID       TO AUDIT-OPERATOR-ID.
017904     MOVE "TRANFILE"           TO AUDIT-INPUT-FILE-NAME.
017905     MOVE RECORDS-READ         TO AUDIT-RECORDS-READ.
017906     MOVE REJECT-COUNT         TO AUDIT-RECORDS-REJECTED.
017907     MOVE TOTAL-AMOUNT         TO AUDIT-TOTAL-AMOUNT.
017908     MOVE RUN-COUNT            TO AUDIT-COUNT.
017909     MOVE WS-BALANCE-STATUS    TO AUDIT-BALANCE-STATUS.
017910     MOVE CHKPT-INTERVAL       TO AUDIT-CHKPT-INTERVAL.
017911     MOVE WS-AMOUNT-TOLERANCE  TO AUDIT-AMOUNT-TOLERANCE.
017912     MOVE SPACES               TO AUDIT-BRANCH-CD.
017913
017914     WRITE AUDIT-LOG-RECORD.
017915     CLOSE AUDIT-LOG-FILE.
017916
017917 8000-WRITE-AUDIT-LOG-EXIT.
017918     EXIT.
017919
017920*-----------------------------------------------------------------
017921*  8050-WRITE-BRANCH-AUDIT
017922*  WRITES ONE BRANCH'S AUDIT LINE - ITS FEED RECORD COUNT, ITS
017923*  REJECTS, ITS NET POSTED AMOUNT AND POSTED COUNT, AND ITS
017924*  FEED STATUS. CALLED WITH WS-BRANCH-SUB SET.
017925*-----------------------------------------------------------------
017926 8050-WRITE-BRANCH-AUDIT.
017927     COMPUTE WS-BRANCH-NET-AMOUNT
017928         = BRN-SALES-TOTAL (WS-BRANCH-SUB)
017929         + BRN-ADJUSTMENT-TOTAL (WS-BRANCH-SUB)
017930         - BRN-REFUND-TOTAL (WS-BRANCH-SUB).
017931     MOVE 0 TO WS-BRANCH-POSTED-COUNT.
017932     PERFORM VARYING WS-BRACKET-SUB FROM 1 BY 1
017933            UNTIL WS-BRACKET-SUB > 5
017934        ADD BRN-BR-COUNT (WS-BRANCH-SUB, WS-BRACKET-SUB)
017935            TO WS-BRANCH-POSTED-COUNT
017936     END-PERFORM.
017937
017938     MOVE WS-RUN-DATE          TO AUDIT-RUN-DATE.
017939     MOVE WS-RUN-TIME          TO AUDIT-RUN-TIME.
017940     MOVE WS-JOB-ID            TO AUDIT-JOB-ID.
017941     MOVE WS-OPERATOR-ID       TO AUDIT-OPERATOR-ID.
017942     MOVE "TRANFILE"           TO AUDIT-INPUT-FILE-NAME.
017943     MOVE BFD-READ-COUNT (WS-BRANCH-SUB)
017944                               TO AUDIT-RECORDS-READ.
017945     MOVE BFD-REJECT-COUNT (WS-BRANCH-SUB)
017946                               TO AUDIT-RECORDS-REJECTED.
017947     MOVE WS-BRANCH-NET-AMOUNT TO AUDIT-TOTAL-AMOUNT.
017948     MOVE WS-BRANCH-POSTED-COUNT
017949                               TO AUDIT-COUNT.
017950     MOVE BFD-STATUS (WS-BRANCH-SUB)
017951                               TO AUDIT-BALANCE-STATUS.
017952     MOVE CHKPT-INTERVAL       TO AUDIT-CHKPT-INTERVAL.
017953     MOVE WS-AMOUNT-TOLERANCE  TO AUDIT-AMOUNT-TOLERANCE.
017954     MOVE BRN-CODE (WS-BRANCH-SUB)
017955                               TO AUDIT-BRANCH-CD.
017956     WRITE AUDIT-LOG-RECORD.
017957
017958 8050-WRITE-BRANCH-AUDIT-EXIT.
017959     EXIT.
017960
017961*****************************************************************
017962*  8500-ARCHIVE-TRAN-FILE                                          *
017963*  WHEN ANY BRANCH POSTED, COPIES THE RECORDS THIS PASS PROCESSED  *
017964*  (THE POSTING BRANCHES' RECORDS, AND ANY REJECTED AS ON NO      *
017965*  MANIFEST BRANCH) TO A DATED ARCHIVE DATA SET - A HELD BRANCH'S *
017966*  RECORDS ARE ARCHIVED BY THE PASS THAT POSTS THEM, SO A REPLAY  *
017967*  OF ANY ONE PASS SEES ONLY WHAT THAT PASS DID. TRANFILE IS LEFT *
017968*  IN PLACE - IT IS THE UPSTREAM FEED'S OWN DATED GENERATION (SEE  *
017969*  DLYRPT00), NOT A WORKING FILE THIS PROGRAM OWNS, AND TOMORROW'S *
017970*  RUN READS A BRAND-NEW GENERATION REGARDLESS. ARCHIVED           *
017971*  GENERATIONS ARE RETAINED BY THE DAILY JCL STREAM'S GDG LIMIT    *
017972*  (SEE DLYRPT00).                                                 *
017973*****************************************************************
017974 8500-ARCHIVE-TRAN-FILE.
017975     CLOSE TRAN-FILE.
017976
017977     IF REPLAY-MODE-IN-EFFECT
017978        DISPLAY "ReportingSystem: REPLAY - INPUT IS ALREADY"
017979                " THE ARCHIVE, NOTHING TO ARCHIVE"
017980        GO TO 8500-ARCHIVE-TRAN-FILE-EXIT
017981     END-IF.
017982
017983     IF NOT BRANCHES-POSTED-THIS-PASS
017990        DISPLAY "ReportingSystem: NO BRANCH POSTED ON THIS PASS"
018000                " - TRANSACTION FILE NOT ARCHIVED"
018010        GO TO 8500-ARCHIVE-TRAN-FILE-EXIT
018020     END-IF.
018030
018160            AT END
018170                MOVE "10" TO FS-TRAN-FILE
018180            NOT AT END
018182                PERFORM 2050-CHECK-BRANCH-FEED
018184                    THRU 2050-CHECK-BRANCH-FEED-EXIT
018186                IF NOT FEED-RECORD-SKIPPED
018187                    PERFORM 8510-STAMP-ARCHIVE-RECORD
018188                        THRU 8510-STAMP-ARCHIVE-RECORD-EXIT
018190                    WRITE ARCHIVE-RECORD
018194                END-IF
018200        END-READ
018210     END-PERFORM.
018220     CLOSE TRAN-FILE.
018270
018280 8500-ARCHIVE-TRAN-FILE-EXIT.
018290     EXIT.
018291
018292*-----------------------------------------------------------------
018293*  8510-STAMP-ARCHIVE-RECORD
018294*  STAMPS THE RECORD ABOUT TO BE ARCHIVED WITH THE BUSINESS DAY
018295*  AND PASS, AND "P" WHEN THIS PASS POSTED IT - ITS HISTORY
018296*  ENTRY WAS WRITTEN TODAY ON THIS PASS - OR "N" WHEN IT WAS
018297*  REJECTED OR HELD (OR A DUPLICATE OF ONE POSTED EARLIER).
018298*  ArchRoll SETTLES WHICH FROM THE HOLD INVENTORY AND THE
018299*  RELEASE LOG.
018300*-----------------------------------------------------------------
018301 8510-STAMP-ARCHIVE-RECORD.
018302     MOVE WS-TODAY-CCYYMMDD TO ARCH-BUSINESS-DATE.
018303     MOVE WS-POST-PASS TO ARCH-POST-PASS.
018304     MOVE "N" TO ARCH-OUTCOME-CD.
018305
018306     MOVE ARCH-TRAN-ID TO TPH-TRAN-ID.
018307     READ TRAN-HIST-FILE
018308        INVALID KEY
018309            GO TO 8510-STAMP-ARCHIVE-RECORD-EXIT
018310     END-READ.
018311     IF TPH-RUN-DATE = WS-TODAY-CCYYMMDD
018312        AND TPH-POST-PASS = WS-POST-PASS
018313        MOVE "P" TO ARCH-OUTCOME-CD
018314     END-IF.
018315
018316 8510-STAMP-ARCHIVE-RECORD-EXIT.
018317     EXIT.
018318
018319*****************************************************************
018320*  9000-TERMINATE                                                  *
018330*  CLOSES REMAINING FILES AND REMOVES THE CHECKPOINT SO THE      *
018340*  NEXT RUN STARTS FRESH.                                        *
018342*  A BRANCH HELD BACK WAS NEVER PROCESSED, SO THERE IS NO        *
018344*  HISTORY TO BACK OUT WHATEVER THE OUTCOME - THE NEXT PASS      *
018346*  SIMPLY STARTS FROM RECORD 1 AND SKIPS WHAT ALREADY POSTED.    *
018350*****************************************************************
018360 9000-TERMINATE.
018361*    A REPLAY OWNS NOTHING PERSISTENT - CLOSE WHAT IT OPENED
018363     IF REPLAY-MODE-IN-EFFECT
018364        CLOSE CUSTOMER-MASTER-FILE
018365        CLOSE TRAN-HIST-FILE
018375        IF XREF-FILE-AVAILABLE
018385            CLOSE CUST-XREF-FILE
018395        END-IF
018405        CLOSE REPORT-FILE
018415        DISPLAY "ReportingSystem: REPLAY COMPLETE - REPORT AND"
018425                " REGISTER REPRODUCED, NOTHING POSTED"
018435        GO TO 9000-TERMINATE-EXIT
018445     END-IF.
018455
018510     CLOSE CUSTOMER-MASTER-FILE.
018520     CLOSE TRAN-HIST-FILE.
018525     CLOSE HOLD-FILE.
018530     CLOSE COMPLIANCE-FILE.
018534     CLOSE AGE-MISMATCH-FILE.
018540     CLOSE REJECT-FILE.
018550     CLOSE REPORT-FILE.
018560     CLOSE GL-EXTRACT-FILE.
018561     IF XREF-FILE-AVAILABLE
018562        CLOSE CUST-XREF-FILE
018563     END-IF.
018564
018565     IF RETIRED-ID-COUNT > 0
018566        DISPLAY "ReportingSystem: " RETIRED-ID-COUNT
018567                " TRANSACTION(S) FOR MERGED CUSTOMER IDS POSTED"
018568                " TO THE SURVIVOR"
018569     END-IF.
018570
018576*    (A CRASHED RUN NEVER REACHES THIS PARAGRAPH, SO A TRUE
018582*    CRASH RESTART STILL FINDS ITS CHECKPOINT.)
018590     OPEN OUTPUT CHECKPOINT-FILE.
018600     CLOSE CHECKPOINT-FILE.
018604
018608     EVALUATE TRUE
018612         WHEN RUN-IS-IN-BALANCE
018616             DISPLAY "ReportingSystem: REPORT GENERATED"
018620                     " SUCCESSFULLY - EVERY BRANCH FEED POSTED"
018624         WHEN RUN-IS-PARTIAL
018628             DISPLAY "ReportingSystem: REPORT GENERATED WITH"
018632                     " WARNINGS - BRANCH FEED(S) HELD BACK, POST"
018636                     " THEM ON A LATER PASS"
018640         WHEN OTHER
018644             DISPLAY "ReportingSystem: REPORT GENERATED WITH"
018648                     " WARNINGS - NOTHING POSTED, REVIEW REQUIRED"
018652     END-EVALUATE.
018670
018680 9000-TERMINATE-EXIT.
018690     EXIT.
018700
018930*-----------------------------------------------------------------
018940*  9150-DELETE-HISTORY-FOR-DATE
018950*  DELETES EVERY PROCESSED-TRANSACTION HISTORY ENTRY STAMPED
018960*  WITH WS-HIST-BACKOUT-DATE AND WRITTEN BY POSTING PASS
018966*  WS-HIST-BACKOUT-PASS (ANY PASS WHEN IT IS BLANK - A
018972*  CHECKPOINT FROM BEFORE PASSES EXISTED). USED WHEN A STALE
018980*  CHECKPOINT FROM AN ABANDONED PRIOR-DAY RUN IS DISCARDED AT
018985*  INITIALIZATION - THE RUN THAT WROTE THE ENTRIES POSTED
018990*  NOTHING, SO THEY MUST NOT BLOCK THE RERUN OF ITS FEED, BUT
018995*  THE DAY'S OTHER PASSES DID POST AND KEEP THEIRS.
019002*  A REFUND ENTRY BEING BACKED OUT GIVES ITS AMOUNT BACK TO
019004*  THE SALE IT WAS APPLIED TO (9160), OR THE RERUN WOULD SEE
019006*  THE SALE AS ALREADY REFUNDED AND REJECT THE SAME REFUND.
019010*-----------------------------------------------------------------
019020 9150-DELETE-HISTORY-FOR-DATE.
019030     MOVE 0 TO WS-HIST-PURGE-COUNT.
019130                MOVE "10" TO FS-TRAN-HIST-FILE
019140            NOT AT END
019150                IF TPH-RUN-DATE = WS-HIST-BACKOUT-DATE
019151                    AND (WS-HIST-BACKOUT-PASS = SPACE
019152                      OR TPH-POST-PASS = WS-HIST-BACKOUT-PASS)
019153                    MOVE "N" TO WS-HIST-REFUND-SW
019154                    IF TPH-IS-REFUND
019155                        AND TPH-ORIG-TRAN-ID NOT = SPACES
019156                        MOVE "Y" TO WS-HIST-REFUND-SW
019157                        MOVE TPH-TRAN-ID TO WS-HIST-RESUME-KEY
019158                        MOVE TPH-ORIG-TRAN-ID
019159                            TO WS-REFUND-ORIG-TRAN-ID
019160                        MOVE TPH-AMOUNT
019161                            TO WS-REFUND-BACKOUT-AMOUNT
019162                    END-IF
019163                    DELETE TRAN-HIST-FILE
019170                    ADD 1 TO WS-HIST-PURGE-COUNT
019171                    IF DELETED-ENTRY-WAS-REFUND
019172                        PERFORM 9160-GIVE-BACK-REFUND
019173                            THRU 9160-GIVE-BACK-REFUND-EXIT
019174                    END-IF
019180                END-IF
019190        END-READ
019200     END-PERFORM.
019220
019230 9150-DELETE-HISTORY-FOR-DATE-EXIT.
019240     EXIT.
019250
019260*-----------------------------------------------------------------
019270*  9160-GIVE-BACK-REFUND
019280*  TAKES A BACKED-OUT REFUND OFF ITS SALE'S REFUNDED TOTAL,
019290*  THEN RE-POSITIONS THE BROWSE JUST PAST THE DELETED REFUND -
019300*  THE RANDOM READ OF THE SALE MOVED THE FILE POSITION. A SALE
019310*  ALREADY DELETED BY THIS SAME BACKOUT NEEDS NOTHING.
019320*-----------------------------------------------------------------
019330 9160-GIVE-BACK-REFUND.
019340     MOVE WS-REFUND-ORIG-TRAN-ID TO TPH-TRAN-ID.
019350     READ TRAN-HIST-FILE
019360        INVALID KEY
019370            CONTINUE
019380        NOT INVALID KEY
019390            IF TPH-REFUNDED-AMOUNT NUMERIC
019400                AND TPH-REFUNDED-AMOUNT
019401                    NOT < WS-REFUND-BACKOUT-AMOUNT
019410                SUBTRACT WS-REFUND-BACKOUT-AMOUNT
019420                    FROM TPH-REFUNDED-AMOUNT
019430            ELSE
019440                MOVE 0 TO TPH-REFUNDED-AMOUNT
019450            END-IF
019460            REWRITE TRAN-HIST-RECORD
019470               INVALID KEY
019480                   CONTINUE
019490            END-REWRITE
019500     END-READ.
019510
019520     MOVE WS-HIST-RESUME-KEY TO TPH-TRAN-ID.
019530     START TRAN-HIST-FILE KEY > TPH-TRAN-ID
019540        INVALID KEY
019550            MOVE "10" TO FS-TRAN-HIST-FILE
019560     END-START.
019570
019580 9160-GIVE-BACK-REFUND-EXIT.
019590     EXIT.
