000100 IDENTIFICATION DIVISION.
000110     PROGRAM-ID. DispMaint.
000120     AUTHOR. M. CLASSEN.
000130     INSTALLATION. DATA PROCESSING - BATCH REPORTING.
000140     DATE-WRITTEN. 2026-10-15.
000150     DATE-COMPILED.
000160*****************************************************************
000170*  DispMaint
000180*  CUSTOMER DISPUTE CASE MAINTENANCE. APPLIES OPEN/UPDATE/CLOSE
000190*  INSTRUCTIONS (SEE DMNTREC) AGAINST THE DISPUTE CASE FILE
000200*  (PROD.DLYRPT.DISPUTES, SEE DISPREC), KEYED BY THE DISPUTED
000210*  SALE'S TRAN-ID, SO A DISPUTE IS RECORDED - WHY IT WAS RAISED,
000220*  WHO IS WORKING IT, HOW IT ENDED - INSTEAD OF BEING KEYED AS
000230*  A REFUND OR AN ADJUSTMENT. EVERY INSTRUCTION NEEDS A
000240*  SUPERVISOR CODE (SAME APPROVAL PATTERN AS CustMaint AND
000250*  HoldRelease), AND EVERY APPLIED ONE APPENDS A HISTORY RECORD
000260*  (SEE DHISTREC) STAMPED WITH DATE, TIME, JOB, AND OPERATOR.
000270*  REFUSED INSTRUCTIONS ARE LISTED ON THE RUN LOG.
000280*    - OPEN LOOKS THE SALE UP ON THE POSTED HISTORY (TRANHIST)
000290*      AND THE LONG-TERM ARCHIVE (LTARCH). ONLY A POSTED SALE
000300*      CAN BE DISPUTED, FOR NO MORE THAN IS LEFT UNREFUNDED.
000310*      THE AMOUNT IS RESERVED AGAINST THE SALE ON TRANHIST
000320*      WHILE THE SALE IS STILL THERE, SO A FEED REFUND CANNOT
000330*      PAY IT A SECOND TIME.
000340*    - CLOSE UPHELD LEAVES THE RESERVATION STANDING; CLOSE
000350*      DENIED GIVES IT BACK.
000360*  GL: THE DISPUTE RULE ("P" ON GLRULES) CARRIES THE
000370*  PROVISIONAL CREDIT. AN OPEN POSTS IT (DEBIT/CREDIT ON THE
000380*  RULE); AN UPHELD CLOSE MAKES IT FINAL AS A REFUND (DEBIT THE
000390*  REFUND RULE'S DEBIT ACCOUNT, CREDIT THE DISPUTE RULE'S DEBIT
000400*  ACCOUNT); A DENIED CLOSE REVERSES IT (THE CONTRA OF THE
000410*  RULE). ONE PAIR PER KIND FOR THE RUN, WRITTEN TO THE GL
000420*  EXTRACT (GLFILE, BATCH C + YYMMDD) AND LOGGED TO THE
000430*  SENT-BATCH FILE FOR GlAckRecon. NONE OF IT TOUCHES CASH.
000440*  THE INSTRUCTION FILE NEED NOT BE SORTED - THE CASE FILE IS
000450*  KEYED, SO EACH INSTRUCTION IS APPLIED BY RANDOM READ.
000460*-----------------------------------------------------------------
000470*  MODIFICATION HISTORY
000480*  DATE       INIT  DESCRIPTION
000490*  2026-10-15 MHC   ORIGINAL.
000493*  2026-10-15 MHC   GLREC NOW 44 BYTES - DISPUTE ENTRIES ARE
000496*                   WRITTEN AS NORMAL (NOT PRIOR-PERIOD) ENTRIES.
000500*****************************************************************
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550
000560     SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS DISP-TRAN-ID
000600         FILE STATUS IS FS-DISPUTE-FILE.
000610
000620     SELECT DISP-MAINT-FILE ASSIGN TO "DMNTFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-DMNT-FILE.
000650
000660     SELECT DISP-HIST-FILE ASSIGN TO "DSPHIST"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-DHIST-FILE.
000690
000700     SELECT MAINT-LOG-FILE ASSIGN TO "DMNTLOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-MAINT-LOG-FILE.
000730
000740     SELECT TRAN-HIST-FILE ASSIGN TO "TRANHIST"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS TPH-TRAN-ID
000780         FILE STATUS IS FS-TRAN-HIST-FILE.
000790
000800     SELECT LT-ARCHIVE-FILE ASSIGN TO "LTARCH"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS LTA-TRAN-ID
000840         FILE STATUS IS FS-LT-ARCHIVE-FILE.
000850
000860     SELECT GL-RULES-FILE ASSIGN TO "GLRULES"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FS-GL-RULES-FILE.
000890
000900     SELECT GL-EXTRACT-FILE ASSIGN TO "GLFILE"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FS-GL-FILE.
000930
000940     SELECT GL-BATCH-FILE ASSIGN TO "GLBATCH"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS FS-GL-BATCH-FILE.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000
001010 FD  DISPUTE-FILE.
001020     COPY DISPREC.
001030
001040 FD  DISP-MAINT-FILE.
001050     COPY DMNTREC.
001060
001070 FD  DISP-HIST-FILE.
001080     COPY DHISTREC.
001090
001100 FD  MAINT-LOG-FILE.
001110 01  MAINT-LOG-RECORD                PIC X(100).
001120
001130 FD  TRAN-HIST-FILE.
001140     COPY TPHREC.
001150
001160 FD  LT-ARCHIVE-FILE.
001170     COPY LTAREC.
001180
001190 FD  GL-RULES-FILE.
001200     COPY GLRULREC.
001210
001220 FD  GL-EXTRACT-FILE.
001230     COPY GLREC.
001240
001250 FD  GL-BATCH-FILE.
001260     COPY GLBREC.
001270
001280 WORKING-STORAGE SECTION.
001290
001300 01  FS-DISPUTE-FILE                 PIC X(02) VALUE "00".
001310 01  FS-DMNT-FILE                    PIC X(02) VALUE "00".
001320 01  FS-DHIST-FILE                   PIC X(02) VALUE "00".
001330 01  FS-MAINT-LOG-FILE               PIC X(02) VALUE "00".
001340 01  FS-TRAN-HIST-FILE               PIC X(02) VALUE "00".
001350 01  FS-LT-ARCHIVE-FILE              PIC X(02) VALUE "00".
001360 01  FS-GL-RULES-FILE                PIC X(02) VALUE "00".
001370 01  FS-GL-FILE                      PIC X(02) VALUE "00".
001380 01  FS-GL-BATCH-FILE                PIC X(02) VALUE "00".
001390
001400 01  WS-DMNT-EOF-SW                  PIC X(01) VALUE "N".
001410     88  NO-MORE-MAINT-RECORDS           VALUE "Y".
001420
001430 01  WS-INIT-FAILED-SW               PIC X(01) VALUE "N".
001440     88  INITIALIZATION-FAILED           VALUE "Y".
001450
001460 01  WS-CASE-FOUND-SW                PIC X(01).
001470     88  CASE-WAS-FOUND                  VALUE "Y".
001480 01  WS-OLD-STATUS-CD                PIC X(01).
001490
001500 01  WS-MAINT-OK-SW                  PIC X(01).
001510     88  MAINTENANCE-IS-VALID            VALUE "Y".
001520 01  WS-REFUSE-REASON-TX             PIC X(40).
001530
001540*--------------------------------------------------------------*
001550*    THE DISPUTED SALE AS FOUND ON TRANHIST OR LTARCH BY THE   *
001560*    OPEN VALIDATION. THE ARCHIVE IS OPTIONAL - BEFORE THE     *
001570*    FIRST ArchRoll THERE IS NONE, AND ONLY SALES STILL ON     *
001580*    TRANHIST CAN BE DISPUTED.                                 *
001590*--------------------------------------------------------------*
001600 01  WS-LTARCH-AVAIL-SW              PIC X(01) VALUE "N".
001610     88  LTARCH-IS-AVAILABLE             VALUE "Y".
001620 01  WS-SALE-FOUND-SW                PIC X(01).
001630     88  SALE-WAS-FOUND                  VALUE "Y".
001640 01  WS-SALE-POSTED-SW               PIC X(01).
001650     88  SALE-WAS-POSTED                 VALUE "Y".
001660 01  WS-SALE-ON-HIST-SW              PIC X(01).
001670     88  SALE-IS-ON-TRANHIST             VALUE "Y".
001680 01  WS-SALE-CUST-ID                 PIC X(06).
001690 01  WS-SALE-BRANCH-CD               PIC X(03).
001700 01  WS-SALE-TYPE-CD                 PIC X(01).
001710 01  WS-SALE-DATE                    PIC 9(08).
001720 01  WS-SALE-UNREFUNDED              PIC 9(05)V99.
001730 01  WS-DISPUTE-AMOUNT               PIC 9(05)V99.
001740 01  WS-ARCH-TRAN.
001750     05  WS-ARCH-TRAN-ID             PIC X(08).
001760     05  WS-ARCH-CUST-ID             PIC X(06).
001770     05  WS-ARCH-AMOUNT              PIC 9(05)V99.
001780     05  FILLER                      PIC X(03).
001790     05  WS-ARCH-TYPE-CD             PIC X(01).
001800     05  WS-ARCH-BRANCH-CD           PIC X(03).
001810     05  FILLER                      PIC X(32).
001820
001830*--------------------------------------------------------------*
001840*    GL DISPUTE POSTING - THE ACCOUNTS FROM GLRULES, THE RUN'S *
001850*    TOTALS BY KIND, AND THE PAIR BEING WRITTEN.               *
001860*--------------------------------------------------------------*
001870 01  WS-CASH-ACCOUNT                 PIC X(10) VALUE SPACES.
001880 01  WS-REFUND-DEBIT-ACCOUNT         PIC X(10) VALUE SPACES.
001890 01  WS-DISP-DEBIT-ACCOUNT           PIC X(10) VALUE SPACES.
001900 01  WS-DISP-CREDIT-ACCOUNT          PIC X(10) VALUE SPACES.
001910 01  WS-RULES-EOF-SW                 PIC X(01) VALUE "N".
001920     88  END-OF-RULES-FILE               VALUE "Y".
001930 01  WS-DISP-RULE-SW                 PIC X(01) VALUE "N".
001940     88  DISPUTE-RULE-WAS-FOUND          VALUE "Y".
001950 01  WS-OPENED-TOTAL                 PIC 9(10)V99 VALUE 0.
001960 01  WS-UPHELD-TOTAL                 PIC 9(10)V99 VALUE 0.
001970 01  WS-DENIED-TOTAL                 PIC 9(10)V99 VALUE 0.
001980 01  WS-PAIR-DEBIT-ACCOUNT           PIC X(10).
001990 01  WS-PAIR-CREDIT-ACCOUNT          PIC X(10).
002000 01  WS-PAIR-AMOUNT                  PIC 9(10)V99.
002010 01  WS-GL-BATCH-ID                  PIC X(08) VALUE SPACES.
002020 01  WS-GL-REC-COUNT                 PIC 9(06) VALUE 0.
002030 01  WS-GL-POSTED-TOTAL              PIC 9(10)V99 VALUE 0.
002040 01  WS-GL-ACTION-CD                 PIC X(01).
002050
002060 01  WS-OPEN-COUNT                   PIC 9(08) VALUE 0.
002070 01  WS-UPDATE-COUNT                 PIC 9(08) VALUE 0.
002080 01  WS-UPHELD-COUNT                 PIC 9(08) VALUE 0.
002090 01  WS-DENIED-COUNT                 PIC 9(08) VALUE 0.
002100 01  WS-REFUSED-COUNT                PIC 9(08) VALUE 0.
002110
002120 01  WS-RUN-DATE                     PIC 9(08).
002130 01  WS-RUN-TIME                     PIC 9(08).
002140 01  WS-JOB-ID                       PIC X(08).
002150 01  WS-OPERATOR-ID                  PIC X(08).
002160
002170 LINKAGE SECTION.
002180
002190*--------------------------------------------------------------*
002200*    RUN-TIME PARAMETER PASSED FROM THE JCL EXEC PARM=          *
002210*    FIELD - JOB ID AND OPERATOR/SUBMITTER ID, COMMA            *
002220*    DELIMITED, SO THE HISTORY FILE RECORDS WHO ACTUALLY        *
002230*    APPLIED EACH INSTRUCTION.                                  *
002240*--------------------------------------------------------------*
002250 01  LK-PARM-AREA.
002260     05  LK-PARM-LEN                 PIC S9(04) COMP.
002270     05  LK-PARM-TEXT                PIC X(80).
002280
002290 PROCEDURE DIVISION USING LK-PARM-AREA.
002300
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE
002330         THRU 1000-INITIALIZE-EXIT.
002340
002350     IF INITIALIZATION-FAILED
002360         STOP RUN
002370     END-IF.
002380
002390     PERFORM UNTIL NO-MORE-MAINT-RECORDS
002400         PERFORM 2000-PROCESS-ONE-MAINT
002410             THRU 2000-PROCESS-ONE-MAINT-EXIT
002420     END-PERFORM.
002430
002440     PERFORM 9000-TERMINATE
002450         THRU 9000-TERMINATE-EXIT.
002460
002470     STOP RUN.
002480
002490 0000-MAINLINE-EXIT.
002500     EXIT.
002510
002520*-----------------------------------------------------------------
002530 1000-INITIALIZE.
002540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002550     ACCEPT WS-RUN-TIME FROM TIME.
002560
002570     MOVE "BATCHJOB" TO WS-JOB-ID.
002580     MOVE "SYSTEM"   TO WS-OPERATOR-ID.
002590     IF LK-PARM-LEN > 0
002600         UNSTRING LK-PARM-TEXT (1:LK-PARM-LEN) DELIMITED BY ","
002610             INTO WS-JOB-ID WS-OPERATOR-ID
002620         END-UNSTRING
002630     END-IF.
002640
002650     STRING "C" DELIMITED BY SIZE
002660            WS-RUN-DATE (3:6) DELIMITED BY SIZE
002670         INTO WS-GL-BATCH-ID.
002680
002690     PERFORM 1050-LOAD-DISPUTE-RULES
002700         THRU 1050-LOAD-DISPUTE-RULES-EXIT.
002710     IF INITIALIZATION-FAILED
002720         GO TO 1000-INITIALIZE-EXIT
002730     END-IF.
002740
002750     OPEN I-O DISPUTE-FILE.
002760     IF FS-DISPUTE-FILE = "35"
002770         OPEN OUTPUT DISPUTE-FILE
002780         CLOSE DISPUTE-FILE
002790         OPEN I-O DISPUTE-FILE
002800     END-IF.
002810     IF FS-DISPUTE-FILE NOT = "00"
002820         DISPLAY "DispMaint: DISPUTES OPEN FAILED, ST="
002830                 FS-DISPUTE-FILE
002840         MOVE 16 TO RETURN-CODE
002850         MOVE "Y" TO WS-INIT-FAILED-SW
002860         GO TO 1000-INITIALIZE-EXIT
002870     END-IF.
002880
002890     OPEN INPUT DISP-MAINT-FILE.
002900     IF FS-DMNT-FILE NOT = "00"
002910         DISPLAY "DispMaint: DMNTFILE OPEN FAILED, ST="
002920                 FS-DMNT-FILE
002930         MOVE 16 TO RETURN-CODE
002940         MOVE "Y" TO WS-INIT-FAILED-SW
002950         GO TO 1000-INITIALIZE-EXIT
002960     END-IF.
002970
002980     OPEN EXTEND DISP-HIST-FILE.
002990     IF FS-DHIST-FILE = "35"
003000         OPEN OUTPUT DISP-HIST-FILE
003010     END-IF.
003020     IF FS-DHIST-FILE NOT = "00"
003030         DISPLAY "DispMaint: DSPHIST OPEN FAILED, ST="
003040                 FS-DHIST-FILE
003050         MOVE 16 TO RETURN-CODE
003060         MOVE "Y" TO WS-INIT-FAILED-SW
003070         GO TO 1000-INITIALIZE-EXIT
003080     END-IF.
003090
003100     OPEN OUTPUT MAINT-LOG-FILE.
003110     IF FS-MAINT-LOG-FILE NOT = "00"
003120         DISPLAY "DispMaint: DMNTLOG OPEN FAILED, ST="
003130                 FS-MAINT-LOG-FILE
003140         MOVE 16 TO RETURN-CODE
003150         MOVE "Y" TO WS-INIT-FAILED-SW
003160         GO TO 1000-INITIALIZE-EXIT
003170     END-IF.
003180
003190     OPEN I-O TRAN-HIST-FILE.
003200     IF FS-TRAN-HIST-FILE NOT = "00"
003210         DISPLAY "DispMaint: TRANHIST OPEN FAILED, ST="
003220                 FS-TRAN-HIST-FILE
003230         MOVE 16 TO RETURN-CODE
003240         MOVE "Y" TO WS-INIT-FAILED-SW
003250         GO TO 1000-INITIALIZE-EXIT
003260     END-IF.
003270
003280*    NO LONG-TERM ARCHIVE YET MEANS NOTHING HAS BEEN ROLLED -
003290*    ONLY SALES STILL ON TRANHIST CAN BE FOUND.
003300     OPEN INPUT LT-ARCHIVE-FILE.
003310     IF FS-LT-ARCHIVE-FILE = "00"
003320         MOVE "Y" TO WS-LTARCH-AVAIL-SW
003330     ELSE
003340         IF FS-LT-ARCHIVE-FILE = "35"
003350             DISPLAY "DispMaint: NO LTARCH FILE - ONLY SALES"
003360                     " STILL ON TRANHIST CAN BE DISPUTED"
003370         ELSE
003380             DISPLAY "DispMaint: LTARCH OPEN FAILED, ST="
003390                     FS-LT-ARCHIVE-FILE
003400             MOVE 16 TO RETURN-CODE
003410             MOVE "Y" TO WS-INIT-FAILED-SW
003420             GO TO 1000-INITIALIZE-EXIT
003430         END-IF
003440     END-IF.
003450
003460     OPEN OUTPUT GL-EXTRACT-FILE.
003470     IF FS-GL-FILE NOT = "00"
003480         DISPLAY "DispMaint: GLFILE OPEN FAILED, ST="
003490                 FS-GL-FILE
003500         MOVE 16 TO RETURN-CODE
003510         MOVE "Y" TO WS-INIT-FAILED-SW
003520         GO TO 1000-INITIALIZE-EXIT
003530     END-IF.
003540
003550 1000-INITIALIZE-EXIT.
003560     EXIT.
003570
003580*-----------------------------------------------------------------
003590*  1050-LOAD-DISPUTE-RULES
003600*  FINDS THE DISPUTE RULE ("P"), THE REFUND RULE ("R") AND THE
003610*  CASH ACCOUNT (THE "S" RULE'S DEBIT SIDE) ON THE GL POSTING-
003620*  RULES FILE. WITHOUT ALL THREE NO CASE CAN BE OPENED OR
003630*  CLOSED, SO THE RUN IS STOPPED BEFORE ANY INSTRUCTION IS
003640*  APPLIED. THE DISPUTE PAIR MUST STAY OFF CASH - GlMonthEnd
003650*  BALANCES NET CASH AGAINST THE AUDIT LOG, WHICH NEVER
003660*  INCLUDES A DISPUTE.
003670*-----------------------------------------------------------------
003680 1050-LOAD-DISPUTE-RULES.
003690     OPEN INPUT GL-RULES-FILE.
003700     IF FS-GL-RULES-FILE NOT = "00"
003710         DISPLAY "DispMaint: GLRULES OPEN FAILED, ST="
003720                 FS-GL-RULES-FILE
003730         MOVE 16 TO RETURN-CODE
003740         MOVE "Y" TO WS-INIT-FAILED-SW
003750         GO TO 1050-LOAD-DISPUTE-RULES-EXIT
003760     END-IF.
003770
003780     PERFORM UNTIL END-OF-RULES-FILE
003790         READ GL-RULES-FILE
003800             AT END
003810                 MOVE "Y" TO WS-RULES-EOF-SW
003820             NOT AT END
003830                 EVALUATE GLRUL-TRAN-TYPE-CD
003840                     WHEN "P"
003850                         MOVE GLRUL-DEBIT-ACCOUNT
003860                             TO WS-DISP-DEBIT-ACCOUNT
003870                         MOVE GLRUL-CREDIT-ACCOUNT
003880                             TO WS-DISP-CREDIT-ACCOUNT
003890                         MOVE "Y" TO WS-DISP-RULE-SW
003900                     WHEN "R"
003910                         MOVE GLRUL-DEBIT-ACCOUNT
003920                             TO WS-REFUND-DEBIT-ACCOUNT
003930                     WHEN "S"
003940                         MOVE GLRUL-DEBIT-ACCOUNT
003950                             TO WS-CASH-ACCOUNT
003960                 END-EVALUATE
003970         END-READ
003980     END-PERFORM.
003990     CLOSE GL-RULES-FILE.
004000
004010     IF NOT DISPUTE-RULE-WAS-FOUND
004020         DISPLAY "DispMaint: NO GL DISPUTE RULE ('P') ON"
004030                 " GLRULES - RUN STOPPED"
004040         MOVE 16 TO RETURN-CODE
004050         MOVE "Y" TO WS-INIT-FAILED-SW
004060         GO TO 1050-LOAD-DISPUTE-RULES-EXIT
004070     END-IF.
004080
004090     IF WS-REFUND-DEBIT-ACCOUNT = SPACES
004100         OR WS-CASH-ACCOUNT = SPACES
004110         DISPLAY "DispMaint: NO GL SALES ('S') OR REFUND ('R')"
004120                 " RULE ON GLRULES - RUN STOPPED"
004130         MOVE 16 TO RETURN-CODE
004140         MOVE "Y" TO WS-INIT-FAILED-SW
004150         GO TO 1050-LOAD-DISPUTE-RULES-EXIT
004160     END-IF.
004170
004180     IF WS-DISP-DEBIT-ACCOUNT = WS-CASH-ACCOUNT
004190         OR WS-DISP-CREDIT-ACCOUNT = WS-CASH-ACCOUNT
004200         OR WS-REFUND-DEBIT-ACCOUNT = WS-CASH-ACCOUNT
004210         DISPLAY "DispMaint: DISPUTE POSTING WOULD TOUCH THE"
004220                 " CASH ACCOUNT " WS-CASH-ACCOUNT
004230                 " - RUN STOPPED"
004240         MOVE 16 TO RETURN-CODE
004250         MOVE "Y" TO WS-INIT-FAILED-SW
004260     END-IF.
004270
004280 1050-LOAD-DISPUTE-RULES-EXIT.
004290     EXIT.
004300
004310*****************************************************************
004320*  2000-PROCESS-ONE-MAINT                                        *
004330*  READS ONE INSTRUCTION, READS THE CASE FILE FOR ITS KEY,      *
004340*  VALIDATES IT, APPLIES IT, AND WRITES THE HISTORY RECORD.     *
004350*****************************************************************
004360 2000-PROCESS-ONE-MAINT.
004370     READ DISP-MAINT-FILE
004380         AT END
004390             MOVE "Y" TO WS-DMNT-EOF-SW
004400             GO TO 2000-PROCESS-ONE-MAINT-EXIT
004410     END-READ.
004420
004430     PERFORM 2100-READ-CASE
004440         THRU 2100-READ-CASE-EXIT.
004450
004460     PERFORM 2200-VALIDATE-MAINT
004470         THRU 2200-VALIDATE-MAINT-EXIT.
004480
004490     IF NOT MAINTENANCE-IS-VALID
004500         PERFORM 2300-WRITE-REFUSAL
004510             THRU 2300-WRITE-REFUSAL-EXIT
004520         GO TO 2000-PROCESS-ONE-MAINT-EXIT
004530     END-IF.
004540
004550     EVALUATE TRUE
004560         WHEN DMNT-IS-OPEN
004570             PERFORM 3000-APPLY-OPEN
004580                 THRU 3000-APPLY-OPEN-EXIT
004590         WHEN DMNT-IS-UPDATE
004600             PERFORM 4000-APPLY-UPDATE
004610                 THRU 4000-APPLY-UPDATE-EXIT
004620         WHEN DMNT-IS-CLOSE
004630             PERFORM 5000-APPLY-CLOSE
004640                 THRU 5000-APPLY-CLOSE-EXIT
004650     END-EVALUATE.
004660
004670 2000-PROCESS-ONE-MAINT-EXIT.
004680     EXIT.
004690
004700*-----------------------------------------------------------------
004710 2100-READ-CASE.
004720     MOVE DMNT-TRAN-ID TO DISP-TRAN-ID.
004730     MOVE "N" TO WS-CASE-FOUND-SW.
004740     MOVE SPACES TO WS-OLD-STATUS-CD.
004750
004760     READ DISPUTE-FILE
004770         INVALID KEY
004780             MOVE "N" TO WS-CASE-FOUND-SW
004790         NOT INVALID KEY
004800             MOVE "Y" TO WS-CASE-FOUND-SW
004810             MOVE DISP-STATUS-CD TO WS-OLD-STATUS-CD
004820     END-READ.
004830
004840 2100-READ-CASE-EXIT.
004850     EXIT.
004860
004870*-----------------------------------------------------------------
004880*  2200-VALIDATE-MAINT
004890*  REFUSES AN INSTRUCTION WITH NO TRAN-ID, AN ILLEGAL ACTION,
004900*  NO SUPERVISOR CODE, OR A CASE IN THE WRONG STATE FOR IT - AN
004910*  OPEN NEEDS NO CASE ON FILE (ONE DISPUTE PER SALE), AN UPDATE
004920*  OR CLOSE NEEDS AN OPEN ONE.
004930*-----------------------------------------------------------------
004940 2200-VALIDATE-MAINT.
004950     MOVE "Y" TO WS-MAINT-OK-SW.
004960     MOVE SPACES TO WS-REFUSE-REASON-TX.
004970
004980     IF DMNT-TRAN-ID = SPACES
004990         MOVE "N" TO WS-MAINT-OK-SW
005000         MOVE "TRAN-ID MISSING" TO WS-REFUSE-REASON-TX
005010         GO TO 2200-VALIDATE-MAINT-EXIT
005020     END-IF.
005030
005040     IF NOT DMNT-IS-OPEN AND NOT DMNT-IS-UPDATE
005050         AND NOT DMNT-IS-CLOSE
005060         MOVE "N" TO WS-MAINT-OK-SW
005070         MOVE "INVALID ACTION CODE" TO WS-REFUSE-REASON-TX
005080         GO TO 2200-VALIDATE-MAINT-EXIT
005090     END-IF.
005100
005110     IF DMNT-SUPERVISOR-CD = SPACES
005120         MOVE "N" TO WS-MAINT-OK-SW
005130         MOVE "SUPERVISOR CODE REQUIRED" TO WS-REFUSE-REASON-TX
005140         GO TO 2200-VALIDATE-MAINT-EXIT
005150     END-IF.
005160
005170     IF DMNT-IS-OPEN AND CASE-WAS-FOUND
005180         MOVE "N" TO WS-MAINT-OK-SW
005190         MOVE "CASE ALREADY ON FILE" TO WS-REFUSE-REASON-TX
005200         GO TO 2200-VALIDATE-MAINT-EXIT
005210     END-IF.
005220
005230     IF NOT DMNT-IS-OPEN AND NOT CASE-WAS-FOUND
005240         MOVE "N" TO WS-MAINT-OK-SW
005250         MOVE "NO MATCHING CASE ON FILE" TO WS-REFUSE-REASON-TX
005260         GO TO 2200-VALIDATE-MAINT-EXIT
005270     END-IF.
005280
005290     IF NOT DMNT-IS-OPEN AND NOT DISP-IS-OPEN
005300         MOVE "N" TO WS-MAINT-OK-SW
005310         MOVE "CASE ALREADY CLOSED" TO WS-REFUSE-REASON-TX
005320         GO TO 2200-VALIDATE-MAINT-EXIT
005330     END-IF.
005340
005350     IF DMNT-REASON-CD NOT = SPACES
005360         AND NOT DMNT-REASON-IS-VALID
005370         MOVE "N" TO WS-MAINT-OK-SW
005380         MOVE "INVALID REASON CODE" TO WS-REFUSE-REASON-TX
005390         GO TO 2200-VALIDATE-MAINT-EXIT
005400     END-IF.
005410
005420     EVALUATE TRUE
005430         WHEN DMNT-IS-OPEN
005440             PERFORM 2250-VALIDATE-OPEN
005450                 THRU 2250-VALIDATE-OPEN-EXIT
005460         WHEN DMNT-IS-UPDATE
005470             IF DMNT-AMOUNT-X NOT = SPACES
005480                 AND DMNT-AMOUNT-X NOT = ZEROES
005490                 MOVE "N" TO WS-MAINT-OK-SW
005500                 MOVE "AMOUNT CANNOT CHANGE ON UPDATE"
005510                     TO WS-REFUSE-REASON-TX
005520             END-IF
005530             IF DMNT-REASON-CD = SPACES
005540                 AND DMNT-ASSIGNED-TO = SPACES
005550                 AND DMNT-NOTE = SPACES
005560                 MOVE "N" TO WS-MAINT-OK-SW
005570                 MOVE "NOTHING TO UPDATE" TO WS-REFUSE-REASON-TX
005580             END-IF
005590         WHEN DMNT-IS-CLOSE
005600             IF NOT DMNT-IS-UPHELD AND NOT DMNT-IS-DENIED
005610                 MOVE "N" TO WS-MAINT-OK-SW
005620                 MOVE "CLOSE OUTCOME MUST BE U OR D"
005630                     TO WS-REFUSE-REASON-TX
005640             END-IF
005650     END-EVALUATE.
005660
005670 2200-VALIDATE-MAINT-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------------
005710*  2250-VALIDATE-OPEN
005720*  AN OPEN NEEDS A REASON, A CASE WORKER, AND A POSTED SALE
005730*  WITH SOMETHING LEFT UNREFUNDED. A CUSTOMER KEYED ON THE
005740*  INSTRUCTION MUST BE THE SALE'S. A BLANK OR ZERO AMOUNT
005750*  DISPUTES ALL THAT IS LEFT; A LARGER ONE IS REFUSED.
005760*-----------------------------------------------------------------
005770 2250-VALIDATE-OPEN.
005780     IF DMNT-REASON-CD = SPACES
005790         MOVE "N" TO WS-MAINT-OK-SW
005800         MOVE "DISPUTE REASON REQUIRED" TO WS-REFUSE-REASON-TX
005810         GO TO 2250-VALIDATE-OPEN-EXIT
005820     END-IF.
005830
005840     IF DMNT-ASSIGNED-TO = SPACES
005850         MOVE "N" TO WS-MAINT-OK-SW
005860         MOVE "CASE WORKER REQUIRED" TO WS-REFUSE-REASON-TX
005870         GO TO 2250-VALIDATE-OPEN-EXIT
005880     END-IF.
005890
005900     IF DMNT-AMOUNT-X NOT = SPACES
005910         AND DMNT-AMOUNT NOT NUMERIC
005920         MOVE "N" TO WS-MAINT-OK-SW
005930         MOVE "INVALID AMOUNT" TO WS-REFUSE-REASON-TX
005940         GO TO 2250-VALIDATE-OPEN-EXIT
005950     END-IF.
005960
005970     PERFORM 2260-FIND-DISPUTED-SALE
005980         THRU 2260-FIND-DISPUTED-SALE-EXIT.
005990
006000     IF NOT SALE-WAS-FOUND
006010         MOVE "N" TO WS-MAINT-OK-SW
006020         MOVE "SALE NOT ON HISTORY OR ARCHIVE"
006030             TO WS-REFUSE-REASON-TX
006040         GO TO 2250-VALIDATE-OPEN-EXIT
006050     END-IF.
006060
006070     IF NOT SALE-WAS-POSTED
006080         MOVE "N" TO WS-MAINT-OK-SW
006090         MOVE "TRANSACTION WAS NEVER POSTED"
006100             TO WS-REFUSE-REASON-TX
006110         GO TO 2250-VALIDATE-OPEN-EXIT
006120     END-IF.
006130
006140     IF WS-SALE-TYPE-CD NOT = "S"
006150         MOVE "N" TO WS-MAINT-OK-SW
006160         MOVE "ONLY A POSTED SALE CAN BE DISPUTED"
006170             TO WS-REFUSE-REASON-TX
006180         GO TO 2250-VALIDATE-OPEN-EXIT
006190     END-IF.
006200
006210     IF DMNT-CUST-ID NOT = SPACES
006220         AND DMNT-CUST-ID NOT = WS-SALE-CUST-ID
006230         MOVE "N" TO WS-MAINT-OK-SW
006240         MOVE "CUSTOMER DOES NOT MATCH THE SALE"
006250             TO WS-REFUSE-REASON-TX
006260         GO TO 2250-VALIDATE-OPEN-EXIT
006270     END-IF.
006280
006290     IF WS-SALE-BRANCH-CD = SPACES
006300         IF DMNT-BRANCH-CD = SPACES
006310             MOVE "N" TO WS-MAINT-OK-SW
006320             MOVE "BRANCH REQUIRED - SALE NOT YET ARCHIVED"
006330                 TO WS-REFUSE-REASON-TX
006340             GO TO 2250-VALIDATE-OPEN-EXIT
006350         END-IF
006360         MOVE DMNT-BRANCH-CD TO WS-SALE-BRANCH-CD
006370     END-IF.
006380
006390     IF WS-SALE-UNREFUNDED = 0
006400         MOVE "N" TO WS-MAINT-OK-SW
006410         MOVE "SALE ALREADY FULLY REFUNDED"
006420             TO WS-REFUSE-REASON-TX
006430         GO TO 2250-VALIDATE-OPEN-EXIT
006440     END-IF.
006450
006460     MOVE WS-SALE-UNREFUNDED TO WS-DISPUTE-AMOUNT.
006470     IF DMNT-AMOUNT-X NOT = SPACES
006480         AND DMNT-AMOUNT > 0
006490         IF DMNT-AMOUNT > WS-SALE-UNREFUNDED
006500             MOVE "N" TO WS-MAINT-OK-SW
006510             MOVE "AMOUNT EXCEEDS UNREFUNDED SALE"
006520                 TO WS-REFUSE-REASON-TX
006530             GO TO 2250-VALIDATE-OPEN-EXIT
006540         END-IF
006550         MOVE DMNT-AMOUNT TO WS-DISPUTE-AMOUNT
006560     END-IF.
006570
006580 2250-VALIDATE-OPEN-EXIT.
006590     EXIT.
006600
006610*-----------------------------------------------------------------
006620*  2260-FIND-DISPUTED-SALE
006630*  TRANHIST HOLDS THE LAST 30 DAYS' POSTINGS WITH THE RUNNING
006640*  REFUNDED AMOUNT; THE LONG-TERM ARCHIVE HOLDS EVERYTHING
006650*  ROLLED SINCE, WITH THE BRANCH IN THE FEED IMAGE. TRANHIST
006660*  WINS FOR THE AMOUNTS; THE ARCHIVE SUPPLIES THE BRANCH WHEN
006670*  IT HAS THE SALE. AN ARCHIVED SALE'S EARLIER REFUNDS ARE NOT
006680*  KNOWN, SO ITS WHOLE AMOUNT IS THE CEILING. AN ENTRY WRITTEN
006690*  BEFORE TPHREC CARRIED AMOUNTS IS PASSED OVER.
006700*-----------------------------------------------------------------
006710 2260-FIND-DISPUTED-SALE.
006720     MOVE "N" TO WS-SALE-FOUND-SW.
006730     MOVE "N" TO WS-SALE-POSTED-SW.
006740     MOVE "N" TO WS-SALE-ON-HIST-SW.
006750     MOVE SPACES TO WS-SALE-CUST-ID.
006760     MOVE SPACES TO WS-SALE-BRANCH-CD.
006770     MOVE SPACES TO WS-SALE-TYPE-CD.
006780     MOVE 0 TO WS-SALE-DATE.
006790     MOVE 0 TO WS-SALE-UNREFUNDED.
006800
006810     MOVE DMNT-TRAN-ID TO TPH-TRAN-ID.
006820     READ TRAN-HIST-FILE
006830         INVALID KEY
006840             CONTINUE
006850         NOT INVALID KEY
006860             IF TPH-AMOUNT NUMERIC
006870                 AND TPH-REFUNDED-AMOUNT NUMERIC
006880                 MOVE "Y" TO WS-SALE-FOUND-SW
006890                 MOVE "Y" TO WS-SALE-POSTED-SW
006900                 MOVE "Y" TO WS-SALE-ON-HIST-SW
006910                 MOVE TPH-CUST-ID      TO WS-SALE-CUST-ID
006920                 MOVE TPH-TRAN-TYPE-CD TO WS-SALE-TYPE-CD
006930                 MOVE TPH-RUN-DATE     TO WS-SALE-DATE
006940                 IF TPH-REFUNDED-AMOUNT < TPH-AMOUNT
006950                     COMPUTE WS-SALE-UNREFUNDED =
006960                         TPH-AMOUNT - TPH-REFUNDED-AMOUNT
006970                 END-IF
006980             END-IF
006990     END-READ.
007000
007010     IF NOT LTARCH-IS-AVAILABLE
007020         GO TO 2260-FIND-DISPUTED-SALE-EXIT
007030     END-IF.
007040
007050     MOVE DMNT-TRAN-ID TO LTA-TRAN-ID.
007060     READ LT-ARCHIVE-FILE
007070         INVALID KEY
007080             GO TO 2260-FIND-DISPUTED-SALE-EXIT
007090     END-READ.
007100
007110     MOVE LTA-TRAN-DATA TO WS-ARCH-TRAN.
007120     MOVE WS-ARCH-BRANCH-CD TO WS-SALE-BRANCH-CD.
007130     IF SALE-IS-ON-TRANHIST
007140         GO TO 2260-FIND-DISPUTED-SALE-EXIT
007150     END-IF.
007160
007170     MOVE "Y" TO WS-SALE-FOUND-SW.
007180     IF LTA-POSTED
007190         MOVE "Y" TO WS-SALE-POSTED-SW
007200     END-IF.
007210     MOVE LTA-CUST-ID       TO WS-SALE-CUST-ID.
007220     MOVE WS-ARCH-TYPE-CD   TO WS-SALE-TYPE-CD.
007230     MOVE LTA-BUSINESS-DATE TO WS-SALE-DATE.
007240     IF WS-ARCH-AMOUNT NUMERIC
007250         MOVE WS-ARCH-AMOUNT TO WS-SALE-UNREFUNDED
007260     END-IF.
007270
007280 2260-FIND-DISPUTED-SALE-EXIT.
007290     EXIT.
007300
007310*-----------------------------------------------------------------
007320 2300-WRITE-REFUSAL.
007330     ADD 1 TO WS-REFUSED-COUNT.
007340     MOVE SPACES TO MAINT-LOG-RECORD.
007350     STRING "TRAN-ID=" DELIMITED BY SIZE
007360            DMNT-TRAN-ID DELIMITED BY SIZE
007370            " ACTION=" DELIMITED BY SIZE
007380            DMNT-ACTION-CD DELIMITED BY SIZE
007390            " REFUSED - " DELIMITED BY SIZE
007400            WS-REFUSE-REASON-TX DELIMITED BY SIZE
007410         INTO MAINT-LOG-RECORD.
007420     WRITE MAINT-LOG-RECORD.
007430
007440 2300-WRITE-REFUSAL-EXIT.
007450     EXIT.
007460
007470*-----------------------------------------------------------------
007480*  3000-APPLY-OPEN
007490*  WRITES THE NEW CASE, THEN RESERVES THE AMOUNT AGAINST THE
007500*  SALE ON TRANHIST AND MARKS THE CASE RESERVED. A FAILED
007510*  RESERVATION LEAVES THE CASE OPEN BUT UNRESERVED (RC=8) - THE
007520*  PROVISIONAL CREDIT IS STILL OWED.
007530*-----------------------------------------------------------------
007540 3000-APPLY-OPEN.
007550     MOVE SPACES             TO DISPUTE-RECORD.
007560     MOVE DMNT-TRAN-ID       TO DISP-TRAN-ID.
007570     MOVE WS-SALE-CUST-ID    TO DISP-CUST-ID.
007580     MOVE WS-SALE-BRANCH-CD  TO DISP-BRANCH-CD.
007590     MOVE WS-DISPUTE-AMOUNT  TO DISP-AMOUNT.
007600     MOVE "O"                TO DISP-STATUS-CD.
007610     MOVE DMNT-REASON-CD     TO DISP-REASON-CD.
007620     MOVE DMNT-ASSIGNED-TO   TO DISP-ASSIGNED-TO.
007630     MOVE WS-SALE-DATE       TO DISP-SALE-DATE.
007640     MOVE WS-RUN-DATE        TO DISP-OPEN-DATE.
007650     MOVE WS-RUN-DATE        TO DISP-LAST-UPDATE-DATE.
007660     MOVE 0                  TO DISP-CLOSE-DATE.
007670     MOVE DMNT-SUPERVISOR-CD TO DISP-OPEN-SUPV-CD.
007680     MOVE "N"                TO DISP-HIST-RESERVED-SW.
007690     MOVE DMNT-NOTE          TO DISP-NOTE.
007700
007710     WRITE DISPUTE-RECORD
007720         INVALID KEY
007730             DISPLAY "DispMaint: WRITE FAILED FOR TRAN-ID "
007740                     DMNT-TRAN-ID " ST=" FS-DISPUTE-FILE
007750             MOVE 8 TO RETURN-CODE
007760             GO TO 3000-APPLY-OPEN-EXIT
007770     END-WRITE.
007780
007790     ADD 1 TO WS-OPEN-COUNT.
007800     ADD WS-DISPUTE-AMOUNT TO WS-OPENED-TOTAL.
007810     MOVE "P" TO WS-GL-ACTION-CD.
007820     PERFORM 6000-WRITE-HISTORY
007830         THRU 6000-WRITE-HISTORY-EXIT.
007840
007850     IF NOT SALE-IS-ON-TRANHIST
007860         GO TO 3000-APPLY-OPEN-EXIT
007870     END-IF.
007880
007890     MOVE DMNT-TRAN-ID TO TPH-TRAN-ID.
007900     READ TRAN-HIST-FILE
007910         INVALID KEY
007920             DISPLAY "DispMaint: TRANHIST RE-READ FAILED, TRAN "
007930                     DMNT-TRAN-ID " ST=" FS-TRAN-HIST-FILE
007940             MOVE 8 TO RETURN-CODE
007950             GO TO 3000-APPLY-OPEN-EXIT
007960     END-READ.
007970
007980     ADD WS-DISPUTE-AMOUNT TO TPH-REFUNDED-AMOUNT.
007990     REWRITE TRAN-HIST-RECORD
008000         INVALID KEY
008010             DISPLAY "DispMaint: TRANHIST REWRITE FAILED, TRAN "
008020                     DMNT-TRAN-ID " ST=" FS-TRAN-HIST-FILE
008030             MOVE 8 TO RETURN-CODE
008040             GO TO 3000-APPLY-OPEN-EXIT
008050     END-REWRITE.
008060
008070     MOVE "Y" TO DISP-HIST-RESERVED-SW.
008080     REWRITE DISPUTE-RECORD
008090         INVALID KEY
008100             DISPLAY "DispMaint: REWRITE FAILED FOR TRAN-ID "
008110                     DMNT-TRAN-ID " ST=" FS-DISPUTE-FILE
008120             MOVE 8 TO RETURN-CODE
008130     END-REWRITE.
008140
008150 3000-APPLY-OPEN-EXIT.
008160     EXIT.
008170
008180*-----------------------------------------------------------------
008190*  4000-APPLY-UPDATE
008200*  A NEW REASON, CASE WORKER OR NOTE REPLACES THE ONE ON THE
008210*  CASE; A BLANK ONE LEAVES IT. NOTHING POSTS TO THE GL.
008220*-----------------------------------------------------------------
008230 4000-APPLY-UPDATE.
008240     IF DMNT-REASON-CD NOT = SPACES
008250         MOVE DMNT-REASON-CD TO DISP-REASON-CD
008260     END-IF.
008270     IF DMNT-ASSIGNED-TO NOT = SPACES
008280         MOVE DMNT-ASSIGNED-TO TO DISP-ASSIGNED-TO
008290     END-IF.
008300     IF DMNT-NOTE NOT = SPACES
008310         MOVE DMNT-NOTE TO DISP-NOTE
008320     END-IF.
008330     MOVE WS-RUN-DATE TO DISP-LAST-UPDATE-DATE.
008340
008350     REWRITE DISPUTE-RECORD
008360         INVALID KEY
008370             DISPLAY "DispMaint: REWRITE FAILED FOR TRAN-ID "
008380                     DMNT-TRAN-ID " ST=" FS-DISPUTE-FILE
008390             MOVE 8 TO RETURN-CODE
008400             GO TO 4000-APPLY-UPDATE-EXIT
008410     END-REWRITE.
008420
008430     ADD 1 TO WS-UPDATE-COUNT.
008440     MOVE SPACE TO WS-GL-ACTION-CD.
008450     PERFORM 6000-WRITE-HISTORY
008460         THRU 6000-WRITE-HISTORY-EXIT.
008470
008480 4000-APPLY-UPDATE-EXIT.
008490     EXIT.
008500
008510*-----------------------------------------------------------------
008520*  5000-APPLY-CLOSE
008530*  CLOSES THE CASE UPHELD OR DENIED. UPHELD MAKES THE
008540*  PROVISIONAL CREDIT FINAL AS A REFUND; DENIED REVERSES IT AND
008550*  GIVES ANY TRANHIST RESERVATION BACK TO THE SALE.
008560*-----------------------------------------------------------------
008570 5000-APPLY-CLOSE.
008580     MOVE DMNT-OUTCOME-CD    TO DISP-STATUS-CD.
008590     MOVE WS-RUN-DATE        TO DISP-CLOSE-DATE.
008600     MOVE WS-RUN-DATE        TO DISP-LAST-UPDATE-DATE.
008610     MOVE DMNT-SUPERVISOR-CD TO DISP-CLOSE-SUPV-CD.
008620     IF DMNT-NOTE NOT = SPACES
008630         MOVE DMNT-NOTE TO DISP-NOTE
008640     END-IF.
008650
008660     REWRITE DISPUTE-RECORD
008670         INVALID KEY
008680             DISPLAY "DispMaint: REWRITE FAILED FOR TRAN-ID "
008690                     DMNT-TRAN-ID " ST=" FS-DISPUTE-FILE
008700             MOVE 8 TO RETURN-CODE
008710             GO TO 5000-APPLY-CLOSE-EXIT
008720     END-REWRITE.
008730
008740     IF DMNT-IS-UPHELD
008750         ADD 1 TO WS-UPHELD-COUNT
008760         ADD DISP-AMOUNT TO WS-UPHELD-TOTAL
008770         MOVE "F" TO WS-GL-ACTION-CD
008780     ELSE
008790         ADD 1 TO WS-DENIED-COUNT
008800         ADD DISP-AMOUNT TO WS-DENIED-TOTAL
008810         MOVE "V" TO WS-GL-ACTION-CD
008820     END-IF.
008830     PERFORM 6000-WRITE-HISTORY
008840         THRU 6000-WRITE-HISTORY-EXIT.
008850
008860     IF DMNT-IS-DENIED AND DISP-HIST-RESERVED
008870         PERFORM 5100-RELEASE-RESERVATION
008880             THRU 5100-RELEASE-RESERVATION-EXIT
008890     END-IF.
008900
008910 5000-APPLY-CLOSE-EXIT.
008920     EXIT.
008930
008940*-----------------------------------------------------------------
008950*  5100-RELEASE-RESERVATION
008960*  GIVES A DENIED CASE'S AMOUNT BACK TO THE SALE'S REFUNDABLE
008970*  BALANCE. A SALE THAT HAS AGED OFF TRANHIST HAS NOTHING TO
008980*  GIVE BACK TO.
008990*-----------------------------------------------------------------
009000 5100-RELEASE-RESERVATION.
009010     MOVE DISP-TRAN-ID TO TPH-TRAN-ID.
009020     READ TRAN-HIST-FILE
009030         INVALID KEY
009040             GO TO 5100-RELEASE-RESERVATION-EXIT
009050     END-READ.
009060
009070     IF TPH-REFUNDED-AMOUNT NOT NUMERIC
009080         OR TPH-REFUNDED-AMOUNT < DISP-AMOUNT
009090         DISPLAY "DispMaint: TRANHIST REFUNDED AMOUNT BELOW THE"
009100                 " RESERVATION, TRAN-ID " DISP-TRAN-ID
009110                 " - NOT RELEASED"
009120         MOVE 8 TO RETURN-CODE
009130         GO TO 5100-RELEASE-RESERVATION-EXIT
009140     END-IF.
009150
009160     SUBTRACT DISP-AMOUNT FROM TPH-REFUNDED-AMOUNT.
009170     REWRITE TRAN-HIST-RECORD
009180         INVALID KEY
009190             DISPLAY "DispMaint: TRANHIST REWRITE FAILED, TRAN "
009200                     DISP-TRAN-ID " ST=" FS-TRAN-HIST-FILE
009210             MOVE 8 TO RETURN-CODE
009220     END-REWRITE.
009230
009240 5100-RELEASE-RESERVATION-EXIT.
009250     EXIT.
009260
009270*-----------------------------------------------------------------
009280*  6000-WRITE-HISTORY
009290*  APPENDS ONE CASE HISTORY RECORD FOR THE INSTRUCTION JUST
009300*  APPLIED, WITH THE CASE AS IT NOW STANDS.
009310*-----------------------------------------------------------------
009320 6000-WRITE-HISTORY.
009330     MOVE WS-RUN-DATE        TO DHIST-CHANGE-DATE.
009340     MOVE WS-RUN-TIME        TO DHIST-CHANGE-TIME.
009350     MOVE WS-JOB-ID          TO DHIST-JOB-ID.
009360     MOVE WS-OPERATOR-ID     TO DHIST-OPERATOR-ID.
009370     MOVE DMNT-ACTION-CD     TO DHIST-ACTION-CD.
009380     MOVE DISP-TRAN-ID       TO DHIST-TRAN-ID.
009390     MOVE WS-OLD-STATUS-CD   TO DHIST-OLD-STATUS.
009400     MOVE DISP-STATUS-CD     TO DHIST-NEW-STATUS.
009410     MOVE DISP-REASON-CD     TO DHIST-REASON-CD.
009420     MOVE DISP-ASSIGNED-TO   TO DHIST-ASSIGNED-TO.
009430     MOVE DISP-AMOUNT        TO DHIST-AMOUNT.
009440     MOVE WS-GL-ACTION-CD    TO DHIST-GL-ACTION-CD.
009450     MOVE DMNT-SUPERVISOR-CD TO DHIST-SUPERVISOR-CD.
009460     MOVE DISP-NOTE          TO DHIST-NOTE.
009470     WRITE DISP-HIST-RECORD.
009480
009490 6000-WRITE-HISTORY-EXIT.
009500     EXIT.
009510
009520*-----------------------------------------------------------------
009530*  8000-POST-DISPUTE-GL
009540*  WRITES ONE GL PAIR PER KIND OF DISPUTE MOVEMENT IN THE RUN,
009550*  IN TODAY'S PERIOD:
009560*    OPENED - DEBIT  DISPUTE RULE DEBIT, CREDIT DISPUTE RULE
009570*             CREDIT (THE PROVISIONAL CREDIT)
009580*    UPHELD - DEBIT  REFUND RULE DEBIT,  CREDIT DISPUTE RULE
009590*             DEBIT  (MADE FINAL AS A REFUND)
009600*    DENIED - DEBIT  DISPUTE RULE CREDIT, CREDIT DISPUTE RULE
009610*             DEBIT  (REVERSED)
009620*  NOTHING APPLIED POSTS NOTHING.
009630*-----------------------------------------------------------------
009640 8000-POST-DISPUTE-GL.
009650     IF WS-OPENED-TOTAL > 0
009660         MOVE WS-DISP-DEBIT-ACCOUNT  TO WS-PAIR-DEBIT-ACCOUNT
009670         MOVE WS-DISP-CREDIT-ACCOUNT TO WS-PAIR-CREDIT-ACCOUNT
009680         MOVE WS-OPENED-TOTAL        TO WS-PAIR-AMOUNT
009690         PERFORM 8050-WRITE-GL-PAIR
009700             THRU 8050-WRITE-GL-PAIR-EXIT
009710     END-IF.
009720
009730     IF WS-UPHELD-TOTAL > 0
009740         MOVE WS-REFUND-DEBIT-ACCOUNT TO WS-PAIR-DEBIT-ACCOUNT
009750         MOVE WS-DISP-DEBIT-ACCOUNT   TO WS-PAIR-CREDIT-ACCOUNT
009760         MOVE WS-UPHELD-TOTAL         TO WS-PAIR-AMOUNT
009770         PERFORM 8050-WRITE-GL-PAIR
009780             THRU 8050-WRITE-GL-PAIR-EXIT
009790     END-IF.
009800
009810     IF WS-DENIED-TOTAL > 0
009820         MOVE WS-DISP-CREDIT-ACCOUNT TO WS-PAIR-DEBIT-ACCOUNT
009830         MOVE WS-DISP-DEBIT-ACCOUNT  TO WS-PAIR-CREDIT-ACCOUNT
009840         MOVE WS-DENIED-TOTAL        TO WS-PAIR-AMOUNT
009850         PERFORM 8050-WRITE-GL-PAIR
009860             THRU 8050-WRITE-GL-PAIR-EXIT
009870     END-IF.
009880
009890     IF WS-GL-REC-COUNT > 0
009900         PERFORM 8100-LOG-GL-BATCH
009910             THRU 8100-LOG-GL-BATCH-EXIT
009920     END-IF.
009930
009940 8000-POST-DISPUTE-GL-EXIT.
009950     EXIT.
009960
009970*-----------------------------------------------------------------
009980 8050-WRITE-GL-PAIR.
009990     MOVE WS-PAIR-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE.
010000     MOVE WS-RUN-DATE (1:6)     TO GL-PERIOD.
010010     MOVE "D"                   TO GL-DR-CR-INDICATOR.
010020     MOVE WS-PAIR-AMOUNT        TO GL-AMOUNT.
010030     MOVE WS-GL-BATCH-ID        TO GL-BATCH-ID.
010033     MOVE SPACE                 TO GL-ADJ-CD.
010036     MOVE ZERO                  TO GL-ORIG-PERIOD.
010040     WRITE GL-EXTRACT-RECORD.
010050
010060     MOVE WS-PAIR-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE.
010070     MOVE "C"                    TO GL-DR-CR-INDICATOR.
010080     WRITE GL-EXTRACT-RECORD.
010090
010100     ADD 2 TO WS-GL-REC-COUNT.
010110     ADD WS-PAIR-AMOUNT TO WS-GL-POSTED-TOTAL.
010120
010130 8050-WRITE-GL-PAIR-EXIT.
010140     EXIT.
010150
010160*-----------------------------------------------------------------
010170*  8100-LOG-GL-BATCH
010180*  APPENDS THE DISPUTE EXTRACT JUST WRITTEN TO THE SENT-BATCH
010190*  FILE (SEE GLBREC) SO GlAckRecon CAN CHASE THE LEDGER'S
010200*  ACKNOWLEDGEMENT FOR IT. A FAILED OPEN IS ONLY WARNED.
010210*-----------------------------------------------------------------
010220 8100-LOG-GL-BATCH.
010230     OPEN EXTEND GL-BATCH-FILE.
010240     IF FS-GL-BATCH-FILE = "35"
010250         OPEN OUTPUT GL-BATCH-FILE
010260     END-IF.
010270     IF FS-GL-BATCH-FILE NOT = "00"
010280         DISPLAY "DispMaint: GLBATCH OPEN FAILED, ST="
010290                 FS-GL-BATCH-FILE " - BATCH " WS-GL-BATCH-ID
010300                 " NOT LOGGED"
010310         GO TO 8100-LOG-GL-BATCH-EXIT
010320     END-IF.
010330
010340     MOVE WS-GL-BATCH-ID     TO GLB-BATCH-ID.
010350     MOVE WS-RUN-DATE        TO GLB-SENT-DATE.
010360     MOVE WS-JOB-ID          TO GLB-SOURCE-JOB.
010370     MOVE WS-GL-REC-COUNT    TO GLB-RECORD-COUNT.
010380     MOVE WS-GL-POSTED-TOTAL TO GLB-DEBIT-TOTAL.
010390     MOVE WS-GL-POSTED-TOTAL TO GLB-CREDIT-TOTAL.
010400     MOVE SPACE              TO GLB-STATUS-CD.
010410     WRITE GL-BATCH-RECORD.
010420     CLOSE GL-BATCH-FILE.
010430
010440 8100-LOG-GL-BATCH-EXIT.
010450     EXIT.
010460
010470*-----------------------------------------------------------------
010480 9000-TERMINATE.
010490     PERFORM 8000-POST-DISPUTE-GL
010500         THRU 8000-POST-DISPUTE-GL-EXIT.
010510
010520     CLOSE DISPUTE-FILE.
010530     CLOSE DISP-MAINT-FILE.
010540     CLOSE DISP-HIST-FILE.
010550     CLOSE MAINT-LOG-FILE.
010560     CLOSE TRAN-HIST-FILE.
010570     IF LTARCH-IS-AVAILABLE
010580         CLOSE LT-ARCHIVE-FILE
010590     END-IF.
010600     CLOSE GL-EXTRACT-FILE.
010610
010620     DISPLAY "DispMaint: OPENED=" WS-OPEN-COUNT
010630             " UPDATED=" WS-UPDATE-COUNT
010640             " UPHELD=" WS-UPHELD-COUNT
010650             " DENIED=" WS-DENIED-COUNT
010660             " REFUSED=" WS-REFUSED-COUNT.
010670     DISPLAY "DispMaint: PROVISIONAL CREDIT OPENED="
010680             WS-OPENED-TOTAL " MADE FINAL=" WS-UPHELD-TOTAL
010690             " REVERSED=" WS-DENIED-TOTAL.
010700
010710 9000-TERMINATE-EXIT.
010720     EXIT.
