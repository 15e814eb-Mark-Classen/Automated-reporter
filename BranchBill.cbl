000100 IDENTIFICATION DIVISION.
000110     PROGRAM-ID. BranchBill.
000120     AUTHOR. M. CLASSEN.
000130     INSTALLATION. DATA PROCESSING - BATCH REPORTING.
000140     DATE-WRITTEN. 2026-10-15.
000150     DATE-COMPILED.
000160*****************************************************************
000170*  BranchBill
000180*  MONTH-END BRANCH BILLING. READS THE DAILY BRANCH FEE LOG
000190*  (PROD.DLYRPT.BRFEES, SEE BFEEREC) THAT ReportingSystem
000200*  APPENDS TO ON EVERY PASS THAT POSTS, SORTS THE MONTH'S
000210*  RECORDS BY BRANCH AND DAY, AND PRINTS ONE BILL PER BRANCH -
000220*  EACH DAY'S VOLUMES AND FEE BY TRANSACTION TYPE, WITH THE
000230*  SCHEDULE RATE THAT APPLIED, THEN THE MONTH'S COUNT, AMOUNT
000240*  AND FEE BY TYPE AND THE TOTAL DUE. THE REPORT CLOSES WITH
000250*  THE SAME TOTALS FOR ALL BRANCHES; THE TOTAL FEE IS WHAT THE
000260*  MONTH POSTED ON THE GL BRANCH FEE RULE ("F" ON GLRULES).
000270*  PARM= SUPPLIES THE BILLING PERIOD AS CCYYMM. A FEE BELONGS
000280*  TO THE GL PERIOD IT POSTED INTO, SO A LATE DAY REDIRECTED
000290*  OUT OF A CLOSED PERIOD IS BILLED WITH THE MONTH IT POSTED
000300*  IN. RECORDS OF OTHER PERIODS ARE COUNTED AND SKIPPED.
000310*  A DAY, PASS, BRANCH AND TYPE LOGGED MORE THAN ONCE (A PASS
000320*  BACKED OUT AND RERUN AFTER IT HAD LOGGED) IS BILLED ONCE,
000322*  FROM THE LAST RECORD LOGGED - THE SORT KEEPS LOG ORDER WITHIN
000324*  A KEY, SO THE RERUN'S FIGURES REPLACE THE ABANDONED PASS'S,
000326*  AS THE LATEST RECORD WINS IN GlAckRecon. A LINE THAT
000330*  HAD NO FEE IN FORCE IS PRINTED, FLAGGED AND ENDS THE RUN
000340*  RC=4 FOR FINANCE TO REVIEW BEFORE THE BILLS GO OUT.
000350*-----------------------------------------------------------------
000360*  MODIFICATION HISTORY
000370*  DATE       INIT  DESCRIPTION
000380*  2026-10-15 MHC   ORIGINAL.
000382*  2026-10-15 MHC   A KEY LOGGED MORE THAN ONCE NOW BILLS ITS LAST
000384*                   RECORD (SORT KEEPS LOG ORDER), NOT WHICHEVER
000386*                   THE SORT RETURNED FIRST.
000390*****************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440
000450     SELECT BRANCH-FEE-FILE ASSIGN TO "BRFEES"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-BRANCH-FEE-FILE.
000480
000490     SELECT BILL-PRINT-FILE ASSIGN TO "BILLPRT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-BILL-PRINT-FILE.
000520
000530     SELECT BILL-SORT-FILE ASSIGN TO "SORTWK".
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570
000580 FD  BRANCH-FEE-FILE.
000590     COPY BFEEREC.
000600
000610 FD  BILL-PRINT-FILE.
000620 01  BILL-PRINT-RECORD               PIC X(100).
000630
000640 SD  BILL-SORT-FILE.
000650 01  BILL-SORT-RECORD.
000660     05  BILL-SORT-KEY.
000670         10  BILL-SORT-BRANCH-CD     PIC X(03).
000680         10  BILL-SORT-DATE          PIC 9(08).
000690         10  BILL-SORT-PASS          PIC X(01).
000700         10  BILL-SORT-TYPE-CD       PIC X(01).
000710     05  BILL-SORT-TRAN-COUNT        PIC 9(08).
000720     05  BILL-SORT-TRAN-AMOUNT       PIC 9(10)V99.
000730     05  BILL-SORT-SCHED-SW          PIC X(01).
000740         88  BILL-SORT-NO-SCHEDULE       VALUE "N".
000750     05  BILL-SORT-PER-TRAN-AMT      PIC 9(03)V99.
000760     05  BILL-SORT-RATE-PCT          PIC 9(02)V9(04).
000770     05  BILL-SORT-FEE-AMOUNT        PIC 9(08)V99.
000780
000790 WORKING-STORAGE SECTION.
000800
000810 01  FS-BRANCH-FEE-FILE              PIC X(02) VALUE "00".
000820 01  FS-BILL-PRINT-FILE              PIC X(02) VALUE "00".
000830
000840 01  WS-FEE-EOF-SW                   PIC X(01) VALUE "N".
000850     88  END-OF-FEE-LOG                  VALUE "Y".
000860 01  WS-SORT-EOF-SW                  PIC X(01) VALUE "N".
000870     88  END-OF-SORTED-FEES              VALUE "Y".
000880
000890 01  WS-INIT-FAILED-SW               PIC X(01) VALUE "N".
000900     88  INITIALIZATION-FAILED           VALUE "Y".
000910
000920*--------------------------------------------------------------*
000930*    TOTALS BY TRANSACTION TYPE (1 SALES, 2 REFUNDS,           *
000940*    3 ADJUSTMENTS) - THE BRANCH FIGURES RESET AT EACH BRANCH  *
000950*    BREAK, THE ALL-BRANCH FIGURES RUN FOR THE WHOLE REPORT.   *
000960*--------------------------------------------------------------*
000970 01  BILL-TYPE-TABLE.
000980     05  BILL-TYPE-ENTRY OCCURS 3 TIMES.
000990         10  BILL-TYPE-LABEL         PIC X(11).
001000         10  BR-TYPE-COUNT           PIC 9(08).
001010         10  BR-TYPE-AMOUNT          PIC 9(12)V99.
001020         10  BR-TYPE-FEE             PIC 9(10)V99.
001030         10  ALL-TYPE-COUNT          PIC 9(08).
001040         10  ALL-TYPE-AMOUNT         PIC 9(12)V99.
001050         10  ALL-TYPE-FEE            PIC 9(10)V99.
001060 01  WS-TYPE-SUB                     PIC 9(01).
001070 01  WS-TYPE-COUNT                   PIC 9(08).
001080 01  WS-TYPE-AMOUNT                  PIC 9(12)V99.
001090 01  WS-TYPE-FEE                     PIC 9(10)V99.
001100
001110 01  WS-HOLD-BRANCH-CD               PIC X(03).
001111*--------------------------------------------------------------*
001112*    THE SORTED RECORD WAITING TO BE BILLED - SAME LAYOUT AS   *
001113*    BILL-SORT-RECORD.                                         *
001114*--------------------------------------------------------------*
001115 01  HOLD-FEE-RECORD.
001116     05  HOLD-FEE-KEY.
001117         10  HOLD-FEE-BRANCH-CD      PIC X(03).
001118         10  HOLD-FEE-DATE           PIC 9(08).
001119         10  HOLD-FEE-PASS           PIC X(01).
001120         10  HOLD-FEE-TYPE-CD        PIC X(01).
001121     05  HOLD-FEE-TRAN-COUNT         PIC 9(08).
001122     05  HOLD-FEE-TRAN-AMOUNT        PIC 9(10)V99.
001123     05  HOLD-FEE-SCHED-SW           PIC X(01).
001124         88  HOLD-FEE-NO-SCHEDULE        VALUE "N".
001125     05  HOLD-FEE-PER-TRAN-AMT       PIC 9(03)V99.
001126     05  HOLD-FEE-RATE-PCT           PIC 9(02)V9(04).
001127     05  HOLD-FEE-FEE-AMOUNT         PIC 9(08)V99.
001128
001130 01  WS-BRANCH-FEE-TOTAL             PIC 9(10)V99 VALUE 0.
001140 01  WS-BRANCH-UNSCHED-COUNT         PIC 9(04) VALUE 0.
001150 01  WS-ALL-FEE-TOTAL                PIC 9(10)V99 VALUE 0.
001160 01  WS-ALL-UNSCHED-COUNT            PIC 9(04) VALUE 0.
001170
001180 01  WS-RECORDS-READ                 PIC 9(08) VALUE 0.
001190 01  WS-RECORDS-SKIPPED              PIC 9(08) VALUE 0.
001200 01  WS-DUPLICATES-DROPPED           PIC 9(08) VALUE 0.
001210 01  WS-BILLS-WRITTEN                PIC 9(04) VALUE 0.
001220
001230 01  WS-PERIOD                       PIC 9(06).
001240 01  WS-PARM-PERIOD                  PIC X(06).
001250
001260 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
001270 01  WS-EDIT-FEE                     PIC ZZ,ZZZ,ZZ9.99.
001280 01  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
001290 01  WS-EDIT-PER-TRAN                PIC ZZ9.99.
001300 01  WS-EDIT-RATE                    PIC Z9.9999.
001310
001320 LINKAGE SECTION.
001330
001340*--------------------------------------------------------------*
001350*    RUN-TIME PARAMETER PASSED FROM THE JCL EXEC PARM= FIELD   *
001360*    - THE BILLING PERIOD, CCYYMM. REQUIRED.                   *
001370*--------------------------------------------------------------*
001380 01  LK-PARM-AREA.
001390     05  LK-PARM-LEN                 PIC S9(04) COMP.
001400     05  LK-PARM-TEXT                PIC X(80).
001410
001420 PROCEDURE DIVISION USING LK-PARM-AREA.
001430
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001460         THRU 1000-INITIALIZE-EXIT.
001470
001480     IF INITIALIZATION-FAILED
001490         STOP RUN
001500     END-IF.
001510
001520     SORT BILL-SORT-FILE
001530         ON ASCENDING KEY BILL-SORT-BRANCH-CD
001540         ON ASCENDING KEY BILL-SORT-DATE
001550         ON ASCENDING KEY BILL-SORT-PASS
001560         ON ASCENDING KEY BILL-SORT-TYPE-CD
001564         WITH DUPLICATES IN ORDER
001570         INPUT PROCEDURE IS 2000-SELECT-PERIOD-FEES
001580             THRU 2000-SELECT-PERIOD-FEES-EXIT
001590         OUTPUT PROCEDURE IS 3000-PRINT-BILLS
001600             THRU 3000-PRINT-BILLS-EXIT.
001610
001620     PERFORM 9000-TERMINATE
001630         THRU 9000-TERMINATE-EXIT.
001640
001650     STOP RUN.
001660
001670 0000-MAINLINE-EXIT.
001680     EXIT.
001690
001700*-----------------------------------------------------------------
001710 1000-INITIALIZE.
001720     IF LK-PARM-LEN NOT = 6
001730         DISPLAY "BranchBill: PARM MUST BE THE PERIOD CCYYMM"
001740         MOVE 16 TO RETURN-CODE
001750         MOVE "Y" TO WS-INIT-FAILED-SW
001760         GO TO 1000-INITIALIZE-EXIT
001770     END-IF.
001780
001790     MOVE LK-PARM-TEXT (1:6) TO WS-PARM-PERIOD.
001800     IF WS-PARM-PERIOD NOT NUMERIC
001810         DISPLAY "BranchBill: NON-NUMERIC PERIOD PARM '"
001820                 WS-PARM-PERIOD "'"
001830         MOVE 16 TO RETURN-CODE
001840         MOVE "Y" TO WS-INIT-FAILED-SW
001850         GO TO 1000-INITIALIZE-EXIT
001860     END-IF.
001870     MOVE WS-PARM-PERIOD TO WS-PERIOD.
001880     IF WS-PERIOD (5:2) < "01" OR WS-PERIOD (5:2) > "12"
001890         DISPLAY "BranchBill: INVALID PERIOD PARM '"
001900                 WS-PARM-PERIOD "'"
001910         MOVE 16 TO RETURN-CODE
001920         MOVE "Y" TO WS-INIT-FAILED-SW
001930         GO TO 1000-INITIALIZE-EXIT
001940     END-IF.
001950
001960     INITIALIZE BILL-TYPE-TABLE.
001970     MOVE "SALES"       TO BILL-TYPE-LABEL (1).
001980     MOVE "REFUNDS"     TO BILL-TYPE-LABEL (2).
001990     MOVE "ADJUSTMENTS" TO BILL-TYPE-LABEL (3).
002000
002010     OPEN INPUT BRANCH-FEE-FILE.
002020     IF FS-BRANCH-FEE-FILE NOT = "00"
002030         DISPLAY "BranchBill: BRFEES OPEN FAILED, ST="
002040                 FS-BRANCH-FEE-FILE
002050         MOVE 16 TO RETURN-CODE
002060         MOVE "Y" TO WS-INIT-FAILED-SW
002070         GO TO 1000-INITIALIZE-EXIT
002080     END-IF.
002090
002100     OPEN OUTPUT BILL-PRINT-FILE.
002110     IF FS-BILL-PRINT-FILE NOT = "00"
002120         DISPLAY "BranchBill: BILLPRT OPEN FAILED, ST="
002130                 FS-BILL-PRINT-FILE
002140         MOVE 16 TO RETURN-CODE
002150         MOVE "Y" TO WS-INIT-FAILED-SW
002160         GO TO 1000-INITIALIZE-EXIT
002170     END-IF.
002180
002190 1000-INITIALIZE-EXIT.
002200     EXIT.
002210
002220*****************************************************************
002230*  2000-SELECT-PERIOD-FEES                                       *
002240*  SORT INPUT PROCEDURE - RELEASES ONE SORT RECORD PER FEE LOG  *
002250*  RECORD POSTED INTO THE BILLING PERIOD. RECORDS OF ANY OTHER  *
002260*  PERIOD (OR WITH A DAMAGED PERIOD) ARE COUNTED AND SKIPPED.   *
002270*****************************************************************
002280 2000-SELECT-PERIOD-FEES.
002290     PERFORM UNTIL END-OF-FEE-LOG
002300         READ BRANCH-FEE-FILE
002310             AT END
002320                 MOVE "Y" TO WS-FEE-EOF-SW
002330             NOT AT END
002340                 ADD 1 TO WS-RECORDS-READ
002350                 PERFORM 2100-RELEASE-ONE-FEE
002360                     THRU 2100-RELEASE-ONE-FEE-EXIT
002370         END-READ
002380     END-PERFORM.
002390
002400 2000-SELECT-PERIOD-FEES-EXIT.
002410     EXIT.
002420
002430*-----------------------------------------------------------------
002440 2100-RELEASE-ONE-FEE.
002450     IF BFEE-GL-PERIOD NOT NUMERIC
002460         OR BFEE-GL-PERIOD NOT = WS-PERIOD
002470         ADD 1 TO WS-RECORDS-SKIPPED
002480         GO TO 2100-RELEASE-ONE-FEE-EXIT
002490     END-IF.
002500
002510     MOVE BFEE-BRANCH-CD        TO BILL-SORT-BRANCH-CD.
002520     MOVE BFEE-BUSINESS-DATE    TO BILL-SORT-DATE.
002530     MOVE BFEE-POST-PASS        TO BILL-SORT-PASS.
002540     MOVE BFEE-TRAN-TYPE-CD     TO BILL-SORT-TYPE-CD.
002550     MOVE BFEE-TRAN-COUNT       TO BILL-SORT-TRAN-COUNT.
002560     MOVE BFEE-TRAN-AMOUNT      TO BILL-SORT-TRAN-AMOUNT.
002570     MOVE BFEE-SCHED-SW         TO BILL-SORT-SCHED-SW.
002580     MOVE BFEE-PER-TRAN-AMT     TO BILL-SORT-PER-TRAN-AMT.
002590     MOVE BFEE-RATE-PCT         TO BILL-SORT-RATE-PCT.
002600     MOVE BFEE-FEE-AMOUNT       TO BILL-SORT-FEE-AMOUNT.
002610     RELEASE BILL-SORT-RECORD.
002620
002630 2100-RELEASE-ONE-FEE-EXIT.
002640     EXIT.
002650
002660*****************************************************************
002670*  3000-PRINT-BILLS                                              *
002680*  SORT OUTPUT PROCEDURE - CONTROL BREAK ON BRANCH. OPENS A     *
002690*  BILL AT EACH NEW BRANCH, PRINTS ONE LINE PER DAY, PASS AND   *
002700*  TYPE, AND CLOSES THE BILL WITH THE MONTH'S TOTALS BY TYPE    *
002710*  AND THE TOTAL DUE. THE REPORT CLOSES WITH THE ALL-BRANCH     *
002720*  TOTALS. EACH KEY'S RECORD IS HELD UNTIL THE KEY CHANGES -    *
002722*  A LATER RECORD FOR THE SAME DAY, PASS, BRANCH AND TYPE (A    *
002724*  RERUN OF THE PASS) REPLACES THE HELD ONE, SO THE LAST ONE    *
002726*  LOGGED IS BILLED AND THE EARLIER ARE COUNTED AS DROPPED.     *
002730*****************************************************************
002740 3000-PRINT-BILLS.
002750     RETURN BILL-SORT-FILE
002760         AT END MOVE "Y" TO WS-SORT-EOF-SW
002770     END-RETURN.
002780
002790     IF END-OF-SORTED-FEES
002800         MOVE SPACES TO BILL-PRINT-RECORD
002810         STRING "NO BRANCH FEES POSTED IN PERIOD "
002820                    DELIMITED BY SIZE
002830                WS-PERIOD DELIMITED BY SIZE
002840             INTO BILL-PRINT-RECORD
002850         WRITE BILL-PRINT-RECORD
002860         GO TO 3000-PRINT-BILLS-EXIT
002870     END-IF.
002880
002890     PERFORM 3100-START-BILL
002900         THRU 3100-START-BILL-EXIT.
002904     MOVE BILL-SORT-RECORD TO HOLD-FEE-RECORD.
002910
002920     PERFORM UNTIL END-OF-SORTED-FEES
002925         RETURN BILL-SORT-FILE
002930             AT END MOVE "Y" TO WS-SORT-EOF-SW
002935         END-RETURN
002940         IF NOT END-OF-SORTED-FEES
002945             AND BILL-SORT-KEY = HOLD-FEE-KEY
002950             ADD 1 TO WS-DUPLICATES-DROPPED
002955             MOVE BILL-SORT-RECORD TO HOLD-FEE-RECORD
002960         ELSE
002965             PERFORM 3200-WRITE-FEE-LINE
002970                 THRU 3200-WRITE-FEE-LINE-EXIT
002975             IF NOT END-OF-SORTED-FEES
002980                 IF BILL-SORT-BRANCH-CD NOT = WS-HOLD-BRANCH-CD
002985                     PERFORM 3300-FINISH-BILL
002990                         THRU 3300-FINISH-BILL-EXIT
002995                     PERFORM 3100-START-BILL
003000                         THRU 3100-START-BILL-EXIT
003005                 END-IF
003010                 MOVE BILL-SORT-RECORD TO HOLD-FEE-RECORD
003015             END-IF
003020         END-IF
003040     END-PERFORM.
003050
003060     PERFORM 3300-FINISH-BILL
003070         THRU 3300-FINISH-BILL-EXIT.
003080
003090     PERFORM 3400-WRITE-GRAND-TOTALS
003100         THRU 3400-WRITE-GRAND-TOTALS-EXIT.
003110
003120 3000-PRINT-BILLS-EXIT.
003130     EXIT.
003140
003150*-----------------------------------------------------------------
003160*  3100-START-BILL
003170*  OPENS THE BILL FOR THE BRANCH NOW CURRENT IN THE SORT OUTPUT
003180*  - HEADING, BRANCH LINE AND COLUMN HEADINGS - AND RESETS THE
003190*  BRANCH ACCUMULATORS.
003200*-----------------------------------------------------------------
003210 3100-START-BILL.
003220     MOVE BILL-SORT-BRANCH-CD TO WS-HOLD-BRANCH-CD.
003230     MOVE 0 TO WS-BRANCH-FEE-TOTAL.
003240     MOVE 0 TO WS-BRANCH-UNSCHED-COUNT.
003250     PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
003260             UNTIL WS-TYPE-SUB > 3
003270         MOVE 0 TO BR-TYPE-COUNT (WS-TYPE-SUB)
003280         MOVE 0 TO BR-TYPE-AMOUNT (WS-TYPE-SUB)
003290         MOVE 0 TO BR-TYPE-FEE (WS-TYPE-SUB)
003300     END-PERFORM.
003310
003320     MOVE SPACES TO BILL-PRINT-RECORD.
003330     STRING "BRANCH PROCESSING FEE BILL - PERIOD "
003331                DELIMITED BY SIZE
003340            WS-PERIOD DELIMITED BY SIZE
003350         INTO BILL-PRINT-RECORD.
003360     WRITE BILL-PRINT-RECORD.
003370
003380     MOVE SPACES TO BILL-PRINT-RECORD.
003390     STRING "BRANCH " DELIMITED BY SIZE
003400            WS-HOLD-BRANCH-CD DELIMITED BY SIZE
003410         INTO BILL-PRINT-RECORD.
003420     WRITE BILL-PRINT-RECORD.
003430
003440     MOVE SPACES TO BILL-PRINT-RECORD.
003450     WRITE BILL-PRINT-RECORD.
003460
003470     MOVE "DATE     PASS TYPE" TO BILL-PRINT-RECORD.
003480     MOVE "TRANS"      TO BILL-PRINT-RECORD (28:5).
003490     MOVE "AMOUNT"     TO BILL-PRINT-RECORD (42:6).
003500     MOVE "PER-TX"     TO BILL-PRINT-RECORD (50:6).
003510     MOVE "RATE %"     TO BILL-PRINT-RECORD (58:6).
003520     MOVE "FEE"        TO BILL-PRINT-RECORD (75:3).
003530     WRITE BILL-PRINT-RECORD.
003540
003550 3100-START-BILL-EXIT.
003560     EXIT.
003570
003580*-----------------------------------------------------------------
003590*  3200-WRITE-FEE-LINE
003600*  ONE DAY, PASS AND TYPE OF THE BRANCH'S BILL, FROM THE HELD
003610*  RECORD - THE LAST ONE LOGGED FOR THE KEY (SEE 3000). A LINE
003620*  THAT HAD NO FEE IN FORCE IS FLAGGED.
003630*-----------------------------------------------------------------
003640 3200-WRITE-FEE-LINE.
003710     EVALUATE HOLD-FEE-TYPE-CD
003720         WHEN "S"
003730             MOVE 1 TO WS-TYPE-SUB
003740         WHEN "R"
003750             MOVE 2 TO WS-TYPE-SUB
003760         WHEN OTHER
003770             MOVE 3 TO WS-TYPE-SUB
003780     END-EVALUATE.
003790
003800     ADD HOLD-FEE-TRAN-COUNT   TO BR-TYPE-COUNT (WS-TYPE-SUB).
003810     ADD HOLD-FEE-TRAN-AMOUNT  TO BR-TYPE-AMOUNT (WS-TYPE-SUB).
003820     ADD HOLD-FEE-FEE-AMOUNT   TO BR-TYPE-FEE (WS-TYPE-SUB).
003830     ADD HOLD-FEE-TRAN-COUNT   TO ALL-TYPE-COUNT (WS-TYPE-SUB).
003840     ADD HOLD-FEE-TRAN-AMOUNT  TO ALL-TYPE-AMOUNT (WS-TYPE-SUB).
003850     ADD HOLD-FEE-FEE-AMOUNT   TO ALL-TYPE-FEE (WS-TYPE-SUB).
003860     ADD HOLD-FEE-FEE-AMOUNT   TO WS-BRANCH-FEE-TOTAL.
003870     ADD HOLD-FEE-FEE-AMOUNT   TO WS-ALL-FEE-TOTAL.
003880
003890     MOVE HOLD-FEE-TRAN-COUNT   TO WS-EDIT-COUNT.
003900     MOVE HOLD-FEE-TRAN-AMOUNT  TO WS-EDIT-AMOUNT.
003910     MOVE HOLD-FEE-PER-TRAN-AMT TO WS-EDIT-PER-TRAN.
003920     MOVE HOLD-FEE-RATE-PCT     TO WS-EDIT-RATE.
003930     MOVE HOLD-FEE-FEE-AMOUNT   TO WS-EDIT-FEE.
003940     MOVE SPACES TO BILL-PRINT-RECORD.
003950     STRING HOLD-FEE-DATE DELIMITED BY SIZE
003960            "  " DELIMITED BY SIZE
003970            HOLD-FEE-PASS DELIMITED BY SIZE
003980            "  " DELIMITED BY SIZE
003990            BILL-TYPE-LABEL (WS-TYPE-SUB) DELIMITED BY SIZE
004000            " " DELIMITED BY SIZE
004010            WS-EDIT-COUNT DELIMITED BY SIZE
004020            " " DELIMITED BY SIZE
004030            WS-EDIT-AMOUNT DELIMITED BY SIZE
004040         INTO BILL-PRINT-RECORD.
004050     IF HOLD-FEE-NO-SCHEDULE
004060         MOVE "NO FEE IN FORCE" TO BILL-PRINT-RECORD (50:15)
004070         ADD 1 TO WS-BRANCH-UNSCHED-COUNT
004080         ADD 1 TO WS-ALL-UNSCHED-COUNT
004090     ELSE
004100         MOVE WS-EDIT-PER-TRAN TO BILL-PRINT-RECORD (50:6)
004110         MOVE WS-EDIT-RATE     TO BILL-PRINT-RECORD (57:7)
004120     END-IF.
004130     MOVE WS-EDIT-FEE TO BILL-PRINT-RECORD (65:13).
004140     WRITE BILL-PRINT-RECORD.
004150
004160 3200-WRITE-FEE-LINE-EXIT.
004170     EXIT.
004180
004190*-----------------------------------------------------------------
004200*  3300-FINISH-BILL
004210*  CLOSES THE BILL JUST ACCUMULATED - THE MONTH'S VOLUMES AND
004220*  FEES BY TYPE, THE TOTAL DUE, AND A WARNING WHEN ANY LINE HAD
004230*  NO FEE IN FORCE.
004240*-----------------------------------------------------------------
004250 3300-FINISH-BILL.
004260     MOVE SPACES TO BILL-PRINT-RECORD.
004270     WRITE BILL-PRINT-RECORD.
004280     MOVE "MONTH TOTALS BY TYPE" TO BILL-PRINT-RECORD.
004290     WRITE BILL-PRINT-RECORD.
004300     PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
004310             UNTIL WS-TYPE-SUB > 3
004320         MOVE BR-TYPE-COUNT (WS-TYPE-SUB)  TO WS-TYPE-COUNT
004330         MOVE BR-TYPE-AMOUNT (WS-TYPE-SUB) TO WS-TYPE-AMOUNT
004340         MOVE BR-TYPE-FEE (WS-TYPE-SUB)    TO WS-TYPE-FEE
004350         PERFORM 3500-WRITE-TYPE-LINE
004360             THRU 3500-WRITE-TYPE-LINE-EXIT
004370     END-PERFORM.
004380
004390     MOVE WS-BRANCH-FEE-TOTAL TO WS-EDIT-FEE.
004400     MOVE SPACES TO BILL-PRINT-RECORD.
004410     STRING "TOTAL DUE FROM BRANCH " DELIMITED BY SIZE
004420            WS-HOLD-BRANCH-CD DELIMITED BY SIZE
004430         INTO BILL-PRINT-RECORD.
004440     MOVE WS-EDIT-FEE TO BILL-PRINT-RECORD (65:13).
004450     WRITE BILL-PRINT-RECORD.
004460
004470     IF WS-BRANCH-UNSCHED-COUNT > 0
004480         MOVE SPACES TO BILL-PRINT-RECORD
004490         STRING "** " DELIMITED BY SIZE
004500                WS-BRANCH-UNSCHED-COUNT DELIMITED BY SIZE
004510                " LINE(S) HAD NO FEE IN FORCE AND ARE NOT BILLED"
004520                    DELIMITED BY SIZE
004530             INTO BILL-PRINT-RECORD
004540         WRITE BILL-PRINT-RECORD
004550     END-IF.
004560
004570     MOVE ALL "=" TO BILL-PRINT-RECORD.
004580     WRITE BILL-PRINT-RECORD.
004590
004600     ADD 1 TO WS-BILLS-WRITTEN.
004610
004620 3300-FINISH-BILL-EXIT.
004630     EXIT.
004640
004650*-----------------------------------------------------------------
004660*  3400-WRITE-GRAND-TOTALS
004670*  THE ALL-BRANCH VOLUMES AND FEES BY TYPE AND THE TOTAL FEE
004680*  BILLED - WHAT THE PERIOD POSTED ON THE GL BRANCH FEE RULE.
004690*-----------------------------------------------------------------
004700 3400-WRITE-GRAND-TOTALS.
004710     MOVE SPACES TO BILL-PRINT-RECORD.
004720     STRING "ALL BRANCHES - PERIOD " DELIMITED BY SIZE
004730            WS-PERIOD DELIMITED BY SIZE
004740         INTO BILL-PRINT-RECORD.
004750     WRITE BILL-PRINT-RECORD.
004760     PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
004770             UNTIL WS-TYPE-SUB > 3
004780         MOVE ALL-TYPE-COUNT (WS-TYPE-SUB)  TO WS-TYPE-COUNT
004790         MOVE ALL-TYPE-AMOUNT (WS-TYPE-SUB) TO WS-TYPE-AMOUNT
004800         MOVE ALL-TYPE-FEE (WS-TYPE-SUB)    TO WS-TYPE-FEE
004810         PERFORM 3500-WRITE-TYPE-LINE
004820             THRU 3500-WRITE-TYPE-LINE-EXIT
004830     END-PERFORM.
004840
004850     MOVE WS-ALL-FEE-TOTAL TO WS-EDIT-FEE.
004860     MOVE "TOTAL BRANCH FEES BILLED" TO BILL-PRINT-RECORD.
004870     MOVE WS-EDIT-FEE TO BILL-PRINT-RECORD (65:13).
004880     WRITE BILL-PRINT-RECORD.
004890
004900 3400-WRITE-GRAND-TOTALS-EXIT.
004910     EXIT.
004920
004930*-----------------------------------------------------------------
004940 3500-WRITE-TYPE-LINE.
004950     MOVE WS-TYPE-COUNT  TO WS-EDIT-COUNT.
004960     MOVE WS-TYPE-AMOUNT TO WS-EDIT-AMOUNT.
004970     MOVE WS-TYPE-FEE    TO WS-EDIT-FEE.
004980     MOVE SPACES TO BILL-PRINT-RECORD.
004990     STRING "             " DELIMITED BY SIZE
005000            BILL-TYPE-LABEL (WS-TYPE-SUB) DELIMITED BY SIZE
005010            " " DELIMITED BY SIZE
005020            WS-EDIT-COUNT DELIMITED BY SIZE
005030            " " DELIMITED BY SIZE
005040            WS-EDIT-AMOUNT DELIMITED BY SIZE
005050         INTO BILL-PRINT-RECORD.
005060     MOVE WS-EDIT-FEE TO BILL-PRINT-RECORD (65:13).
005070     WRITE BILL-PRINT-RECORD.
005080
005090 3500-WRITE-TYPE-LINE-EXIT.
005100     EXIT.
005110
005120*-----------------------------------------------------------------
005130 9000-TERMINATE.
005140     CLOSE BRANCH-FEE-FILE.
005150     CLOSE BILL-PRINT-FILE.
005160
005170     IF WS-ALL-UNSCHED-COUNT > 0
005180         DISPLAY "BranchBill: " WS-ALL-UNSCHED-COUNT
005190                 " LINE(S) HAD NO FEE IN FORCE - REVIEW BEFORE"
005200                 " THE BILLS ARE SENT"
005210         MOVE 4 TO RETURN-CODE
005220     END-IF.
005230
005240     DISPLAY "BranchBill: RECORDS READ=" WS-RECORDS-READ
005250             " OTHER PERIODS=" WS-RECORDS-SKIPPED
005260             " DUPLICATES DROPPED=" WS-DUPLICATES-DROPPED
005270             " BILLS=" WS-BILLS-WRITTEN.
005280
005290 9000-TERMINATE-EXIT.
005300     EXIT.
