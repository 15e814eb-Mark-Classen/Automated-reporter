000100 IDENTIFICATION DIVISION.
000110     PROGRAM-ID. DispAge.
000120     AUTHOR. M. CLASSEN.
000130     INSTALLATION. DATA PROCESSING - BATCH REPORTING.
000140     DATE-WRITTEN. 2026-10-15.
000150     DATE-COMPILED.
000160*****************************************************************
000170*  DispAge
000180*  WEEKLY OPEN DISPUTE CASE AGING. READS THE DISPUTE CASE FILE
000190*  (PROD.DLYRPT.DISPUTES, SEE DISPREC) WRITTEN BY DispMaint,
000200*  SORTS THE OPEN CASES BY BRANCH AND OPEN DATE, AND PRINTS
000210*  EVERY ONE WITH ITS AGE IN DAYS SINCE IT WAS OPENED, THE CASE
000220*  WORKER AND REASON, AND ITS PROVISIONAL CREDIT. EACH BRANCH
000230*  CLOSES WITH ITS CASES AND CREDIT IN 30-DAY BANDS (SAME BANDS
000240*  AS THE GlMonthEnd SUSPENSE AGING); THE REPORT CLOSES WITH THE
000250*  SAME BANDS FOR ALL BRANCHES AND THE TOTAL PROVISIONAL CREDIT
000260*  OUTSTANDING, WHICH IS WHAT THE GL DISPUTE RULE'S ACCOUNTS
000270*  SHOULD CARRY ("P" ON GLRULES).
000280*  PARM= OPTIONALLY SUPPLIES THE AS-OF DATE (CCYYMMDD) CASES
000290*  ARE AGED TO; WITHOUT IT THEY ARE AGED TO TODAY. A CASE
000300*  OPENED AFTER THE AS-OF DATE IS ONLY COUNTED. A DAMAGED OPEN
000310*  DATE CANNOT BE AGED AND GOES TO THE OLDEST BAND.
000320*-----------------------------------------------------------------
000330*  MODIFICATION HISTORY
000340*  DATE       INIT  DESCRIPTION
000350*  2026-10-15 MHC   ORIGINAL.
000360*****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410
000420     SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS DISP-TRAN-ID
000460         FILE STATUS IS FS-DISPUTE-FILE.
000470
000480     SELECT AGING-REPORT-FILE ASSIGN TO "DSPRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-AGING-REPORT-FILE.
000510
000520     SELECT AGE-SORT-FILE ASSIGN TO "SORTWK".
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560
000570 FD  DISPUTE-FILE.
000580     COPY DISPREC.
000590
000600 FD  AGING-REPORT-FILE.
000610 01  AGING-REPORT-RECORD             PIC X(100).
000620
000630 SD  AGE-SORT-FILE.
000640 01  AGE-SORT-RECORD.
000650     05  AGE-SORT-BRANCH-CD          PIC X(03).
000660     05  AGE-SORT-OPEN-DATE          PIC X(08).
000670     05  AGE-SORT-TRAN-ID            PIC X(08).
000680     05  AGE-SORT-CUST-ID            PIC X(06).
000690     05  AGE-SORT-SALE-DATE          PIC 9(08).
000700     05  AGE-SORT-AMOUNT             PIC 9(05)V99.
000710     05  AGE-SORT-REASON-CD          PIC X(02).
000720     05  AGE-SORT-ASSIGNED-TO        PIC X(08).
000730
000740 WORKING-STORAGE SECTION.
000750
000760 01  FS-DISPUTE-FILE                 PIC X(02) VALUE "00".
000770 01  FS-AGING-REPORT-FILE            PIC X(02) VALUE "00".
000780
000790 01  WS-DISP-EOF-SW                  PIC X(01) VALUE "N".
000800     88  END-OF-DISPUTE-FILE             VALUE "Y".
000810 01  WS-SORT-EOF-SW                  PIC X(01) VALUE "N".
000820     88  END-OF-SORTED-CASES             VALUE "Y".
000830
000840 01  WS-INIT-FAILED-SW               PIC X(01) VALUE "N".
000850     88  INITIALIZATION-FAILED           VALUE "Y".
000860
000870 01  WS-DISP-AVAIL-SW                PIC X(01) VALUE "N".
000880     88  DISPUTE-FILE-AVAILABLE          VALUE "Y".
000890
000900*--------------------------------------------------------------*
000910*    AS-OF DATE AND THE AGE OF THE CASE BEING PRINTED.         *
000920*--------------------------------------------------------------*
000930 01  WS-AS-OF-DATE                   PIC 9(08).
000940 01  WS-AS-OF-DAY-NO                 PIC 9(08).
000950 01  WS-PARM-DATE                    PIC X(08).
000960 01  WS-OPEN-DATE                    PIC X(08).
000970 01  WS-OPEN-DATE-N REDEFINES WS-OPEN-DATE
000980                                     PIC 9(08).
000990 01  WS-CASE-AGE-DAYS                PIC S9(08).
001000 01  WS-AGE-BAND                     PIC 9(01).
001010
001020*--------------------------------------------------------------*
001030*    AGING BANDS - ONE PER 30 DAYS, THE FOURTH TAKING          *
001040*    EVERYTHING OVER 90 (AND ANY CASE WHOSE OPEN DATE IS       *
001050*    DAMAGED). BRANCH FIGURES RESET AT EACH BRANCH BREAK.      *
001060*--------------------------------------------------------------*
001070 01  AGE-BAND-TABLE.
001080     05  AGE-BAND-ENTRY OCCURS 4 TIMES.
001090         10  AGE-BAND-LABEL          PIC X(12).
001100         10  BR-BAND-COUNT           PIC 9(06).
001110         10  BR-BAND-AMOUNT          PIC 9(10)V99.
001120         10  ALL-BAND-COUNT          PIC 9(06).
001130         10  ALL-BAND-AMOUNT         PIC 9(10)V99.
001140 01  WS-BAND-SUB                     PIC 9(01).
001150 01  WS-BAND-COUNT                   PIC 9(06).
001160 01  WS-BAND-AMOUNT                  PIC 9(10)V99.
001170
001180 01  WS-HOLD-BRANCH-CD               PIC X(03).
001190 01  WS-BRANCH-CASE-COUNT            PIC 9(06) VALUE 0.
001200 01  WS-BRANCH-CREDIT-TOTAL          PIC 9(10)V99 VALUE 0.
001210 01  WS-ALL-CASE-COUNT               PIC 9(06) VALUE 0.
001220 01  WS-ALL-CREDIT-TOTAL             PIC 9(10)V99 VALUE 0.
001230
001240 01  WS-CASES-READ                   PIC 9(08) VALUE 0.
001250 01  WS-CASES-CLOSED                 PIC 9(08) VALUE 0.
001260 01  WS-CASES-AFTER-AS-OF            PIC 9(08) VALUE 0.
001270 01  WS-BRANCH-COUNT                 PIC 9(04) VALUE 0.
001280
001290 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
001300 01  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
001310 01  WS-EDIT-DAYS                    PIC ZZZZ9.
001320
001330 LINKAGE SECTION.
001340
001350*--------------------------------------------------------------*
001360*    RUN-TIME PARAMETER PASSED FROM THE JCL EXEC PARM= FIELD   *
001370*    - THE AS-OF DATE, CCYYMMDD. OPTIONAL (DEFAULT TODAY).     *
001380*--------------------------------------------------------------*
001390 01  LK-PARM-AREA.
001400     05  LK-PARM-LEN                 PIC S9(04) COMP.
001410     05  LK-PARM-TEXT                PIC X(80).
001420
001430 PROCEDURE DIVISION USING LK-PARM-AREA.
001440
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE
001470         THRU 1000-INITIALIZE-EXIT.
001480
001490     IF INITIALIZATION-FAILED
001500         STOP RUN
001510     END-IF.
001520
001530     SORT AGE-SORT-FILE
001540         ON ASCENDING KEY AGE-SORT-BRANCH-CD
001550         ON ASCENDING KEY AGE-SORT-OPEN-DATE
001560         ON ASCENDING KEY AGE-SORT-TRAN-ID
001570         INPUT PROCEDURE IS 2000-SELECT-OPEN-CASES
001580             THRU 2000-SELECT-OPEN-CASES-EXIT
001590         OUTPUT PROCEDURE IS 3000-PRINT-AGING
001600             THRU 3000-PRINT-AGING-EXIT.
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
001720     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
001730     IF LK-PARM-LEN > 0
001740         IF LK-PARM-LEN NOT = 8
001750             DISPLAY "DispAge: PARM MUST BE THE AS-OF DATE"
001760                     " CCYYMMDD"
001770             MOVE 16 TO RETURN-CODE
001780             MOVE "Y" TO WS-INIT-FAILED-SW
001790             GO TO 1000-INITIALIZE-EXIT
001800         END-IF
001810         MOVE LK-PARM-TEXT (1:8) TO WS-PARM-DATE
001820         IF WS-PARM-DATE NOT NUMERIC
001830             DISPLAY "DispAge: NON-NUMERIC AS-OF DATE PARM '"
001840                     WS-PARM-DATE "'"
001850             MOVE 16 TO RETURN-CODE
001860             MOVE "Y" TO WS-INIT-FAILED-SW
001870             GO TO 1000-INITIALIZE-EXIT
001880         END-IF
001890         MOVE WS-PARM-DATE TO WS-AS-OF-DATE
001900     END-IF.
001910
001920     IF FUNCTION TEST-DATE-YYYYMMDD (WS-AS-OF-DATE) NOT = 0
001930         DISPLAY "DispAge: INVALID AS-OF DATE " WS-AS-OF-DATE
001940         MOVE 16 TO RETURN-CODE
001950         MOVE "Y" TO WS-INIT-FAILED-SW
001960         GO TO 1000-INITIALIZE-EXIT
001970     END-IF.
001980     COMPUTE WS-AS-OF-DAY-NO =
001990         FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).
002000
002010     INITIALIZE AGE-BAND-TABLE.
002020     MOVE "0-30 DAYS"    TO AGE-BAND-LABEL (1).
002030     MOVE "31-60 DAYS"   TO AGE-BAND-LABEL (2).
002040     MOVE "61-90 DAYS"   TO AGE-BAND-LABEL (3).
002050     MOVE "OVER 90 DAYS" TO AGE-BAND-LABEL (4).
002060
002070*    NO CASE FILE YET MEANS NO DISPUTE HAS EVER BEEN OPENED.
002080     OPEN INPUT DISPUTE-FILE.
002090     IF FS-DISPUTE-FILE = "00"
002100         MOVE "Y" TO WS-DISP-AVAIL-SW
002110     ELSE
002120         IF FS-DISPUTE-FILE = "35"
002130             DISPLAY "DispAge: NO DISPUTES FILE - NO CASES TO AGE"
002140         ELSE
002150             DISPLAY "DispAge: DISPUTES OPEN FAILED, ST="
002160                     FS-DISPUTE-FILE
002170             MOVE 16 TO RETURN-CODE
002180             MOVE "Y" TO WS-INIT-FAILED-SW
002190             GO TO 1000-INITIALIZE-EXIT
002200         END-IF
002210     END-IF.
002220
002230     OPEN OUTPUT AGING-REPORT-FILE.
002240     IF FS-AGING-REPORT-FILE NOT = "00"
002250         DISPLAY "DispAge: DSPRPT OPEN FAILED, ST="
002260                 FS-AGING-REPORT-FILE
002270         MOVE 16 TO RETURN-CODE
002280         MOVE "Y" TO WS-INIT-FAILED-SW
002290         GO TO 1000-INITIALIZE-EXIT
002300     END-IF.
002310
002320     MOVE SPACES TO AGING-REPORT-RECORD.
002330     STRING "OPEN DISPUTE CASE AGING BY BRANCH - AS OF "
002340                DELIMITED BY SIZE
002350            WS-AS-OF-DATE DELIMITED BY SIZE
002360         INTO AGING-REPORT-RECORD.
002370     WRITE AGING-REPORT-RECORD.
002380     MOVE ALL "=" TO AGING-REPORT-RECORD.
002390     WRITE AGING-REPORT-RECORD.
002400
002410 1000-INITIALIZE-EXIT.
002420     EXIT.
002430
002440*****************************************************************
002450*  2000-SELECT-OPEN-CASES                                        *
002460*  SORT INPUT PROCEDURE - RELEASES ONE SORT RECORD PER OPEN     *
002470*  CASE. CLOSED CASES ARE COUNTED AND SKIPPED.                  *
002480*****************************************************************
002490 2000-SELECT-OPEN-CASES.
002500     IF NOT DISPUTE-FILE-AVAILABLE
002510         GO TO 2000-SELECT-OPEN-CASES-EXIT
002520     END-IF.
002530
002540     PERFORM UNTIL END-OF-DISPUTE-FILE
002550         READ DISPUTE-FILE
002560             AT END
002570                 MOVE "Y" TO WS-DISP-EOF-SW
002580             NOT AT END
002590                 ADD 1 TO WS-CASES-READ
002600                 PERFORM 2100-RELEASE-ONE-CASE
002610                     THRU 2100-RELEASE-ONE-CASE-EXIT
002620         END-READ
002630     END-PERFORM.
002640
002650 2000-SELECT-OPEN-CASES-EXIT.
002660     EXIT.
002670
002680*-----------------------------------------------------------------
002690 2100-RELEASE-ONE-CASE.
002700     IF NOT DISP-IS-OPEN
002710         ADD 1 TO WS-CASES-CLOSED
002720         GO TO 2100-RELEASE-ONE-CASE-EXIT
002730     END-IF.
002740
002750     MOVE DISP-BRANCH-CD        TO AGE-SORT-BRANCH-CD.
002760     MOVE DISP-OPEN-DATE        TO AGE-SORT-OPEN-DATE.
002770     MOVE DISP-TRAN-ID          TO AGE-SORT-TRAN-ID.
002780     MOVE DISP-CUST-ID          TO AGE-SORT-CUST-ID.
002790     MOVE DISP-SALE-DATE        TO AGE-SORT-SALE-DATE.
002800     MOVE DISP-AMOUNT           TO AGE-SORT-AMOUNT.
002810     MOVE DISP-REASON-CD        TO AGE-SORT-REASON-CD.
002820     MOVE DISP-ASSIGNED-TO      TO AGE-SORT-ASSIGNED-TO.
002830     RELEASE AGE-SORT-RECORD.
002840
002850 2100-RELEASE-ONE-CASE-EXIT.
002860     EXIT.
002870
002880*****************************************************************
002890*  3000-PRINT-AGING                                              *
002900*  SORT OUTPUT PROCEDURE - CONTROL BREAK ON BRANCH. EACH OPEN   *
002910*  CASE PRINTS ONE LINE; EACH BRANCH CLOSES WITH ITS BANDS AND  *
002920*  TOTAL, AND THE REPORT WITH THE ALL-BRANCH BANDS AND TOTAL.   *
002930*****************************************************************
002940 3000-PRINT-AGING.
002950     RETURN AGE-SORT-FILE
002960         AT END MOVE "Y" TO WS-SORT-EOF-SW
002970     END-RETURN.
002980
002990     IF END-OF-SORTED-CASES
003000         MOVE "NO OPEN DISPUTE CASES" TO AGING-REPORT-RECORD
003010         WRITE AGING-REPORT-RECORD
003020         GO TO 3000-PRINT-AGING-EXIT
003030     END-IF.
003040
003050     PERFORM 3100-START-BRANCH
003060         THRU 3100-START-BRANCH-EXIT.
003070
003080     PERFORM UNTIL END-OF-SORTED-CASES
003090         IF AGE-SORT-BRANCH-CD NOT = WS-HOLD-BRANCH-CD
003100             PERFORM 3300-FINISH-BRANCH
003110                 THRU 3300-FINISH-BRANCH-EXIT
003120             PERFORM 3100-START-BRANCH
003130                 THRU 3100-START-BRANCH-EXIT
003140         END-IF
003150         PERFORM 3200-WRITE-CASE-LINE
003160             THRU 3200-WRITE-CASE-LINE-EXIT
003170         RETURN AGE-SORT-FILE
003180             AT END MOVE "Y" TO WS-SORT-EOF-SW
003190         END-RETURN
003200     END-PERFORM.
003210
003220     PERFORM 3300-FINISH-BRANCH
003230         THRU 3300-FINISH-BRANCH-EXIT.
003240
003250     PERFORM 3400-WRITE-GRAND-TOTALS
003260         THRU 3400-WRITE-GRAND-TOTALS-EXIT.
003270
003280 3000-PRINT-AGING-EXIT.
003290     EXIT.
003300
003310*-----------------------------------------------------------------
003320 3100-START-BRANCH.
003330     MOVE AGE-SORT-BRANCH-CD TO WS-HOLD-BRANCH-CD.
003340     MOVE 0 TO WS-BRANCH-CASE-COUNT.
003350     MOVE 0 TO WS-BRANCH-CREDIT-TOTAL.
003360     PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
003370             UNTIL WS-BAND-SUB > 4
003380         MOVE 0 TO BR-BAND-COUNT (WS-BAND-SUB)
003390         MOVE 0 TO BR-BAND-AMOUNT (WS-BAND-SUB)
003400     END-PERFORM.
003410     ADD 1 TO WS-BRANCH-COUNT.
003420
003430     MOVE SPACES TO AGING-REPORT-RECORD.
003440     WRITE AGING-REPORT-RECORD.
003450     MOVE SPACES TO AGING-REPORT-RECORD.
003460     STRING "BRANCH " DELIMITED BY SIZE
003470            WS-HOLD-BRANCH-CD DELIMITED BY SIZE
003480         INTO AGING-REPORT-RECORD.
003490     WRITE AGING-REPORT-RECORD.
003500     MOVE "TRAN-ID  CUST-ID SALE DAY OPENED    DAYS RSN WORKER  "
003510         TO AGING-REPORT-RECORD.
003520     MOVE "PROVISIONAL CREDIT" TO AGING-REPORT-RECORD (60:18).
003530     WRITE AGING-REPORT-RECORD.
003540
003550 3100-START-BRANCH-EXIT.
003560     EXIT.
003570
003580*-----------------------------------------------------------------
003590*  3200-WRITE-CASE-LINE
003600*  AGES THE CURRENT CASE FROM ITS OPEN DATE TO THE AS-OF DATE,
003610*  ADDS IT TO ITS BAND FOR THE BRANCH AND THE REPORT, AND
003620*  PRINTS IT. A CASE OPENED AFTER THE AS-OF DATE IS ONLY COUNTED.
003630*-----------------------------------------------------------------
003640 3200-WRITE-CASE-LINE.
003650     MOVE AGE-SORT-OPEN-DATE TO WS-OPEN-DATE.
003660     IF WS-OPEN-DATE NUMERIC
003670         IF WS-OPEN-DATE-N > WS-AS-OF-DATE
003680             ADD 1 TO WS-CASES-AFTER-AS-OF
003690             GO TO 3200-WRITE-CASE-LINE-EXIT
003700         END-IF
003710         COMPUTE WS-CASE-AGE-DAYS = WS-AS-OF-DAY-NO
003720             - FUNCTION INTEGER-OF-DATE (WS-OPEN-DATE-N)
003730     ELSE
003740         MOVE 99999 TO WS-CASE-AGE-DAYS
003750     END-IF.
003760
003770     EVALUATE TRUE
003780         WHEN WS-CASE-AGE-DAYS <= 30
003790             MOVE 1 TO WS-AGE-BAND
003800         WHEN WS-CASE-AGE-DAYS <= 60
003810             MOVE 2 TO WS-AGE-BAND
003820         WHEN WS-CASE-AGE-DAYS <= 90
003830             MOVE 3 TO WS-AGE-BAND
003840         WHEN OTHER
003850             MOVE 4 TO WS-AGE-BAND
003860     END-EVALUATE.
003870
003880     ADD 1 TO BR-BAND-COUNT (WS-AGE-BAND).
003890     ADD AGE-SORT-AMOUNT TO BR-BAND-AMOUNT (WS-AGE-BAND).
003900     ADD 1 TO ALL-BAND-COUNT (WS-AGE-BAND).
003910     ADD AGE-SORT-AMOUNT TO ALL-BAND-AMOUNT (WS-AGE-BAND).
003920     ADD 1 TO WS-BRANCH-CASE-COUNT.
003930     ADD AGE-SORT-AMOUNT TO WS-BRANCH-CREDIT-TOTAL.
003940     ADD 1 TO WS-ALL-CASE-COUNT.
003950     ADD AGE-SORT-AMOUNT TO WS-ALL-CREDIT-TOTAL.
003960
003970     MOVE WS-CASE-AGE-DAYS TO WS-EDIT-DAYS.
003980     MOVE AGE-SORT-AMOUNT  TO WS-EDIT-AMOUNT.
003990     MOVE SPACES TO AGING-REPORT-RECORD.
004000     STRING AGE-SORT-TRAN-ID DELIMITED BY SIZE
004010            " " DELIMITED BY SIZE
004020            AGE-SORT-CUST-ID DELIMITED BY SIZE
004030            "  " DELIMITED BY SIZE
004040            AGE-SORT-SALE-DATE DELIMITED BY SIZE
004050            " " DELIMITED BY SIZE
004060            AGE-SORT-OPEN-DATE DELIMITED BY SIZE
004070            " " DELIMITED BY SIZE
004080            WS-EDIT-DAYS DELIMITED BY SIZE
004090            " " DELIMITED BY SIZE
004100            AGE-SORT-REASON-CD DELIMITED BY SIZE
004110            "  " DELIMITED BY SIZE
004120            AGE-SORT-ASSIGNED-TO DELIMITED BY SIZE
004130         INTO AGING-REPORT-RECORD.
004140     MOVE WS-EDIT-AMOUNT TO AGING-REPORT-RECORD (63:14).
004150     WRITE AGING-REPORT-RECORD.
004160
004170 3200-WRITE-CASE-LINE-EXIT.
004180     EXIT.
004190
004200*-----------------------------------------------------------------
004210*  3300-FINISH-BRANCH
004220*  CLOSES THE BRANCH JUST PRINTED WITH ITS BANDS AND TOTAL.
004230*-----------------------------------------------------------------
004240 3300-FINISH-BRANCH.
004250     MOVE SPACES TO AGING-REPORT-RECORD.
004260     WRITE AGING-REPORT-RECORD.
004270     PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
004280             UNTIL WS-BAND-SUB > 4
004290         MOVE BR-BAND-COUNT (WS-BAND-SUB)  TO WS-BAND-COUNT
004300         MOVE BR-BAND-AMOUNT (WS-BAND-SUB) TO WS-BAND-AMOUNT
004310         PERFORM 3500-WRITE-BAND-LINE
004320             THRU 3500-WRITE-BAND-LINE-EXIT
004330     END-PERFORM.
004340
004350     MOVE WS-BRANCH-CASE-COUNT   TO WS-EDIT-COUNT.
004360     MOVE WS-BRANCH-CREDIT-TOTAL TO WS-EDIT-AMOUNT.
004370     MOVE SPACES TO AGING-REPORT-RECORD.
004380     STRING "  BRANCH " DELIMITED BY SIZE
004390            WS-HOLD-BRANCH-CD DELIMITED BY SIZE
004400            " TOTAL   CASES " DELIMITED BY SIZE
004410            WS-EDIT-COUNT DELIMITED BY SIZE
004420         INTO AGING-REPORT-RECORD.
004430     MOVE WS-EDIT-AMOUNT TO AGING-REPORT-RECORD (63:14).
004440     WRITE AGING-REPORT-RECORD.
004450
004460     MOVE ALL "-" TO AGING-REPORT-RECORD.
004470     WRITE AGING-REPORT-RECORD.
004480
004490 3300-FINISH-BRANCH-EXIT.
004500     EXIT.
004510
004520*-----------------------------------------------------------------
004530*  3400-WRITE-GRAND-TOTALS
004540*  THE ALL-BRANCH BANDS AND THE TOTAL PROVISIONAL CREDIT STILL
004550*  OUTSTANDING ON OPEN CASES.
004560*-----------------------------------------------------------------
004570 3400-WRITE-GRAND-TOTALS.
004580     MOVE SPACES TO AGING-REPORT-RECORD.
004590     WRITE AGING-REPORT-RECORD.
004600     MOVE "ALL BRANCHES" TO AGING-REPORT-RECORD.
004610     WRITE AGING-REPORT-RECORD.
004620     PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
004630             UNTIL WS-BAND-SUB > 4
004640         MOVE ALL-BAND-COUNT (WS-BAND-SUB)  TO WS-BAND-COUNT
004650         MOVE ALL-BAND-AMOUNT (WS-BAND-SUB) TO WS-BAND-AMOUNT
004660         PERFORM 3500-WRITE-BAND-LINE
004670             THRU 3500-WRITE-BAND-LINE-EXIT
004680     END-PERFORM.
004690
004700     MOVE WS-ALL-CASE-COUNT   TO WS-EDIT-COUNT.
004710     MOVE WS-ALL-CREDIT-TOTAL TO WS-EDIT-AMOUNT.
004720     MOVE SPACES TO AGING-REPORT-RECORD.
004730     STRING "  PROVISIONAL CREDIT OUTSTANDING   CASES "
004740                DELIMITED BY SIZE
004750            WS-EDIT-COUNT DELIMITED BY SIZE
004760         INTO AGING-REPORT-RECORD.
004770     MOVE WS-EDIT-AMOUNT TO AGING-REPORT-RECORD (63:14).
004780     WRITE AGING-REPORT-RECORD.
004790
004800 3400-WRITE-GRAND-TOTALS-EXIT.
004810     EXIT.
004820
004830*-----------------------------------------------------------------
004840 3500-WRITE-BAND-LINE.
004850     MOVE WS-BAND-COUNT  TO WS-EDIT-COUNT.
004860     MOVE WS-BAND-AMOUNT TO WS-EDIT-AMOUNT.
004870     MOVE SPACES TO AGING-REPORT-RECORD.
004880     STRING "  " DELIMITED BY SIZE
004890            AGE-BAND-LABEL (WS-BAND-SUB) DELIMITED BY SIZE
004900            "          CASES " DELIMITED BY SIZE
004910            WS-EDIT-COUNT DELIMITED BY SIZE
004920         INTO AGING-REPORT-RECORD.
004930     MOVE WS-EDIT-AMOUNT TO AGING-REPORT-RECORD (63:14).
004940     WRITE AGING-REPORT-RECORD.
004950
004960 3500-WRITE-BAND-LINE-EXIT.
004970     EXIT.
004980
004990*-----------------------------------------------------------------
005000 9000-TERMINATE.
005010     IF DISPUTE-FILE-AVAILABLE
005020         CLOSE DISPUTE-FILE
005030     END-IF.
005040     CLOSE AGING-REPORT-FILE.
005050
005060     DISPLAY "DispAge: CASES READ=" WS-CASES-READ
005070             " CLOSED=" WS-CASES-CLOSED
005080             " AGED=" WS-ALL-CASE-COUNT
005090             " OPENED AFTER AS-OF=" WS-CASES-AFTER-AS-OF
005100             " BRANCHES=" WS-BRANCH-COUNT.
005110
005120 9000-TERMINATE-EXIT.
005130     EXIT.
