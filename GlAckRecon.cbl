000100 IDENTIFICATION DIVISION.
000110     PROGRAM-ID. GlAckRecon.
000120     AUTHOR. M. CLASSEN.
000130     INSTALLATION. DATA PROCESSING - BATCH REPORTING.
000140     DATE-WRITTEN. 2026-10-15.
000150     DATE-COMPILED.
000160*****************************************************************
000170*  GlAckRecon
000180*  RECONCILES THE GL EXTRACTS HANDED TO THE GENERAL LEDGER
000190*  AGAINST THE LEDGER'S POSTING ACKNOWLEDGEMENTS. EVERY
000200*  PROGRAM THAT WRITES A GL EXTRACT (ReportingSystem GLFILE,
000210*  RejRepair / HoldRelease SUSPENSE CONTRA, DispMaint DISPUTE
000214*  ENTRIES, GlMonthEnd GLLOAD) APPENDS ONE SENT-BATCH RECORD
000220*  (GLBREC) WITH ITS TOTALS; THE LEDGER RETURNS ONE
000230*  ACKNOWLEDGEMENT (GLACKREC) PER BATCH IT PROCESSED. USES THE
000240*  STANDARD SEQUENTIAL BALANCED-LINE ALGORITHM - BOTH FILES
000250*  MUST BE SORTED ASCENDING BY BATCH ID
000260*  BEFORE THIS PROGRAM IS RUN (THE SENT-BATCH SORT MUST KEEP
000270*  FILE ORDER WITHIN A KEY - A LATER RECORD FOR THE SAME BATCH
000280*  ID, FROM A RERUN, REPLACES THE EARLIER ONE).
000290*    - AN ACCEPTED BATCH WHOSE POSTED DEBIT AND CREDIT TOTALS
000300*      MATCH WHAT WAS SENT IS CONFIRMED AND DROPPED.
000310*    - AN ACCEPTED BATCH POSTED FOR A DIFFERENT AMOUNT IS
000320*      LISTED AS AN AMOUNT MISMATCH AND DROPPED - THE LEDGER
000330*      HAS IT, FINANCE CORRECTS IT BY JOURNAL.
000340*    - A REJECTED BATCH IS LISTED WITH THE LEDGER'S REASON AND
000350*      CARRIED FORWARD MARKED REJECTED, AND IS LISTED AGAIN ON
000360*      EVERY RUN UNTIL A RESEND IS ACCEPTED.
000370*    - A BATCH WITH NO ACKNOWLEDGEMENT IS CARRIED FORWARD, AND
000380*      IS LISTED ONCE IT HAS BEEN WAITING THE THRESHOLD NUMBER
000390*      OF DAYS OR MORE.
000400*    - AN ACKNOWLEDGEMENT FOR A BATCH NOT ON FILE IS LISTED.
000410*  WHEN THE BATCHES STILL UNCONFIRMED EXCEED THE PILE-UP LIMIT
000420*  A WARNING IS PRINTED AND DISPLAYED. PARM= IS 'DAYS,LIMIT'
000430*  (DEFAULTS 3 AND 10). RC=4 WHENEVER ANYTHING IS LISTED.
000440*-----------------------------------------------------------------
000450*  MODIFICATION HISTORY
000460*  DATE       INIT  DESCRIPTION
000470*  2026-10-15 MHC   ORIGINAL.
000473*  2026-10-15 MHC   HEADER NOW LISTS DispMaint AMONG THE GLBATCH
000476*                   WRITERS (DISPUTE C-BATCHES).
000480*****************************************************************
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530
000540     SELECT GL-BATCH-FILE ASSIGN TO "GLBATCH"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-GL-BATCH-FILE.
000570
000580     SELECT GL-ACK-FILE ASSIGN TO "GLACK"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-GL-ACK-FILE.
000610
000620     SELECT NEW-BATCH-FILE ASSIGN TO "NEWGLB"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-NEW-BATCH-FILE.
000650
000660     SELECT RECON-REPORT-FILE ASSIGN TO "RCNRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-RECON-FILE.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720
000730 FD  GL-BATCH-FILE.
000740     COPY GLBREC.
000750
000760 FD  GL-ACK-FILE.
000770     COPY GLACKREC.
000780
000790 FD  NEW-BATCH-FILE.
000800 01  NEW-BATCH-RECORD                PIC X(55).
000810
000820 FD  RECON-REPORT-FILE.
000830 01  RECON-REPORT-RECORD             PIC X(100).
000840
000850 WORKING-STORAGE SECTION.
000860
000870 01  FS-GL-BATCH-FILE                PIC X(02) VALUE "00".
000880 01  FS-GL-ACK-FILE                  PIC X(02) VALUE "00".
000890 01  FS-NEW-BATCH-FILE               PIC X(02) VALUE "00".
000900 01  FS-RECON-FILE                   PIC X(02) VALUE "00".
000910
000920 01  WS-BATCH-INPUT-EOF-SW           PIC X(01) VALUE "N".
000930     88  END-OF-BATCH-INPUT              VALUE "Y".
000940 01  WS-BATCH-EOF-SW                 PIC X(01) VALUE "N".
000950     88  NO-MORE-BATCH-RECORDS           VALUE "Y".
000960 01  WS-ACK-EOF-SW                   PIC X(01) VALUE "N".
000970     88  NO-MORE-ACK-RECORDS             VALUE "Y".
000980
000990 01  WS-INIT-FAILED-SW               PIC X(01) VALUE "N".
001000     88  INITIALIZATION-FAILED           VALUE "Y".
001010
001020*--------------------------------------------------------------*
001030*    BATCH IDS ARE ALPHANUMERIC (DYYMMDD, MCCYYMM ...), SO THE *
001040*    END-OF-FILE KEY IS HIGH-VALUES RATHER THAN ALL NINES.     *
001050*--------------------------------------------------------------*
001060 01  WS-HIGH-KEY                     PIC X(08) VALUE HIGH-VALUES.
001070 01  WS-LAST-MATCHED-ID              PIC X(08) VALUE LOW-VALUES.
001080
001090*--------------------------------------------------------------*
001100*    THE SENT BATCH BEING RECONCILED. GLBATCH IS READ ONE      *
001110*    RECORD AHEAD SO A LATER RECORD FOR THE SAME BATCH ID CAN  *
001120*    REPLACE THIS ONE BEFORE IT IS MATCHED (SEE 1100).         *
001130*--------------------------------------------------------------*
001140     COPY GLBREC REPLACING GL-BATCH-RECORD  BY CUR-BATCH-RECORD
001150                           GLB-BATCH-ID     BY CUR-BATCH-ID
001160                           GLB-SENT-DATE    BY CUR-SENT-DATE
001170                           GLB-SOURCE-JOB   BY CUR-SOURCE-JOB
001180                           GLB-RECORD-COUNT BY CUR-RECORD-COUNT
001190                           GLB-DEBIT-TOTAL  BY CUR-DEBIT-TOTAL
001200                           GLB-CREDIT-TOTAL BY CUR-CREDIT-TOTAL
001210                           GLB-STATUS-CD    BY CUR-STATUS-CD
001220                           GLB-AWAITING-ACK BY CUR-AWAITING-ACK
001230                           GLB-REJECTED-BY-LEDGER
001240                               BY CUR-REJECTED-BY-LEDGER.
001250
001260 01  WS-CONFIRMED-COUNT              PIC 9(08) VALUE 0.
001270 01  WS-MISMATCH-COUNT               PIC 9(08) VALUE 0.
001280 01  WS-REJECTED-COUNT               PIC 9(08) VALUE 0.
001290 01  WS-OVERDUE-COUNT                PIC 9(08) VALUE 0.
001300 01  WS-UNKNOWN-ACK-COUNT            PIC 9(08) VALUE 0.
001310 01  WS-UNCONFIRMED-COUNT            PIC 9(08) VALUE 0.
001320 01  WS-SUPERSEDED-COUNT             PIC 9(08) VALUE 0.
001330 01  WS-EXCEPTION-COUNT              PIC 9(08) VALUE 0.
001340
001350*--------------------------------------------------------------*
001360*    THRESHOLDS FROM THE JCL PARM= ('DAYS,LIMIT'). DAYS IS HOW *
001370*    LONG A BATCH MAY WAIT FOR ITS ACKNOWLEDGEMENT BEFORE IT   *
001380*    IS LISTED; LIMIT IS HOW MANY UNCONFIRMED BATCHES MAY BE   *
001390*    OUTSTANDING BEFORE THE PILE-UP WARNING. AGE IS COMPUTED   *
001400*    IN WHOLE DAYS FROM THE SENT DATE ON THE BATCH RECORD.     *
001410*--------------------------------------------------------------*
001420 01  WS-AGE-LIMIT-DAYS               PIC 9(03) VALUE 3.
001430 01  WS-PILE-UP-LIMIT                PIC 9(03) VALUE 10.
001440 01  WS-PARM-DAYS                    PIC X(03) JUSTIFIED RIGHT.
001450 01  WS-PARM-LIMIT                   PIC X(03) JUSTIFIED RIGHT.
001460 01  WS-TODAY-CCYYMMDD               PIC 9(08).
001470 01  WS-TODAY-DAY-NO                 PIC 9(08).
001480 01  WS-SENT-DAY-NO                  PIC 9(08).
001490 01  WS-AGE-DAYS                     PIC S9(05).
001500
001510*--------------------------------------------------------------*
001520*    REPORT LINE WORK AREAS                                    *
001530*--------------------------------------------------------------*
001540 01  WS-EDIT-AGE                     PIC ZZZZ9.
001550 01  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
001560 01  WS-EDIT-LIMIT                   PIC ZZ9.
001570 01  WS-EDIT-SENT-DEBIT              PIC ZZZ,ZZZ,ZZ9.99.
001580 01  WS-EDIT-SENT-CREDIT             PIC ZZZ,ZZZ,ZZ9.99.
001590 01  WS-EDIT-POSTED-DEBIT            PIC ZZZ,ZZZ,ZZ9.99.
001600 01  WS-EDIT-POSTED-CREDIT           PIC ZZZ,ZZZ,ZZ9.99.
001610 01  WS-EXCEPTION-TEXT               PIC X(40).
001620 01  WS-HEADING-SW                   PIC X(01) VALUE "N".
001630     88  HEADING-WAS-WRITTEN             VALUE "Y".
001640
001650 LINKAGE SECTION.
001660
001670*--------------------------------------------------------------*
001680*    RUN-TIME PARAMETER PASSED FROM THE JCL EXEC PARM= FIELD   *
001690*    - 'DAYS,LIMIT'. A BLANK OR NON-NUMERIC VALUE FALLS BACK   *
001700*    TO ITS DEFAULT.                                           *
001710*--------------------------------------------------------------*
001720 01  LK-PARM-AREA.
001730     05  LK-PARM-LEN                 PIC S9(04) COMP.
001740     05  LK-PARM-TEXT                PIC X(80).
001750
001760 PROCEDURE DIVISION USING LK-PARM-AREA.
001770
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE
001800         THRU 1000-INITIALIZE-EXIT.
001810
001820     IF INITIALIZATION-FAILED
001830         STOP RUN
001840     END-IF.
001850
001860     PERFORM UNTIL NO-MORE-BATCH-RECORDS
001870             AND NO-MORE-ACK-RECORDS
001880         PERFORM 2000-PROCESS-ONE-KEY
001890             THRU 2000-PROCESS-ONE-KEY-EXIT
001900     END-PERFORM.
001910
001920     PERFORM 9000-TERMINATE
001930         THRU 9000-TERMINATE-EXIT.
001940
001950     STOP RUN.
001960
001970 0000-MAINLINE-EXIT.
001980     EXIT.
001990
002000*-----------------------------------------------------------------
002010 1000-INITIALIZE.
002020     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
002030     COMPUTE WS-TODAY-DAY-NO =
002040         FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD).
002050
002060     IF LK-PARM-LEN > 0
002070         MOVE SPACES TO WS-PARM-DAYS WS-PARM-LIMIT
002080         UNSTRING LK-PARM-TEXT (1:LK-PARM-LEN) DELIMITED BY ","
002090             INTO WS-PARM-DAYS WS-PARM-LIMIT
002100         END-UNSTRING
002110         PERFORM 1050-EDIT-PARM
002120             THRU 1050-EDIT-PARM-EXIT
002130     END-IF.
002140
002150     OPEN INPUT GL-BATCH-FILE.
002160     IF FS-GL-BATCH-FILE NOT = "00"
002170         DISPLAY "GlAckRecon: GLBATCH OPEN FAILED, ST="
002180                 FS-GL-BATCH-FILE
002190         MOVE 16 TO RETURN-CODE
002200         MOVE "Y" TO WS-INIT-FAILED-SW
002210         GO TO 1000-INITIALIZE-EXIT
002220     END-IF.
002230
002240     OPEN INPUT GL-ACK-FILE.
002250     IF FS-GL-ACK-FILE NOT = "00"
002260         DISPLAY "GlAckRecon: GLACK OPEN FAILED, ST="
002270                 FS-GL-ACK-FILE
002280         MOVE 16 TO RETURN-CODE
002290         MOVE "Y" TO WS-INIT-FAILED-SW
002300         GO TO 1000-INITIALIZE-EXIT
002310     END-IF.
002320
002330     OPEN OUTPUT NEW-BATCH-FILE.
002340     IF FS-NEW-BATCH-FILE NOT = "00"
002350         DISPLAY "GlAckRecon: NEWGLB OPEN FAILED, ST="
002360                 FS-NEW-BATCH-FILE
002370         MOVE 16 TO RETURN-CODE
002380         MOVE "Y" TO WS-INIT-FAILED-SW
002390         GO TO 1000-INITIALIZE-EXIT
002400     END-IF.
002410
002420     OPEN OUTPUT RECON-REPORT-FILE.
002430     IF FS-RECON-FILE NOT = "00"
002440         DISPLAY "GlAckRecon: RCNRPT OPEN FAILED, ST="
002450                 FS-RECON-FILE
002460         MOVE 16 TO RETURN-CODE
002470         MOVE "Y" TO WS-INIT-FAILED-SW
002480         GO TO 1000-INITIALIZE-EXIT
002490     END-IF.
002500
002510     PERFORM 1150-READ-AHEAD-BATCH
002520         THRU 1150-READ-AHEAD-BATCH-EXIT.
002530     PERFORM 1100-READ-BATCH
002540         THRU 1100-READ-BATCH-EXIT.
002550     PERFORM 1200-READ-ACK
002560         THRU 1200-READ-ACK-EXIT.
002570
002580 1000-INITIALIZE-EXIT.
002590     EXIT.
002600
002610*-----------------------------------------------------------------
002620*  1050-EDIT-PARM
002630*  EITHER HALF OF THE PARM MAY BE OMITTED ('5' OR ',20'); AN
002640*  OMITTED OR NON-NUMERIC HALF KEEPS ITS DEFAULT.
002650*-----------------------------------------------------------------
002660 1050-EDIT-PARM.
002670     IF WS-PARM-DAYS NOT = SPACES
002680         INSPECT WS-PARM-DAYS
002690             REPLACING LEADING " " BY "0"
002700         IF WS-PARM-DAYS NUMERIC
002710             MOVE WS-PARM-DAYS TO WS-AGE-LIMIT-DAYS
002720         ELSE
002730             DISPLAY "GlAckRecon: NON-NUMERIC PARM DAYS - USING "
002740                     "DEFAULT THRESHOLD "
002750                     WS-AGE-LIMIT-DAYS " DAYS"
002760         END-IF
002770     END-IF.
002780
002790     IF WS-PARM-LIMIT NOT = SPACES
002800         INSPECT WS-PARM-LIMIT
002810             REPLACING LEADING " " BY "0"
002820         IF WS-PARM-LIMIT NUMERIC
002830             MOVE WS-PARM-LIMIT TO WS-PILE-UP-LIMIT
002840         ELSE
002850             DISPLAY "GlAckRecon: NON-NUMERIC PARM LIMIT - USING "
002860                     "DEFAULT PILE-UP LIMIT " WS-PILE-UP-LIMIT
002870         END-IF
002880     END-IF.
002890
002900 1050-EDIT-PARM-EXIT.
002910     EXIT.
002920
002930*-----------------------------------------------------------------
002940*  1100-READ-BATCH
002950*  MAKES THE READ-AHEAD RECORD THE CURRENT BATCH. WHEN THE NEXT
002960*  RECORD CARRIES THE SAME BATCH ID IT REPLACES THE CURRENT ONE
002970*  - A RERUN (OR A RESEND AFTER A LEDGER REJECTION) APPENDS A
002980*  FRESH RECORD FOR THE SAME EXTRACT, AND ONLY THE LATEST ONE
002990*  DESCRIBES WHAT THE LEDGER HOLDS NOW.
003000*-----------------------------------------------------------------
003010 1100-READ-BATCH.
003020     IF END-OF-BATCH-INPUT
003030         MOVE "Y" TO WS-BATCH-EOF-SW
003040         MOVE WS-HIGH-KEY TO CUR-BATCH-ID
003050         GO TO 1100-READ-BATCH-EXIT
003060     END-IF.
003070
003080     MOVE GL-BATCH-RECORD TO CUR-BATCH-RECORD.
003090     PERFORM 1150-READ-AHEAD-BATCH
003100         THRU 1150-READ-AHEAD-BATCH-EXIT.
003110
003120     IF NOT END-OF-BATCH-INPUT
003130        AND GLB-BATCH-ID = CUR-BATCH-ID
003140         ADD 1 TO WS-SUPERSEDED-COUNT
003150         GO TO 1100-READ-BATCH
003160     END-IF.
003170
003180 1100-READ-BATCH-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------------
003220 1150-READ-AHEAD-BATCH.
003230     READ GL-BATCH-FILE
003240         AT END
003250             MOVE "Y" TO WS-BATCH-INPUT-EOF-SW
003260         NOT AT END
003270             CONTINUE
003280     END-READ.
003290
003300 1150-READ-AHEAD-BATCH-EXIT.
003310     EXIT.
003320
003330*-----------------------------------------------------------------
003340 1200-READ-ACK.
003350     READ GL-ACK-FILE
003360         AT END
003370             MOVE "Y" TO WS-ACK-EOF-SW
003380             MOVE WS-HIGH-KEY TO GLACK-BATCH-ID
003390         NOT AT END
003400             CONTINUE
003410     END-READ.
003420
003430 1200-READ-ACK-EXIT.
003440     EXIT.
003450
003460*-----------------------------------------------------------------
003470*  2000-PROCESS-ONE-KEY
003480*  STANDARD BALANCED-LINE COMPARE: THE LOWER OF THE TWO CURRENT
003490*  KEYS DRIVES THE ACTION FOR THIS PASS THROUGH THE LOOP.
003500*-----------------------------------------------------------------
003510 2000-PROCESS-ONE-KEY.
003520     IF CUR-BATCH-ID < GLACK-BATCH-ID
003530         PERFORM 3000-CARRY-FORWARD-BATCH
003540             THRU 3000-CARRY-FORWARD-BATCH-EXIT
003550         PERFORM 1100-READ-BATCH
003560             THRU 1100-READ-BATCH-EXIT
003570     ELSE
003580         IF GLACK-BATCH-ID < CUR-BATCH-ID
003590             PERFORM 4000-UNMATCHED-ACK
003600                 THRU 4000-UNMATCHED-ACK-EXIT
003610             PERFORM 1200-READ-ACK
003620                 THRU 1200-READ-ACK-EXIT
003630         ELSE
003640             IF CUR-BATCH-ID = WS-HIGH-KEY
003650                 CONTINUE
003660             ELSE
003670                 PERFORM 5000-APPLY-MATCHED-ACK
003680                     THRU 5000-APPLY-MATCHED-ACK-EXIT
003690                 PERFORM 1100-READ-BATCH
003700                     THRU 1100-READ-BATCH-EXIT
003710                 PERFORM 1200-READ-ACK
003720                     THRU 1200-READ-ACK-EXIT
003730             END-IF
003740         END-IF
003750     END-IF.
003760
003770 2000-PROCESS-ONE-KEY-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------------
003810*  3000-CARRY-FORWARD-BATCH
003820*  NOTHING FROM THE LEDGER FOR THIS BATCH TODAY - IT STAYS
003830*  UNCONFIRMED. COPY IT TO THE NEW SENT-BATCH FILE. A BATCH THE
003840*  LEDGER ALREADY REJECTED IS LISTED AGAIN; ONE STILL AWAITING
003850*  ITS FIRST ACKNOWLEDGEMENT IS LISTED ONCE IT IS OVERDUE.
003860*-----------------------------------------------------------------
003870 3000-CARRY-FORWARD-BATCH.
003880     ADD 1 TO WS-UNCONFIRMED-COUNT.
003890     MOVE CUR-BATCH-RECORD TO NEW-BATCH-RECORD.
003900     WRITE NEW-BATCH-RECORD.
003910
003920     IF CUR-REJECTED-BY-LEDGER
003930         ADD 1 TO WS-REJECTED-COUNT
003940         MOVE "REJECTED BY LEDGER - NOT YET RESENT"
003950             TO WS-EXCEPTION-TEXT
003960         PERFORM 3100-WRITE-BATCH-LINE
003970             THRU 3100-WRITE-BATCH-LINE-EXIT
003980         GO TO 3000-CARRY-FORWARD-BATCH-EXIT
003990     END-IF.
004000
004010*    A BATCH RECORD WITH A DAMAGED SENT DATE CANNOT BE AGED
004020*    PROPERLY - FORCE IT ONTO THE OVERDUE LISTING RATHER THAN
004030*    RISK A DATE-CONVERSION ABEND OR LET IT HIDE FOREVER.
004040     IF CUR-SENT-DATE NUMERIC
004050         COMPUTE WS-SENT-DAY-NO =
004060             FUNCTION INTEGER-OF-DATE (CUR-SENT-DATE)
004070         COMPUTE WS-AGE-DAYS
004080             = WS-TODAY-DAY-NO - WS-SENT-DAY-NO
004090     ELSE
004100         MOVE 99999 TO WS-AGE-DAYS
004110     END-IF.
004120
004130     IF WS-AGE-DAYS >= WS-AGE-LIMIT-DAYS
004140         ADD 1 TO WS-OVERDUE-COUNT
004150         MOVE WS-AGE-DAYS TO WS-EDIT-AGE
004160         MOVE SPACES TO WS-EXCEPTION-TEXT
004170         STRING "NO ACKNOWLEDGEMENT - WAITING "
004180                    DELIMITED BY SIZE
004190                WS-EDIT-AGE DELIMITED BY SIZE
004200                " DAYS" DELIMITED BY SIZE
004210             INTO WS-EXCEPTION-TEXT
004220         PERFORM 3100-WRITE-BATCH-LINE
004230             THRU 3100-WRITE-BATCH-LINE-EXIT
004240     END-IF.
004250
004260 3000-CARRY-FORWARD-BATCH-EXIT.
004270     EXIT.
004280
004290*-----------------------------------------------------------------
004300*  3100-WRITE-BATCH-LINE
004310*  ONE EXCEPTION LINE FOR THE CURRENT BATCH - ID, WHEN AND BY
004320*  WHICH JOB IT WAS SENT, AND THE EXCEPTION TEXT.
004330*-----------------------------------------------------------------
004340 3100-WRITE-BATCH-LINE.
004350     IF NOT HEADING-WAS-WRITTEN
004360         PERFORM 3200-WRITE-RECON-HEADING
004370             THRU 3200-WRITE-RECON-HEADING-EXIT
004380     END-IF.
004390
004400     ADD 1 TO WS-EXCEPTION-COUNT.
004410     MOVE SPACES TO RECON-REPORT-RECORD.
004420     STRING "BATCH " DELIMITED BY SIZE
004430            CUR-BATCH-ID DELIMITED BY SIZE
004440            "  SENT " DELIMITED BY SIZE
004450            CUR-SENT-DATE DELIMITED BY SIZE
004460            " BY " DELIMITED BY SIZE
004470            CUR-SOURCE-JOB DELIMITED BY SIZE
004480            "  " DELIMITED BY SIZE
004490            WS-EXCEPTION-TEXT DELIMITED BY SIZE
004500         INTO RECON-REPORT-RECORD.
004510     WRITE RECON-REPORT-RECORD.
004520
004530 3100-WRITE-BATCH-LINE-EXIT.
004540     EXIT.
004550
004560*-----------------------------------------------------------------
004570 3200-WRITE-RECON-HEADING.
004580     MOVE "Y" TO WS-HEADING-SW.
004590     MOVE SPACES TO RECON-REPORT-RECORD.
004600     STRING "GL ACKNOWLEDGEMENT RECONCILIATION - RUN DATE "
004610                DELIMITED BY SIZE
004620            WS-TODAY-CCYYMMDD DELIMITED BY SIZE
004630            "  (NO-ACK THRESHOLD " DELIMITED BY SIZE
004640            WS-AGE-LIMIT-DAYS DELIMITED BY SIZE
004650            " DAYS)" DELIMITED BY SIZE
004660         INTO RECON-REPORT-RECORD.
004670     WRITE RECON-REPORT-RECORD.
004680     MOVE SPACES TO RECON-REPORT-RECORD.
004690     WRITE RECON-REPORT-RECORD.
004700
004710 3200-WRITE-RECON-HEADING-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------------
004750*  4000-UNMATCHED-ACK
004760*  AN ACKNOWLEDGEMENT WITH NO SENT BATCH ON FILE. A SECOND
004770*  ACKNOWLEDGEMENT FOR A BATCH ALREADY MATCHED THIS RUN IS
004780*  LISTED AS A DUPLICATE; ANYTHING ELSE IS UNKNOWN TO US.
004790*-----------------------------------------------------------------
004800 4000-UNMATCHED-ACK.
004810     IF NOT HEADING-WAS-WRITTEN
004820         PERFORM 3200-WRITE-RECON-HEADING
004830             THRU 3200-WRITE-RECON-HEADING-EXIT
004840     END-IF.
004850
004860     ADD 1 TO WS-UNKNOWN-ACK-COUNT.
004870     ADD 1 TO WS-EXCEPTION-COUNT.
004880     IF GLACK-BATCH-ID = WS-LAST-MATCHED-ID
004890         MOVE "DUPLICATE ACKNOWLEDGEMENT - IGNORED"
004900             TO WS-EXCEPTION-TEXT
004910     ELSE
004920         MOVE "ACKNOWLEDGEMENT FOR A BATCH NOT ON FILE"
004930             TO WS-EXCEPTION-TEXT
004940     END-IF.
004950
004960     MOVE SPACES TO RECON-REPORT-RECORD.
004970     STRING "BATCH " DELIMITED BY SIZE
004980            GLACK-BATCH-ID DELIMITED BY SIZE
004990            "  ACK STATUS " DELIMITED BY SIZE
005000            GLACK-STATUS-CD DELIMITED BY SIZE
005010            "          " DELIMITED BY SIZE
005020            WS-EXCEPTION-TEXT DELIMITED BY SIZE
005030         INTO RECON-REPORT-RECORD.
005040     WRITE RECON-REPORT-RECORD.
005050
005060 4000-UNMATCHED-ACK-EXIT.
005070     EXIT.
005080
005090*-----------------------------------------------------------------
005100*  5000-APPLY-MATCHED-ACK
005110*  THE LEDGER HAS ANSWERED FOR THIS BATCH. ACCEPTED AT THE SENT
005120*  TOTALS - CONFIRMED. ACCEPTED AT OTHER TOTALS - MISMATCH.
005130*  REJECTED - CARRIED FORWARD MARKED REJECTED. AN UNRECOGNISED
005140*  STATUS IS LISTED AND THE BATCH STAYS AS IT WAS.
005150*-----------------------------------------------------------------
005160 5000-APPLY-MATCHED-ACK.
005170     MOVE CUR-BATCH-ID TO WS-LAST-MATCHED-ID.
005180
005190     EVALUATE TRUE
005200         WHEN GLACK-IS-ACCEPTED
005210             IF GLACK-DEBIT-POSTED = CUR-DEBIT-TOTAL
005220                AND GLACK-CREDIT-POSTED = CUR-CREDIT-TOTAL
005230                 ADD 1 TO WS-CONFIRMED-COUNT
005240             ELSE
005250                 ADD 1 TO WS-MISMATCH-COUNT
005260                 MOVE "AMOUNT MISMATCH - POSTED ON "
005270                     TO WS-EXCEPTION-TEXT
005280                 MOVE GLACK-POSTED-DATE
005290                     TO WS-EXCEPTION-TEXT (29:8)
005300                 PERFORM 3100-WRITE-BATCH-LINE
005310                     THRU 3100-WRITE-BATCH-LINE-EXIT
005320                 PERFORM 5100-WRITE-AMOUNT-LINE
005330                     THRU 5100-WRITE-AMOUNT-LINE-EXIT
005340             END-IF
005350         WHEN GLACK-IS-REJECTED
005360             ADD 1 TO WS-REJECTED-COUNT
005370             ADD 1 TO WS-UNCONFIRMED-COUNT
005380             MOVE "R" TO CUR-STATUS-CD
005390             MOVE CUR-BATCH-RECORD TO NEW-BATCH-RECORD
005400             WRITE NEW-BATCH-RECORD
005410             MOVE "REJECTED BY LEDGER" TO WS-EXCEPTION-TEXT
005420             PERFORM 3100-WRITE-BATCH-LINE
005430                 THRU 3100-WRITE-BATCH-LINE-EXIT
005440             MOVE SPACES TO RECON-REPORT-RECORD
005450             STRING "      REASON: " DELIMITED BY SIZE
005460                    GLACK-REASON DELIMITED BY SIZE
005470                 INTO RECON-REPORT-RECORD
005480             WRITE RECON-REPORT-RECORD
005490         WHEN OTHER
005500             ADD 1 TO WS-UNCONFIRMED-COUNT
005510             MOVE CUR-BATCH-RECORD TO NEW-BATCH-RECORD
005520             WRITE NEW-BATCH-RECORD
005530             MOVE SPACES TO WS-EXCEPTION-TEXT
005540             STRING "INVALID ACK STATUS '" DELIMITED BY SIZE
005550                    GLACK-STATUS-CD DELIMITED BY SIZE
005560                    "' - BATCH KEPT OPEN" DELIMITED BY SIZE
005570                 INTO WS-EXCEPTION-TEXT
005580             PERFORM 3100-WRITE-BATCH-LINE
005590                 THRU 3100-WRITE-BATCH-LINE-EXIT
005600     END-EVALUATE.
005610
005620 5000-APPLY-MATCHED-ACK-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------------
005660 5100-WRITE-AMOUNT-LINE.
005670     MOVE CUR-DEBIT-TOTAL     TO WS-EDIT-SENT-DEBIT.
005680     MOVE CUR-CREDIT-TOTAL    TO WS-EDIT-SENT-CREDIT.
005690     MOVE GLACK-DEBIT-POSTED  TO WS-EDIT-POSTED-DEBIT.
005700     MOVE GLACK-CREDIT-POSTED TO WS-EDIT-POSTED-CREDIT.
005710     MOVE SPACES TO RECON-REPORT-RECORD.
005720     STRING "      SENT DR " DELIMITED BY SIZE
005730            WS-EDIT-SENT-DEBIT DELIMITED BY SIZE
005740            " CR " DELIMITED BY SIZE
005750            WS-EDIT-SENT-CREDIT DELIMITED BY SIZE
005760            "   POSTED DR " DELIMITED BY SIZE
005770            WS-EDIT-POSTED-DEBIT DELIMITED BY SIZE
005780            " CR " DELIMITED BY SIZE
005790            WS-EDIT-POSTED-CREDIT DELIMITED BY SIZE
005800         INTO RECON-REPORT-RECORD.
005810     WRITE RECON-REPORT-RECORD.
005820
005830 5100-WRITE-AMOUNT-LINE-EXIT.
005840     EXIT.
005850
005860*-----------------------------------------------------------------
005870*  9000-TERMINATE
005880*  SUMMARY COUNTS, THE PILE-UP CHECK, AND THE RETURN CODE.
005890*-----------------------------------------------------------------
005900 9000-TERMINATE.
005910     IF NOT HEADING-WAS-WRITTEN
005920         PERFORM 3200-WRITE-RECON-HEADING
005930             THRU 3200-WRITE-RECON-HEADING-EXIT
005940         MOVE "NO EXCEPTIONS" TO RECON-REPORT-RECORD
005950         WRITE RECON-REPORT-RECORD
005960     END-IF.
005970
005980     MOVE SPACES TO RECON-REPORT-RECORD.
005990     WRITE RECON-REPORT-RECORD.
006000
006010     MOVE WS-CONFIRMED-COUNT TO WS-EDIT-COUNT.
006020     MOVE SPACES TO RECON-REPORT-RECORD.
006030     STRING "BATCHES CONFIRMED:      " DELIMITED BY SIZE
006040            WS-EDIT-COUNT DELIMITED BY SIZE
006050         INTO RECON-REPORT-RECORD.
006060     WRITE RECON-REPORT-RECORD.
006070
006080     MOVE WS-MISMATCH-COUNT TO WS-EDIT-COUNT.
006090     MOVE SPACES TO RECON-REPORT-RECORD.
006100     STRING "AMOUNT MISMATCHES:      " DELIMITED BY SIZE
006110            WS-EDIT-COUNT DELIMITED BY SIZE
006120         INTO RECON-REPORT-RECORD.
006130     WRITE RECON-REPORT-RECORD.
006140
006150     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
006160     MOVE SPACES TO RECON-REPORT-RECORD.
006170     STRING "REJECTED BY LEDGER:     " DELIMITED BY SIZE
006180            WS-EDIT-COUNT DELIMITED BY SIZE
006190         INTO RECON-REPORT-RECORD.
006200     WRITE RECON-REPORT-RECORD.
006210
006220     MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT.
006230     MOVE SPACES TO RECON-REPORT-RECORD.
006240     STRING "NO ACK OVER THRESHOLD:  " DELIMITED BY SIZE
006250            WS-EDIT-COUNT DELIMITED BY SIZE
006260         INTO RECON-REPORT-RECORD.
006270     WRITE RECON-REPORT-RECORD.
006280
006290     MOVE WS-UNKNOWN-ACK-COUNT TO WS-EDIT-COUNT.
006300     MOVE SPACES TO RECON-REPORT-RECORD.
006310     STRING "UNMATCHED ACKS:         " DELIMITED BY SIZE
006320            WS-EDIT-COUNT DELIMITED BY SIZE
006330         INTO RECON-REPORT-RECORD.
006340     WRITE RECON-REPORT-RECORD.
006350
006360     MOVE WS-UNCONFIRMED-COUNT TO WS-EDIT-COUNT.
006370     MOVE SPACES TO RECON-REPORT-RECORD.
006380     STRING "STILL UNCONFIRMED:      " DELIMITED BY SIZE
006390            WS-EDIT-COUNT DELIMITED BY SIZE
006400         INTO RECON-REPORT-RECORD.
006410     WRITE RECON-REPORT-RECORD.
006420
006430     IF WS-UNCONFIRMED-COUNT > WS-PILE-UP-LIMIT
006440         ADD 1 TO WS-EXCEPTION-COUNT
006450         MOVE WS-PILE-UP-LIMIT TO WS-EDIT-LIMIT
006460         MOVE SPACES TO RECON-REPORT-RECORD
006470         WRITE RECON-REPORT-RECORD
006480         STRING "*** WARNING - " DELIMITED BY SIZE
006490                WS-EDIT-COUNT DELIMITED BY SIZE
006500                " UNCONFIRMED GL BATCHES EXCEEDS THE LIMIT OF "
006510                    DELIMITED BY SIZE
006520                WS-EDIT-LIMIT DELIMITED BY SIZE
006530                " ***" DELIMITED BY SIZE
006540             INTO RECON-REPORT-RECORD
006550         WRITE RECON-REPORT-RECORD
006560         DISPLAY "GlAckRecon: WARNING - " WS-UNCONFIRMED-COUNT
006570                 " UNCONFIRMED GL BATCHES, LIMIT "
006580                 WS-PILE-UP-LIMIT
006590     END-IF.
006600
006610     IF WS-EXCEPTION-COUNT > 0
006620         MOVE 4 TO RETURN-CODE
006630     END-IF.
006640
006650     CLOSE GL-BATCH-FILE.
006660     CLOSE GL-ACK-FILE.
006670     CLOSE NEW-BATCH-FILE.
006680     CLOSE RECON-REPORT-FILE.
006690
006700     DISPLAY "GlAckRecon: CONFIRMED=" WS-CONFIRMED-COUNT
006710             " MISMATCHED=" WS-MISMATCH-COUNT
006720             " REJECTED=" WS-REJECTED-COUNT
006730             " OVERDUE=" WS-OVERDUE-COUNT
006740             " UNMATCHED-ACKS=" WS-UNKNOWN-ACK-COUNT
006750             " UNCONFIRMED=" WS-UNCONFIRMED-COUNT
006760             " SUPERSEDED=" WS-SUPERSEDED-COUNT.
006770
006780 9000-TERMINATE-EXIT.
006790     EXIT.
