000100 IDENTIFICATION DIVISION.
000110     PROGRAM-ID. ArchTrace.
000120     AUTHOR. M. CLASSEN.
000130     INSTALLATION. DATA PROCESSING - BATCH REPORTING.
000140     DATE-WRITTEN. 2026-10-15.
000150     DATE-COMPILED.
000160*****************************************************************
000170*  ArchTrace
000180*  LONG-TERM ARCHIVE INQUIRY. ANSWERS THE SAME REQUEST CARDS AS
000190*  TranTrace - ONE TRAN-ID OR CUST-ID PER CARD - AGAINST THE
000200*  SEVEN-YEAR LONG-TERM ARCHIVE (LTARCH, SEE LTAREC) THAT
000210*  ArchRoll BUILDS FROM THE EXPIRING DAILY ARCHIVE GENERATIONS.
000220*  A TRAN REQUEST READS THE ENTRY BY TRAN-ID; A CUST REQUEST
000230*  BROWSES THE CUSTOMER ALTERNATE INDEX. EACH ENTRY FOUND PRINTS
000240*  ITS FINAL OUTCOME (POSTED/REJECTED/HELD/REFUSED), THE BUSINESS
000250*  DAY AND PASS, AND THE RAW FEED IMAGE. A KEY FOUND NOWHERE IS
000260*  REPORTED AS NOT IN THE LONG-TERM ARCHIVE. THE LAST 30 DAYS
000270*  ARE NOT NECESSARILY ROLLED YET - TranTrace ANSWERS FOR THEM.
000280*  REQUEST CARD LAYOUT (COL 1): "TRAN TTTTTTTT" OR
000290*  "CUST CCCCCC"; A CARD STARTING "*" IS A COMMENT.
000300*-----------------------------------------------------------------
000310*  MODIFICATION HISTORY
000320*  DATE       INIT  DESCRIPTION
000330*  2026-10-15 MHC   ORIGINAL.
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390
000400     SELECT REQUEST-CARD-FILE ASSIGN TO "TRCCARDS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-REQUEST-FILE.
000430
000440     SELECT LT-ARCHIVE-FILE ASSIGN TO "LTARCH"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LTA-TRAN-ID
000480         ALTERNATE RECORD KEY IS LTA-CUST-ID WITH DUPLICATES
000490         FILE STATUS IS FS-LT-ARCHIVE-FILE.
000500
000510     SELECT TRACE-REPORT-FILE ASSIGN TO "TRCRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-TRACE-FILE.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570
000580 FD  REQUEST-CARD-FILE.
000590 01  REQUEST-CARD.
000600     05  TRQ-TYPE                    PIC X(04).
000610         88  TRQ-IS-TRAN                 VALUE "TRAN".
000620         88  TRQ-IS-CUST                 VALUE "CUST".
000630     05  FILLER                      PIC X(01).
000640     05  TRQ-KEY                     PIC X(08).
000650
000660 FD  LT-ARCHIVE-FILE.
000670     COPY LTAREC.
000680
000690 FD  TRACE-REPORT-FILE.
000700 01  TRACE-REPORT-RECORD             PIC X(100).
000710
000720 WORKING-STORAGE SECTION.
000730
000740 01  FS-REQUEST-FILE                 PIC X(02) VALUE "00".
000750 01  FS-LT-ARCHIVE-FILE              PIC X(02) VALUE "00".
000760 01  FS-TRACE-FILE                   PIC X(02) VALUE "00".
000770
000780 01  WS-CARD-EOF-SW                  PIC X(01) VALUE "N".
000790     88  NO-MORE-REQUEST-CARDS           VALUE "Y".
000800 01  WS-CUST-END-SW                  PIC X(01).
000810     88  END-OF-CUSTOMER-ENTRIES         VALUE "Y".
000820
000830 01  WS-INIT-FAILED-SW               PIC X(01) VALUE "N".
000840     88  INITIALIZATION-FAILED           VALUE "Y".
000850
000860 01  WS-ANY-FOUND-SW                 PIC X(01).
000870     88  SOMETHING-WAS-FOUND             VALUE "Y".
000880
000890*--------------------------------------------------------------*
000900*    PRINTABLE FORMS OF THE ENTRY'S OUTCOME AND BUSINESS DAY.  *
000910*--------------------------------------------------------------*
000920 01  WS-OUTCOME-TEXT                 PIC X(08).
000930 01  WS-DAY-TEXT                     PIC X(08).
000940
000950 01  WS-REQUEST-COUNT                PIC 9(05) VALUE 0.
000960 01  WS-ENTRY-COUNT                  PIC 9(07) VALUE 0.
000970 01  WS-NOT-FOUND-COUNT              PIC 9(05) VALUE 0.
000980 01  WS-BAD-CARD-COUNT               PIC 9(05) VALUE 0.
000990
001000 01  WS-RUN-DATE                     PIC 9(08).
001010
001020 PROCEDURE DIVISION.
001030
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE
001060         THRU 1000-INITIALIZE-EXIT.
001070
001080     IF INITIALIZATION-FAILED
001090         STOP RUN
001100     END-IF.
001110
001120     PERFORM UNTIL NO-MORE-REQUEST-CARDS
001130         PERFORM 2000-PROCESS-ONE-CARD
001140             THRU 2000-PROCESS-ONE-CARD-EXIT
001150     END-PERFORM.
001160
001170     PERFORM 9000-TERMINATE
001180         THRU 9000-TERMINATE-EXIT.
001190
001200     STOP RUN.
001210
001220 0000-MAINLINE-EXIT.
001230     EXIT.
001240
001250*-----------------------------------------------------------------
001260 1000-INITIALIZE.
001270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001280
001290     OPEN INPUT REQUEST-CARD-FILE.
001300     IF FS-REQUEST-FILE NOT = "00"
001310         DISPLAY "ArchTrace: TRCCARDS OPEN FAILED, ST="
001320                 FS-REQUEST-FILE
001330         MOVE 16 TO RETURN-CODE
001340         MOVE "Y" TO WS-INIT-FAILED-SW
001350         GO TO 1000-INITIALIZE-EXIT
001360     END-IF.
001370
001380     OPEN INPUT LT-ARCHIVE-FILE.
001390     IF FS-LT-ARCHIVE-FILE NOT = "00"
001400         DISPLAY "ArchTrace: LTARCH OPEN FAILED, ST="
001410                 FS-LT-ARCHIVE-FILE
001420         MOVE 16 TO RETURN-CODE
001430         MOVE "Y" TO WS-INIT-FAILED-SW
001440         GO TO 1000-INITIALIZE-EXIT
001450     END-IF.
001460
001470     OPEN OUTPUT TRACE-REPORT-FILE.
001480     IF FS-TRACE-FILE NOT = "00"
001490         DISPLAY "ArchTrace: TRCRPT OPEN FAILED, ST="
001500                 FS-TRACE-FILE
001510         MOVE 16 TO RETURN-CODE
001520         MOVE "Y" TO WS-INIT-FAILED-SW
001530         GO TO 1000-INITIALIZE-EXIT
001540     END-IF.
001550
001560     MOVE SPACES TO TRACE-REPORT-RECORD.
001570     STRING "LONG-TERM ARCHIVE TRACE - RUN DATE "
001580                DELIMITED BY SIZE
001590            WS-RUN-DATE DELIMITED BY SIZE
001600         INTO TRACE-REPORT-RECORD.
001610     WRITE TRACE-REPORT-RECORD.
001620
001630 1000-INITIALIZE-EXIT.
001640     EXIT.
001650
001660*****************************************************************
001670*  2000-PROCESS-ONE-CARD                                         *
001680*  READS ONE REQUEST CARD, VALIDATES IT, AND RUNS THE TRACE.     *
001690*****************************************************************
001700 2000-PROCESS-ONE-CARD.
001710     READ REQUEST-CARD-FILE
001720         AT END
001730             MOVE "Y" TO WS-CARD-EOF-SW
001740             GO TO 2000-PROCESS-ONE-CARD-EXIT
001750     END-READ.
001760
001770     IF TRQ-TYPE (1:1) = "*" OR REQUEST-CARD = SPACES
001780         GO TO 2000-PROCESS-ONE-CARD-EXIT
001790     END-IF.
001800
001810     IF (NOT TRQ-IS-TRAN AND NOT TRQ-IS-CUST)
001820         OR TRQ-KEY = SPACES
001830         ADD 1 TO WS-BAD-CARD-COUNT
001840         MOVE SPACES TO TRACE-REPORT-RECORD
001850         STRING "*** INVALID REQUEST CARD: '" DELIMITED BY SIZE
001860                REQUEST-CARD DELIMITED BY SIZE
001870                "'" DELIMITED BY SIZE
001880             INTO TRACE-REPORT-RECORD
001890         WRITE TRACE-REPORT-RECORD
001900         GO TO 2000-PROCESS-ONE-CARD-EXIT
001910     END-IF.
001920
001930     ADD 1 TO WS-REQUEST-COUNT.
001940     PERFORM 3000-TRACE-ONE-REQUEST
001950         THRU 3000-TRACE-ONE-REQUEST-EXIT.
001960
001970 2000-PROCESS-ONE-CARD-EXIT.
001980     EXIT.
001990
002000*****************************************************************
002010*  3000-TRACE-ONE-REQUEST                                        *
002020*  LOOKS THE REQUEST UP - BY TRAN-ID OR THROUGH THE CUSTOMER     *
002030*  INDEX - AND CLOSES WITH "NOT IN THE LONG-TERM ARCHIVE" WHEN   *
002040*  NOTHING TURNED UP.                                            *
002050*****************************************************************
002060 3000-TRACE-ONE-REQUEST.
002070     MOVE "N" TO WS-ANY-FOUND-SW.
002080
002090     MOVE SPACES TO TRACE-REPORT-RECORD.
002100     WRITE TRACE-REPORT-RECORD.
002110     MOVE SPACES TO TRACE-REPORT-RECORD.
002120     STRING "TRACE REQUEST " DELIMITED BY SIZE
002130            TRQ-TYPE DELIMITED BY SIZE
002140            " " DELIMITED BY SIZE
002150            TRQ-KEY DELIMITED BY SIZE
002160         INTO TRACE-REPORT-RECORD.
002170     WRITE TRACE-REPORT-RECORD.
002180
002190     IF TRQ-IS-TRAN
002200         PERFORM 3100-LOOKUP-TRAN
002210             THRU 3100-LOOKUP-TRAN-EXIT
002220     ELSE
002230         PERFORM 3200-LIST-CUSTOMER
002240             THRU 3200-LIST-CUSTOMER-EXIT
002250     END-IF.
002260
002270     IF NOT SOMETHING-WAS-FOUND
002280         ADD 1 TO WS-NOT-FOUND-COUNT
002290         MOVE "  NOT IN THE LONG-TERM ARCHIVE"
002300             TO TRACE-REPORT-RECORD
002310         WRITE TRACE-REPORT-RECORD
002320     END-IF.
002330
002340 3000-TRACE-ONE-REQUEST-EXIT.
002350     EXIT.
002360
002370*-----------------------------------------------------------------
002380*  3100-LOOKUP-TRAN
002390*  RANDOM READ OF THE LONG-TERM ARCHIVE BY TRAN-ID.
002400*-----------------------------------------------------------------
002410 3100-LOOKUP-TRAN.
002420     MOVE TRQ-KEY TO LTA-TRAN-ID.
002430     READ LT-ARCHIVE-FILE
002440         KEY IS LTA-TRAN-ID
002450         INVALID KEY
002460             GO TO 3100-LOOKUP-TRAN-EXIT
002470     END-READ.
002480
002490     PERFORM 3300-PRINT-ENTRY
002500         THRU 3300-PRINT-ENTRY-EXIT.
002510
002520 3100-LOOKUP-TRAN-EXIT.
002530     EXIT.
002540
002550*-----------------------------------------------------------------
002560*  3200-LIST-CUSTOMER
002570*  POSITIONS ON THE CUSTOMER ALTERNATE INDEX AND PRINTS EVERY
002580*  ENTRY FILED UNDER THE CUSTOMER ID, IN THE ORDER THE INDEX
002590*  HOLDS THEM.
002600*-----------------------------------------------------------------
002610 3200-LIST-CUSTOMER.
002620     MOVE TRQ-KEY (1:6) TO LTA-CUST-ID.
002630     START LT-ARCHIVE-FILE KEY = LTA-CUST-ID
002640         INVALID KEY
002650             GO TO 3200-LIST-CUSTOMER-EXIT
002660     END-START.
002670
002680     MOVE "N" TO WS-CUST-END-SW.
002690     PERFORM UNTIL END-OF-CUSTOMER-ENTRIES
002700         READ LT-ARCHIVE-FILE NEXT RECORD
002710             AT END
002720                 MOVE "Y" TO WS-CUST-END-SW
002730             NOT AT END
002740                 IF LTA-CUST-ID NOT = TRQ-KEY (1:6)
002750                     MOVE "Y" TO WS-CUST-END-SW
002760                 ELSE
002770                     PERFORM 3300-PRINT-ENTRY
002780                         THRU 3300-PRINT-ENTRY-EXIT
002790                 END-IF
002800         END-READ
002810     END-PERFORM.
002820
002830 3200-LIST-CUSTOMER-EXIT.
002840     EXIT.
002850
002860*-----------------------------------------------------------------
002870*  3300-PRINT-ENTRY
002880*  TWO LINES PER ENTRY - THE OUTCOME WITH ITS BUSINESS DAY AND
002890*  PASS, THEN THE RAW FEED IMAGE AS ARCHIVED.
002900*-----------------------------------------------------------------
002910 3300-PRINT-ENTRY.
002920     MOVE "Y" TO WS-ANY-FOUND-SW.
002930     ADD 1 TO WS-ENTRY-COUNT.
002940
002950     EVALUATE TRUE
002960         WHEN LTA-POSTED
002970             MOVE "POSTED" TO WS-OUTCOME-TEXT
002980         WHEN LTA-REJECTED
002990             MOVE "REJECTED" TO WS-OUTCOME-TEXT
003000         WHEN LTA-HELD
003010             MOVE "HELD" TO WS-OUTCOME-TEXT
003020         WHEN LTA-REFUSED
003030             MOVE "REFUSED" TO WS-OUTCOME-TEXT
003040         WHEN OTHER
003050             MOVE "UNKNOWN" TO WS-OUTCOME-TEXT
003060     END-EVALUATE.
003070
003080     IF LTA-BUSINESS-DATE = 0
003090         MOVE "UNKNOWN" TO WS-DAY-TEXT
003100     ELSE
003110         MOVE LTA-BUSINESS-DATE TO WS-DAY-TEXT
003120     END-IF.
003130
003140     MOVE SPACES TO TRACE-REPORT-RECORD.
003150     STRING "  TRAN-ID " DELIMITED BY SIZE
003160            LTA-TRAN-ID DELIMITED BY SIZE
003170            " CUST " DELIMITED BY SIZE
003180            LTA-CUST-ID DELIMITED BY SIZE
003190            " " DELIMITED BY SIZE
003200            WS-OUTCOME-TEXT DELIMITED BY SIZE
003210            " BUSINESS DAY " DELIMITED BY SIZE
003220            WS-DAY-TEXT DELIMITED BY SIZE
003230            " PASS " DELIMITED BY SIZE
003240            LTA-POST-PASS DELIMITED BY SIZE
003250            " LAST ROLLED " DELIMITED BY SIZE
003260            LTA-ROLL-DATE DELIMITED BY SIZE
003270         INTO TRACE-REPORT-RECORD.
003280     WRITE TRACE-REPORT-RECORD.
003290
003300     MOVE SPACES TO TRACE-REPORT-RECORD.
003310     STRING "    FEED IMAGE: " DELIMITED BY SIZE
003320            LTA-TRAN-DATA (1:36) DELIMITED BY SIZE
003330         INTO TRACE-REPORT-RECORD.
003340     WRITE TRACE-REPORT-RECORD.
003350
003360 3300-PRINT-ENTRY-EXIT.
003370     EXIT.
003380
003390*-----------------------------------------------------------------
003400 9000-TERMINATE.
003410     MOVE SPACES TO TRACE-REPORT-RECORD.
003420     WRITE TRACE-REPORT-RECORD.
003430     MOVE SPACES TO TRACE-REPORT-RECORD.
003440     STRING "REQUESTS TRACED: " DELIMITED BY SIZE
003450            WS-REQUEST-COUNT DELIMITED BY SIZE
003460            "  ENTRIES: " DELIMITED BY SIZE
003470            WS-ENTRY-COUNT DELIMITED BY SIZE
003480            "  NOT FOUND: " DELIMITED BY SIZE
003490            WS-NOT-FOUND-COUNT DELIMITED BY SIZE
003500            "  INVALID CARDS: " DELIMITED BY SIZE
003510            WS-BAD-CARD-COUNT DELIMITED BY SIZE
003520         INTO TRACE-REPORT-RECORD.
003530     WRITE TRACE-REPORT-RECORD.
003540
003550     CLOSE REQUEST-CARD-FILE.
003560     CLOSE LT-ARCHIVE-FILE.
003570     CLOSE TRACE-REPORT-FILE.
003580
003590     DISPLAY "ArchTrace: REQUESTS=" WS-REQUEST-COUNT
003600             " ENTRIES=" WS-ENTRY-COUNT
003610             " NOT-FOUND=" WS-NOT-FOUND-COUNT
003620             " INVALID=" WS-BAD-CARD-COUNT.
003630
003640 9000-TERMINATE-EXIT.
003650     EXIT.
