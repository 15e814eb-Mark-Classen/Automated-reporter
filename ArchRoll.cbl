000100 IDENTIFICATION DIVISION.
000110     PROGRAM-ID. ArchRoll.
000120     AUTHOR. M. CLASSEN.
000130     INSTALLATION. DATA PROCESSING - BATCH REPORTING.
000140     DATE-WRITTEN. 2026-10-15.
000150     DATE-COMPILED.
000160*****************************************************************
000170*  ArchRoll
000180*  MONTHLY LONG-TERM ARCHIVE ROLL. THE DAILY ARCHIVE GENERATIONS
000190*  (SEE ARCHREC) ROLL OFF AFTER 30 GENERATIONS AND TRANHIST AGES
000200*  ITS ENTRIES OFF WITH THEM; THIS PROGRAM CARRIES EVERY
000210*  ARCHIVED TRANSACTION INTO THE PERMANENT LONG-TERM ARCHIVE
000220*  (LTARCH, SEE LTAREC) BEFORE ITS GENERATION EXPIRES, WITH THE
000230*  BUSINESS DAY IT POSTED ON AND ITS FINAL OUTCOME:
000240*    - POSTED   - THE ARCHIVING RUN POSTED IT (STAMPED "P").
000250*    - HELD     - STILL ON THE HOLD INVENTORY (HOLDFILE), OR
000260*                 APPROVED ON THE RELEASE LOG AND NOT YET SEEN
000270*                 POSTING.
000280*    - REFUSED  - REFUSED ON THE RELEASE LOG (RELLOG).
000290*    - REJECTED - ANYTHING ELSE THAT DID NOT POST.
000300*  A POSTED TRANSACTION STAYS POSTED - A LATER DUPLICATE OF IT
000310*  DOES NOT UNDO THAT. A REJECT OR HOLD IS UPGRADED WHEN A LATER
000320*  GENERATION SHOWS IT POSTING (A REPAIRED REJECT OR AN APPROVED
000330*  HOLD RESUBMITTED UNDER ITS OWN TRAN-ID). EVERY STEP IS A KEYED
000340*  UPDATE, SO ROLLING THE SAME GENERATION AGAIN CHANGES NOTHING -
000350*  THE JOB READS ALL 30 CURRENT GENERATIONS AND A GENERATION IS
000360*  ROLLED MORE THAN ONCE BEFORE IT EXPIRES.
000370*  A GENERATION WRITTEN BEFORE ReportingSystem STAMPED THE
000380*  OUTCOME IS SETTLED FROM TRANHIST (ON FILE = POSTED, ON ITS
000390*  RUN DATE).
000400*  LAST, ENTRIES WHOSE BUSINESS DAY (OR, WHEN IT IS NOT KNOWN,
000410*  ROLL DATE) IS MORE THAN SEVEN YEARS BEFORE THE RUN DATE ARE
000420*  PURGED. THE RUN DATE IS THE PARM= (CCYYMMDD); A BLANK PARM
000430*  FALLS BACK TO TODAY.
000440*-----------------------------------------------------------------
000450*  MODIFICATION HISTORY
000460*  DATE       INIT  DESCRIPTION
000470*  2026-10-15 MHC   ORIGINAL.
000480*****************************************************************
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530
000540     SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-ARCHIVE-FILE.
000570
000580     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-HOLD-FILE.
000610
000620     SELECT RELEASE-LOG-FILE ASSIGN TO "RELLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-RELEASE-LOG-FILE.
000650
000660     SELECT TRAN-HIST-FILE ASSIGN TO "TRANHIST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS TPH-TRAN-ID
000700         FILE STATUS IS FS-TRAN-HIST-FILE.
000710
000720     SELECT LT-ARCHIVE-FILE ASSIGN TO "LTARCH"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS LTA-TRAN-ID
000760         ALTERNATE RECORD KEY IS LTA-CUST-ID WITH DUPLICATES
000770         FILE STATUS IS FS-LT-ARCHIVE-FILE.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810
000820 FD  ARCHIVE-FILE.
000830     COPY ARCHREC.
000840
000850 FD  HOLD-FILE.
000860     COPY HOLDREC.
000870
000880*--------------------------------------------------------------*
000890*    ONE HoldRelease DECISION LOG LINE (SEE HoldRelease 6000) - *
000900*    ONLY THE DECISION DATE, ACTION AND TRAN-ID ARE USED.      *
000910*--------------------------------------------------------------*
000920 FD  RELEASE-LOG-FILE.
000930 01  RELEASE-LOG-RECORD.
000940     05  RLOG-DECISION-DATE          PIC X(08).
000950     05  FILLER                      PIC X(54).
000960     05  RLOG-ACTION-CD              PIC X(01).
000970         88  RLOG-IS-APPROVE             VALUE "A".
000980         88  RLOG-IS-REFUSE              VALUE "R".
000990     05  FILLER                      PIC X(09).
001000     05  RLOG-TRAN-ID                PIC X(08).
001010     05  FILLER                      PIC X(20).
001020
001030 FD  TRAN-HIST-FILE.
001040     COPY TPHREC.
001050
001060 FD  LT-ARCHIVE-FILE.
001070     COPY LTAREC.
001080
001090 WORKING-STORAGE SECTION.
001100
001110 01  FS-ARCHIVE-FILE                 PIC X(02) VALUE "00".
001120 01  FS-HOLD-FILE                    PIC X(02) VALUE "00".
001130 01  FS-RELEASE-LOG-FILE             PIC X(02) VALUE "00".
001140 01  FS-TRAN-HIST-FILE               PIC X(02) VALUE "00".
001150 01  FS-LT-ARCHIVE-FILE              PIC X(02) VALUE "00".
001160
001170 01  WS-ARCH-EOF-SW                  PIC X(01) VALUE "N".
001180     88  END-OF-ARCHIVE                  VALUE "Y".
001190 01  WS-HOLD-EOF-SW                  PIC X(01) VALUE "N".
001200     88  END-OF-HOLD-FILE                VALUE "Y".
001210 01  WS-RLOG-EOF-SW                  PIC X(01) VALUE "N".
001220     88  END-OF-RELEASE-LOG              VALUE "Y".
001230
001240 01  WS-INIT-FAILED-SW               PIC X(01) VALUE "N".
001250     88  INITIALIZATION-FAILED           VALUE "Y".
001260 01  WS-LTA-FOUND-SW                 PIC X(01).
001270     88  LTA-ENTRY-FOUND                 VALUE "Y".
001280
001290*--------------------------------------------------------------*
001300*    THE OUTCOME THE ARCHIVE RECORD BEING ROLLED CARRIES, AND  *
001310*    THE OUTCOME A HOLD/RELEASE-LOG ENTRY SETTLES ON.          *
001320*--------------------------------------------------------------*
001330 01  WS-IN-OUTCOME-CD                PIC X(01).
001340     88  IN-WAS-POSTED                   VALUE "P".
001350 01  WS-IN-BUSINESS-DATE             PIC 9(08).
001360 01  WS-IN-POST-PASS                 PIC X(01).
001370 01  WS-SETTLE-OUTCOME-CD            PIC X(01).
001380
001390 01  WS-RETENTION-YEARS              PIC 9(02) VALUE 7.
001400 01  WS-PURGE-CUTOFF-DATE            PIC 9(08).
001410 01  WS-RETAIN-FROM-DATE             PIC 9(08).
001420
001430 01  WS-ARCH-READ-COUNT              PIC 9(07) VALUE 0.
001440 01  WS-ADDED-COUNT                  PIC 9(07) VALUE 0.
001450 01  WS-NOW-POSTED-COUNT             PIC 9(07) VALUE 0.
001460 01  WS-UNSTAMPED-COUNT              PIC 9(07) VALUE 0.
001470 01  WS-BAD-RECORD-COUNT             PIC 9(07) VALUE 0.
001480 01  WS-HELD-COUNT                   PIC 9(07) VALUE 0.
001490 01  WS-REFUSED-COUNT                PIC 9(07) VALUE 0.
001500 01  WS-PURGE-COUNT                  PIC 9(07) VALUE 0.
001510 01  WS-UPDATE-ERROR-COUNT           PIC 9(07) VALUE 0.
001520
001530 01  WS-RUN-DATE                     PIC 9(08).
001540 01  WS-PARM-DATE                    PIC X(08).
001550
001560 LINKAGE SECTION.
001570
001580*--------------------------------------------------------------*
001590*    RUN-TIME PARAMETER PASSED FROM THE JCL EXEC PARM= FIELD   *
001600*    - THE RUN DATE (CCYYMMDD) STAMPED AS THE ROLL DATE AND    *
001610*    USED FOR THE SEVEN-YEAR CUTOFF. BLANK FALLS BACK TO TODAY.*
001620*--------------------------------------------------------------*
001630 01  LK-PARM-AREA.
001640     05  LK-PARM-LEN                 PIC S9(04) COMP.
001650     05  LK-PARM-TEXT                PIC X(80).
001660
001670 PROCEDURE DIVISION USING LK-PARM-AREA.
001680
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE
001710         THRU 1000-INITIALIZE-EXIT.
001720
001730     IF INITIALIZATION-FAILED
001740         STOP RUN
001750     END-IF.
001760
001770     PERFORM UNTIL END-OF-ARCHIVE
001780         PERFORM 2000-ROLL-ONE-RECORD
001790             THRU 2000-ROLL-ONE-RECORD-EXIT
001800     END-PERFORM.
001810
001820     PERFORM 3000-APPLY-HOLD-INVENTORY
001830         THRU 3000-APPLY-HOLD-INVENTORY-EXIT.
001840
001850     PERFORM 4000-APPLY-RELEASE-LOG
001860         THRU 4000-APPLY-RELEASE-LOG-EXIT.
001870
001880     PERFORM 5000-PURGE-EXPIRED
001890         THRU 5000-PURGE-EXPIRED-EXIT.
001900
001910     PERFORM 9000-TERMINATE
001920         THRU 9000-TERMINATE-EXIT.
001930
001940     STOP RUN.
001950
001960 0000-MAINLINE-EXIT.
001970     EXIT.
001980
001990*-----------------------------------------------------------------
002000 1000-INITIALIZE.
002010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002020
002030     MOVE SPACES TO WS-PARM-DATE.
002040     IF LK-PARM-LEN > 0
002050         MOVE LK-PARM-TEXT (1:LK-PARM-LEN) TO WS-PARM-DATE
002060     END-IF.
002070     IF WS-PARM-DATE NUMERIC
002080         MOVE WS-PARM-DATE TO WS-RUN-DATE
002090     ELSE
002100         IF WS-PARM-DATE NOT = SPACES
002110             DISPLAY "ArchRoll: NON-NUMERIC DATE PARM '"
002120                     WS-PARM-DATE "' - USING TODAY"
002130         END-IF
002140     END-IF.
002150
002160     OPEN INPUT ARCHIVE-FILE.
002170     IF FS-ARCHIVE-FILE NOT = "00"
002180         DISPLAY "ArchRoll: ARCHFILE OPEN FAILED, ST="
002190                 FS-ARCHIVE-FILE
002200         MOVE 16 TO RETURN-CODE
002210         MOVE "Y" TO WS-INIT-FAILED-SW
002220         GO TO 1000-INITIALIZE-EXIT
002230     END-IF.
002240
002250     OPEN INPUT TRAN-HIST-FILE.
002260     IF FS-TRAN-HIST-FILE NOT = "00"
002270         DISPLAY "ArchRoll: TRANHIST OPEN FAILED, ST="
002280                 FS-TRAN-HIST-FILE
002290         MOVE 16 TO RETURN-CODE
002300         MOVE "Y" TO WS-INIT-FAILED-SW
002310         GO TO 1000-INITIALIZE-EXIT
002320     END-IF.
002330
002340*    THE FIRST ROLL CREATES THE LONG-TERM ARCHIVE.
002350     OPEN I-O LT-ARCHIVE-FILE.
002360     IF FS-LT-ARCHIVE-FILE = "35"
002370         OPEN OUTPUT LT-ARCHIVE-FILE
002380         CLOSE LT-ARCHIVE-FILE
002390         OPEN I-O LT-ARCHIVE-FILE
002400     END-IF.
002410     IF FS-LT-ARCHIVE-FILE NOT = "00"
002420         DISPLAY "ArchRoll: LTARCH OPEN FAILED, ST="
002430                 FS-LT-ARCHIVE-FILE
002440         MOVE 16 TO RETURN-CODE
002450         MOVE "Y" TO WS-INIT-FAILED-SW
002460         GO TO 1000-INITIALIZE-EXIT
002470     END-IF.
002480
002490     COMPUTE WS-PURGE-CUTOFF-DATE =
002500         WS-RUN-DATE - (WS-RETENTION-YEARS * 10000).
002510
002520 1000-INITIALIZE-EXIT.
002530     EXIT.
002540
002550*****************************************************************
002560*  2000-ROLL-ONE-RECORD                                          *
002570*  READS ONE ARCHIVED RECORD AND ADDS IT TO, OR UPGRADES IT ON,  *
002580*  THE LONG-TERM ARCHIVE. A NEW TRANSACTION IS ADDED AS POSTED  *
002590*  OR REJECTED (3000/4000 THEN SETTLE HOLDS AND REFUSALS). ONE  *
002600*  ALREADY ON FILE IS UPGRADED ONLY WHEN IT NOW POSTED; ONE THAT *
002610*  HAS NOT POSTED KEEPS THE EARLIEST DAY IT WAS SEEN.            *
002620*****************************************************************
002630 2000-ROLL-ONE-RECORD.
002640     READ ARCHIVE-FILE
002650         AT END
002660             MOVE "Y" TO WS-ARCH-EOF-SW
002670             GO TO 2000-ROLL-ONE-RECORD-EXIT
002680     END-READ.
002690     ADD 1 TO WS-ARCH-READ-COUNT.
002700
002710     IF ARCH-TRAN-ID = SPACES
002720         ADD 1 TO WS-BAD-RECORD-COUNT
002730         GO TO 2000-ROLL-ONE-RECORD-EXIT
002740     END-IF.
002750
002760     PERFORM 2100-DETERMINE-OUTCOME
002770         THRU 2100-DETERMINE-OUTCOME-EXIT.
002780
002790     MOVE ARCH-TRAN-ID TO LTA-TRAN-ID.
002800     MOVE "Y" TO WS-LTA-FOUND-SW.
002810     READ LT-ARCHIVE-FILE
002820         KEY IS LTA-TRAN-ID
002830         INVALID KEY
002840             MOVE "N" TO WS-LTA-FOUND-SW
002850     END-READ.
002860
002870     IF NOT LTA-ENTRY-FOUND
002880         MOVE SPACES TO LT-ARCHIVE-RECORD
002890         MOVE ARCH-TRAN-ID TO LTA-TRAN-ID
002900         MOVE ARCH-CUST-ID TO LTA-CUST-ID
002910         MOVE WS-IN-BUSINESS-DATE TO LTA-BUSINESS-DATE
002920         MOVE WS-IN-POST-PASS TO LTA-POST-PASS
002930         IF IN-WAS-POSTED
002940             MOVE "P" TO LTA-OUTCOME-CD
002950         ELSE
002960             MOVE "R" TO LTA-OUTCOME-CD
002970         END-IF
002980         MOVE WS-RUN-DATE TO LTA-ROLL-DATE
002990         MOVE ARCH-TRAN-DATA TO LTA-TRAN-DATA
003000         WRITE LT-ARCHIVE-RECORD
003010             INVALID KEY
003020                 ADD 1 TO WS-UPDATE-ERROR-COUNT
003030                 DISPLAY "ArchRoll: LTARCH WRITE FAILED, TRAN-ID "
003040                         LTA-TRAN-ID " ST=" FS-LT-ARCHIVE-FILE
003050             NOT INVALID KEY
003060                 ADD 1 TO WS-ADDED-COUNT
003070         END-WRITE
003080         GO TO 2000-ROLL-ONE-RECORD-EXIT
003090     END-IF.
003100
003110     IF LTA-POSTED
003120         GO TO 2000-ROLL-ONE-RECORD-EXIT
003130     END-IF.
003140
003150     IF IN-WAS-POSTED
003160         MOVE "P" TO LTA-OUTCOME-CD
003170         MOVE WS-IN-BUSINESS-DATE TO LTA-BUSINESS-DATE
003180         MOVE WS-IN-POST-PASS TO LTA-POST-PASS
003190         MOVE ARCH-TRAN-DATA TO LTA-TRAN-DATA
003200         ADD 1 TO WS-NOW-POSTED-COUNT
003210     ELSE
003220         IF WS-IN-BUSINESS-DATE = 0
003230             GO TO 2000-ROLL-ONE-RECORD-EXIT
003240         END-IF
003250         IF LTA-BUSINESS-DATE NOT = 0
003260             AND LTA-BUSINESS-DATE NOT > WS-IN-BUSINESS-DATE
003270             GO TO 2000-ROLL-ONE-RECORD-EXIT
003280         END-IF
003290         MOVE WS-IN-BUSINESS-DATE TO LTA-BUSINESS-DATE
003300         MOVE WS-IN-POST-PASS TO LTA-POST-PASS
003310     END-IF.
003320
003330     PERFORM 8000-REWRITE-ENTRY
003340         THRU 8000-REWRITE-ENTRY-EXIT.
003350
003360 2000-ROLL-ONE-RECORD-EXIT.
003370     EXIT.
003380
003390*-----------------------------------------------------------------
003400*  2100-DETERMINE-OUTCOME
003410*  TAKES THE BUSINESS DAY, PASS AND POSTED/NOT-POSTED FROM THE
003420*  ARCHIVE STAMP. AN UNSTAMPED (OLDER) GENERATION IS SETTLED
003430*  FROM TRANHIST INSTEAD - ON FILE MEANS IT POSTED, ON THE RUN
003440*  DATE THE ENTRY CARRIES; OFF FILE LEAVES THE DAY UNKNOWN.
003450*-----------------------------------------------------------------
003460 2100-DETERMINE-OUTCOME.
003470     IF NOT ARCH-NOT-STAMPED
003480         MOVE ARCH-OUTCOME-CD TO WS-IN-OUTCOME-CD
003490         MOVE ARCH-POST-PASS TO WS-IN-POST-PASS
003500         IF ARCH-BUSINESS-DATE NUMERIC
003510             MOVE ARCH-BUSINESS-DATE TO WS-IN-BUSINESS-DATE
003520         ELSE
003530             MOVE 0 TO WS-IN-BUSINESS-DATE
003540         END-IF
003550         GO TO 2100-DETERMINE-OUTCOME-EXIT
003560     END-IF.
003570
003580     ADD 1 TO WS-UNSTAMPED-COUNT.
003590     MOVE "N" TO WS-IN-OUTCOME-CD.
003600     MOVE 0 TO WS-IN-BUSINESS-DATE.
003610     MOVE SPACE TO WS-IN-POST-PASS.
003620
003630     MOVE ARCH-TRAN-ID TO TPH-TRAN-ID.
003640     READ TRAN-HIST-FILE
003650         INVALID KEY
003660             GO TO 2100-DETERMINE-OUTCOME-EXIT
003670     END-READ.
003680     MOVE "P" TO WS-IN-OUTCOME-CD.
003690     MOVE TPH-RUN-DATE TO WS-IN-BUSINESS-DATE.
003700     MOVE TPH-POST-PASS TO WS-IN-POST-PASS.
003710
003720 2100-DETERMINE-OUTCOME-EXIT.
003730     EXIT.
003740
003750*****************************************************************
003760*  3000-APPLY-HOLD-INVENTORY                                     *
003770*  EVERY ITEM STILL AWAITING A SUPERVISOR DECISION IS MARKED     *
003780*  HELD. NO HOLD INVENTORY ALLOCATED IS A LEGITIMATE STATE -     *
003790*  NOTHING IS HELD.                                              *
003800*****************************************************************
003810 3000-APPLY-HOLD-INVENTORY.
003820     OPEN INPUT HOLD-FILE.
003830     IF FS-HOLD-FILE NOT = "00"
003840         DISPLAY "ArchRoll: NO HOLDFILE, ST=" FS-HOLD-FILE
003850                 " - NO ITEMS MARKED HELD"
003860         GO TO 3000-APPLY-HOLD-INVENTORY-EXIT
003870     END-IF.
003880
003890     MOVE "H" TO WS-SETTLE-OUTCOME-CD.
003900     PERFORM UNTIL END-OF-HOLD-FILE
003910         READ HOLD-FILE
003920             AT END
003930                 MOVE "Y" TO WS-HOLD-EOF-SW
003940             NOT AT END
003950                 MOVE HOLD-TRAN-ID TO LTA-TRAN-ID
003960                 PERFORM 3100-SETTLE-OUTCOME
003970                     THRU 3100-SETTLE-OUTCOME-EXIT
003980         END-READ
003990     END-PERFORM.
004000     CLOSE HOLD-FILE.
004010
004020 3000-APPLY-HOLD-INVENTORY-EXIT.
004030     EXIT.
004040
004050*-----------------------------------------------------------------
004060*  3100-SETTLE-OUTCOME
004070*  SETS THE ENTRY FOR LTA-TRAN-ID TO WS-SETTLE-OUTCOME-CD UNLESS
004080*  IT HAS POSTED. AN ID NOT ON FILE YET BELONGS TO A GENERATION
004090*  NOT YET ROLLED - THE NEXT ROLL SETTLES IT.
004100*-----------------------------------------------------------------
004110 3100-SETTLE-OUTCOME.
004120     READ LT-ARCHIVE-FILE
004130         KEY IS LTA-TRAN-ID
004140         INVALID KEY
004150             GO TO 3100-SETTLE-OUTCOME-EXIT
004160     END-READ.
004170
004180     IF LTA-POSTED OR LTA-OUTCOME-CD = WS-SETTLE-OUTCOME-CD
004190         GO TO 3100-SETTLE-OUTCOME-EXIT
004200     END-IF.
004210
004220     MOVE WS-SETTLE-OUTCOME-CD TO LTA-OUTCOME-CD.
004230     IF LTA-HELD
004240         ADD 1 TO WS-HELD-COUNT
004250     ELSE
004260         ADD 1 TO WS-REFUSED-COUNT
004270     END-IF.
004280     PERFORM 8000-REWRITE-ENTRY
004290         THRU 8000-REWRITE-ENTRY-EXIT.
004300
004310 3100-SETTLE-OUTCOME-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350*  4000-APPLY-RELEASE-LOG                                        *
004360*  A FULL PASS OVER THE PERMANENT HOLD DECISION LOG. A REFUSAL   *
004370*  IS FINAL; AN APPROVAL STAYS HELD UNTIL THE RESUBMITTED ITEM   *
004380*  IS ROLLED AS POSTED. NO LOG YET MEANS NO DECISIONS.           *
004390*****************************************************************
004400 4000-APPLY-RELEASE-LOG.
004410     OPEN INPUT RELEASE-LOG-FILE.
004420     IF FS-RELEASE-LOG-FILE NOT = "00"
004430         DISPLAY "ArchRoll: NO RELLOG, ST=" FS-RELEASE-LOG-FILE
004440                 " - NO HOLD DECISIONS APPLIED"
004450         GO TO 4000-APPLY-RELEASE-LOG-EXIT
004460     END-IF.
004470
004480     PERFORM UNTIL END-OF-RELEASE-LOG
004490         READ RELEASE-LOG-FILE
004500             AT END
004510                 MOVE "Y" TO WS-RLOG-EOF-SW
004520             NOT AT END
004530                 PERFORM 4100-APPLY-ONE-DECISION
004540                     THRU 4100-APPLY-ONE-DECISION-EXIT
004550         END-READ
004560     END-PERFORM.
004570     CLOSE RELEASE-LOG-FILE.
004580
004590 4000-APPLY-RELEASE-LOG-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------------
004630 4100-APPLY-ONE-DECISION.
004640     IF RLOG-IS-REFUSE
004650         MOVE "F" TO WS-SETTLE-OUTCOME-CD
004660     ELSE
004670         IF RLOG-IS-APPROVE
004680             MOVE "H" TO WS-SETTLE-OUTCOME-CD
004690         ELSE
004700             GO TO 4100-APPLY-ONE-DECISION-EXIT
004710         END-IF
004720     END-IF.
004730
004740     MOVE RLOG-TRAN-ID TO LTA-TRAN-ID.
004750     PERFORM 3100-SETTLE-OUTCOME
004760         THRU 3100-SETTLE-OUTCOME-EXIT.
004770
004780 4100-APPLY-ONE-DECISION-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820*  5000-PURGE-EXPIRED                                            *
004830*  DELETES ENTRIES PAST THE SEVEN-YEAR RETENTION - AGED FROM THE *
004840*  BUSINESS DAY, OR FROM THE ROLL DATE WHEN THE DAY IS UNKNOWN.  *
004850*  SAME SWEEP AS ReportingSystem'S TRANHIST PURGE.               *
004860*****************************************************************
004870 5000-PURGE-EXPIRED.
004880     MOVE LOW-VALUES TO LTA-TRAN-ID.
004890     START LT-ARCHIVE-FILE KEY NOT < LTA-TRAN-ID
004900         INVALID KEY
004910             GO TO 5000-PURGE-EXPIRED-EXIT
004920     END-START.
004930
004940     PERFORM UNTIL FS-LT-ARCHIVE-FILE NOT = "00"
004950         READ LT-ARCHIVE-FILE NEXT RECORD
004960             AT END
004970                 MOVE "10" TO FS-LT-ARCHIVE-FILE
004980             NOT AT END
004990                 PERFORM 5100-CHECK-ONE-ENTRY
005000                     THRU 5100-CHECK-ONE-ENTRY-EXIT
005010         END-READ
005020     END-PERFORM.
005030     MOVE "00" TO FS-LT-ARCHIVE-FILE.
005040
005050 5000-PURGE-EXPIRED-EXIT.
005060     EXIT.
005070
005080*-----------------------------------------------------------------
005090 5100-CHECK-ONE-ENTRY.
005100     IF LTA-BUSINESS-DATE = 0
005110         MOVE LTA-ROLL-DATE TO WS-RETAIN-FROM-DATE
005120     ELSE
005130         MOVE LTA-BUSINESS-DATE TO WS-RETAIN-FROM-DATE
005140     END-IF.
005150
005160     IF WS-RETAIN-FROM-DATE < WS-PURGE-CUTOFF-DATE
005170         DELETE LT-ARCHIVE-FILE
005180         ADD 1 TO WS-PURGE-COUNT
005190     END-IF.
005200
005210 5100-CHECK-ONE-ENTRY-EXIT.
005220     EXIT.
005230
005240*-----------------------------------------------------------------
005250*  8000-REWRITE-ENTRY
005260*  REWRITES THE ENTRY JUST UPDATED, STAMPED WITH THIS ROLL.
005270*-----------------------------------------------------------------
005280 8000-REWRITE-ENTRY.
005290     MOVE WS-RUN-DATE TO LTA-ROLL-DATE.
005300     REWRITE LT-ARCHIVE-RECORD
005310         INVALID KEY
005320             ADD 1 TO WS-UPDATE-ERROR-COUNT
005330             DISPLAY "ArchRoll: LTARCH REWRITE FAILED, TRAN-ID "
005340                     LTA-TRAN-ID " ST=" FS-LT-ARCHIVE-FILE
005350     END-REWRITE.
005360
005370 8000-REWRITE-ENTRY-EXIT.
005380     EXIT.
005390
005400*-----------------------------------------------------------------
005410 9000-TERMINATE.
005420     CLOSE ARCHIVE-FILE.
005430     CLOSE TRAN-HIST-FILE.
005440     CLOSE LT-ARCHIVE-FILE.
005450
005460     IF WS-UPDATE-ERROR-COUNT > 0
005470         MOVE 8 TO RETURN-CODE
005480     END-IF.
005490
005500     DISPLAY "ArchRoll: READ=" WS-ARCH-READ-COUNT
005510             " ADDED=" WS-ADDED-COUNT
005520             " NOW-POSTED=" WS-NOW-POSTED-COUNT
005530             " HELD=" WS-HELD-COUNT
005540             " REFUSED=" WS-REFUSED-COUNT.
005550     DISPLAY "ArchRoll: UNSTAMPED=" WS-UNSTAMPED-COUNT
005560             " NO-TRAN-ID=" WS-BAD-RECORD-COUNT
005570             " PURGED=" WS-PURGE-COUNT
005580             " UPDATE-ERRORS=" WS-UPDATE-ERROR-COUNT.
005590
005600 9000-TERMINATE-EXIT.
005610     EXIT.
