000270*  UNLESS THE MAINTENANCE RECORD CARRIES A SUPERVISOR CODE.
000280*  THE MAINTENANCE FILE NEED NOT BE SORTED - THE MASTER IS
000290*  KEYED, SO EACH INSTRUCTION IS APPLIED BY RANDOM READ.
000291*  A MERGE ("M") RETIRES A DUPLICATE CUSTOMER ID INTO A
000292*  SURVIVING ONE: THE RETIRED MASTER STAYS ON FILE WITH STATUS
000293*  "M" AND A CROSS-REFERENCE RECORD (SEE XREFREC) IS WRITTEN
000294*  TO PROD.DLYRPT.CUSTXREF SO THE POSTING, STATEMENT, REFUND
000295*  AND DORMANCY PROGRAMS CARRY THE RETIRED ID'S ACTIVITY UNDER
000296*  THE SURVIVOR. A MERGE NEEDS A SUPERVISOR CODE, AND A MERGED
000297*  CUSTOMER TAKES NO FURTHER MAINTENANCE.
000300*-----------------------------------------------------------------
000310*  MODIFICATION HISTORY
000320*  DATE       INIT  DESCRIPTION
000332*  2026-08-21 MHC   REFUSE A MAINTENANCE INSTRUCTION WITH A
000334*                   BLANK CUSTOMER ID - AN ADD WAS ABLE TO
000336*                   WRITE A SPACES-KEYED MASTER RECORD.
000337*  2026-10-15 MHC   MAINTAINS THE NEW CUST-BIRTH-DATE, WITH ITS
000338*                   BEFORE/AFTER IMAGES ON THE HISTORY RECORD.
000339*                   A BLANK BIRTH DATE ON THE INSTRUCTION KEEPS
000340*                   THE ONE ON FILE; ALTERING A BIRTH DATE
000341*                   ALREADY ON FILE NEEDS A SUPERVISOR CODE,
000342*                   SINCE ReportingSystem NOW DERIVES THE
000343*                   COMPLIANCE AGE FROM IT.
000344*  2026-10-15 MHC   ADDED THE MERGE ACTION AND THE CUSTXREF
000345*                   CROSS-REFERENCE FILE; CHANGE AND DELETE
000346*                   OF A MERGED CUSTOMER ARE REFUSED.
000347*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000540     SELECT MAINT-LOG-FILE ASSIGN TO "CMNTLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-MAINT-LOG-FILE.
000561
000562     SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
000563         ORGANIZATION IS INDEXED
000564         ACCESS MODE IS RANDOM
000565         RECORD KEY IS XREF-RETIRED-ID
000566         FILE STATUS IS FS-XREF-FILE.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000690
000700 FD  MAINT-LOG-FILE.
000710 01  MAINT-LOG-RECORD                PIC X(100).
000712
000714 FD  CUST-XREF-FILE.
000716     COPY XREFREC.
000720
000730 WORKING-STORAGE SECTION.
000740
000760 01  FS-CMNT-FILE                    PIC X(02) VALUE "00".
000770 01  FS-CHIST-FILE                   PIC X(02) VALUE "00".
000780 01  FS-MAINT-LOG-FILE               PIC X(02) VALUE "00".
000784 01  FS-XREF-FILE                    PIC X(02) VALUE "00".
000790
000800 01  WS-CMNT-EOF-SW                  PIC X(01) VALUE "N".
000810     88  NO-MORE-MAINT-RECORDS           VALUE "Y".
000970 01  WS-OLD-CUST-NAME                PIC X(30).
000980 01  WS-OLD-CUST-STATUS              PIC X(01).
000990 01  WS-OLD-CUST-ENROLL-DATE         PIC 9(08).
000991 01  WS-OLD-CUST-BIRTH-DATE          PIC 9(08).
000992
000993*--------------------------------------------------------------*
000994*    BIRTH DATE THE ADD/CHANGE WILL LEAVE ON THE MASTER - THE   *
000995*    INSTRUCTION'S WHEN SUPPLIED, OTHERWISE THE ONE ON FILE.    *
000996*--------------------------------------------------------------*
000997 01  WS-NEW-CUST-BIRTH-DATE          PIC 9(08).
000998
000999*--------------------------------------------------------------*
001000*    SURVIVOR OF A MERGE - FOUND ON THE MASTER AND ITS STATUS. *
001001*--------------------------------------------------------------*
001002 01  WS-SURV-FOUND-SW                PIC X(01).
001003     88  SURVIVOR-WAS-FOUND              VALUE "Y".
001004 01  WS-SURV-CUST-STATUS             PIC X(01).
001006
001010 01  WS-ADD-COUNT                    PIC 9(08) VALUE 0.
001020 01  WS-CHANGE-COUNT                 PIC 9(08) VALUE 0.
001030 01  WS-DELETE-COUNT                 PIC 9(08) VALUE 0.
001040 01  WS-REFUSED-COUNT                PIC 9(08) VALUE 0.
001044 01  WS-MERGE-COUNT                  PIC 9(08) VALUE 0.
001050
001060 01  WS-RUN-DATE                     PIC 9(08).
001070 01  WS-RUN-TIME                     PIC 9(08).
001940         MOVE "Y" TO WS-INIT-FAILED-SW
001950         GO TO 1000-INITIALIZE-EXIT
001960     END-IF.
001961
001962     OPEN I-O CUST-XREF-FILE.
001963     IF FS-XREF-FILE = "35"
001964         OPEN OUTPUT CUST-XREF-FILE
001965         CLOSE CUST-XREF-FILE
001966         OPEN I-O CUST-XREF-FILE
001967     END-IF.
001968     IF FS-XREF-FILE NOT = "00"
001969         DISPLAY "CustMaint: CUSTXREF OPEN FAILED, ST="
001970                 FS-XREF-FILE
001971         MOVE 16 TO RETURN-CODE
001972         MOVE "Y" TO WS-INIT-FAILED-SW
001973         GO TO 1000-INITIALIZE-EXIT
001974     END-IF.
001976
001980 1000-INITIALIZE-EXIT.
001990     EXIT.
002000
002330         WHEN CMNT-IS-DELETE
002340             PERFORM 5000-APPLY-DELETE
002350                 THRU 5000-APPLY-DELETE-EXIT
002352         WHEN CMNT-IS-MERGE
002354             PERFORM 7000-APPLY-MERGE
002356                 THRU 7000-APPLY-MERGE-EXIT
002360     END-EVALUATE.
002370
002380 2000-PROCESS-ONE-MAINT-EXIT.
002500     MOVE SPACES TO WS-OLD-CUST-NAME.
002510     MOVE SPACES TO WS-OLD-CUST-STATUS.
002520     MOVE ZEROES TO WS-OLD-CUST-ENROLL-DATE.
002524     MOVE ZEROES TO WS-OLD-CUST-BIRTH-DATE.
002530
002540     READ CUSTOMER-MASTER-FILE
002550         INVALID KEY
002590             MOVE CUST-NAME        TO WS-OLD-CUST-NAME
002600             MOVE CUST-STATUS      TO WS-OLD-CUST-STATUS
002610             MOVE CUST-ENROLL-DATE TO WS-OLD-CUST-ENROLL-DATE
002614             MOVE CUST-BIRTH-DATE  TO WS-OLD-CUST-BIRTH-DATE
002620     END-READ.
002630
002640 2100-READ-MASTER-EXIT.
002705*  TRANSITION IS ILLEGAL. A TRANSITION OUT OF SUSPENDED, OR A
002710*  DELETE OF A SUSPENDED ACCOUNT, NEEDS A SUPERVISOR CODE ON
002720*  THE MAINTENANCE RECORD.
002722*  A SUPPLIED BIRTH DATE MUST BE A REAL CALENDAR DATE NO LATER
002724*  THAN TODAY; ALTERING ONE ALREADY ON FILE ALSO NEEDS A
002726*  SUPERVISOR CODE.
002727*  A MERGE NEEDS A SUPERVISOR CODE AND A SURVIVOR THAT IS ON
002728*  FILE, IS NOT THE RETIRED ID ITSELF, AND IS NOT ITSELF
002729*  MERGED. A MERGED CUSTOMER TAKES NO FURTHER MAINTENANCE.
002730*-----------------------------------------------------------------
002740 2200-VALIDATE-MAINT.
002750     MOVE "Y" TO WS-MAINT-OK-SW.
002779     END-IF.
002780
002782     IF NOT CMNT-IS-ADD AND NOT CMNT-IS-CHANGE
002790         AND NOT CMNT-IS-DELETE AND NOT CMNT-IS-MERGE
002800         MOVE "N" TO WS-MAINT-OK-SW
002810         MOVE "INVALID ACTION CODE" TO WS-REFUSE-REASON-TX
002820         GO TO 2200-VALIDATE-MAINT-EXIT
002890         GO TO 2200-VALIDATE-MAINT-EXIT
002900     END-IF.
002910
002920     IF (CMNT-IS-CHANGE OR CMNT-IS-DELETE OR CMNT-IS-MERGE)
002930         AND NOT CUSTOMER-WAS-FOUND
002940         MOVE "N" TO WS-MAINT-OK-SW
002950         MOVE "NO MATCHING CUSTOMER ON FILE"
002960             TO WS-REFUSE-REASON-TX
002970         GO TO 2200-VALIDATE-MAINT-EXIT
002980     END-IF.
002981
002982     IF NOT CMNT-IS-ADD
002983         AND WS-OLD-CUST-STATUS = "M"
002984         MOVE "N" TO WS-MAINT-OK-SW
002985         MOVE "CUSTOMER ALREADY MERGED" TO WS-REFUSE-REASON-TX
002986         GO TO 2200-VALIDATE-MAINT-EXIT
002987     END-IF.
002988
002989     IF CMNT-IS-MERGE
002990         PERFORM 2250-VALIDATE-MERGE
002991             THRU 2250-VALIDATE-MERGE-EXIT
002992         GO TO 2200-VALIDATE-MAINT-EXIT
002993     END-IF.
002996
003000     IF (CMNT-IS-ADD OR CMNT-IS-CHANGE)
003010         AND CMNT-CUST-STATUS NOT = "A"
003020         AND CMNT-CUST-STATUS NOT = "G"
003096         GO TO 2200-VALIDATE-MAINT-EXIT
003097     END-IF.
003098
003099     MOVE WS-OLD-CUST-BIRTH-DATE TO WS-NEW-CUST-BIRTH-DATE.
003100     IF (CMNT-IS-ADD OR CMNT-IS-CHANGE)
003101         AND CMNT-CUST-BIRTH-DATE-X NOT = SPACES
003102         IF CMNT-CUST-BIRTH-DATE NOT NUMERIC
003103             MOVE "N" TO WS-MAINT-OK-SW
003104             MOVE "INVALID BIRTH DATE" TO WS-REFUSE-REASON-TX
003105             GO TO 2200-VALIDATE-MAINT-EXIT
003106         END-IF
003107         IF CMNT-CUST-BIRTH-DATE > 0
003108             AND (CMNT-CUST-BIRTH-DATE > WS-RUN-DATE
003109               OR FUNCTION TEST-DATE-YYYYMMDD
003110                      (CMNT-CUST-BIRTH-DATE) NOT = 0)
003111             MOVE "N" TO WS-MAINT-OK-SW
003112             MOVE "INVALID BIRTH DATE" TO WS-REFUSE-REASON-TX
003113             GO TO 2200-VALIDATE-MAINT-EXIT
003114         END-IF
003115         MOVE CMNT-CUST-BIRTH-DATE TO WS-NEW-CUST-BIRTH-DATE
003116     END-IF.
003117
003118     IF CMNT-IS-CHANGE
003119         AND WS-OLD-CUST-BIRTH-DATE > 0
003120         AND WS-NEW-CUST-BIRTH-DATE NOT = WS-OLD-CUST-BIRTH-DATE
003121         AND CMNT-SUPERVISOR-CD = SPACES
003122         MOVE "N" TO WS-MAINT-OK-SW
003123         MOVE "BIRTH DATE CHANGE - SUPERVISOR CODE REQD"
003124             TO WS-REFUSE-REASON-TX
003125         GO TO 2200-VALIDATE-MAINT-EXIT
003126     END-IF.
003127
003129     IF CMNT-IS-CHANGE
003131         AND WS-OLD-CUST-STATUS = "S"
003133         AND CMNT-CUST-STATUS NOT = "S"
003135         AND CMNT-SUPERVISOR-CD = SPACES
003140         MOVE "N" TO WS-MAINT-OK-SW
003150         MOVE "SUSPENDED - SUPERVISOR CODE REQUIRED"
003160             TO WS-REFUSE-REASON-TX
003270
003280 2200-VALIDATE-MAINT-EXIT.
003290     EXIT.
003291
003292*-----------------------------------------------------------------
003293*  2250-VALIDATE-MERGE
003294*  CHECKS THE SURVIVOR NAMED ON A MERGE INSTRUCTION. THE READ
003295*  OVERLAYS THE MASTER RECORD AREA - 7000 RE-READS THE RETIRED
003296*  CUSTOMER BEFORE ITS REWRITE.
003297*-----------------------------------------------------------------
003298 2250-VALIDATE-MERGE.
003299     IF CMNT-SUPERVISOR-CD = SPACES
003300         MOVE "N" TO WS-MAINT-OK-SW
003301         MOVE "MERGE - SUPERVISOR CODE REQUIRED"
003302             TO WS-REFUSE-REASON-TX
003303         GO TO 2250-VALIDATE-MERGE-EXIT
003304     END-IF.
003305
003306     IF CMNT-SURVIVOR-ID = SPACES
003307         MOVE "N" TO WS-MAINT-OK-SW
003308         MOVE "MERGE - SURVIVOR ID MISSING"
003309             TO WS-REFUSE-REASON-TX
003310         GO TO 2250-VALIDATE-MERGE-EXIT
003311     END-IF.
003312
003313     IF CMNT-SURVIVOR-ID = CMNT-CUST-ID
003314         MOVE "N" TO WS-MAINT-OK-SW
003315         MOVE "MERGE - SURVIVOR SAME AS RETIRED ID"
003316             TO WS-REFUSE-REASON-TX
003317         GO TO 2250-VALIDATE-MERGE-EXIT
003318     END-IF.
003319
003320     MOVE CMNT-SURVIVOR-ID TO CUST-ID.
003321     MOVE "N" TO WS-SURV-FOUND-SW.
003322     MOVE SPACES TO WS-SURV-CUST-STATUS.
003323     READ CUSTOMER-MASTER-FILE
003324         INVALID KEY
003325             MOVE "N" TO WS-SURV-FOUND-SW
003326         NOT INVALID KEY
003327             MOVE "Y" TO WS-SURV-FOUND-SW
003328             MOVE CUST-STATUS TO WS-SURV-CUST-STATUS
003329     END-READ.
003330
003331     IF NOT SURVIVOR-WAS-FOUND
003332         MOVE "N" TO WS-MAINT-OK-SW
003333         MOVE "MERGE - SURVIVOR NOT ON FILE"
003334             TO WS-REFUSE-REASON-TX
003335         GO TO 2250-VALIDATE-MERGE-EXIT
003336     END-IF.
003337
003338     IF WS-SURV-CUST-STATUS = "M"
003339         MOVE "N" TO WS-MAINT-OK-SW
003340         MOVE "MERGE - SURVIVOR ALREADY MERGED"
003341             TO WS-REFUSE-REASON-TX
003342     END-IF.
003343
003344 2250-VALIDATE-MERGE-EXIT.
003345     EXIT.
003347
003349*-----------------------------------------------------------------
003351 2300-WRITE-REFUSAL.
003353     ADD 1 TO WS-REFUSED-COUNT.
003355     MOVE SPACES TO MAINT-LOG-RECORD.
003357     STRING "CUST-ID=" DELIMITED BY SIZE
003360            CMNT-CUST-ID DELIMITED BY SIZE
003370            " ACTION=" DELIMITED BY SIZE
003380            CMNT-ACTION-CD DELIMITED BY SIZE
003500     MOVE CMNT-CUST-NAME        TO CUST-NAME.
003510     MOVE CMNT-CUST-STATUS      TO CUST-STATUS.
003520     MOVE CMNT-CUST-ENROLL-DATE TO CUST-ENROLL-DATE.
003524     MOVE WS-NEW-CUST-BIRTH-DATE TO CUST-BIRTH-DATE.
003530
003540     WRITE CUST-MASTER-RECORD
003550         INVALID KEY
003710     MOVE CMNT-CUST-NAME        TO CUST-NAME.
003720     MOVE CMNT-CUST-STATUS      TO CUST-STATUS.
003730     MOVE CMNT-CUST-ENROLL-DATE TO CUST-ENROLL-DATE.
003734     MOVE WS-NEW-CUST-BIRTH-DATE TO CUST-BIRTH-DATE.
003740
003750     REWRITE CUST-MASTER-RECORD
003760         INVALID KEY
004210     MOVE WS-OLD-CUST-NAME        TO CHIST-OLD-NAME.
004220     MOVE WS-OLD-CUST-STATUS      TO CHIST-OLD-STATUS.
004230     MOVE WS-OLD-CUST-ENROLL-DATE TO CHIST-OLD-ENROLL-DATE.
004234     MOVE WS-OLD-CUST-BIRTH-DATE  TO CHIST-OLD-BIRTH-DATE.
004240
004250     EVALUATE TRUE
004254         WHEN CMNT-IS-DELETE
004260             MOVE SPACES TO CHIST-NEW-NAME
004270             MOVE SPACES TO CHIST-NEW-STATUS
004280             MOVE ZEROES TO CHIST-NEW-ENROLL-DATE
004284             MOVE ZEROES TO CHIST-NEW-BIRTH-DATE
004285         WHEN CMNT-IS-MERGE
004286             MOVE WS-OLD-CUST-NAME        TO CHIST-NEW-NAME
004287             MOVE "M"                     TO CHIST-NEW-STATUS
004288             MOVE WS-OLD-CUST-ENROLL-DATE TO CHIST-NEW-ENROLL-DATE
004289             MOVE WS-OLD-CUST-BIRTH-DATE  TO CHIST-NEW-BIRTH-DATE
004290         WHEN OTHER
004300             MOVE CMNT-CUST-NAME        TO CHIST-NEW-NAME
004310             MOVE CMNT-CUST-STATUS      TO CHIST-NEW-STATUS
004320             MOVE CMNT-CUST-ENROLL-DATE TO CHIST-NEW-ENROLL-DATE
004324             MOVE WS-NEW-CUST-BIRTH-DATE TO CHIST-NEW-BIRTH-DATE
004330     END-EVALUATE.
004340
004350     MOVE CMNT-SUPERVISOR-CD      TO CHIST-SUPERVISOR-CD.
004351     IF CMNT-IS-MERGE
004352         MOVE CMNT-SURVIVOR-ID    TO CHIST-SURVIVOR-ID
004353     ELSE
004354         MOVE SPACES              TO CHIST-SURVIVOR-ID
004355     END-IF.
004360
004370     WRITE CUST-HIST-RECORD.
004380
004390 6000-WRITE-HISTORY-EXIT.
004400     EXIT.
004401
004402*-----------------------------------------------------------------
004403*  7000-APPLY-MERGE
004404*  RE-READS THE RETIRED CUSTOMER (2250 LEFT THE SURVIVOR IN THE
004405*  RECORD AREA), REWRITES IT WITH STATUS "M", AND WRITES THE
004406*  RETIRED-TO-SURVIVOR CROSS-REFERENCE. THE MASTER IS UPDATED
004407*  FIRST SO A FAILED CROSS-REFERENCE WRITE LEAVES THE RETIRED
004408*  ID BLOCKED FROM FURTHER MAINTENANCE AND SHOWING ON THE LOG
004409*  FOR A HAND REPAIR, RATHER THAN SILENTLY REDIRECTED.
004410*-----------------------------------------------------------------
004411 7000-APPLY-MERGE.
004412     MOVE CMNT-CUST-ID TO CUST-ID.
004413     READ CUSTOMER-MASTER-FILE
004414         INVALID KEY
004415             DISPLAY "CustMaint: RE-READ FAILED FOR CUST-ID "
004416                     CMNT-CUST-ID " ST=" FS-CUST-FILE
004417             MOVE 8 TO RETURN-CODE
004418             GO TO 7000-APPLY-MERGE-EXIT
004419     END-READ.
004420
004421     MOVE "M" TO CUST-STATUS.
004422     REWRITE CUST-MASTER-RECORD
004423         INVALID KEY
004424             DISPLAY "CustMaint: REWRITE FAILED FOR CUST-ID "
004425                     CMNT-CUST-ID " ST=" FS-CUST-FILE
004426             MOVE 8 TO RETURN-CODE
004427             GO TO 7000-APPLY-MERGE-EXIT
004428     END-REWRITE.
004429
004430     MOVE CMNT-CUST-ID       TO XREF-RETIRED-ID.
004431     MOVE CMNT-SURVIVOR-ID   TO XREF-SURVIVOR-ID.
004432     MOVE WS-RUN-DATE        TO XREF-MERGE-DATE.
004433     MOVE CMNT-SUPERVISOR-CD TO XREF-SUPERVISOR-CD.
004434     WRITE CUST-XREF-RECORD
004435         INVALID KEY
004436             DISPLAY "CustMaint: CUSTXREF WRITE FAILED, CUST-ID "
004437                     CMNT-CUST-ID " ST=" FS-XREF-FILE
004438             MOVE 8 TO RETURN-CODE
004439     END-WRITE.
004440
004441     ADD 1 TO WS-MERGE-COUNT.
004442     PERFORM 6000-WRITE-HISTORY
004443         THRU 6000-WRITE-HISTORY-EXIT.
004444
004445 7000-APPLY-MERGE-EXIT.
004446     EXIT.
004448
004450*-----------------------------------------------------------------
004452 9000-TERMINATE.
004454     CLOSE CUSTOMER-MASTER-FILE.
004456     CLOSE CUST-MAINT-FILE.
004460     CLOSE CUST-HIST-FILE.
004470     CLOSE MAINT-LOG-FILE.
004474     CLOSE CUST-XREF-FILE.
004480
004490     DISPLAY "CustMaint: ADDS=" WS-ADD-COUNT
004500             " CHANGES=" WS-CHANGE-COUNT
004510             " DELETES=" WS-DELETE-COUNT
004514             " MERGES=" WS-MERGE-COUNT
004520             " REFUSED=" WS-REFUSED-COUNT.
004530
004540 9000-TERMINATE-EXIT.
