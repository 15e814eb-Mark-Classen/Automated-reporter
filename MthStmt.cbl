000330*  MODIFICATION HISTORY
000340*  DATE       INIT  DESCRIPTION
000350*  2026-09-01 MHC   ORIGINAL.
000351*  2026-10-15 MHC   ACTIVITY OF A CUSTOMER ID RETIRED BY A
000352*                   CustMaint MERGE IS ROLLED UP ONTO THE
000353*                   SURVIVOR'S STATEMENT (CUSTXREF, SEE
000354*                   XREFREC); EACH SUCH DAY LINE NAMES THE
000355*                   RETIRED ID IT CAME FROM.
000360*****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000520     SELECT STATEMENT-PRINT-FILE ASSIGN TO "STMPRINT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-STMT-PRINT-FILE.
000541
000542     SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
000543         ORGANIZATION IS INDEXED
000544         ACCESS MODE IS RANDOM
000545         RECORD KEY IS XREF-RETIRED-ID
000546         FILE STATUS IS FS-XREF-FILE.
000550
000560     SELECT STMT-SORT-FILE ASSIGN TO "SORTWK".
000570
000660
000670 FD  STATEMENT-PRINT-FILE.
000680 01  STATEMENT-PRINT-RECORD          PIC X(100).
000682
000684 FD  CUST-XREF-FILE.
000686     COPY XREFREC.
000690
000700 SD  STMT-SORT-FILE.
000710 01  STMT-SORT-RECORD.
000750     05  STMT-SORT-AMOUNT            PIC S9(10)V99.
000760     05  STMT-SORT-ELIGIBILITY       PIC X(14).
000770     05  STMT-SORT-CUST-NAME         PIC X(30).
000774     05  STMT-SORT-ORIG-CUST-ID      PIC X(06).
000780
000790 WORKING-STORAGE SECTION.
000800
000810 01  FS-CUST-ACTV-FILE               PIC X(02) VALUE "00".
000820 01  FS-CUST-FILE                    PIC X(02) VALUE "00".
000830 01  FS-STMT-PRINT-FILE              PIC X(02) VALUE "00".
000834 01  FS-XREF-FILE                    PIC X(02) VALUE "00".
000840
000850 01  WS-ACTV-EOF-SW                  PIC X(01) VALUE "N".
000860     88  END-OF-ACTIVITY                 VALUE "Y".
000920
000930 01  WS-CUST-FOUND-SW                PIC X(01).
000940     88  CUSTOMER-WAS-FOUND              VALUE "Y".
000941
000942*--------------------------------------------------------------*
000943*    MERGED-CUSTOMER CROSS-REFERENCE WORK AREA - THE RESOLVE   *
000944*    PARAGRAPH FOLLOWS WS-XREF-CUST-ID DOWN THE RETIRED-TO-     *
000945*    SURVIVOR CHAIN.                                            *
000946*--------------------------------------------------------------*
000947 01  WS-XREF-AVAIL-SW                PIC X(01) VALUE "N".
000948     88  XREF-FILE-AVAILABLE             VALUE "Y".
000949 01  WS-XREF-END-SW                  PIC X(01).
000950     88  XREF-CHAIN-ENDED                VALUE "Y".
000951 01  WS-XREF-CUST-ID                 PIC X(06).
000952 01  WS-XREF-HOPS                    PIC 9(02).
000953 01  WS-XREF-MAX-HOPS                PIC 9(02) VALUE 10.
000954 01  WS-RECORDS-MERGED               PIC 9(08) VALUE 0.
000956
000960*--------------------------------------------------------------*
000970*    PER-CUSTOMER CONTROL-BREAK ACCUMULATORS - THE LAST DAY'S  *
000980*    DATE AND ELIGIBILITY ARE HELD SO THE STATEMENT CAN SHOW   *
001890         MOVE "Y" TO WS-INIT-FAILED-SW
001900         GO TO 1000-INITIALIZE-EXIT
001910     END-IF.
001911
001912*    NO CROSS-REFERENCE FILE YET MEANS NO CUSTOMER HAS EVER BEEN
001913*    MERGED - EVERY ID IS STATED AS FILED.
001914     OPEN INPUT CUST-XREF-FILE.
001915     IF FS-XREF-FILE = "00"
001916         MOVE "Y" TO WS-XREF-AVAIL-SW
001917     ELSE
001918         IF FS-XREF-FILE = "35"
001919             DISPLAY "MthStmt: NO CUSTXREF FILE - NO MERGED"
001920                     " CUSTOMER IDS ROLLED UP"
001921         ELSE
001922             DISPLAY "MthStmt: CUSTXREF OPEN FAILED, ST="
001923                     FS-XREF-FILE
001924             MOVE 16 TO RETURN-CODE
001925             MOVE "Y" TO WS-INIT-FAILED-SW
001926             GO TO 1000-INITIALIZE-EXIT
001927         END-IF
001928     END-IF.
001929
001930     OPEN OUTPUT STATEMENT-PRINT-FILE.
001940     IF FS-STMT-PRINT-FILE NOT = "00"
001950         DISPLAY "MthStmt: STMPRINT OPEN FAILED, ST="
002370         GO TO 2100-RELEASE-ONE-RECORD-EXIT
002380     END-IF.
002390
002391     MOVE CACT-CUST-ID TO WS-XREF-CUST-ID.
002392     PERFORM 2150-RESOLVE-MERGED-ID
002393         THRU 2150-RESOLVE-MERGED-ID-EXIT.
002394     IF WS-XREF-CUST-ID NOT = CACT-CUST-ID
002395         ADD 1 TO WS-RECORDS-MERGED
002396     END-IF.
002397
002398     MOVE WS-XREF-CUST-ID    TO STMT-SORT-CUST-ID.
002399     MOVE CACT-CUST-ID       TO STMT-SORT-ORIG-CUST-ID.
002410     MOVE CACT-RUN-DATE      TO STMT-SORT-RUN-DATE.
002420     MOVE CACT-TRAN-COUNT    TO STMT-SORT-TRAN-COUNT.
002430     MOVE CACT-TOTAL-AMOUNT  TO STMT-SORT-AMOUNT.
002470
002480 2100-RELEASE-ONE-RECORD-EXIT.
002490     EXIT.
002491
002492*-----------------------------------------------------------------
002493*  2150-RESOLVE-MERGED-ID
002494*  REPLACES WS-XREF-CUST-ID BY ITS SURVIVOR FOR AS LONG AS THE
002495*  CROSS-REFERENCE HAS ONE - A SURVIVOR MAY ITSELF HAVE BEEN
002496*  MERGED SINCE. AN ID NEVER MERGED COMES BACK UNCHANGED.
002497*  CustMaint NEVER MERGES INTO A MERGED ID, SO THE CHAIN CANNOT
002498*  LOOP; THE HOP LIMIT ONLY GUARDS A HAND-EDITED FILE.
002499*-----------------------------------------------------------------
002500 2150-RESOLVE-MERGED-ID.
002501     MOVE 0   TO WS-XREF-HOPS.
002502     MOVE "N" TO WS-XREF-END-SW.
002503     IF NOT XREF-FILE-AVAILABLE
002504         GO TO 2150-RESOLVE-MERGED-ID-EXIT
002505     END-IF.
002506
002507     PERFORM UNTIL XREF-CHAIN-ENDED
002508             OR WS-XREF-HOPS NOT < WS-XREF-MAX-HOPS
002509         MOVE WS-XREF-CUST-ID TO XREF-RETIRED-ID
002510         READ CUST-XREF-FILE
002511             INVALID KEY
002512                 MOVE "Y" TO WS-XREF-END-SW
002513             NOT INVALID KEY
002514                 MOVE XREF-SURVIVOR-ID TO WS-XREF-CUST-ID
002515                 ADD 1 TO WS-XREF-HOPS
002516         END-READ
002517         IF FS-XREF-FILE NOT = "00"
002518             MOVE "Y" TO WS-XREF-END-SW
002519         END-IF
002520     END-PERFORM.
002521
002522 2150-RESOLVE-MERGED-ID-EXIT.
002523     EXIT.
002524
002525*****************************************************************
002526*  3000-PRINT-STATEMENTS                                          *
002530*  SORT OUTPUT PROCEDURE - CONTROL BREAK ON CUSTOMER ID.       *
002540*  OPENS A STATEMENT AT EACH NEW CUSTOMER, PRINTS ONE DAY LINE *
002550*  PER SORTED RECORD, AND CLOSES THE STATEMENT WITH THE MONTH  *
002560*  TOTAL AND THE LAST ACTIVE DAY'S ELIGIBILITY. A MERGED       *
002563*  CUSTOMER'S ACTIVITY ARRIVES UNDER ITS SURVIVOR, SO A DAY    *
002566*  MAY PRINT ONE LINE PER FORMER ID.                           *
002570*****************************************************************
002580 3000-PRINT-STATEMENTS.
002590     RETURN STMT-SORT-FILE
003780            "  " DELIMITED BY SIZE
003790            WS-EDIT-AMOUNT DELIMITED BY SIZE
003800         INTO STATEMENT-PRINT-RECORD.
003801     IF STMT-SORT-ORIG-CUST-ID NOT = STMT-SORT-CUST-ID
003802         MOVE "  FROM MERGED ID" TO STATEMENT-PRINT-RECORD (46:16)
003803         MOVE STMT-SORT-ORIG-CUST-ID
003804             TO STATEMENT-PRINT-RECORD (63:6)
003805     END-IF.
003810     WRITE STATEMENT-PRINT-RECORD.
003820
003830 3200-WRITE-DAY-LINE-EXIT.
004250     CLOSE CUST-ACTV-FILE.
004260     CLOSE CUSTOMER-MASTER-FILE.
004270     CLOSE STATEMENT-PRINT-FILE.
004272     IF XREF-FILE-AVAILABLE
004274         CLOSE CUST-XREF-FILE
004276     END-IF.
004280
004290     DISPLAY "MthStmt: RECORDS READ=" WS-RECORDS-READ
004300             " SKIPPED=" WS-RECORDS-SKIPPED
004304             " FROM MERGED IDS=" WS-RECORDS-MERGED
004310             " STATEMENTS=" WS-STATEMENTS-WRITTEN.
004320
004330 9000-TERMINATE-EXIT.
