000370*  MODIFICATION HISTORY
000380*  DATE       INIT  DESCRIPTION
000390*  2026-09-01 MHC   ORIGINAL.
000391*  2026-10-15 MHC   A CUSTOMER ID RETIRED BY A CustMaint MERGE
000392*                   IS WATCHED AS ITS SURVIVOR (CUSTXREF, SEE
000393*                   XREFREC) - REFUNDS UNDER THE NEW ID AGAINST
000394*                   SALES UNDER THE OLD ONE NO LONGER LOOK
000395*                   LIKE REFUNDS WITH NO SALES.
000400*****************************************************************
000410
000420 ENVIRONMENT DIVISION.
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-WATCH-FILE.
000590
000591
000592     SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS RANDOM
000595         RECORD KEY IS XREF-RETIRED-ID
000596         FILE STATUS IS FS-XREF-FILE.
000600     SELECT REFUND-SORT-FILE ASSIGN TO "SORTWK".
000610
000620 DATA DIVISION.
000700
000710 FD  WATCH-REPORT-FILE.
000720 01  WATCH-REPORT-RECORD             PIC X(110).
000722
000724 FD  CUST-XREF-FILE.
000726     COPY XREFREC.
000730
000740 SD  REFUND-SORT-FILE.
000750 01  REF-SORT-RECORD.
000820 01  FS-ARCHIVE-FILE                 PIC X(02) VALUE "00".
000830 01  FS-CUST-FILE                    PIC X(02) VALUE "00".
000840 01  FS-WATCH-FILE                   PIC X(02) VALUE "00".
000844 01  FS-XREF-FILE                    PIC X(02) VALUE "00".
000850
000860 01  WS-ARCH-EOF-SW                  PIC X(01) VALUE "N".
000870     88  END-OF-ARCHIVE                  VALUE "Y".
000930
000940 01  WS-CUST-FOUND-SW                PIC X(01).
000950     88  CUSTOMER-WAS-FOUND              VALUE "Y".
000951
000952*--------------------------------------------------------------*
000953*    MERGED-CUSTOMER CROSS-REFERENCE WORK AREA - THE RESOLVE   *
000954*    PARAGRAPH FOLLOWS WS-XREF-CUST-ID DOWN THE RETIRED-TO-     *
000955*    SURVIVOR CHAIN.                                            *
000956*--------------------------------------------------------------*
000957 01  WS-XREF-AVAIL-SW                PIC X(01) VALUE "N".
000958     88  XREF-FILE-AVAILABLE             VALUE "Y".
000959 01  WS-XREF-END-SW                  PIC X(01).
000960     88  XREF-CHAIN-ENDED                VALUE "Y".
000961 01  WS-XREF-CUST-ID                 PIC X(06).
000962 01  WS-XREF-HOPS                    PIC 9(02).
000963 01  WS-XREF-MAX-HOPS                PIC 9(02) VALUE 10.
000964 01  WS-RECORDS-MERGED               PIC 9(08) VALUE 0.
000966
000970*--------------------------------------------------------------*
000980*    THE ARCHIVE RECORD CARRIES THE RAW TRANREC IMAGE IN ITS  *
000990*    FIRST BYTES - REDEFINED HERE FOR VALIDATION AND EXTRACT. *
002320         MOVE "Y" TO WS-INIT-FAILED-SW
002330         GO TO 1000-INITIALIZE-EXIT
002340     END-IF.
002341
002342*    NO CROSS-REFERENCE FILE YET MEANS NO CUSTOMER HAS EVER BEEN
002343*    MERGED - EVERY ID IS WATCHED AS FILED.
002344     OPEN INPUT CUST-XREF-FILE.
002345     IF FS-XREF-FILE = "00"
002346         MOVE "Y" TO WS-XREF-AVAIL-SW
002347     ELSE
002348         IF FS-XREF-FILE = "35"
002349             DISPLAY "RefundWatch: NO CUSTXREF FILE - NO MERGED"
002350                     " CUSTOMER IDS ROLLED UP"
002351         ELSE
002352             DISPLAY "RefundWatch: CUSTXREF OPEN FAILED, ST="
002353                     FS-XREF-FILE
002354             MOVE 16 TO RETURN-CODE
002355             MOVE "Y" TO WS-INIT-FAILED-SW
002356             GO TO 1000-INITIALIZE-EXIT
002357         END-IF
002358     END-IF.
002359
002360 1000-INITIALIZE-EXIT.
002370     EXIT.
002380
002690         GO TO 2100-RELEASE-ONE-RECORD-EXIT
002700     END-IF.
002710
002712     MOVE WS-ARCH-CUST-ID TO WS-XREF-CUST-ID.
002714     PERFORM 2150-RESOLVE-MERGED-ID
002716         THRU 2150-RESOLVE-MERGED-ID-EXIT.
002718     IF WS-XREF-CUST-ID NOT = WS-ARCH-CUST-ID
002720         ADD 1 TO WS-RECORDS-MERGED
002722     END-IF.
002724
002726     MOVE WS-XREF-CUST-ID TO REF-SORT-CUST-ID.
002730     MOVE WS-ARCH-AMOUNT  TO REF-SORT-AMOUNT.
002740     MOVE WS-ARCH-TYPE-CD TO REF-SORT-TYPE-CD.
002750     RELEASE REF-SORT-RECORD.
002760
002770 2100-RELEASE-ONE-RECORD-EXIT.
002780     EXIT.
002781
002782*-----------------------------------------------------------------
002783*  2150-RESOLVE-MERGED-ID
002784*  REPLACES WS-XREF-CUST-ID BY ITS SURVIVOR FOR AS LONG AS THE
002785*  CROSS-REFERENCE HAS ONE - A SURVIVOR MAY ITSELF HAVE BEEN
002786*  MERGED SINCE. AN ID NEVER MERGED COMES BACK UNCHANGED.
002787*  CustMaint NEVER MERGES INTO A MERGED ID, SO THE CHAIN CANNOT
002788*  LOOP; THE HOP LIMIT ONLY GUARDS A HAND-EDITED FILE.
002789*-----------------------------------------------------------------
002790 2150-RESOLVE-MERGED-ID.
002791     MOVE 0   TO WS-XREF-HOPS.
002792     MOVE "N" TO WS-XREF-END-SW.
002793     IF NOT XREF-FILE-AVAILABLE
002794         GO TO 2150-RESOLVE-MERGED-ID-EXIT
002795     END-IF.
002796
002797     PERFORM UNTIL XREF-CHAIN-ENDED
002798             OR WS-XREF-HOPS NOT < WS-XREF-MAX-HOPS
002799         MOVE WS-XREF-CUST-ID TO XREF-RETIRED-ID
002800         READ CUST-XREF-FILE
002801             INVALID KEY
002802                 MOVE "Y" TO WS-XREF-END-SW
002803             NOT INVALID KEY
002804                 MOVE XREF-SURVIVOR-ID TO WS-XREF-CUST-ID
002805                 ADD 1 TO WS-XREF-HOPS
002806         END-READ
002807         IF FS-XREF-FILE NOT = "00"
002808             MOVE "Y" TO WS-XREF-END-SW
002809         END-IF
002810     END-PERFORM.
002811
002812 2150-RESOLVE-MERGED-ID-EXIT.
002813     EXIT.
002814
002815*****************************************************************
002816*  3000-WATCH-CUSTOMERS                                           *
002820*  SORT OUTPUT PROCEDURE - CONTROL BREAK ON CUSTOMER ID,       *
002830*  ACCUMULATING REFUND COUNT/AMOUNT AND SALE AMOUNT, THEN      *
002840*  JUDGING EACH CUSTOMER AGAINST THE THRESHOLDS.               *
004530     CLOSE ARCHIVE-FILE.
004540     CLOSE CUSTOMER-MASTER-FILE.
004550     CLOSE WATCH-REPORT-FILE.
004552     IF XREF-FILE-AVAILABLE
004554         CLOSE CUST-XREF-FILE
004556     END-IF.
004560
004570     DISPLAY "RefundWatch: RECORDS READ=" WS-RECORDS-READ
004580             " SKIPPED=" WS-RECORDS-SKIPPED
004584             " FROM MERGED IDS=" WS-RECORDS-MERGED
004590             " CUSTOMERS=" WS-CUSTOMERS-SEEN
004600             " FLAGGED=" WS-CUSTOMERS-FLAGGED.
004610
