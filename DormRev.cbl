000370*  MODIFICATION HISTORY
000380*  DATE       INIT  DESCRIPTION
000390*  2026-09-01 MHC   ORIGINAL.
000393*  2026-10-15 MHC   THE PROPOSAL CARRIES THE MASTER'S BIRTH DATE
000396*                   FORWARD UNCHANGED (SEE CMNTREC).
000397*  2026-10-15 MHC   ACTIVITY OF A CUSTOMER ID RETIRED BY A
000398*                   CustMaint MERGE COUNTS AS THE SURVIVOR'S
000399*                   (CUSTXREF, SEE XREFREC), SO A SURVIVOR
000400*                   ACTIVE ONLY UNDER ITS OLD ID IS NOT
000401*                   PROPOSED; THE RETIRED ID ITSELF (STATUS
000402*                   M) NEVER IS.
000405*****************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000600     SELECT REVIEW-LIST-FILE ASSIGN TO "REVLIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-REVIEW-FILE.
000621
000622     SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
000623         ORGANIZATION IS INDEXED
000624         ACCESS MODE IS RANDOM
000625         RECORD KEY IS XREF-RETIRED-ID
000626         FILE STATUS IS FS-XREF-FILE.
000630
000640     SELECT ACTIVITY-SORT-FILE ASSIGN TO "SORTWK".
000650
000770
000780 FD  REVIEW-LIST-FILE.
000790 01  REVIEW-LIST-RECORD              PIC X(100).
000792
000794 FD  CUST-XREF-FILE.
000796     COPY XREFREC.
000800
000810 SD  ACTIVITY-SORT-FILE.
000820 01  ACT-SORT-RECORD.
000890 01  FS-CUST-FILE                    PIC X(02) VALUE "00".
000900 01  FS-PROPOSAL-FILE                PIC X(02) VALUE "00".
000910 01  FS-REVIEW-FILE                  PIC X(02) VALUE "00".
000914 01  FS-XREF-FILE                    PIC X(02) VALUE "00".
000920
000930 01  WS-ACTV-EOF-SW                  PIC X(01) VALUE "N".
000940     88  END-OF-ACTIVITY                 VALUE "Y".
000990
001000 01  WS-INIT-FAILED-SW               PIC X(01) VALUE "N".
001010     88  INITIALIZATION-FAILED           VALUE "Y".
001011
001012*--------------------------------------------------------------*
001013*    MERGED-CUSTOMER CROSS-REFERENCE WORK AREA - THE RESOLVE   *
001014*    PARAGRAPH FOLLOWS WS-XREF-CUST-ID DOWN THE RETIRED-TO-     *
001015*    SURVIVOR CHAIN.                                            *
001016*--------------------------------------------------------------*
001017 01  WS-XREF-AVAIL-SW                PIC X(01) VALUE "N".
001018     88  XREF-FILE-AVAILABLE             VALUE "Y".
001019 01  WS-XREF-END-SW                  PIC X(01).
001020     88  XREF-CHAIN-ENDED                VALUE "Y".
001021 01  WS-XREF-CUST-ID                 PIC X(06).
001022 01  WS-XREF-HOPS                    PIC 9(02).
001023 01  WS-XREF-MAX-HOPS                PIC 9(02) VALUE 10.
001024 01  WS-RECORDS-MERGED               PIC 9(08) VALUE 0.
001026
001030 01  WS-HIGH-KEY                     PIC X(06) VALUE ALL "9".
001040
001050*--------------------------------------------------------------*
002320         MOVE "Y" TO WS-INIT-FAILED-SW
002330         GO TO 1000-INITIALIZE-EXIT
002340     END-IF.
002341
002342*    NO CROSS-REFERENCE FILE YET MEANS NO CUSTOMER HAS EVER BEEN
002343*    MERGED - EVERY ID IS JUDGED AS FILED.
002344     OPEN INPUT CUST-XREF-FILE.
002345     IF FS-XREF-FILE = "00"
002346         MOVE "Y" TO WS-XREF-AVAIL-SW
002347     ELSE
002348         IF FS-XREF-FILE = "35"
002349             DISPLAY "DormRev: NO CUSTXREF FILE - NO MERGED"
002350                     " CUSTOMER IDS ROLLED UP"
002351         ELSE
002352             DISPLAY "DormRev: CUSTXREF OPEN FAILED, ST="
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
002510                 ADD 1 TO WS-RECORDS-READ
002520                 IF CACT-RUN-DATE NUMERIC
002530                     AND CACT-RUN-DATE > 0
002532                     MOVE CACT-CUST-ID  TO WS-XREF-CUST-ID
002534                     PERFORM 2150-RESOLVE-MERGED-ID
002536                         THRU 2150-RESOLVE-MERGED-ID-EXIT
002538                     IF WS-XREF-CUST-ID NOT = CACT-CUST-ID
002540                         ADD 1 TO WS-RECORDS-MERGED
002542                     END-IF
002544                     MOVE WS-XREF-CUST-ID TO ACT-SORT-CUST-ID
002550                     MOVE CACT-RUN-DATE TO ACT-SORT-RUN-DATE
002560                     RELEASE ACT-SORT-RECORD
002570                 ELSE
002610     END-PERFORM.
002620
002630 2000-EXTRACT-ACTIVITY-EXIT.
002631     EXIT.
002632
002633*-----------------------------------------------------------------
002634*  2150-RESOLVE-MERGED-ID
002635*  REPLACES WS-XREF-CUST-ID BY ITS SURVIVOR FOR AS LONG AS THE
002636*  CROSS-REFERENCE HAS ONE - A SURVIVOR MAY ITSELF HAVE BEEN
002637*  MERGED SINCE. AN ID NEVER MERGED COMES BACK UNCHANGED.
002638*  CustMaint NEVER MERGES INTO A MERGED ID, SO THE CHAIN CANNOT
002639*  LOOP; THE HOP LIMIT ONLY GUARDS A HAND-EDITED FILE.
002640*-----------------------------------------------------------------
002641 2150-RESOLVE-MERGED-ID.
002642     MOVE 0   TO WS-XREF-HOPS.
002643     MOVE "N" TO WS-XREF-END-SW.
002644     IF NOT XREF-FILE-AVAILABLE
002645         GO TO 2150-RESOLVE-MERGED-ID-EXIT
002646     END-IF.
002647
002648     PERFORM UNTIL XREF-CHAIN-ENDED
002649             OR WS-XREF-HOPS NOT < WS-XREF-MAX-HOPS
002650         MOVE WS-XREF-CUST-ID TO XREF-RETIRED-ID
002651         READ CUST-XREF-FILE
002652             INVALID KEY
002653                 MOVE "Y" TO WS-XREF-END-SW
002654             NOT INVALID KEY
002655                 MOVE XREF-SURVIVOR-ID TO WS-XREF-CUST-ID
002656                 ADD 1 TO WS-XREF-HOPS
002657         END-READ
002658         IF FS-XREF-FILE NOT = "00"
002659             MOVE "Y" TO WS-XREF-END-SW
002660         END-IF
002661     END-PERFORM.
002662
002663 2150-RESOLVE-MERGED-ID-EXIT.
002664     EXIT.
002665
002666*****************************************************************
002670*  3000-MATCH-AGAINST-MASTER                                      *
002680*  SORT OUTPUT PROCEDURE - BALANCED LINE BETWEEN THE MASTER    *
002690*  (READ IN KEY ORDER) AND THE SORTED ACTIVITY GROUPS. AN      *
003370     MOVE CUST-NAME        TO CMNT-CUST-NAME.
003380     MOVE "I"              TO CMNT-CUST-STATUS.
003390     MOVE CUST-ENROLL-DATE TO CMNT-CUST-ENROLL-DATE.
003394     MOVE CUST-BIRTH-DATE  TO CMNT-CUST-BIRTH-DATE.
003400     MOVE SPACES           TO CMNT-SUPERVISOR-CD.
003404     MOVE SPACES           TO CMNT-SURVIVOR-ID.
003410     WRITE CMNT-RECORD.
003420
003430     PERFORM 3250-WRITE-REVIEW-LINE
004780     CLOSE CUSTOMER-MASTER-FILE.
004790     CLOSE PROPOSAL-FILE.
004800     CLOSE REVIEW-LIST-FILE.
004802     IF XREF-FILE-AVAILABLE
004804         CLOSE CUST-XREF-FILE
004806     END-IF.
004810
004820     DISPLAY "DormRev: ACTIVITY RECORDS=" WS-RECORDS-READ
004830             " SKIPPED=" WS-RECORDS-SKIPPED
004834             " FROM MERGED IDS=" WS-RECORDS-MERGED
004840             " MASTERS=" WS-MASTERS-READ
004850             " PROPOSED=" WS-PROPOSED-COUNT.
004860
