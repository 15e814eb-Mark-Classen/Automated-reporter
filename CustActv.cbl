000311*                   &RUNDATE SO A CATCH-UP RUN STAMPS THE DAY
000312*                   BEING POSTED, NOT THE CALENDAR DAY);
000313*                   A BLANK PARM FALLS BACK TO TODAY.
000314*  2026-10-15 MHC   ACTIVITY FOR A CUSTOMER ID RETIRED BY A
000315*                   CustMaint MERGE IS SUMMARIZED UNDER THE
000316*                   SURVIVOR (CUSTXREF, SEE XREFREC), AS
000317*                   ReportingSystem POSTED IT - THE ARCHIVE
000318*                   STILL CARRIES THE ID AS SENT.
000320*****************************************************************
000321
000330 ENVIRONMENT DIVISION.
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-CUST-ACTV-FILE.
000500
000501     SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS RANDOM
000504         RECORD KEY IS XREF-RETIRED-ID
000505         FILE STATUS IS FS-XREF-FILE.
000506
000510     SELECT ACTIVITY-SORT-FILE ASSIGN TO "SORTWK".
000520
000530 DATA DIVISION.
000610
000620 FD  CUST-ACTV-FILE.
000630     COPY CACTREC.
000632
000634 FD  CUST-XREF-FILE.
000636     COPY XREFREC.
000640
000650 SD  ACTIVITY-SORT-FILE.
000660 01  ACT-SORT-RECORD.
000730 01  FS-ARCHIVE-FILE                 PIC X(02) VALUE "00".
000740 01  FS-CUST-FILE                    PIC X(02) VALUE "00".
000750 01  FS-CUST-ACTV-FILE               PIC X(02) VALUE "00".
000754 01  FS-XREF-FILE                    PIC X(02) VALUE "00".
000760
000770 01  WS-ARCH-EOF-SW                  PIC X(01) VALUE "N".
000780     88  END-OF-ARCHIVE                  VALUE "Y".
000840
000850 01  WS-CUST-FOUND-SW                PIC X(01).
000860     88  CUSTOMER-WAS-FOUND              VALUE "Y".
000861
000862*--------------------------------------------------------------*
000863*    MERGED-CUSTOMER CROSS-REFERENCE WORK AREA - THE RESOLVE   *
000864*    PARAGRAPH FOLLOWS WS-XREF-CUST-ID DOWN THE RETIRED-TO-     *
000865*    SURVIVOR CHAIN.                                            *
000866*--------------------------------------------------------------*
000867 01  WS-XREF-AVAIL-SW                PIC X(01) VALUE "N".
000868     88  XREF-FILE-AVAILABLE             VALUE "Y".
000869 01  WS-XREF-END-SW                  PIC X(01).
000870     88  XREF-CHAIN-ENDED                VALUE "Y".
000871 01  WS-XREF-CUST-ID                 PIC X(06).
000872 01  WS-XREF-HOPS                    PIC 9(02).
000873 01  WS-XREF-MAX-HOPS                PIC 9(02) VALUE 10.
000874 01  WS-RECORDS-MERGED               PIC 9(08) VALUE 0.
000876
000880*--------------------------------------------------------------*
000890*    THE ARCHIVE RECORD CARRIES THE RAW TRANREC IMAGE IN ITS  *
000900*    FIRST BYTES - REDEFINED HERE FOR VALIDATION AND EXTRACT. *
001600         MOVE "Y" TO WS-INIT-FAILED-SW
001610         GO TO 1000-INITIALIZE-EXIT
001620     END-IF.
001621
001622*    NO CROSS-REFERENCE FILE YET MEANS NO CUSTOMER HAS EVER BEEN
001623*    MERGED - EVERY ID IS SUMMARIZED AS FILED.
001624     OPEN INPUT CUST-XREF-FILE.
001625     IF FS-XREF-FILE = "00"
001626         MOVE "Y" TO WS-XREF-AVAIL-SW
001627     ELSE
001628         IF FS-XREF-FILE = "35"
001629             DISPLAY "CustActv: NO CUSTXREF FILE - NO MERGED"
001630                     " CUSTOMER IDS ROLLED UP"
001631         ELSE
001632             DISPLAY "CustActv: CUSTXREF OPEN FAILED, ST="
001633                     FS-XREF-FILE
001634             MOVE 16 TO RETURN-CODE
001635             MOVE "Y" TO WS-INIT-FAILED-SW
001636             GO TO 1000-INITIALIZE-EXIT
001637         END-IF
001638     END-IF.
001639
001640 1000-INITIALIZE-EXIT.
001650     EXIT.
001660
001940         GO TO 2100-RELEASE-ONE-RECORD-EXIT
001950     END-IF.
001960
001962     MOVE WS-ARCH-CUST-ID TO WS-XREF-CUST-ID.
001964     PERFORM 2150-RESOLVE-MERGED-ID
001966         THRU 2150-RESOLVE-MERGED-ID-EXIT.
001968     IF WS-XREF-CUST-ID NOT = WS-ARCH-CUST-ID
001970         ADD 1 TO WS-RECORDS-MERGED
001972     END-IF.
001974
001976     MOVE WS-XREF-CUST-ID TO ACT-SORT-CUST-ID.
001980     MOVE WS-ARCH-AMOUNT  TO ACT-SORT-AMOUNT.
001990     MOVE WS-ARCH-TYPE-CD TO ACT-SORT-TYPE-CD.
002000     RELEASE ACT-SORT-RECORD.
002010
002020 2100-RELEASE-ONE-RECORD-EXIT.
002030     EXIT.
002031
002032*-----------------------------------------------------------------
002033*  2150-RESOLVE-MERGED-ID
002034*  REPLACES WS-XREF-CUST-ID BY ITS SURVIVOR FOR AS LONG AS THE
002035*  CROSS-REFERENCE HAS ONE - A SURVIVOR MAY ITSELF HAVE BEEN
002036*  MERGED SINCE. AN ID NEVER MERGED COMES BACK UNCHANGED.
002037*  CustMaint NEVER MERGES INTO A MERGED ID, SO THE CHAIN CANNOT
002038*  LOOP; THE HOP LIMIT ONLY GUARDS A HAND-EDITED FILE.
002039*-----------------------------------------------------------------
002040 2150-RESOLVE-MERGED-ID.
002041     MOVE 0   TO WS-XREF-HOPS.
002042     MOVE "N" TO WS-XREF-END-SW.
002043     IF NOT XREF-FILE-AVAILABLE
002044         GO TO 2150-RESOLVE-MERGED-ID-EXIT
002045     END-IF.
002046
002047     PERFORM UNTIL XREF-CHAIN-ENDED
002048             OR WS-XREF-HOPS NOT < WS-XREF-MAX-HOPS
002049         MOVE WS-XREF-CUST-ID TO XREF-RETIRED-ID
002050         READ CUST-XREF-FILE
002051             INVALID KEY
002052                 MOVE "Y" TO WS-XREF-END-SW
002053             NOT INVALID KEY
002054                 MOVE XREF-SURVIVOR-ID TO WS-XREF-CUST-ID
002055                 ADD 1 TO WS-XREF-HOPS
002056         END-READ
002057         IF FS-XREF-FILE NOT = "00"
002058             MOVE "Y" TO WS-XREF-END-SW
002059         END-IF
002060     END-PERFORM.
002061
002062 2150-RESOLVE-MERGED-ID-EXIT.
002063     EXIT.
002064
002065*****************************************************************
002066*  3000-SUMMARIZE-CUSTOMERS                                       *
002070*  SORT OUTPUT PROCEDURE - CONTROL BREAK ON CUSTOMER ID,       *
002080*  ACCUMULATING COUNT AND NET AMOUNT, THEN WRITING ONE         *
002090*  ACTIVITY RECORD PER CUSTOMER WITH THE NAME AND ELIGIBILITY  *
002920     CLOSE ARCHIVE-FILE.
002930     CLOSE CUSTOMER-MASTER-FILE.
002940     CLOSE CUST-ACTV-FILE.
002942     IF XREF-FILE-AVAILABLE
002944         CLOSE CUST-XREF-FILE
002946     END-IF.
002950
002960     DISPLAY "CustActv: RECORDS READ=" WS-RECORDS-READ
002970             " SKIPPED=" WS-RECORDS-SKIPPED
002974             " FROM MERGED IDS=" WS-RECORDS-MERGED
002980             " CUSTOMERS=" WS-CUSTOMERS-WRITTEN.
002990
003000 9000-TERMINATE-EXIT.
