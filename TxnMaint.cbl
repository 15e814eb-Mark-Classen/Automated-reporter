000417*  2026-09-01 MHC   CARRIES THE NEW TRAN-BRANCH-CD THROUGH
000418*                   ADDS, CHANGES, AND CARRY-FORWARDS (SEE
000419*                   TRANREC/MAINTREC).
000420*  2026-10-15 MHC   CARRIES THE NEW TRAN-ORIG-TRAN-ID (THE SALE
000421*                   A REFUND REVERSES) THROUGH ADDS, CHANGES,
000422*                   AND CARRY-FORWARDS (SEE TRANREC/MAINTREC).
000425*****************************************************************
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000785                            TRAN-IS-ADJUSTMENT
000786                                BY NEW-TRAN-IS-ADJUSTMENT
000787                            TRAN-BRANCH-CD
000788                                BY NEW-TRAN-BRANCH-CD
000789                            TRAN-ORIG-TRAN-ID
000792                                BY NEW-TRAN-ORIG-TRAN-ID.
000795
000800 FD  MAINT-LOG-FILE.
000810 01  MAINT-LOG-RECORD                PIC X(100).
000820
002440     MOVE TRAN-CUST-AGE   TO NEW-TRAN-CUST-AGE.
002445     MOVE TRAN-TYPE-CD    TO NEW-TRAN-TYPE-CD.
002447     MOVE TRAN-BRANCH-CD  TO NEW-TRAN-BRANCH-CD.
002448     MOVE TRAN-ORIG-TRAN-ID TO NEW-TRAN-ORIG-TRAN-ID.
002450     WRITE NEW-TRAN-RECORD.
002460     ADD 1 TO WS-CARRY-FORWARD-COUNT.
002470
002620         MOVE MAINT-CUST-AGE  TO NEW-TRAN-CUST-AGE
002625         MOVE MAINT-TRAN-TYPE-CD TO NEW-TRAN-TYPE-CD
002627         MOVE MAINT-BRANCH-CD TO NEW-TRAN-BRANCH-CD
002628         MOVE MAINT-ORIG-TRAN-ID TO NEW-TRAN-ORIG-TRAN-ID
002630         WRITE NEW-TRAN-RECORD
002640         ADD 1 TO WS-ADD-COUNT
002650     ELSE
002930             MOVE MAINT-CUST-AGE  TO NEW-TRAN-CUST-AGE
002935             MOVE MAINT-TRAN-TYPE-CD TO NEW-TRAN-TYPE-CD
002937             MOVE MAINT-BRANCH-CD TO NEW-TRAN-BRANCH-CD
002938             MOVE MAINT-ORIG-TRAN-ID TO NEW-TRAN-ORIG-TRAN-ID
002940             WRITE NEW-TRAN-RECORD
002950             ADD 1 TO WS-CHANGE-COUNT
002960         WHEN MAINT-IS-DELETE
003020             MOVE TRAN-CUST-AGE   TO NEW-TRAN-CUST-AGE
003025             MOVE TRAN-TYPE-CD    TO NEW-TRAN-TYPE-CD
003027             MOVE TRAN-BRANCH-CD  TO NEW-TRAN-BRANCH-CD
003028             MOVE TRAN-ORIG-TRAN-ID TO NEW-TRAN-ORIG-TRAN-ID
003030             WRITE NEW-TRAN-RECORD
003040             ADD 1 TO WS-CARRY-FORWARD-COUNT
003050             STRING "TRAN-ID=" DELIMITED BY SIZE
003180             MOVE TRAN-CUST-AGE   TO NEW-TRAN-CUST-AGE
003185             MOVE TRAN-TYPE-CD    TO NEW-TRAN-TYPE-CD
003187             MOVE TRAN-BRANCH-CD  TO NEW-TRAN-BRANCH-CD
003188             MOVE TRAN-ORIG-TRAN-ID TO NEW-TRAN-ORIG-TRAN-ID
003190             WRITE NEW-TRAN-RECORD
003200             ADD 1 TO WS-CARRY-FORWARD-COUNT
003210             STRING "TRAN-ID=" DELIMITED BY SIZE
