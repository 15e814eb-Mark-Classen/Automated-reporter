000270*  BLANK MEANS TODAY), OPTIONALLY FOLLOWED BY ',OVERRIDE' FOR
000280*  THE DELIBERATE CASES (FIRST RUN EVER, A DAY WRITTEN OFF BY
000290*  MANAGEMENT) - OVERRIDE LOGS THE GAP AND LETS THE JOB RUN.
000291*  ONLY THE RUN-LEVEL AUDIT LINES (SPACES BRANCH CODE) ARE
000292*  JUDGED. A PRIOR DAY WHOSE BEST RUN WAS PARTIAL - SOME BRANCH
000293*  FEEDS POSTED, OTHERS HELD BACK - IS LET THROUGH WITH A
000294*  WARNING NAMING THE BRANCHES THAT NEVER POSTED THAT DAY.
000300*  RETURN CODES: 0 PRIOR DAY CLEAN (OR OVERRIDDEN),
000310*  16 PRIOR BUSINESS DAY MISSING/UNBALANCED OR CALENDAR BAD.
000320*-----------------------------------------------------------------
000330*  MODIFICATION HISTORY
000340*  DATE       INIT  DESCRIPTION
000350*  2026-09-01 MHC   ORIGINAL.
000351*  2026-10-15 MHC   JUDGE ONLY RUN-LEVEL AUDIT LINES NOW THAT
000352*                   BRANCH LINES SHARE THE LOG. A PARTIAL DAY
000353*                   PASSES WITH A WARNING LISTING ITS HELD
000354*                   BRANCHES.
000360*****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000780     88  PRIOR-DAY-WAS-IN-BALANCE        VALUE "Y".
000790 01  WS-PRIOR-DAY-SEEN-SW            PIC X(01) VALUE "N".
000800     88  PRIOR-DAY-HAS-AUDIT-ENTRY       VALUE "Y".
000801 01  WS-PRIOR-DAY-PARTIAL-SW         PIC X(01) VALUE "N".
000802     88  PRIOR-DAY-WAS-PARTIAL           VALUE "Y".
000803
000804*--------------------------------------------------------------*
000805*    BRANCH FEEDS SEEN ON THE PRIOR DAY'S BRANCH AUDIT LINES - *
000806*    A BRANCH HELD BY ONE RUN MAY POST ON A LATER ONE.         *
000807*--------------------------------------------------------------*
000808 01  HELD-BRANCH-TABLE.
000809     05  HELD-BRANCH-ENTRY OCCURS 8 TIMES.
000810         10  HBR-BRANCH-CD           PIC X(03).
000811         10  HBR-POSTED-SW           PIC X(01).
000812             88  HBR-POSTED              VALUE "Y".
000813         10  HBR-LAST-STATUS         PIC X(12).
000814 01  HELD-BRANCH-COUNT               PIC 9(02) VALUE 0.
000815 01  WS-HBR-SUB                      PIC 9(02) VALUE 0.
000816 01  WS-HBR-FOUND-SW                 PIC X(01) VALUE "N".
000817     88  HBR-FOUND                       VALUE "Y".
000818
000820 01  WS-OVERRIDE-SW                  PIC X(01) VALUE "N".
000830     88  OPERATOR-OVERRIDE-IN-EFFECT     VALUE "Y".
000840
002360*  DAY - ANY ENTRY AT ALL, AND AN IN BALANCE ONE. A DAY THAT   *
002370*  RAN OUT OF BALANCE AND WAS CORRECTED SAME-DAY SHOWS BOTH    *
002380*  ENTRIES, SO THE IN-BALANCE TEST WINS WHEN EITHER IS THERE.  *
002383*  BRANCH LINES ONLY FEED THE HELD-BRANCH TABLE; A PARTIAL     *
002386*  RUN-LEVEL LINE IS NOTED FOR THE WARNING IN 4000.            *
002390*****************************************************************
002400 3000-SCAN-AUDIT-LOG.
002410     PERFORM UNTIL END-OF-AUDIT-LOG
002440                 MOVE "Y" TO WS-AUDIT-EOF-SW
002450             NOT AT END
002460                 IF AUDIT-RUN-DATE = WS-PRIOR-BUS-DATE
002470                     PERFORM 3100-JUDGE-ONE-AUDIT-LINE
002480                         THRU 3100-JUDGE-ONE-AUDIT-LINE-EXIT
002510                 END-IF
002520         END-READ
002530     END-PERFORM.
002540
002550 3000-SCAN-AUDIT-LOG-EXIT.
002560     EXIT.
002561
002562*-----------------------------------------------------------------
002563 3100-JUDGE-ONE-AUDIT-LINE.
002564     IF AUDIT-BRANCH-CD NOT = SPACES
002565         PERFORM 3200-NOTE-BRANCH-LINE
002566             THRU 3200-NOTE-BRANCH-LINE-EXIT
002567         GO TO 3100-JUDGE-ONE-AUDIT-LINE-EXIT
002568     END-IF.
002569
002570     MOVE "Y" TO WS-PRIOR-DAY-SEEN-SW.
002571     EVALUATE AUDIT-BALANCE-STATUS
002572         WHEN "IN BALANCE"
002573             MOVE "Y" TO WS-PRIOR-DAY-OK-SW
002574         WHEN "PARTIAL"
002575             MOVE "Y" TO WS-PRIOR-DAY-PARTIAL-SW
002576     END-EVALUATE.
002577
002578 3100-JUDGE-ONE-AUDIT-LINE-EXIT.
002579     EXIT.
002580
002581*-----------------------------------------------------------------
002582 3200-NOTE-BRANCH-LINE.
002583     MOVE "N" TO WS-HBR-FOUND-SW.
002584     PERFORM VARYING WS-HBR-SUB FROM 1 BY 1
002585         UNTIL WS-HBR-SUB > HELD-BRANCH-COUNT OR HBR-FOUND
002586         IF HBR-BRANCH-CD (WS-HBR-SUB) = AUDIT-BRANCH-CD
002587             MOVE "Y" TO WS-HBR-FOUND-SW
002588         END-IF
002589     END-PERFORM.
002590
002591     IF HBR-FOUND
002592         SUBTRACT 1 FROM WS-HBR-SUB
002593     ELSE
002594         IF HELD-BRANCH-COUNT NOT < 8
002595             GO TO 3200-NOTE-BRANCH-LINE-EXIT
002596         END-IF
002597         ADD 1 TO HELD-BRANCH-COUNT
002598         MOVE HELD-BRANCH-COUNT TO WS-HBR-SUB
002599         MOVE AUDIT-BRANCH-CD TO HBR-BRANCH-CD (WS-HBR-SUB)
002600         MOVE "N" TO HBR-POSTED-SW (WS-HBR-SUB)
002601     END-IF.
002602
002603     MOVE AUDIT-BALANCE-STATUS TO HBR-LAST-STATUS (WS-HBR-SUB).
002604     IF AUDIT-BALANCE-STATUS = "IN BALANCE"
002605         MOVE "Y" TO HBR-POSTED-SW (WS-HBR-SUB)
002606     END-IF.
002607
002608 3200-NOTE-BRANCH-LINE-EXIT.
002609     EXIT.
002610
002611*****************************************************************
002612*  4000-JUDGE-CONTINUITY                                          *
002613*  THE VERDICT. A CLEAN PRIOR DAY PASSES; A MISSING OR         *
002614*  UNBALANCED ONE FAILS THE JOB UNLESS THE OPERATOR OVERRIDE   *
002620*  IS IN EFFECT, IN WHICH CASE THE GAP IS LOGGED AND THE JOB   *
002630*  IS LET THROUGH.                                             *
002640*****************************************************************
002690                 " POST " WS-CHECK-DATE
002700         GO TO 4000-JUDGE-CONTINUITY-EXIT
002710     END-IF.
002711
002712     IF PRIOR-DAY-WAS-PARTIAL
002713         DISPLAY "FeedCheck: WARNING - PRIOR BUSINESS DAY "
002714                 WS-PRIOR-BUS-DATE " POSTED ONLY PART OF ITS"
002715                 " BRANCH FEEDS - OK TO POST " WS-CHECK-DATE
002716         PERFORM VARYING WS-HBR-SUB FROM 1 BY 1
002717             UNTIL WS-HBR-SUB > HELD-BRANCH-COUNT
002718             IF NOT HBR-POSTED (WS-HBR-SUB)
002719                 DISPLAY "FeedCheck:   BRANCH "
002720                         HBR-BRANCH-CD (WS-HBR-SUB)
002721                         " STILL HELD - "
002722                         HBR-LAST-STATUS (WS-HBR-SUB)
002723             END-IF
002724         END-PERFORM
002725         GO TO 4000-JUDGE-CONTINUITY-EXIT
002726     END-IF.
002727
002730     IF PRIOR-DAY-HAS-AUDIT-ENTRY
002740         DISPLAY "FeedCheck: *** PRIOR BUSINESS DAY "
002750                 WS-PRIOR-BUS-DATE " RAN BUT NEVER BALANCED -"
