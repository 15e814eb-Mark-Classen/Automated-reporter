000178*                   TOLERANCE IN EFFECT (FROM THE RUN-CONTROL
000179*                   PARAMETER FILE) SO EVERY RUN RECORDS THE
000180*                   CONTROLS IT RAN UNDER.
000181*  2026-10-15 MHC   ADDED AUDIT-BRANCH-CD. EACH RUN NOW ALSO
000182*                   WRITES ONE LINE PER BRANCH FEED IT BALANCED
000183*                   AHEAD OF ITS RUN-LEVEL LINE (SPACES BRANCH
000184*                   CODE). A BRANCH LINE SAYS "IN BALANCE" WHEN
000185*                   IT POSTED, ELSE WHY IT WAS HELD BACK. THE
000186*                   RUN-LEVEL LINE SAYS "IN BALANCE" ONCE EVERY
000187*                   MANIFEST BRANCH HAS POSTED, "PARTIAL" WHEN
000188*                   THIS RUN POSTED SOME AND HELD OTHERS BACK.
000189*****************************************************************
000190    01  AUDIT-LOG-RECORD.
000200        05  AUDIT-RUN-DATE           PIC 9(08).
000210        05  AUDIT-RUN-TIME           PIC 9(08).
000290        05  AUDIT-BALANCE-STATUS     PIC X(12).
000300        05  AUDIT-CHKPT-INTERVAL     PIC 9(05).
000310        05  AUDIT-AMOUNT-TOLERANCE   PIC 9(08)V99.
000320        05  AUDIT-BRANCH-CD          PIC X(03).
