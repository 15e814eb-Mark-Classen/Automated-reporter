000100*****************************************************************
000110*  LTAREC.CPY
000120*  LONG-TERM TRANSACTION ARCHIVE RECORD (PROD.DLYRPT.LTARCH, A
000130*  KSDS KEYED BY TRAN-ID WITH A NON-UNIQUE ALTERNATE INDEX ON
000140*  THE CUSTOMER ID). ONE RECORD PER TRANSACTION ID EVER SEEN ON
000150*  THE FEED, ROLLED IN MONTHLY BY ArchRoll FROM THE DAILY
000160*  ARCHIVE GENERATIONS (SEE ARCHREC) BEFORE THEY EXPIRE, KEPT
000170*  FOR SEVEN YEARS FROM THE BUSINESS DAY AND ANSWERED BY
000180*  ArchTrace. LTA-OUTCOME-CD IS THE LATEST KNOWN OUTCOME -
000190*  A POSTED TRANSACTION STAYS POSTED; A REJECT OR HOLD IS
000200*  UPGRADED WHEN IT LATER POSTS. LTA-BUSINESS-DATE IS THE DAY
000210*  IT POSTED ON, OR FOR ONE THAT NEVER POSTED THE DAY IT WAS
000220*  FIRST ARCHIVED (ZERO WHEN ROLLED FROM AN UNSTAMPED
000230*  GENERATION AND NOT ON TRANHIST - LTA-ROLL-DATE THEN DRIVES
000240*  THE RETENTION). LTA-CUST-ID IS THE ID AS SENT ON THE FEED.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY
000270*  DATE       INIT  DESCRIPTION
000280*  2026-10-15 MHC   ORIGINAL.
000290*****************************************************************
000300    01  LT-ARCHIVE-RECORD.
000310        05  LTA-TRAN-ID              PIC X(08).
000320        05  LTA-CUST-ID              PIC X(06).
000330        05  LTA-BUSINESS-DATE        PIC 9(08).
000340        05  LTA-POST-PASS            PIC X(01).
000350        05  LTA-OUTCOME-CD           PIC X(01).
000360            88  LTA-POSTED               VALUE "P".
000370            88  LTA-REJECTED             VALUE "R".
000380            88  LTA-HELD                 VALUE "H".
000390            88  LTA-REFUSED              VALUE "F".
000400        05  LTA-ROLL-DATE            PIC 9(08).
000410        05  LTA-TRAN-DATA            PIC X(60).
000420        05  FILLER                   PIC X(08).
