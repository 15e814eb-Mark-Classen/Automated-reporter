000100*****************************************************************
000110*  MANFREC.CPY
000120*  DAILY BRANCH FEED MANIFEST RECORD - ONE RECORD PER REGIONAL
000130*  BRANCH FEED EXPECTED FOR THE BUSINESS DAY, SENT WITH THE
000140*  DAY'S FEEDS (PROD.DLYRPT.MANIFEST.DYYMMDD). ReportingSystem
000150*  BALANCES EACH LISTED BRANCH'S TRANSACTIONS AGAINST THAT
000160*  BRANCH'S OWN CONTROL RECORD (CTLREC): A BRANCH THAT BALANCES
000170*  POSTS, ONE THAT IS MISSING OR OUT OF BALANCE IS HELD BACK
000180*  UNTIL A LATER PASS OF THE SAME BUSINESS DAY. A LINE
000190*  STARTING "*" IS A COMMENT.
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  2026-10-15 MHC   ORIGINAL.
000240*****************************************************************
000250    01  FEED-MANIFEST-RECORD.
000260        05  MAN-FEED-DATE            PIC 9(08).
000270        05  FILLER                   PIC X(01).
000280        05  MAN-BRANCH-CD            PIC X(03).
