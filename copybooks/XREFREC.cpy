000100*****************************************************************
000110*  XREFREC.CPY
000120*  CUSTOMER ID CROSS-REFERENCE RECORD - ONE PER CUSTOMER ID
000130*  RETIRED BY A CustMaint MERGE, KEYED BY THE RETIRED ID
000140*  (PROD.DLYRPT.CUSTXREF, A KSDS). THE RETIRED ID'S MASTER
000150*  RECORD STAYS ON FILE WITH STATUS "M"; ReportingSystem POSTS
000160*  ANY NEW FEED ACTIVITY ON IT TO THE SURVIVOR, AND MthStmt,
000170*  RefundWatch AND DormRev ROLL ITS HISTORY UP UNDER THE
000180*  SURVIVOR. A SURVIVOR MAY ITSELF BE MERGED LATER - READERS
000190*  FOLLOW THE CHAIN TO ITS END.
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  2026-10-15 MHC   ORIGINAL.
000240*****************************************************************
000250    01  CUST-XREF-RECORD.
000260        05  XREF-RETIRED-ID          PIC X(06).
000270        05  XREF-SURVIVOR-ID         PIC X(06).
000280        05  XREF-MERGE-DATE          PIC 9(08).
000290        05  XREF-SUPERVISOR-CD       PIC X(04).
