000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  2026-08-09 MHC   ORIGINAL.
000161*  2026-10-15 MHC   ADDED CUST-BIRTH-DATE (CCYYMMDD, MAINTAINED
000162*                   THROUGH CustMaint). ReportingSystem DERIVES
000163*                   THE CUSTOMER'S AGE FROM IT INSTEAD OF
000164*                   TRUSTING THE FEED'S TRAN-CUST-AGE. ZERO
000165*                   MEANS NOT YET CAPTURED - THE FEED AGE IS
000166*                   THEN STILL USED. THE MASTER CLUSTER MUST BE
000167*                   REDEFINED RECORDSIZE(53 53) AND THE OLD
000168*                   RECORDS REPRO'D ACROSS, THEN ZEROED.
000169*  2026-10-15 MHC   STATUS "M" - ID RETIRED BY A MERGE INTO
000172*                   ANOTHER CUSTOMER (SEE XREFREC).
000175*****************************************************************
000180    01  CUST-MASTER-RECORD.
000190        05  CUST-ID                 PIC X(06).
000200        05  CUST-NAME                PIC X(30).
000230            88  CUST-ACTIVE-GUARDIAN     VALUE "G".
000240            88  CUST-INACTIVE            VALUE "I".
000250            88  CUST-SUSPENDED           VALUE "S".
000254            88  CUST-MERGED              VALUE "M".
000260        05  CUST-ENROLL-DATE         PIC 9(08).
000270        05  CUST-BIRTH-DATE          PIC 9(08).
