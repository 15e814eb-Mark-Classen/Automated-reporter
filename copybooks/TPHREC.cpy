000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  2026-08-21 MHC   ORIGINAL.
000211*  2026-10-15 MHC   ADDED THE POSTED CUSTOMER, TYPE, AND AMOUNT
000212*                   PLUS A RUNNING REFUNDED AMOUNT AT THE END OF
000213*                   THE RECORD, SO A REFUND CAN BE MATCHED TO ITS
000214*                   ORIGINAL SALE (SAME CUSTOMER, ENOUGH LEFT
000215*                   UNREFUNDED) AT POSTING TIME. A REFUND'S OWN
000216*                   ENTRY CARRIES THE SALE IT WAS APPLIED TO SO
000217*                   A BACKOUT CAN GIVE THE AMOUNT BACK. THE
000218*                   CLUSTER MUST BE REDEFINED RECORDSIZE(45 45)
000219*                   - REPRO THE OLD ENTRIES ACROSS (THEY PAD
000220*                   WITH SPACES AND CANNOT BE REFUNDED AGAINST).
000221*  2026-10-15 MHC   ADDED TPH-POST-PASS - THE POSTING PASS OF THE
000222*                   BUSINESS DAY THAT WROTE THE ENTRY. A DAY CAN
000223*                   NOW POST IN MORE THAN ONE PASS (A LATE
000224*                   BRANCH FEED), SO BACKING OUT AN ABANDONED
000225*                   PASS MUST LEAVE THE EARLIER PASSES' ENTRIES
000226*                   ALONE. REDEFINE THE CLUSTER RECORDSIZE
000227*                   (46 46) AND REPRO THE OLD ENTRIES ACROSS.
000228*****************************************************************
000230    01  TRAN-HIST-RECORD.
000240        05  TPH-TRAN-ID              PIC X(08).
000250        05  TPH-RUN-DATE             PIC 9(08).
000260        05  TPH-CUST-ID              PIC X(06).
000270        05  TPH-TRAN-TYPE-CD         PIC X(01).
000280            88  TPH-IS-SALE              VALUE "S".
000290            88  TPH-IS-REFUND            VALUE "R".
000300        05  TPH-AMOUNT               PIC 9(05)V99.
000310        05  TPH-REFUNDED-AMOUNT      PIC 9(05)V99.
000320        05  TPH-ORIG-TRAN-ID         PIC X(08).
000330        05  TPH-POST-PASS            PIC X(01).
