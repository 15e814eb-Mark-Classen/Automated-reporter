000188*                   TRAN-BRANCH-CD ADDED TO TRANREC, SO
000189*                   MAINTENANCE AND REPAIRS CARRY THE BRANCH
000190*                   THROUGH.
000191*  2026-10-15 MHC   ADDED MAINT-ORIG-TRAN-ID TO MATCH THE
000192*                   TRAN-ORIG-TRAN-ID ADDED TO TRANREC, SO A
000193*                   REFUND KEYED OR REPAIRED CARRIES ITS
000194*                   ORIGINAL SALE REFERENCE.
000196*****************************************************************
000200    01  MAINT-RECORD.
000210        05  MAINT-ACTION-CD          PIC X(01).
000220            88  MAINT-IS-ADD             VALUE "A".
000280        05  MAINT-CUST-AGE           PIC 9(03).
000290        05  MAINT-TRAN-TYPE-CD       PIC X(01).
000300        05  MAINT-BRANCH-CD          PIC X(03).
000310        05  MAINT-ORIG-TRAN-ID       PIC X(08).
