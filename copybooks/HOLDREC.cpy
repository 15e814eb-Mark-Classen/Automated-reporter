000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  2026-09-01 MHC   ORIGINAL.
000213*  2026-10-15 MHC   HOLD-TRAN-DATA WIDENED 28->36 FOR THE
000216*                   TRAN-ORIG-TRAN-ID ADDED TO TRANREC.
000220*****************************************************************
000230    01  HELD-TRAN-RECORD.
000240        05  HOLD-TRAN-DATA.
000250            10  HOLD-TRAN-ID         PIC X(08).
000260            10  FILLER               PIC X(28).
000270        05  HOLD-RUN-DATE            PIC 9(08).
