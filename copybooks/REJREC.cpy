000220*                   LINE NOTHING COULD REPROCESS.
000222*  2026-09-01 MHC   REJ-TRAN-DATA WIDENED 25->28 FOR THE
000224*                   TRAN-BRANCH-CD ADDED TO TRANREC.
000225*  2026-10-15 MHC   REJ-TRAN-DATA WIDENED 28->36 FOR THE
000226*                   TRAN-ORIG-TRAN-ID ADDED TO TRANREC. NEW
000227*                   REASON CODES 70-72 FOR A REFUND THAT DOES
000228*                   NOT MATCH ITS ORIGINAL SALE (SEE
000229*                   ReportingSystem 2155).
000230*  2026-10-15 MHC   NEW REASON CODE 61 - A RECORD FOR A VALID
000231*                   BRANCH THAT IS NOT ON THE DAY'S FEED
000232*                   MANIFEST (SEE MANFREC).
000235*****************************************************************
000240    01  REJECT-TRAN-RECORD.
000250        05  REJ-TRAN-DATA.
000260            10  REJ-TRAN-ID          PIC X(08).
000270            10  FILLER               PIC X(28).
000280        05  REJ-REASON-CD            PIC 9(02).
000290        05  REJ-RUN-DATE             PIC 9(08).
