000215*                   SUBTOTALS. THE VALID CODES ARE RUN CONTROLS
000216*                   (SEE PARMREC); A CODE NOT ON THE BRANCH
000217*                   TABLE IS A NEW REJECT REASON.
000218*  2026-10-15 MHC   ADDED TRAN-ORIG-TRAN-ID AT THE END OF THE
000219*                   RECORD - A REFUND NOW CARRIES THE TRAN-ID OF
000220*                   THE SALE IT REVERSES, AND ReportingSystem
000221*                   VALIDATES IT AGAINST THE POSTED HISTORY
000222*                   (SEE TPHREC). BLANK ON SALES/ADJUSTMENTS.
000224*****************************************************************
000226    01  TRAN-RECORD.
000230        05  TRAN-ID                 PIC X(08).
000240        05  TRAN-CUST-ID            PIC X(06).
000250        05  TRAN-AMOUNT             PIC 9(05)V99.
000290            88  TRAN-IS-REFUND           VALUE "R".
000300            88  TRAN-IS-ADJUSTMENT       VALUE "A".
000310        05  TRAN-BRANCH-CD          PIC X(03).
000320        05  TRAN-ORIG-TRAN-ID       PIC X(08).
