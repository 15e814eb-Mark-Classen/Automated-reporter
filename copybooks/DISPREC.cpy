000100*****************************************************************
000110*  DISPREC.CPY
000120*  CUSTOMER DISPUTE CASE RECORD - ONE PER DISPUTED TRANSACTION,
000130*  KEYED BY THE DISPUTED SALE'S TRAN-ID (PROD.DLYRPT.DISPUTES,
000140*  A KSDS). OPENED, UPDATED AND CLOSED ONLY BY DispMaint UNDER
000150*  A SUPERVISOR CODE, AND AGED WEEKLY BY DispAge. WHILE A CASE
000160*  IS OPEN ITS DISP-AMOUNT STANDS AS A PROVISIONAL CREDIT ON THE
000170*  GL DISPUTE RULE ("P" ON GLRULES); CLOSING IT UPHELD MAKES
000180*  THE CREDIT FINAL AS A REFUND, CLOSING IT DENIED REVERSES IT.
000190*  A CLOSED CASE STAYS ON FILE AS THE RECORD OF HOW IT ENDED.
000200*  DISP-SALE-DATE IS THE BUSINESS DAY THE SALE POSTED.
000210*  DISP-HIST-RESERVED-SW IS "Y" WHEN THE OPEN ALSO RESERVED THE
000220*  AMOUNT AGAINST THE SALE'S REFUNDABLE BALANCE ON TRANHIST
000230*  (SEE TPHREC) - A DENIAL GIVES IT BACK.
000240*  REASON CODES: NR NOT RECEIVED      DU DUPLICATE CHARGE
000250*                FR NOT AUTHORISED    AM WRONG AMOUNT
000260*                QU NOT AS DESCRIBED  OT OTHER (SEE NOTE)
000270*-----------------------------------------------------------------
000280*  MODIFICATION HISTORY
000290*  DATE       INIT  DESCRIPTION
000300*  2026-10-15 MHC   ORIGINAL.
000310*****************************************************************
000320    01  DISPUTE-RECORD.
000330        05  DISP-TRAN-ID             PIC X(08).
000340        05  DISP-CUST-ID             PIC X(06).
000350        05  DISP-BRANCH-CD           PIC X(03).
000360        05  DISP-AMOUNT              PIC 9(05)V99.
000370        05  DISP-STATUS-CD           PIC X(01).
000380            88  DISP-IS-OPEN             VALUE "O".
000390            88  DISP-IS-UPHELD           VALUE "U".
000400            88  DISP-IS-DENIED           VALUE "D".
000410        05  DISP-REASON-CD           PIC X(02).
000420        05  DISP-ASSIGNED-TO         PIC X(08).
000430        05  DISP-SALE-DATE           PIC 9(08).
000440        05  DISP-OPEN-DATE           PIC 9(08).
000450        05  DISP-LAST-UPDATE-DATE    PIC 9(08).
000460        05  DISP-CLOSE-DATE          PIC 9(08).
000470        05  DISP-OPEN-SUPV-CD        PIC X(04).
000480        05  DISP-CLOSE-SUPV-CD       PIC X(04).
000490        05  DISP-HIST-RESERVED-SW    PIC X(01).
000500            88  DISP-HIST-RESERVED       VALUE "Y".
000510        05  DISP-NOTE                PIC X(30).
000520        05  FILLER                   PIC X(14).
