000100*****************************************************************
000110*  GLPCREC.CPY
000120*  GENERAL LEDGER PERIOD-CONTROL RECORD - ONE PER ACCOUNTING
000130*  PERIOD (CCYYMM), KEYED BY THE PERIOD (PROD.DLYRPT.GLPERIODS,
000140*  A KSDS). GlMonthEnd CLOSES A PERIOD HERE WHEN IT HAS WRITTEN
000150*  THAT MONTH'S BALANCED LEDGER LOAD, AND RECORDS THE NEXT
000160*  PERIOD AS OPEN. A PERIOD WITH NO RECORD HAS NEVER BEEN CLOSED
000170*  AND IS OPEN. ReportingSystem WILL NOT POST A BUSINESS DAY
000180*  INTO A CLOSED PERIOD UNLESS THE RUN IS TOLD TO REDIRECT IT
000190*  (GLPERIOD KEYWORD, SEE PARMREC), AND GlMonthEnd WILL NOT
000200*  REBUILD THE LOAD OF A PERIOD ALREADY CLOSED.
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-10-15 MHC   ORIGINAL.
000250*****************************************************************
000260    01  GL-PERIOD-CTL-RECORD.
000270        05  GLPC-PERIOD              PIC 9(06).
000280        05  GLPC-STATUS-CD           PIC X(01).
000290            88  GLPC-IS-OPEN             VALUE "O".
000300            88  GLPC-IS-CLOSED           VALUE "C".
000310        05  GLPC-CLOSE-DATE          PIC 9(08).
000320        05  GLPC-CLOSE-JOB           PIC X(08).
000330        05  GLPC-LOAD-BATCH-ID       PIC X(08).
000340        05  GLPC-LOAD-DEBIT-TOTAL    PIC 9(10)V99.
000350        05  GLPC-LOAD-CREDIT-TOTAL   PIC 9(10)V99.
000360        05  FILLER                   PIC X(25).
