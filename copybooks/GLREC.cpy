000120*  GENERAL LEDGER INTERFACE EXTRACT RECORD.
000130*  ONE RECORD PER BATCH RUN, DERIVED FROM THE TOTALS COMPUTED
000140*  BY ReportingSystem.
000141*  GL-ADJ-CD "P" MARKS A PRIOR-PERIOD ADJUSTMENT - AN ENTRY FOR
000142*  A BUSINESS DAY WHOSE PERIOD WAS ALREADY CLOSED (SEE GLPCREC),
000143*  REDIRECTED INTO THE OPEN PERIOD IN GL-PERIOD. GL-ORIG-PERIOD
000144*  IS THEN THE CLOSED PERIOD IT BELONGS TO; OTHERWISE IT IS
000145*  ZERO. EXTRACTS WRITTEN BEFORE THESE FIELDS WERE ADDED ARE 37
000146*  BYTES AND READ AS NOT ADJUSTMENTS.
000150*-----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-08-09 MHC   ORIGINAL.
000183*  2026-10-15 MHC   ADDED GL-ADJ-CD AND GL-ORIG-PERIOD (PRIOR-
000186*                   PERIOD ADJUSTMENTS). RECORD 37 -> 44 BYTES.
000190*****************************************************************
000200    01  GL-EXTRACT-RECORD.
000210        05  GL-ACCOUNT-CODE          PIC X(10).
000250            88  GL-IS-CREDIT             VALUE "C".
000260        05  GL-AMOUNT                PIC 9(10)V99.
000270        05  GL-BATCH-ID              PIC X(08).
000280        05  GL-ADJ-CD                PIC X(01).
000290            88  GL-IS-PRIOR-PERIOD-ADJ   VALUE "P".
000300        05  GL-ORIG-PERIOD           PIC 9(06).
