000100*****************************************************************
000110*  GLBREC.CPY
000120*  GENERAL LEDGER SENT-BATCH RECORD - ONE RECORD APPENDED TO
000130*  PROD.DLYRPT.GLBATCHES FOR EVERY GL EXTRACT HANDED TO THE
000140*  LEDGER (ReportingSystem GLFILE, RejRepair / HoldRelease
000150*  SUSPENSE CONTRA, DispMaint DISPUTE POSTINGS, GlMonthEnd
000160*  GLLOAD), CARRYING THE TOTALS THE LEDGER'S ACKNOWLEDGEMENT IS
000170*  CHECKED AGAINST. GL-BATCH-ID IS THE EXTRACT DATA SET'S LAST
000180*  QUALIFIER (DYYMMDD, RYYMMDD, HYYMMDD, CYYMMDD, MCCYYMM) SO A
000184*  BATCH CAN ALWAYS BE FOUND AGAIN.
000190*  GlAckRecon KEEPS ONLY THE UNCONFIRMED BATCHES ON THE FILE.
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  2026-10-15 MHC   ORIGINAL.
000234*  2026-10-15 MHC   ADDED THE DispMaint DISPUTE BATCHES (CYYMMDD).
000240*****************************************************************
000250    01  GL-BATCH-RECORD.
000260        05  GLB-BATCH-ID             PIC X(08).
000270        05  GLB-SENT-DATE            PIC 9(08).
000280        05  GLB-SOURCE-JOB           PIC X(08).
000290        05  GLB-RECORD-COUNT         PIC 9(06).
000300        05  GLB-DEBIT-TOTAL          PIC 9(10)V99.
000310        05  GLB-CREDIT-TOTAL         PIC 9(10)V99.
000320        05  GLB-STATUS-CD            PIC X(01).
000330            88  GLB-AWAITING-ACK         VALUE " ".
000340            88  GLB-REJECTED-BY-LEDGER   VALUE "R".
