000100*****************************************************************
000110*  BFEEREC.CPY
000120*  DAILY BRANCH FEE RECORD - ONE LINE APPENDED BY ReportingSystem
000130*  TO PROD.DLYRPT.BRFEES FOR EACH BRANCH AND TRANSACTION TYPE
000140*  POSTED ON A PASS, WITH THE VOLUME, THE SCHEDULE ENTRY APPLIED
000150*  (SEE FEEREC) AND THE FEE CHARGED. WRITTEN ONLY WHEN THE
000160*  PASS'S GL EXTRACT IS, SO THE FEES ON THE FILE ARE THE FEES
000170*  POSTED ON THE "F" RULE. BFEE-GL-PERIOD IS THE PERIOD THEY
000180*  POSTED INTO; BranchBill BILLS A MONTH FROM IT.
000190*  BFEE-SCHED-SW IS "N" WHEN NO SCHEDULE ENTRY WAS IN FORCE
000200*  FOR THE BRANCH AND TYPE - THE VOLUME IS THEN CARRIED WITH
000210*  NO FEE.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  2026-10-15 MHC   ORIGINAL.
000260*****************************************************************
000270    01  BRANCH-FEE-RECORD.
000280        05  BFEE-BUSINESS-DATE       PIC 9(08).
000290        05  BFEE-POST-PASS           PIC X(01).
000300        05  BFEE-BRANCH-CD           PIC X(03).
000310        05  BFEE-TRAN-TYPE-CD        PIC X(01).
000320        05  BFEE-TRAN-COUNT          PIC 9(08).
000330        05  BFEE-TRAN-AMOUNT         PIC 9(10)V99.
000340        05  BFEE-SCHED-SW            PIC X(01).
000350            88  BFEE-NO-SCHEDULE         VALUE "N".
000360        05  BFEE-EFFECTIVE-DATE      PIC 9(08).
000370        05  BFEE-PER-TRAN-AMT        PIC 9(03)V99.
000380        05  BFEE-RATE-PCT            PIC 9(02)V9(04).
000390        05  BFEE-FEE-AMOUNT          PIC 9(08)V99.
000400        05  BFEE-GL-PERIOD           PIC 9(06).
000410        05  BFEE-GL-BATCH-ID         PIC X(08).
000420        05  BFEE-JOB-ID              PIC X(08).
