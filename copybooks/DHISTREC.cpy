000100*****************************************************************
000110*  DHISTREC.CPY
000120*  DISPUTE CASE HISTORY RECORD - ONE LINE APPENDED BY DispMaint
000130*  FOR EVERY OPEN, UPDATE AND CLOSE APPLIED TO
000140*  PROD.DLYRPT.DISPUTES, SO WHO OPENED A CASE, WHY, WHO WORKED
000150*  IT AND HOW IT ENDED CAN BE ANSWERED FROM THE FILE ALONE.
000160*  DHIST-GL-ACTION-CD SAYS WHAT THE ACTION POSTED TO THE GL:
000170*  P PROVISIONAL CREDIT, F MADE FINAL AS A REFUND, V REVERSED,
000180*  SPACE NOTHING. REASON, WORKER AND NOTE ARE AS THEY STAND
000190*  AFTER THE ACTION.
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  2026-10-15 MHC   ORIGINAL.
000240*****************************************************************
000250    01  DISP-HIST-RECORD.
000260        05  DHIST-CHANGE-DATE        PIC 9(08).
000270        05  DHIST-CHANGE-TIME        PIC 9(08).
000280        05  DHIST-JOB-ID             PIC X(08).
000290        05  DHIST-OPERATOR-ID        PIC X(08).
000300        05  DHIST-ACTION-CD          PIC X(01).
000310        05  DHIST-TRAN-ID            PIC X(08).
000320        05  DHIST-OLD-STATUS         PIC X(01).
000330        05  DHIST-NEW-STATUS         PIC X(01).
000340        05  DHIST-REASON-CD          PIC X(02).
000350        05  DHIST-ASSIGNED-TO        PIC X(08).
000360        05  DHIST-AMOUNT             PIC 9(05)V99.
000370        05  DHIST-GL-ACTION-CD       PIC X(01).
000380            88  DHIST-GL-PROVISIONAL     VALUE "P".
000390            88  DHIST-GL-MADE-FINAL      VALUE "F".
000400            88  DHIST-GL-REVERSED        VALUE "V".
000410        05  DHIST-SUPERVISOR-CD      PIC X(04).
000420        05  DHIST-NOTE               PIC X(30).
