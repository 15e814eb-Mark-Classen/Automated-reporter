000100*****************************************************************
000110*  FEEREC.CPY
000120*  BRANCH PROCESSING-FEE SCHEDULE RECORD - ONE RECORD PER
000130*  REGIONAL BRANCH, TRANSACTION TYPE (S/R/A) AND EFFECTIVE
000140*  DATE. MAINTAINED BY FINANCE IN PROD.DLYRPT.FEESCHED AND READ
000150*  AT INITIALIZATION BY ReportingSystem, WHICH CHARGES EACH
000160*  POSTED TRANSACTION OF THE TYPE FEE-PER-TRAN-AMT PLUS
000170*  FEE-RATE-PCT PERCENT OF ITS AMOUNT. THE ENTRY IN FORCE FOR A
000180*  BUSINESS DAY IS THE ONE WITH THE LATEST EFFECTIVE DATE NOT
000190*  AFTER IT, SO A RATE CHANGE CAN BE LOADED AHEAD OF TIME.
000200*  A LINE STARTING "*" IS A COMMENT.
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-10-15 MHC   ORIGINAL.
000250*****************************************************************
000260    01  FEE-SCHED-RECORD.
000270        05  FEE-BRANCH-CD            PIC X(03).
000280        05  FEE-TRAN-TYPE-CD         PIC X(01).
000290            88  FEE-TYPE-IS-VALID        VALUE "S" "R" "A".
000300        05  FEE-EFFECTIVE-DATE       PIC 9(08).
000310        05  FEE-PER-TRAN-AMT         PIC 9(03)V99.
000320        05  FEE-RATE-PCT             PIC 9(02)V9(04).
