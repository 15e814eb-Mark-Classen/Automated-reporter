000170*  THAT NO LONGER APPEAR IN THE RULES), SO AN ACCOUNT
000180*  RENUMBERING IS A FILE CHANGE INSTEAD OF A RECOMPILE.
000190*  A LINE STARTING "*" IS A COMMENT.
000191*  TYPE "U" IS NOT A TRANSACTION TYPE - IT IS THE SUSPENSE RULE.
000192*  THE DAY'S REJECTED AND HELD AMOUNTS POST DEBIT/CREDIT ON IT,
000193*  AND RejRepair / HoldRelease POST THE CONTRA (CREDIT/DEBIT) AS
000194*  EACH ITEM CLEARS. NEITHER OF ITS ACCOUNTS MAY BE THE CASH
000195*  ACCOUNT (THE "S" RULE'S DEBIT SIDE).
000196*  TYPE "P" IS THE DISPUTE RULE: DispMaint POSTS A PROVISIONAL
000197*  CREDIT DEBIT/CREDIT ON IT, REVERSES IT WHEN THE CASE IS DENIED
000198*  AND MOVES ITS DEBIT SIDE TO THE "R" RULE'S DEBIT ACCOUNT WHEN
000199*  THE CASE IS UPHELD. IT MAY NOT TOUCH CASH EITHER.
000200*  TYPE "F" IS THE BRANCH FEE RULE: ReportingSystem POSTS THE
000201*  DAY'S BRANCH PROCESSING FEES (SEE FEEREC) DEBIT/CREDIT ON
000202*  IT - FEES RECEIVABLE FROM THE BRANCHES AGAINST FEE INCOME.
000203*  IT MAY NOT TOUCH CASH EITHER.
000206*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  2026-09-01 MHC   ORIGINAL - REPLACES THE ACCOUNT LITERALS
000240*                   COMPILED INTO ReportingSystem.
000244*  2026-10-15 MHC   ADDED THE SUSPENSE RULE, TYPE "U".
000246*  2026-10-15 MHC   ADDED THE DISPUTE RULE, TYPE "P".
000247*  2026-10-15 MHC   ADDED THE BRANCH FEE RULE, TYPE "F".
000250*****************************************************************
000260    01  GL-RULE-RECORD.
000270        05  GLRUL-TRAN-TYPE-CD       PIC X(01).
