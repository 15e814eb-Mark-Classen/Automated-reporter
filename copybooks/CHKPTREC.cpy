000199*  2026-09-01 MHC   ADDED THE HIGH-VALUE HELD COUNT AND AMOUNT
000200*                   SO A RESTART DOES NOT LOSE OR DOUBLE THE
000201*                   HOLD TOTALS ON THE SUMMARY REPORT.
000202*  2026-10-15 MHC   ADDED THE AGE-MISMATCH COUNT SO A RESTART
000203*                   DOES NOT LOSE OR DOUBLE IT ON THE SUMMARY
000204*                   REPORT.
000205*  2026-10-15 MHC   ADDED THE REJECTED AMOUNT SO A RESTART DOES
000206*                   NOT LOSE OR DOUBLE THE DAY'S SUSPENSE POSTING.
000207*  2026-10-15 MHC   ADDED THE POSTING PASS AND THE PER-BRANCH
000208*                   REJECT COUNTS - A RESTART MUST RESUME THE
000209*                   SAME PASS OF THE BUSINESS DAY, AND EACH
000210*                   BRANCH'S AUDIT LINE CARRIES ITS REJECTS.
000211*  2026-10-15 MHC   ADDED THE PER-BRANCH SALES/REFUND/ADJUSTMENT
000212*                   COUNTS SO A RESTART RESUMES THE BRANCH FEE
000213*                   VOLUMES CORRECTLY.
000214*****************************************************************
000215    01  CHKPT-RECORD.
000216        05  CHKPT-RUN-DATE           PIC 9(08).
000217        05  CHKPT-LAST-REC-NO        PIC 9(08).
000220        05  CHKPT-TOTAL-AMOUNT       PIC S9(10)V99.
000230        05  CHKPT-COUNT              PIC 9(08).
000240        05  CHKPT-REJECT-COUNT       PIC 9(08).
000370                                     PIC 9(10)V99.
000380                15  CHKPT-BRN-ADJUSTMENT-TOTAL
000390                                     PIC 9(10)V99.
000391                15  CHKPT-BRN-SALES-COUNT
000392                                     PIC 9(08).
000393                15  CHKPT-BRN-REFUND-COUNT
000394                                     PIC 9(08).
000395                15  CHKPT-BRN-ADJUSTMENT-COUNT
000396                                     PIC 9(08).
000400                15  CHKPT-BRN-BRACKET OCCURS 5 TIMES.
000410                    20  CHKPT-BRN-BR-COUNT
000420                                     PIC 9(08).
000440                                     PIC S9(10)V99.
000450        05  CHKPT-HELD-COUNT         PIC 9(08).
000460        05  CHKPT-HELD-AMOUNT        PIC 9(10)V99.
000470        05  CHKPT-AGE-MISMATCH-COUNT PIC 9(08).
000480        05  CHKPT-REJECT-AMOUNT      PIC 9(10)V99.
000490        05  CHKPT-POST-PASS          PIC X(01).
000500        05  CHKPT-FEED-REJECT-TABLE.
000510            10  CHKPT-FEED-REJECT-COUNT OCCURS 8 TIMES
000520                                     PIC 9(08).
