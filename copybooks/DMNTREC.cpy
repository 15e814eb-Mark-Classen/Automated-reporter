000100*****************************************************************
000110*  DMNTREC.CPY
000120*  DISPUTE CASE MAINTENANCE TRANSACTION LAYOUT - ONE OPEN/
000130*  UPDATE/CLOSE INSTRUCTION PER RECORD, KEYED BY THE DISPUTED
000140*  TRAN-ID, APPLIED TO PROD.DLYRPT.DISPUTES BY DispMaint. EVERY
000150*  INSTRUCTION NEEDS A SUPERVISOR CODE.
000160*    OPEN   - REASON AND CASE WORKER REQUIRED. THE CUSTOMER AND
000170*             BRANCH COME FROM THE POSTED SALE; A CUSTOMER KEYED
000180*             HERE MUST MATCH IT, AND THE BRANCH IS ONLY NEEDED
000190*             FOR A SALE NOT YET ROLLED TO THE LONG-TERM ARCHIVE.
000200*             A BLANK AMOUNT DISPUTES WHAT IS LEFT UNREFUNDED.
000210*    UPDATE - NEW REASON, CASE WORKER AND/OR NOTE; BLANK FIELDS
000220*             ARE LEFT AS THEY ARE. THE AMOUNT CANNOT CHANGE.
000230*    CLOSE  - OUTCOME U (UPHELD) OR D (DENIED).
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY
000260*  DATE       INIT  DESCRIPTION
000270*  2026-10-15 MHC   ORIGINAL.
000280*****************************************************************
000290    01  DMNT-RECORD.
000300        05  DMNT-ACTION-CD           PIC X(01).
000310            88  DMNT-IS-OPEN             VALUE "O".
000320            88  DMNT-IS-UPDATE           VALUE "U".
000330            88  DMNT-IS-CLOSE            VALUE "C".
000340        05  DMNT-TRAN-ID             PIC X(08).
000350        05  DMNT-CUST-ID             PIC X(06).
000360        05  DMNT-BRANCH-CD           PIC X(03).
000370        05  DMNT-AMOUNT              PIC 9(05)V99.
000380        05  DMNT-AMOUNT-X REDEFINES DMNT-AMOUNT
000390                                     PIC X(07).
000400        05  DMNT-REASON-CD           PIC X(02).
000410            88  DMNT-REASON-IS-VALID     VALUE "NR" "DU" "FR"
000420                                               "AM" "QU" "OT".
000430        05  DMNT-ASSIGNED-TO         PIC X(08).
000440        05  DMNT-OUTCOME-CD          PIC X(01).
000450            88  DMNT-IS-UPHELD           VALUE "U".
000460            88  DMNT-IS-DENIED           VALUE "D".
000470        05  DMNT-SUPERVISOR-CD       PIC X(04).
000480        05  DMNT-NOTE                PIC X(30).
