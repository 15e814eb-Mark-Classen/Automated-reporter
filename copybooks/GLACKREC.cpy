000100*****************************************************************
000110*  GLACKREC.CPY
000120*  GENERAL LEDGER POSTING ACKNOWLEDGEMENT RECORD - RETURNED BY
000130*  THE LEDGER, ONE RECORD PER GL-BATCH-ID IT PROCESSED, WITH
000140*  THE ACCEPT/REJECT OUTCOME, THE DEBIT AND CREDIT AMOUNTS IT
000150*  ACTUALLY POSTED, AND ITS REASON FOR A REJECTION. MATCHED
000160*  AGAINST THE SENT-BATCH FILE (SEE GLBREC) BY GlAckRecon.
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 MHC   ORIGINAL.
000210*****************************************************************
000220    01  GL-ACK-RECORD.
000230        05  GLACK-BATCH-ID           PIC X(08).
000240        05  GLACK-STATUS-CD          PIC X(01).
000250            88  GLACK-IS-ACCEPTED        VALUE "A".
000260            88  GLACK-IS-REJECTED        VALUE "R".
000270        05  GLACK-POSTED-DATE        PIC 9(08).
000280        05  GLACK-DEBIT-POSTED       PIC 9(10)V99.
000290        05  GLACK-CREDIT-POSTED      PIC 9(10)V99.
000300        05  GLACK-REASON             PIC X(40).
