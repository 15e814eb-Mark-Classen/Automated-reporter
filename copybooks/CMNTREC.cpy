000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-08-21 MHC   ORIGINAL.
000201*  2026-10-15 MHC   ADDED CMNT-CUST-BIRTH-DATE (CCYYMMDD). LEFT
000202*                   BLANK IT MEANS "NOT SUPPLIED" - AN ADD GETS
000203*                   NO BIRTH DATE, A CHANGE KEEPS THE ONE ON
000204*                   FILE. ALTERING A BIRTH DATE ALREADY ON FILE
000205*                   NEEDS A SUPERVISOR CODE.
000206*  2026-10-15 MHC   ACTION "M" - MERGE. RETIRES CMNT-CUST-ID INTO
000207*                   THE SURVIVOR NAMED IN CMNT-SURVIVOR-ID
000208*                   (SUPERVISOR CODE REQUIRED); THE NAME,
000209*                   STATUS AND DATE FIELDS ARE NOT USED.
000210*****************************************************************
000220    01  CMNT-RECORD.
000230        05  CMNT-ACTION-CD           PIC X(01).
000240            88  CMNT-IS-ADD              VALUE "A".
000250            88  CMNT-IS-CHANGE           VALUE "C".
000260            88  CMNT-IS-DELETE           VALUE "D".
000264            88  CMNT-IS-MERGE            VALUE "M".
000270        05  CMNT-CUST-ID             PIC X(06).
000280        05  CMNT-CUST-NAME           PIC X(30).
000290        05  CMNT-CUST-STATUS         PIC X(01).
000300        05  CMNT-CUST-ENROLL-DATE    PIC 9(08).
000310        05  CMNT-SUPERVISOR-CD       PIC X(04).
000320        05  CMNT-CUST-BIRTH-DATE     PIC 9(08).
000330        05  CMNT-CUST-BIRTH-DATE-X REDEFINES CMNT-CUST-BIRTH-DATE
000340                                     PIC X(08).
000350        05  CMNT-SURVIVOR-ID         PIC X(06).
