000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-08-21 MHC   ORIGINAL.
000203*  2026-10-15 MHC   ADDED THE BIRTH DATE TO THE BEFORE AND
000206*                   AFTER IMAGES (SEE CUSTREC).
000207*  2026-10-15 MHC   ADDED CHIST-SURVIVOR-ID - ON A MERGE ("M")
000208*                   THE ID THE CUSTOMER WAS RETIRED INTO; THE
000209*                   AFTER IMAGE CARRIES STATUS "M". SPACES ON
000212*                   EVERY OTHER ACTION.
000215*****************************************************************
000220    01  CUST-HIST-RECORD.
000230        05  CHIST-CHANGE-DATE        PIC 9(08).
000240        05  CHIST-CHANGE-TIME        PIC 9(08).
000300            10  CHIST-OLD-NAME           PIC X(30).
000310            10  CHIST-OLD-STATUS         PIC X(01).
000320            10  CHIST-OLD-ENROLL-DATE    PIC 9(08).
000324            10  CHIST-OLD-BIRTH-DATE     PIC 9(08).
000330        05  CHIST-AFTER-IMAGE.
000340            10  CHIST-NEW-NAME           PIC X(30).
000350            10  CHIST-NEW-STATUS         PIC X(01).
000360            10  CHIST-NEW-ENROLL-DATE    PIC 9(08).
000364            10  CHIST-NEW-BIRTH-DATE     PIC 9(08).
000370        05  CHIST-SUPERVISOR-CD      PIC X(04).
000380        05  CHIST-SURVIVOR-ID        PIC X(06).
