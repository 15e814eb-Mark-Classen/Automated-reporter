000100*****************************************************************
000110*  ARCHREC.CPY
000120*  DAILY ARCHIVE RECORD - ONE PER FEED RECORD ReportingSystem
000130*  ARCHIVED FOR A POSTING BRANCH (PROD.DLYRPT.ARCHIVE GDG,
000140*  LRECL 100). THE RAW TRANREC IMAGE, UNTOUCHED, IS FOLLOWED BY
000150*  THE BUSINESS DAY AND POSTING PASS OF THE RUN THAT ARCHIVED
000160*  IT AND WHETHER THAT RUN POSTED IT, SO ArchRoll CAN CARRY THE
000170*  TRANSACTION INTO THE LONG-TERM ARCHIVE (SEE LTAREC) AFTER
000180*  TRANHIST HAS AGED THE ENTRY OFF. THE IMAGE AREA LEAVES ROOM
000190*  FOR TRANREC TO GROW. A GENERATION WRITTEN BEFORE THE STAMP
000200*  WAS ADDED HAS SPACES FROM COLUMN 37 ON.
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-10-15 MHC   ORIGINAL - EXTRACTED FROM ReportingSystem
000250*                   ARCHIVE-RECORD TO ADD THE OUTCOME STAMP.
000260*****************************************************************
000270    01  ARCHIVE-RECORD.
000280        05  ARCH-TRAN-DATA.
000290            10  ARCH-TRAN-ID         PIC X(08).
000300            10  ARCH-CUST-ID         PIC X(06).
000310            10  FILLER               PIC X(46).
000320        05  ARCH-BUSINESS-DATE       PIC X(08).
000330        05  ARCH-POST-PASS           PIC X(01).
000340        05  ARCH-OUTCOME-CD          PIC X(01).
000350            88  ARCH-WAS-POSTED          VALUE "P".
000360            88  ARCH-NOT-POSTED          VALUE "N".
000370            88  ARCH-NOT-STAMPED         VALUE SPACE.
000380        05  FILLER                   PIC X(30).
