000205*                                   CONTROL-TOTAL FILE; REMOVE
000206*                                   THE LINE AFTER THE CATCH-UP
000207*                                   DAY HAS RUN.
000208*    GLPERIOD REDIRECT              THE BUSINESS DAY'S GL PERIOD
000209*                                   IS CLOSED (SEE GLPCREC) -
000210*                                   POST INTO THE CURRENT OPEN
000211*                                   PERIOD AS PRIOR-PERIOD
000212*                                   ADJUSTMENTS INSTEAD OF
000213*                                   STOPPING. REMOVE THE LINE
000214*                                   AFTER THE RUN.
000215*  A KEYWORD NOT SUPPLIED KEEPS ITS STANDARD VALUE. EVERY
000216*  VALUE IN EFFECT IS ECHOED ON THE REPORT AND AUDIT RECORD.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000262*                   PROCESSING-DATE OVERRIDE SO A MISSED DAY
000263*                   CAN BE POSTED ON A LATER CALENDAR DAY
000264*                   WITH THE RIGHT DATES END TO END.
000265*  2026-10-15 MHC   ADDED THE GLPERIOD KEYWORD - REDIRECT A
000266*                   CLOSED PERIOD'S POSTINGS INTO THE OPEN ONE.
000267*****************************************************************
000270    01  RUN-PARM-RECORD.
000280        05  PARM-KEYWORD             PIC X(08).
000290            88  PARM-IS-BRACKET          VALUE "BRACKET ".
000312            88  PARM-IS-BRANCH           VALUE "BRANCH  ".
000314            88  PARM-IS-HIVALUE          VALUE "HIVALUE ".
000316            88  PARM-IS-RUNDATE          VALUE "RUNDATE ".
000317            88  PARM-IS-GLPERIOD         VALUE "GLPERIOD".
000320            88  PARM-IS-BLANK            VALUE "        ".
000340        05  FILLER                   PIC X(01).
000350        05  PARM-DATA                PIC X(40).
000550        05  PARM-RUNDATE-DATA REDEFINES PARM-DATA.
000560            10  PARM-RUN-DATE        PIC 9(08).
000570            10  FILLER               PIC X(32).
000580        05  PARM-GLPERIOD-DATA REDEFINES PARM-DATA.
000590            10  PARM-GLPD-ACTION     PIC X(08).
000600                88  PARM-GLPD-REDIRECT   VALUE "REDIRECT".
000610            10  FILLER               PIC X(32).
