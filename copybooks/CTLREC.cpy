000185*                   OVERRIDE RUN CANNOT POST THE WRONG FEED.
000186*                   OLDER CONTROL FILES WITHOUT THE FIELD READ
000187*                   AS SPACES AND SKIP THE CHECK.
000188*  2026-10-15 MHC   ADDED CTL-BRANCH-CD - EACH REGIONAL BRANCH
000189*                   NOW SENDS ITS OWN FEED AND CONTROL RECORD,
000190*                   AND THE CTLFILE DD CONCATENATES THE DAY'S
000191*                   BRANCH CONTROL RECORDS. EACH BRANCH IS
000192*                   BALANCED ON ITS OWN (SEE MANFREC). A RECORD
000193*                   WITH NO BRANCH CODE BALANCES NOTHING.
000196*****************************************************************
000200    01  CONTROL-TOTAL-RECORD.
000210        05  CTL-EXPECTED-COUNT       PIC 9(08).
000220        05  CTL-EXPECTED-AMOUNT      PIC 9(10)V99.
000230        05  CTL-FEED-DATE            PIC 9(08).
000240        05  CTL-BRANCH-CD            PIC X(03).
