000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  2026-08-21 MHC   ORIGINAL.
000372*  2026-10-15 MHC   SKIP THE PER-BRANCH AUDIT LINES - ONE LINE
000374*                   PER RUN IS STILL THE RUN-LEVEL LINE. A
000376*                   PARTIAL RUN COUNTS AS NOT IN BALANCE.
000380*****************************************************************
000390
000400 ENVIRONMENT DIVISION.
002340*  READS ONE AUDIT RECORD, SKIPS IT IF OUTSIDE THE REQUESTED   *
002350*  RANGE, COMPUTES ITS REJECT RATE, FLAGS IT AGAINST THE       *
002360*  TRAILING AVERAGES, PRINTS THE DETAIL LINE, AND PUSHES IT    *
002370*  INTO THE TRAILING WINDOW. PER-BRANCH LINES ARE SKIPPED.     *
002380*****************************************************************
002390 2000-PROCESS-ONE-RUN.
002400     READ AUDIT-LOG-FILE
002470         OR AUDIT-RUN-DATE > WS-TO-DATE
002480         GO TO 2000-PROCESS-ONE-RUN-EXIT
002490     END-IF.
002491
002492     IF AUDIT-BRANCH-CD NOT = SPACES
002493         GO TO 2000-PROCESS-ONE-RUN-EXIT
002494     END-IF.
002500
002510     ADD 1 TO WS-RUNS-IN-RANGE.
002520     ADD AUDIT-RECORDS-READ     TO WS-RANGE-READ-TOTAL.
