      *     THE ALERT CONSOLE WITHOUT ANYONE SWEEPING THE RUN LOG.    *
      *    -A RUN-LOG PROBLEM NEVER TAKES THE CALLING STEP DOWN:      *
      *     FAILURES ARE DISPLAYED AND IGNORED.                       *
      *    -THE DATE AND TIME OF THE RECORD WRITTEN ARE HANDED BACK   *
      *     TO THE CALLER AS ITS RUN-LOG REFERENCE.                   *
      * ------------------------------------------------------------- *
      * OUTPUT FILE: VSAM - RUNLOG (BATCH RUN LOG)                    *
      * LINKAGE    : RSSLOGC PARAMETER AREA                           *

           ACCEPT RL-RUNDATE FROM DATE YYYYMMDD
           ACCEPT RL-RUNTIME FROM TIME
           MOVE RL-RUNDATE       TO RLOG-LOG-DATE
           MOVE RL-RUNTIME       TO RLOG-LOG-TIME
           MOVE RLOG-PROGRAM     TO RL-PROGRAM
           MOVE RLOG-PHASE (1:1) TO RL-PHASE
           MOVE RLOG-RC          TO RL-RC
