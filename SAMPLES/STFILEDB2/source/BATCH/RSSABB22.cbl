      *     AND PRUNES THE OLDEST GENERATIONS BEYOND THE CONFIGURED   *
      *     NUMBER - SO AUDIT CAN RE-READ ANY RECENT RUN'S REPORT     *
      *     FROM THE ONLINE VIEWER INSTEAD OF HOPING FOR THE PAPER.   *
      *    -THE CAPTURE IS FILED AS THE WHOLE RUN (SEGMENT SPACES);   *
      *     THE BURSTING STEP (RSSABC17) SPLITS IT INTO BRANCH OR     *
      *     STATE SEGMENTS UNDER THE SAME RUN DATE, AND PRUNING A     *
      *     GENERATION DROPS ITS SEGMENTS WITH IT.                    *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - RPTIN (THE REPORT TO CAPTURE)             *
      * IN/OUT FILE: VSAM - RPTARCH (REPORT ARCHIVE)                  *
              END-IF
              MOVE WS-REPORT-NAME TO RP-REPORT-NAME
              MOVE WS-RUN-DATE    TO RP-RUNDATE
              MOVE SPACES         TO RP-SEGMENT
              MOVE WS-LINE-COUNT  TO RP-LINE-NBR
              MOVE RPTIN-RECORD   TO RP-LINE-TEXT
              MOVE SPACES         TO RP-FILLER
      * THE RUN'S INDEX RECORD (LINE 0)...
           MOVE WS-REPORT-NAME TO RP-REPORT-NAME.
           MOVE WS-RUN-DATE    TO RP-RUNDATE.
           MOVE SPACES         TO RP-SEGMENT.
           MOVE ZEROS          TO RP-LINE-NBR.
           MOVE SPACES         TO RP-LINE-TEXT.
           STRING 'LINES ' DELIMITED BY SIZE
      *---------------------------------------------------------------*
      * COLLECT THE DISTINCT RUN DATES ON FILE FOR THIS REPORT, THEN  *
      * DELETE EVERY LINE OF THE GENERATIONS BEYOND THE RETAINED      *
      * NUMBER (OLDEST FIRST), THE RUN'S BURST SEGMENTS INCLUDED.     *
      *---------------------------------------------------------------*
       PRUNE-OLD-GENERATIONS.
           MOVE 0   TO WS-GEN-COUNT.
           MOVE 'N' TO WS-GEN-DONE-SWITCH.
           MOVE WS-REPORT-NAME TO RP-REPORT-NAME.
           MOVE ZEROS          TO RP-RUNDATE RP-LINE-NBR.
           MOVE SPACES         TO RP-SEGMENT.
           START RPTARCH-FILE KEY NOT < RP-ARCH-KEY
           IF  RPTARCH-STATUS NOT = '00'
               MOVE 'Y' TO WS-GEN-DONE-SWITCH
           MOVE 'N' TO WS-GEN-DONE-SWITCH.
           MOVE WS-REPORT-NAME TO RP-REPORT-NAME.
           MOVE WS-PRUNE-DATE  TO RP-RUNDATE.
           MOVE SPACES         TO RP-SEGMENT.
           MOVE ZEROS          TO RP-LINE-NBR.
           START RPTARCH-FILE KEY NOT < RP-ARCH-KEY
           IF  RPTARCH-STATUS NOT = '00'
