      *    -EVERY DECISION IS RECORDED THRU RSSLOG00 AND THE DRIVER   *
      *     ENDS WITH RETURN-CODE 8 WHEN ANY STEP FAILED OR WAS       *
      *     SKIPPED, SO THE SCHEDULER STILL SEES A BAD NIGHT.         *
      *    -AFTER THE CHAIN IT RUNS THE ON-DEMAND JOB REQUESTS        *
      *     APPROVED ON LINE (RSSAT048) AS EXTRA STEPS: EACH          *
      *     REQUEST'S PARAMETERS ARE SET THRU RSSPRM00, ITS UTILITY   *
      *     IS CALLED, THE FILE'S OLD VALUES ARE PUT BACK, AND THE    *
      *     REQUEST IS STAMPED WITH THE RETURN CODE AND THE RUN-LOG   *
      *     REFERENCE FOR THE REQUESTER TO SEE. ONLY UTILITIES ON     *
      *     THE RSSJQLC LIST ARE RUN. A FAILED REQUEST ALSO ENDS THE  *
      *     DRIVER WITH RETURN-CODE 8.                                *
      *    -WHEN THE SINGLE-PASS CUSTOMER SWEEP (RSSABC30) IS ON THE  *
      *     FILE, EVERY STAND-ALONE SWEEP AN ACTIVE MODULE OF THE     *
      *     SWEEP REGISTRY STANDS IN FOR IS FOLDED INTO IT: THE       *
      *     SWEEP IS NOT RUN AS A STEP OF ITS OWN, AND A STEP NAMING  *
      *     IT AS PREDECESSOR WAITS FOR RSSABC30 INSTEAD, SO THE      *
      *     COMBINED PASS IS ONE STEP OF THE CHAIN.                   *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - STEPDEP (STEP-DEPENDENCY FILE)            *
      * INPUT FILE : QSAM - SWEEPREG (SWEEP-MODULE REGISTRY, OPTIONAL)*
      * IN/OUT FILE: VSAM - JOBREQ (ON-DEMAND JOB REQUESTS, OPTIONAL) *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      *
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS STEPDEP-STATUS.

      * SWEEP-MODULE REGISTRY OF THE SINGLE-PASS CUSTOMER SWEEP
           SELECT OPTIONAL SWEEPREG-FILE
               ASSIGN       TO SWEEPREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SWEEPREG-STATUS.

      * ON-DEMAND JOB-REQUEST VSAM-KSDS FILE, SWEPT FOR APPROVED
      * REQUESTS AFTER THE CHAIN
           SELECT OPTIONAL JOBREQ-FILE
               ASSIGN       TO JOBREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS JQ-REQ-KEY
               FILE STATUS  IS JOBREQ-STATUS.

      * END-OF-SUITE CONTROL-TOTALS FILE (APPENDED TO BY EVERY STEP
      * OF THE NIGHTLY CHAIN, READ BACK BY THE CONSOLIDATED SUMMARY)
           SELECT CTLTOT-FILE
           05  SD-MAX-RC           PIC 9(004).
           05  FILLER              PIC X(011).

       FD   SWEEPREG-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY ODCSFSW.

       FD   JOBREQ-FILE.
       COPY ODCSFJQ.

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.
       01  CTLTOT-STATUS.
           05  CTLTOT-STAT1        PIC X.
           05  CTLTOT-STAT2        PIC X.
       01  JOBREQ-STATUS.
           05  JOBREQ-STAT1        PIC X.
           05  JOBREQ-STAT2        PIC X.
       01  SWEEPREG-STATUS.
           05  SWEEPREG-STAT1      PIC X.
           05  SWEEPREG-STAT2      PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.

      * THE CHAIN TABLE, IN THE FILE'S (RUN) ORDER. STEP STATUS:
      * ' ' NOT REACHED, 'O' RAN OK, 'F' FAILED, 'S' SKIPPED BEHIND
      * A FAILURE, 'C' PASSED OVER ON ITS CALENDAR CONDITION, 'K'
      * FOLDED INTO THE SINGLE-PASS CUSTOMER SWEEP.
       01  WS-CHAIN-TABLE.
           05  WS-STEP-COUNT       PIC S9(4) COMP VALUE +0.
           05  WS-STEP-ENTRY       OCCURS 60.
       01  WS-STEP-RC              PIC S9(9) COMP VALUE 0.
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.

      * THE STAND-ALONE SWEEPS FOLDED INTO THE SINGLE-PASS CUSTOMER
      * SWEEP (THE SW-REPLACES OF EACH ACTIVE REGISTRY MODULE)
       01  WS-FOLD-TABLE.
           05  WS-FOLD-COUNT       PIC S9(4) COMP VALUE +0.
           05  WS-FOLD-PROGRAM     PIC X(008) OCCURS 20.
       01  WS-FX                   PIC S9(4) COMP VALUE +0.
       01  WS-SWEEP-STEP-SWITCH    PIC X     VALUE 'N'.
           88  SWEEP-STEP-ON-FILE  VALUE 'Y'.
       01  WS-FOLD-NAME            PIC X(008) VALUE SPACES.
       01  WS-FOLDED-SWITCH        PIC X     VALUE 'N'.
           88  NAME-IS-FOLDED      VALUE 'Y'.
       01  WS-FOLDED-COUNT         PIC 9(7) COMP VALUE 0.

      * RUN STATISTICS
       01  WS-RAN-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-CALPASS-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REQ-RAN-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REQ-FAILED-COUNT     PIC 9(7) COMP VALUE 0.

      * THE ON-DEMAND JOB REQUESTS: THE REQUESTED UTILITY'S ENTRY ON
      * THE ALLOWED LIST, AND THE VALUES ITS PARAMETERS HAD ON THE
      * PARAMETER FILE BEFORE THE REQUEST'S OWN WERE SET
       01  WS-JOBREQ-EOF-SWITCH    PIC X     VALUE 'N'.
           88  JOBREQ-EOF          VALUE 'Y'.
       01  WS-JL-IX                PIC S9(4) COMP VALUE +0.
       01  WS-JP-IX                PIC S9(4) COMP VALUE +0.
       01  WS-RQ-IX                PIC S9(4) COMP VALUE +0.
       01  WS-PARM-FAIL-SWITCH     PIC X     VALUE 'N'.
       01  WS-SAVED-PARMS.
           05  WS-SAVED-PARM       OCCURS 8.
               10  WS-SV-ON-FILE   PIC X(001).
               10  WS-SV-VALUE     PIC X(020).

      * UTILITIES THAT MAY BE REQUESTED ON DEMAND
       COPY RSSJQLC.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER/WRITER
       COPY RSSPRMC.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.
           END-PERFORM.
           PERFORM STEPDEP-CLOSE.

      * ------------------------------------------------------------- *
      * FOLD THE STAND-ALONE SWEEPS INTO THE COMBINED PASS...
           PERFORM FOLD-SWEEP-STEPS.

      * ------------------------------------------------------------- *
      * RUN THE CHAIN IN DEPENDENCY ORDER...
           DISPLAY "RUNNING THE CHAIN..."
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-STEP-COUNT.

      * ------------------------------------------------------------- *
      * THEN THE APPROVED ON-DEMAND JOB REQUESTS...
           DISPLAY "RUNNING THE REQUESTED JOBS..."
           PERFORM RUN-REQUESTED-JOBS.

      * ------------------------------------------------------------- *
      * THE NIGHT'S SUMMARY...
           PERFORM CTLTOT-OPEN.
           MOVE 'STEPS SKIPPED' TO CTLTOT-LABEL
           MOVE WS-SKIPPED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB61' TO CTLTOT-PROGRAM
           MOVE 'REQUESTS RUN' TO CTLTOT-LABEL
           MOVE WS-REQ-RAN-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB61' TO CTLTOT-PROGRAM
           MOVE 'REQUESTS FAILED' TO CTLTOT-LABEL
           MOVE WS-REQ-FAILED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB61: RAN ' WS-RAN-COUNT
                   ' FAILED ' WS-FAILED-COUNT
                   ' SKIPPED ' WS-SKIPPED-COUNT
                   ' CALENDAR-PASSED ' WS-CALPASS-COUNT
                   ' FOLDED ' WS-FOLDED-COUNT
           DISPLAY 'RSSABB61: REQUESTS RUN ' WS-REQ-RAN-COUNT
                   ' FAILED ' WS-REQ-FAILED-COUNT

           IF  WS-FAILED-COUNT > 0
           OR  WS-SKIPPED-COUNT > 0
           OR  WS-REQ-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           DISPLAY "EXITING PROGRAM..."
           GOBACK.

      *---------------------------------------------------------------*
      * WHEN THE SINGLE-PASS CUSTOMER SWEEP IS A STEP OF THE CHAIN,   *
      * EACH STAND-ALONE SWEEP AN ACTIVE REGISTRY MODULE STANDS IN    *
      * FOR IS MARKED 'K' (NOT RUN ON ITS OWN: THE MODULE DOES ITS    *
      * WORK IN THE COMBINED PASS), AND EVERY PREDECESSOR NAMING ONE  *
      * IS POINTED AT RSSABC30. WITHOUT RSSABC30 ON THE FILE, OR      *
      * WITHOUT A REGISTRY, THE CHAIN RUNS AS WRITTEN. THE FILE MUST  *
      * CARRY RSSABC30 AHEAD OF THE STEPS THAT DEPENDED ON A FOLDED   *
      * SWEEP, AS FOR ANY OTHER PREDECESSOR.                          *
      *---------------------------------------------------------------*
       FOLD-SWEEP-STEPS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-STEP-COUNT
              IF  WS-ST-STEP (WS-IX) = 'RSSABC30'
                  MOVE 'Y' TO WS-SWEEP-STEP-SWITCH
              END-IF
           END-PERFORM
           IF  NOT SWEEP-STEP-ON-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SWEEPREG-FILE
           IF  SWEEPREG-STATUS NOT = '00' AND '05'
               DISPLAY 'RSSABB61: NO SWEEP REGISTRY, SWEEPREG STATUS '
                       SWEEPREG-STATUS
               EXIT PARAGRAPH
           END-IF
           READ SWEEPREG-FILE
           PERFORM UNTIL SWEEPREG-STATUS NOT = '00'
              IF  SW-REPLACES NOT = SPACES
              AND SW-ACTIVE NOT = 'N'
              AND WS-FOLD-COUNT < 20
                  ADD 1 TO WS-FOLD-COUNT
                  MOVE SW-REPLACES TO WS-FOLD-PROGRAM (WS-FOLD-COUNT)
              END-IF
              READ SWEEPREG-FILE
           END-PERFORM
           CLOSE SWEEPREG-FILE

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-STEP-COUNT
              MOVE WS-ST-STEP (WS-IX) TO WS-FOLD-NAME
              PERFORM CHECK-FOLDED-NAME
              IF  NAME-IS-FOLDED
                  MOVE 'K' TO WS-ST-STATUS (WS-IX)
                  ADD 1 TO WS-FOLDED-COUNT
                  DISPLAY 'RSSABB61: ' WS-ST-STEP (WS-IX)
                          ' RUNS IN THE COMBINED PASS (RSSABC30)'
              END-IF
              MOVE WS-ST-PRED1 (WS-IX) TO WS-FOLD-NAME
              PERFORM CHECK-FOLDED-NAME
              IF  NAME-IS-FOLDED
                  MOVE 'RSSABC30' TO WS-ST-PRED1 (WS-IX)
              END-IF
              MOVE WS-ST-PRED2 (WS-IX) TO WS-FOLD-NAME
              PERFORM CHECK-FOLDED-NAME
              IF  NAME-IS-FOLDED
                  MOVE 'RSSABC30' TO WS-ST-PRED2 (WS-IX)
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       CHECK-FOLDED-NAME.
           MOVE 'N' TO WS-FOLDED-SWITCH
           IF  WS-FOLD-NAME NOT = SPACES
               PERFORM VARYING WS-FX FROM 1 BY 1
                       UNTIL WS-FX > WS-FOLD-COUNT
                  IF  WS-FOLD-PROGRAM (WS-FX) = WS-FOLD-NAME
                      MOVE 'Y' TO WS-FOLDED-SWITCH
                  END-IF
               END-PERFORM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * DECIDE AND (WHEN EVERYTHING IS SATISFIED) RUN THE CURRENT     *
      * STEP: THE CALENDAR CONDITION FIRST, THEN THE PREDECESSORS.    *
      * A STEP FOLDED INTO THE COMBINED PASS IS LEFT ALONE.           *
      *---------------------------------------------------------------*
       RUN-ONE-STEP.
           IF  WS-ST-STATUS (WS-IX) = 'K'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CALENDAR-CONDITION
           IF  WS-CAL-OK-SWITCH = 'N'
               MOVE 'C' TO WS-ST-STATUS (WS-IX)
           MOVE 0 TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * SWEEP THE JOB-REQUEST FILE IN SUBMISSION ORDER. AN ABSENT     *
      * FILE JUST MEANS NOBODY ASKED FOR ANYTHING.                    *
      *---------------------------------------------------------------*
       RUN-REQUESTED-JOBS.
           OPEN I-O JOBREQ-FILE
           IF  JOBREQ-STATUS NOT = '00' AND '05'
               DISPLAY 'RSSABB61: NO JOB REQUESTS, JOBREQ STATUS '
                       JOBREQ-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-JOBREQ-EOF-SWITCH
           MOVE LOW-VALUES TO JQ-REQ-KEY
           START JOBREQ-FILE KEY IS NOT LESS THAN JQ-REQ-KEY
           IF  JOBREQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-JOBREQ-EOF-SWITCH
           END-IF
           PERFORM UNTIL JOBREQ-EOF
              READ JOBREQ-FILE NEXT RECORD
              IF  JOBREQ-STATUS = '00'
                  PERFORM RUN-ONE-REQUEST
              ELSE
                  MOVE 'Y' TO WS-JOBREQ-EOF-SWITCH
              END-IF
           END-PERFORM
           CLOSE JOBREQ-FILE
           EXIT.

      *---------------------------------------------------------------*
      * ONLY APPROVED REQUESTS RUN. ONE STILL MARKED STARTED WAS      *
      * UNDER WAY WHEN ITS UTILITY STOPPED THE LAST CYCLE: IT IS      *
      * CLOSED AS FAILED (RC 12) RATHER THAN RUN AGAIN. A UTILITY NO  *
      * LONGER ON THE ALLOWED LIST, OR A REQUEST WITHOUT A SECOND     *
      * PERSON'S APPROVAL, IS REFUSED (RC 8).                         *
      *---------------------------------------------------------------*
       RUN-ONE-REQUEST.
           EVALUATE TRUE
              WHEN JQ-STARTED
                   MOVE 'F' TO JQ-STATUS
                   MOVE 12  TO JQ-RUN-RC
                   ADD 1 TO WS-REQ-FAILED-COUNT
                   DISPLAY 'RSSABB61: REQUEST ' JQ-REQ-KEY
                           ' WAS INTERRUPTED, CLOSED AS FAILED'
                   PERFORM JOBREQ-REWRITE
              WHEN JQ-APPROVED
                   PERFORM FIND-REQUESTED-UTILITY
                   IF  WS-JL-IX = 0
                   OR  JQ-APPROVER = SPACES
                   OR  JQ-APPROVER = JQ-REQUESTER
                       MOVE 'X' TO JQ-STATUS
                       MOVE 8   TO JQ-RUN-RC
                       ADD 1 TO WS-REQ-FAILED-COUNT
                       DISPLAY 'RSSABB61: REQUEST ' JQ-REQ-KEY
                               ' REFUSED (' JQ-UTILITY ')'
                       PERFORM JOBREQ-REWRITE
                   ELSE
                       PERFORM CALL-THE-REQUEST
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
       FIND-REQUESTED-UTILITY.
           MOVE 0 TO WS-JL-IX
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > JL-UTILITY-COUNT
              IF  JL-UTILITY (WS-PX) = JQ-UTILITY
                  MOVE WS-PX TO WS-JL-IX
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * RUN ONE APPROVED REQUEST: MARK IT STARTED, SET ITS            *
      * PARAMETERS, CALL THE UTILITY (CANCELLED AFTERWARDS SO A       *
      * SECOND REQUEST FOR IT STARTS FRESH), PUT THE PARAMETER FILE   *
      * BACK, RECORD THE RUN ON THE RUN LOG UNDER THE UTILITY'S NAME  *
      * (PHASE 'Q') AND STAMP THE OUTCOME ON THE REQUEST.             *
      *---------------------------------------------------------------*
       CALL-THE-REQUEST.
           MOVE 'S' TO JQ-STATUS
           PERFORM JOBREQ-REWRITE
           MOVE JQ-UTILITY TO WS-STEP-PROGRAM

           PERFORM SET-REQUEST-PARAMETERS
           IF  WS-PARM-FAIL-SWITCH = 'Y'
               MOVE 12 TO WS-STEP-RC
               DISPLAY 'RSSABB61: PARAMETERS NOT SET FOR REQUEST '
                       JQ-REQ-KEY
           ELSE
               DISPLAY 'RSSABB61: STARTING REQUESTED '
                       WS-STEP-PROGRAM ' FOR ' JQ-REQUESTER
               MOVE 0 TO RETURN-CODE
               CALL WS-STEP-PROGRAM
               MOVE RETURN-CODE TO WS-STEP-RC
               CANCEL WS-STEP-PROGRAM
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM RESTORE-REQUEST-PARAMETERS

           MOVE 'QUEUE'         TO RLOG-PHASE
           MOVE WS-STEP-PROGRAM TO RLOG-PROGRAM
           MOVE WS-STEP-RC      TO RLOG-RC
           MOVE 1               TO RLOG-COUNT
           MOVE 0               TO RLOG-LOG-DATE
           MOVE 0               TO RLOG-LOG-TIME
           CALL 'RSSLOG00' USING RSSLOG-AREA

           MOVE WS-STEP-RC    TO JQ-RUN-RC
           MOVE RLOG-LOG-DATE TO JQ-LOG-DATE
           MOVE RLOG-LOG-TIME TO JQ-LOG-TIME
           IF  WS-STEP-RC <= 4
               MOVE 'D' TO JQ-STATUS
               ADD 1 TO WS-REQ-RAN-COUNT
               DISPLAY 'RSSABB61: REQUESTED ' WS-STEP-PROGRAM
                       ' ENDED OK, RC ' WS-STEP-RC
           ELSE
               MOVE 'F' TO JQ-STATUS
               ADD 1 TO WS-REQ-FAILED-COUNT
               DISPLAY 'RSSABB61: REQUESTED ' WS-STEP-PROGRAM
                       ' FAILED, RC ' WS-STEP-RC
           END-IF
           PERFORM JOBREQ-REWRITE
           EXIT.

      *---------------------------------------------------------------*
      * SET EVERY PARAMETER THE UTILITY READS TO THE REQUEST'S VALUE  *
      * (SPACES WHEN THE REQUEST LEFT IT OUT, SO NOTHING LEFT ON THE  *
      * FILE FROM AN EARLIER RUN IS PICKED UP), REMEMBERING THE OLD   *
      * VALUE FIRST. THE REQUESTER IS THE UPDATING USER.              *
      *---------------------------------------------------------------*
       SET-REQUEST-PARAMETERS.
           MOVE 'N' TO WS-PARM-FAIL-SWITCH
           PERFORM VARYING WS-JP-IX FROM 1 BY 1
                   UNTIL WS-JP-IX > 8
              MOVE 'N'    TO WS-SV-ON-FILE (WS-JP-IX)
              MOVE SPACES TO WS-SV-VALUE (WS-JP-IX)
              IF  JL-PARM-NAME (WS-JL-IX WS-JP-IX) NOT = SPACES
                  MOVE SPACES TO PRM-ACTION
                  MOVE JL-PARM-NAME (WS-JL-IX WS-JP-IX) TO PRM-NAME
                  CALL 'RSSPRM00' USING RSSPRM-AREA
                  IF  PRM-RETCODE = '00'
                      MOVE 'Y'       TO WS-SV-ON-FILE (WS-JP-IX)
                      MOVE PRM-VALUE TO WS-SV-VALUE (WS-JP-IX)
                  END-IF

                  MOVE SPACES TO PRM-VALUE
                  PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                          UNTIL WS-RQ-IX > 8
                     IF  JQ-PARM-NAME (WS-RQ-IX) = PRM-NAME
                         MOVE JQ-PARM-VALUE (WS-RQ-IX) TO PRM-VALUE
                     END-IF
                  END-PERFORM
                  MOVE 'SET'        TO PRM-ACTION
                  MOVE JQ-REQUESTER TO PRM-USER
                  CALL 'RSSPRM00' USING RSSPRM-AREA
                  IF  PRM-RETCODE NOT = '00'
                      MOVE 'Y' TO WS-PARM-FAIL-SWITCH
                  END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO PRM-ACTION
           EXIT.

      *---------------------------------------------------------------*
      * PUT THE PARAMETER FILE BACK AS IT WAS BEFORE THE REQUEST: THE *
      * OLD VALUE WHERE THERE WAS ONE, OTHERWISE THE PARAMETER GOES.  *
      *---------------------------------------------------------------*
       RESTORE-REQUEST-PARAMETERS.
           PERFORM VARYING WS-JP-IX FROM 1 BY 1
                   UNTIL WS-JP-IX > 8
              IF  JL-PARM-NAME (WS-JL-IX WS-JP-IX) NOT = SPACES
                  MOVE JL-PARM-NAME (WS-JL-IX WS-JP-IX) TO PRM-NAME
                  MOVE 'RSSABB61'   TO PRM-USER
                  IF  WS-SV-ON-FILE (WS-JP-IX) = 'Y'
                      MOVE 'SET' TO PRM-ACTION
                      MOVE WS-SV-VALUE (WS-JP-IX) TO PRM-VALUE
                  ELSE
                      MOVE 'DEL' TO PRM-ACTION
                  END-IF
                  CALL 'RSSPRM00' USING RSSPRM-AREA
                  IF  PRM-RETCODE NOT = '00' AND '23'
                      DISPLAY 'RSSABB61: PARAMETER ' PRM-NAME
                              ' NOT RESTORED, STATUS ' PRM-RETCODE
                  END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO PRM-ACTION
           EXIT.

      *---------------------------------------------------------------*
       JOBREQ-REWRITE.
           REWRITE JQ-ODCSFJQ-RECORD
           IF  JOBREQ-STATUS NOT = '00'
               MOVE 'RSSABB61: JOBREQ-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE JOBREQ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO READ THE STEP-DEPENDENCY FILE.                    *
      * ------------------------------------------------------------- *
