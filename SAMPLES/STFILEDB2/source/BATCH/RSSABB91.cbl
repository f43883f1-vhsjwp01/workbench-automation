       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB91.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY PROMISE-TO-PAY CHECK. THIS PROGRAM SWEEPS THE     *
      *     PAYMENT-PLAN FILE (ODCSFPP) AND WEIGHS EVERY ACTIVE PLAN  *
      *     AGAINST THE PAYMENTS ON THE ORDER'S PAYMENT HISTORY       *
      *     (ODCSFPH) DATED FROM THE DAY THE PLAN WAS AGREED.         *
      *    -AN INSTALLMENT IS MET WHEN THE PAYMENTS RECEIVED BY ITS   *
      *     DUE DATE PLUS THE GRACE DAYS COVER IT AND EVERY           *
      *     INSTALLMENT BEFORE IT. A RETURNED PAYMENT'S REVERSAL      *
      *     ENTRY CARRIES A NEGATIVE AMOUNT AND TAKES IT BACK OUT.    *
      *    -THE FIRST INSTALLMENT MISSED BY MORE THAN THE GRACE DAYS  *
      *     BREAKS THE PROMISE: THE PLAN IS CLOSED AS BROKEN, WHICH   *
      *     PUTS THE ORDER BACK INTO THE NORMAL DUNNING AND FINANCE-  *
      *     CHARGE RUNS, AND THE ORDER IS LISTED ON THE BROKEN-       *
      *     PROMISE REPORT FOR THE COLLECTORS.                        *
      *    -A PLAN WHOSE INSTALLMENTS ARE ALL MET, OR WHOSE ORDER IS  *
      *     NO LONGER OPEN (SETTLED, OR GONE FROM THE FILE), IS       *
      *     CLOSED AS KEPT.                                           *
      * ------------------------------------------------------------- *
      * I/O FILE   : VSAM - PAYPLAN (PAYMENT PLANS, ODCSFPP)          *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.PAYHIST (ODCSFPH)         *
      * OUTPUT     : SYSPRINT - BROKEN-PROMISE REPORT                 *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE GRACE DAYS COME FROM THE RUN-PARAMETER FILE    *
      * (RSSABB91_GRACE_DAYS), FALLING BACK TO THE ENVIRONMENT        *
      * VARIABLE OF THE SAME NAME; NONE SET MEANS NO GRACE.           *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * PAYMENT-PLAN VSAM-KSDS FILE, SWEPT IN KEY ORDER AND CLOSED
      * IN PLACE (ABSENT FILE MEANS NO PLANS TO CHECK)
           SELECT OPTIONAL PAYPLAN-FILE
               ASSIGN       TO PAYPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PP-ORDER-KEY
               FILE STATUS  IS PAYPLAN-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE, READ BY KEY
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * PAYMENT-HISTORY VSAM-KSDS FILE: THE ORDER'S ENTRIES BROWSED
           SELECT OPTIONAL VKSDPH-FILE
               ASSIGN       TO VKSDPH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PH-PAY-KEY
               FILE STATUS  IS VKSDPH-STATUS.

      * BROKEN-PROMISE REPORT
           SELECT SYSPRINT
                  ASSIGN TO UT-S-SYSPRINT.

      * END-OF-SUITE CONTROL-TOTALS FILE (APPENDED TO BY EVERY STEP
      * OF THE NIGHTLY CHAIN, READ BACK BY THE CONSOLIDATED SUMMARY)
           SELECT CTLTOT-FILE
               ASSIGN       TO CTLTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS CTLTOT-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   PAYPLAN-FILE.
       COPY ODCSFPP.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDPH-FILE.
       COPY ODCSFPH.

       FD   SYSPRINT
            RECORD CONTAINS 132 CHARACTERS
            LABEL RECORDS ARE OMITTED
            DATA RECORD IS REPORT-REC
            RECORDING MODE IS F.
       01  REPORT-REC                 PIC X(132).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  PAYPLAN-STATUS.
           05  PAYPLAN-STAT1       PIC X.
           05  PAYPLAN-STAT2       PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  VKSDPH-STATUS.
           05  VKSDPH-STAT1        PIC X.
           05  VKSDPH-STAT2        PIC X.
       01  CTLTOT-STATUS.
           05  CTLTOT-STAT1        PIC X.
           05  CTLTOT-STAT2        PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  TWO-BYTES-BINARY        REDEFINES TWO-BYTES PIC 9(4) COMP.
       01  WS-STATUS-MSG           PIC X(45)   VALUE SPACES.

       01  DISP-MSG                PIC X(80)   VALUE SPACES.
       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  WS-PLAN-EOF-SWITCH      PIC X       VALUE 'N'.
           88  PLAN-EOF            VALUE 'Y'.
       01  WS-PH-DONE-SWITCH       PIC X       VALUE 'N'.
           88  PH-BROWSE-DONE      VALUE 'Y'.

      * RUN PARAMETERS
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-GRACE-DAYS           PIC 9(003)  VALUE 0.

      * DATE ARITHMETIC, IN INTEGER DAYS
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-PAY-DAYS             PIC S9(9) COMP VALUE 0.

      * THE PLAN BEING WEIGHED: PER INSTALLMENT, THE LAST DAY IT MAY
      * BE PAID, THE AMOUNT DUE BY THEN (IT AND ALL BEFORE IT) AND
      * THE PAYMENTS RECEIVED BY THEN
       01  WS-INST-TABLE.
           05  WS-INST-ENTRY       OCCURS 12.
               10  WS-DEADLINE-DAYS PIC S9(9) COMP.
               10  WS-CUM-DUE      PIC S9(009)V99 COMP-3.
               10  WS-PAID-BY      PIC S9(009)V99 COMP-3.
       01  WS-IX                   PIC S9(4) COMP VALUE 0.
       01  WS-BROKEN-IX            PIC S9(4) COMP VALUE 0.
       01  WS-PASSED-COUNT         PIC S9(4) COMP VALUE 0.
       01  WS-PLAN-RESULT          PIC X(001)  VALUE SPACE.
       01  WS-OPEN-AMT             PIC S9(009)V99 COMP-3 VALUE 0.
       01  WS-SHORT-AMT            PIC S9(009)V99 COMP-3 VALUE 0.

      * RUN STATISTICS
       01  WS-PLAN-COUNT           PIC 9(7)    COMP VALUE 0.
       01  WS-KEPT-COUNT           PIC 9(7)    COMP VALUE 0.
       01  WS-BROKEN-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-ACTIVE-COUNT         PIC 9(7)    COMP VALUE 0.

      *-- DESCRIPTION OF THE REPORT TITLE AND COLUMN HEADINGS
       01  W-RPT-TITLE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(050)
               VALUE 'RSSABB91 - BROKEN PAYMENT PROMISES'.
           05  FILLER              PIC X(010) VALUE 'RUN DATE: '.
           05  WR-RUN-DATE         PIC 9(008).
           05  FILLER              PIC X(054) VALUE SPACES.

       01  W-RPT-HEADER.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'CUSTIDENT'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(006) VALUE 'ORDER'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'AGREED'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(004) VALUE 'INST'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'DUE'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(013) VALUE ' DUE BY THEN'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(013) VALUE '      PAID'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(013) VALUE '     SHORT'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(013) VALUE ' OPEN BALANCE'.
           05  FILLER              PIC X(026) VALUE SPACES.

      *-- DESCRIPTION OF ONE BROKEN-PROMISE DETAIL LINE
       01  W-RPT-DETAIL.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WR-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-ORDERNUM         PIC 9(006).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-AGREE-DATE       PIC 9(008).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-INST-NO          PIC Z(003)9.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-INST-DATE        PIC 9(008).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-CUM-DUE          PIC Z(009)9.99-.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-PAID             PIC Z(009)9.99-.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-SHORT            PIC Z(009)9.99-.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-OPEN-AMT         PIC Z(009)9.99-.
           05  FILLER              PIC X(008) VALUE SPACES.

      *-- DESCRIPTION OF ONE SUMMARY COUNT LINE
       01  W-RPT-COUNT-LINE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WR-COUNT-LABEL      PIC X(024).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-COUNT-VALUE      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(088) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB91' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM PAYPLAN-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDPH-OPEN.
           OPEN OUTPUT SYSPRINT.
           PERFORM CTLTOT-OPEN.

           MOVE WS-RUN-DATE TO WR-RUN-DATE
           WRITE REPORT-REC FROM W-RPT-TITLE.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM W-RPT-HEADER.

      * ------------------------------------------------------------- *
      * PAYMENT-PLAN FILE'S SWEEPING, ACTIVE PLANS ONLY...
           DISPLAY "CHECKING ACTIVE PAYMENT PLANS..."
           MOVE ZEROS TO PP-ORDER-KEY.
           START PAYPLAN-FILE KEY NOT < PP-ORDER-KEY
           IF  PAYPLAN-STATUS NOT = '00'
               MOVE 'Y' TO WS-PLAN-EOF-SWITCH
           END-IF
           PERFORM UNTIL PLAN-EOF
              PERFORM PAYPLAN-READNEXT
              IF  NOT PLAN-EOF
              AND PP-STATUS = 'A'
                  ADD 1 TO WS-PLAN-COUNT
                  PERFORM CHECK-ONE-PLAN
              END-IF
           END-PERFORM.

           PERFORM WRITE-REPORT-SUMMARY.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM PAYPLAN-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDPH-CLOSE.
           CLOSE SYSPRINT.

           PERFORM DISPLAY-RUN-STATISTICS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB91' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-PLAN-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * THE GRACE DAYS COME FROM THE CENTRAL RUN-PARAMETER FILE       *
      * FIRST, FALLING BACK TO THE ENVIRONMENT VARIABLE OF THE SAME   *
      * NAME.                                                         *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABB91_GRACE_DAYS' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB91_GRACE_DAYS' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE ZEROS TO WS-GRACE-DAYS
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-GRACE-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           DISPLAY 'RSSABB91: GRACE-DAYS..' WS-GRACE-DAYS
           EXIT.

      *---------------------------------------------------------------*
      * WEIGH ONE ACTIVE PLAN. AN ORDER NO LONGER OPEN KEEPS THE      *
      * PROMISE OUTRIGHT; OTHERWISE THE INSTALLMENTS ARE SET AGAINST  *
      * THE PAYMENTS RECEIVED. A BROKEN OR KEPT PLAN IS CLOSED IN     *
      * PLACE; ONE STILL RUNNING IS LEFT AS IT IS.                    *
      *---------------------------------------------------------------*
       CHECK-ONE-PLAN.
           MOVE SPACE TO WS-PLAN-RESULT
           MOVE PP-CUSTIDENT TO QO-CUSTIDENT
           MOVE PP-ORDERNUM  TO QO-ORDERNUM
           PERFORM VKSDORD-READ
           IF  VKSDORD-STATUS = '23'
               MOVE 'K' TO WS-PLAN-RESULT
           ELSE
               IF  QO-ORDERSTATUS NOT = 'INVOICED'
               AND QO-ORDERSTATUS NOT = 'PARTPAID'
                   MOVE 'K' TO WS-PLAN-RESULT
               END-IF
           END-IF

           IF  WS-PLAN-RESULT = SPACE
               PERFORM LOAD-INSTALLMENT-TABLE
               PERFORM SUM-PLAN-PAYMENTS
               PERFORM WEIGH-INSTALLMENTS
           END-IF

           EVALUATE WS-PLAN-RESULT
              WHEN 'B'
                   MOVE 'B'          TO PP-STATUS
                   MOVE WS-BROKEN-IX TO PP-BROKEN-INST
                   PERFORM CLOSE-PLAN
                   PERFORM WRITE-BROKEN-LINE
                   ADD 1 TO WS-BROKEN-COUNT
              WHEN 'K'
                   MOVE 'K'          TO PP-STATUS
                   MOVE 0            TO PP-BROKEN-INST
                   PERFORM CLOSE-PLAN
                   ADD 1 TO WS-KEPT-COUNT
              WHEN OTHER
                   ADD 1 TO WS-ACTIVE-COUNT
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * FOR EACH INSTALLMENT IN USE: THE LAST DAY IT MAY BE PAID (ITS *
      * DUE DATE PLUS THE GRACE DAYS) AND THE RUNNING TOTAL DUE.      *
      *---------------------------------------------------------------*
       LOAD-INSTALLMENT-TABLE.
           INITIALIZE WS-INST-TABLE
           IF  PP-INST-COUNT NOT NUMERIC
           OR  PP-INST-COUNT > 12
               MOVE 0 TO PP-INST-COUNT
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > PP-INST-COUNT
              COMPUTE WS-DEADLINE-DAYS (WS-IX) =
                      FUNCTION INTEGER-OF-DATE (PP-INST-DATE (WS-IX))
                      + WS-GRACE-DAYS
              IF  WS-IX = 1
                  MOVE PP-INST-AMT (WS-IX) TO WS-CUM-DUE (WS-IX)
              ELSE
                  COMPUTE WS-CUM-DUE (WS-IX) =
                          WS-CUM-DUE (WS-IX - 1) + PP-INST-AMT (WS-IX)
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE ORDER'S PAYMENT HISTORY. EVERY ENTRY DATED ON OR   *
      * AFTER THE DAY THE PLAN WAS AGREED COUNTS TOWARD EACH          *
      * INSTALLMENT WHOSE LAST DAY IT DOES NOT PASS; A REVERSAL'S     *
      * NEGATIVE AMOUNT TAKES ITS RETURNED PAYMENT BACK OUT.          *
      *---------------------------------------------------------------*
       SUM-PLAN-PAYMENTS.
           MOVE 'N' TO WS-PH-DONE-SWITCH.
           MOVE PP-CUSTIDENT TO PH-CUSTIDENT.
           MOVE PP-ORDERNUM  TO PH-ORDERNUM.
           MOVE ZEROS        TO PH-PAYSEQ.
           START VKSDPH-FILE KEY NOT < PH-PAY-KEY
           IF  VKSDPH-STATUS NOT = '00'
               MOVE 'Y' TO WS-PH-DONE-SWITCH
           END-IF
           PERFORM UNTIL PH-BROWSE-DONE
              READ VKSDPH-FILE NEXT RECORD
              IF  VKSDPH-STATUS NOT = '00'
              OR  PH-CUSTIDENT NOT = PP-CUSTIDENT
              OR  PH-ORDERNUM  NOT = PP-ORDERNUM
                  MOVE 'Y' TO WS-PH-DONE-SWITCH
              ELSE
                  IF  PH-PAYDATE NUMERIC
                  AND PH-PAYDATE >= PP-AGREE-DATE
                      COMPUTE WS-PAY-DAYS =
                              FUNCTION INTEGER-OF-DATE (PH-PAYDATE)
                      PERFORM VARYING WS-IX FROM 1 BY 1
                              UNTIL WS-IX > PP-INST-COUNT
                         IF  WS-PAY-DAYS <= WS-DEADLINE-DAYS (WS-IX)
                             ADD PH-PAYAMT TO WS-PAID-BY (WS-IX)
                         END-IF
                      END-PERFORM
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * THE FIRST INSTALLMENT WHOSE LAST DAY HAS GONE BY WITHOUT THE  *
      * PAYMENTS COVERING IT BREAKS THE PROMISE. WITH EVERY           *
      * INSTALLMENT'S LAST DAY GONE BY AND NONE MISSED THE PROMISE IS *
      * KEPT; OTHERWISE THE PLAN RUNS ON.                             *
      *---------------------------------------------------------------*
       WEIGH-INSTALLMENTS.
           MOVE 0 TO WS-BROKEN-IX
           MOVE 0 TO WS-PASSED-COUNT
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > PP-INST-COUNT
                      OR WS-BROKEN-IX > 0
              IF  WS-DEADLINE-DAYS (WS-IX) < WS-RUN-DAYS
                  ADD 1 TO WS-PASSED-COUNT
                  IF  WS-PAID-BY (WS-IX) < WS-CUM-DUE (WS-IX)
                      MOVE WS-IX TO WS-BROKEN-IX
                  END-IF
              END-IF
           END-PERFORM
           IF  WS-BROKEN-IX > 0
               MOVE 'B' TO WS-PLAN-RESULT
           ELSE
               IF  WS-PASSED-COUNT = PP-INST-COUNT
                   MOVE 'K' TO WS-PLAN-RESULT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * CLOSE THE CURRENT PLAN IN PLACE WITH THE STATUS ALREADY SET.  *
      *---------------------------------------------------------------*
       CLOSE-PLAN.
           MOVE WS-RUN-DATE TO PP-CLOSE-DATE
           MOVE 'RSSABB91'  TO PP-UPD-USER
           MOVE WS-RUN-DATE TO PP-UPD-DATE
           PERFORM PAYPLAN-REWRITE
           EXIT.

      *---------------------------------------------------------------*
      * LIST THE BROKEN PROMISE FOR THE COLLECTORS: THE INSTALLMENT   *
      * MISSED, WHAT WAS DUE AND PAID BY ITS LAST DAY, AND THE        *
      * ORDER'S OPEN BALANCE.                                         *
      *---------------------------------------------------------------*
       WRITE-BROKEN-LINE.
           MOVE QO-ORDERAMT TO WS-OPEN-AMT
           IF  QO-PAID-AMT NUMERIC
               SUBTRACT QO-PAID-AMT FROM WS-OPEN-AMT
           END-IF
           IF  QO-CREDIT-AMT NUMERIC
               SUBTRACT QO-CREDIT-AMT FROM WS-OPEN-AMT
           END-IF
           COMPUTE WS-SHORT-AMT = WS-CUM-DUE (WS-BROKEN-IX)
                                - WS-PAID-BY (WS-BROKEN-IX)
           MOVE PP-CUSTIDENT               TO WR-CUSTIDENT
           MOVE PP-ORDERNUM                TO WR-ORDERNUM
           MOVE PP-AGREE-DATE              TO WR-AGREE-DATE
           MOVE WS-BROKEN-IX               TO WR-INST-NO
           MOVE PP-INST-DATE (WS-BROKEN-IX) TO WR-INST-DATE
           MOVE WS-CUM-DUE (WS-BROKEN-IX)  TO WR-CUM-DUE
           MOVE WS-PAID-BY (WS-BROKEN-IX)  TO WR-PAID
           MOVE WS-SHORT-AMT               TO WR-SHORT
           MOVE WS-OPEN-AMT                TO WR-OPEN-AMT
           WRITE REPORT-REC FROM W-RPT-DETAIL
           EXIT.

      *---------------------------------------------------------------*
      * WRITE THE END-OF-JOB PLAN COUNTS.                             *
      *---------------------------------------------------------------*
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

           MOVE 'ACTIVE PLANS CHECKED   :' TO WR-COUNT-LABEL
           MOVE WS-PLAN-COUNT              TO WR-COUNT-VALUE
           WRITE REPORT-REC FROM W-RPT-COUNT-LINE.

           MOVE 'PROMISES BROKEN        :' TO WR-COUNT-LABEL
           MOVE WS-BROKEN-COUNT            TO WR-COUNT-VALUE
           WRITE REPORT-REC FROM W-RPT-COUNT-LINE.

           MOVE 'PROMISES KEPT          :' TO WR-COUNT-LABEL
           MOVE WS-KEPT-COUNT              TO WR-COUNT-VALUE
           WRITE REPORT-REC FROM W-RPT-COUNT-LINE.

           MOVE 'PLANS STILL RUNNING    :' TO WR-COUNT-LABEL
           MOVE WS-ACTIVE-COUNT            TO WR-COUNT-VALUE
           WRITE REPORT-REC FROM W-RPT-COUNT-LINE.
           EXIT.

      *---------------------------------------------------------------*
      * DISPLAY THE END-OF-JOB RUN STATISTICS.                        *
      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABB91: RUN STATISTICS...'
           DISPLAY '   PLANS CHECKED : ' WS-PLAN-COUNT
           DISPLAY '   BROKEN        : ' WS-BROKEN-COUNT
           DISPLAY '   KEPT          : ' WS-KEPT-COUNT
           DISPLAY '   STILL RUNNING : ' WS-ACTIVE-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABB91' TO CTLTOT-PROGRAM.
           MOVE 'PAY PLANS CHECKED' TO CTLTOT-LABEL.
           MOVE WS-PLAN-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB91' TO CTLTOT-PROGRAM.
           MOVE 'PROMISES BROKEN' TO CTLTOT-LABEL.
           MOVE WS-BROKEN-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB91' TO CTLTOT-PROGRAM.
           MOVE 'PROMISES KEPT' TO CTLTOT-LABEL.
           MOVE WS-KEPT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       PAYPLAN-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O PAYPLAN-FILE
           IF  PAYPLAN-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB91: PAYPLAN-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PAYPLAN-READNEXT.
           READ PAYPLAN-FILE NEXT RECORD
           IF  PAYPLAN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  PAYPLAN-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-PLAN-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB91: PAYPLAN-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE PAYPLAN-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PAYPLAN-REWRITE.
           REWRITE PP-ODCSFPP-RECORD
           IF  PAYPLAN-STATUS NOT = '00'
               MOVE 'RSSABB91: PAYPLAN-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PAYPLAN-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PAYPLAN-FILE
           IF  PAYPLAN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB91: PAYPLAN, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB91: VKSDORD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-READ.
           READ VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
           OR  VKSDORD-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB91: VKSDORD-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB91: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDPH-FILE
           IF  VKSDPH-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB91: VKSDPH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDPH-FILE
           IF  VKSDPH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB91: VKSDPH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CTLTOT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN EXTEND CTLTOT-FILE
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB91: CTLTOT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CTLTOT-WRITE.
           WRITE CTLTOT-RECORD
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB91: CTLTOT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CTLTOT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CTLTOT-FILE
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB91: CTLTOT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE FOLLOWING Z-ROUTINES PERFORM ADMINISTRATIVE TASKS         *
      * FOR THIS PROGRAM.                                             *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      * ABEND THE PROGRAM, DISPLAY A MESSAGE AND STOP THE PROGRAM.    *
      *---------------------------------------------------------------*
       Z-ABEND-PROGRAM.
           IF  DISP-MSG NOT = SPACES
               PERFORM Z-DISPLAY-DISP-MSG
           END-IF
           MOVE 'RSSABB91: PROGRAM-IS-ABENDING...'  TO DISP-MSG
           PERFORM Z-DISPLAY-DISP-MSG
           ADD 12 TO ZERO GIVING RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * DISPLAY THE FILE STATUS BYTES. THIS ROUTINE WILL DISPLAY AS   *
      * TWO DIGITS IF THE FULL TWO BYTE FILE STATUS IS NUMERIC. IF    *
      * SECOND BYTE IS NON-NUMERIC THEN IT WILL BE TREATED AS A       *
      * BINARY NUMBER.                                                *
      *---------------------------------------------------------------*
       Z-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               SUBTRACT TWO-BYTES-BINARY FROM TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               DISPLAY '* RSSABB91: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB91: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
