       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC30.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -SINGLE-PASS CUSTOMER SWEEP. THE SCORECARD, THE BIRTHDAY   *
      *     EXTRACT, THE RE-CONSENT WORKLIST AND THE LIKE EACH READ   *
      *     THE WHOLE CUSTOMER FILE ON THEIR OWN; THIS DRIVER READS   *
      *     IT ONCE AND HANDS EVERY RECORD TO EACH SWEEP MODULE       *
      *     REGISTERED ON THE SWEEP REGISTRY (SWEEPREG) AND           *
      *     SCHEDULED FOR TONIGHT (EVERY NIGHT, BUSINESS DAYS,        *
      *     MONTH-END OR ONE WEEKDAY, ANSWERED THRU RSSCAL00).        *
      *    -EACH MODULE IS CALLED THRU THE RSSSWPC INTERFACE: 'INIT'  *
      *     ONCE, 'CUST' PER RECORD, 'TERM' AT THE END. IT KEEPS ITS  *
      *     OWN OUTPUTS, COUNTS AND CTLTOT LINES.                     *
      *    -CHECKPOINTING IS SHARED: EVERY 1000 RECORDS EACH MODULE   *
      *     HANDS BACK ITS COUNTERS ('CKPT'), STORED THRU RSSCKP00    *
      *     UNDER THE MODULE'S NAME, THEN THE DRIVER'S OWN KEY IS     *
      *     STORED. A RESTARTED PASS RESUMES BEHIND THAT KEY, EACH    *
      *     MODULE GETTING ITS COUNTERS BACK AT 'INIT'.               *
      *    -A MODULE THAT FAILS (OR CANNOT BE LOADED) IS CALLED NO    *
      *     MORE AND THE OTHERS CARRY ON; THE PASS THEN ENDS WITH     *
      *     RETURN-CODE 8 SO THE CHAIN STILL SEES A BAD NIGHT.        *
      *    -EVERY MODULE'S START, END OR CALENDAR PASS IS RECORDED    *
      *     THRU RSSLOG00 UNDER THE MODULE'S OWN NAME.                *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - SWEEPREG (SWEEP-MODULE REGISTRY, ODCSFSW) *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABC30_ONLY, WHEN SET, NAMES THE ONE REGISTERED  *
      * MODULE TO RUN WHATEVER ITS SCHEDULE (A RERUN OF A MODULE THAT *
      * FAILED); SUCH A RERUN TAKES NO CHECKPOINTS. FROM THE RUN-     *
      * PARAMETER FILE, FALLING BACK TO THE ENVIRONMENT VARIABLE OF   *
      * THE SAME NAME.                                                *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * SWEEP-MODULE REGISTRY, IN CALLING ORDER
           SELECT SWEEPREG-FILE
               ASSIGN       TO SWEEPREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SWEEPREG-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

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
       FD   SWEEPREG-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY ODCSFSW.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  SWEEPREG-STATUS.
           05  SWEEPREG-STAT1    PIC X.
           05  SWEEPREG-STAT2    PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1    PIC X.
           05  VKSDCUST-STAT2    PIC X.
       01  CTLTOT-STATUS.
           05  CTLTOT-STAT1      PIC X.
           05  CTLTOT-STAT2      PIC X.

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

       01  WS-SWEEPREG-EOF-SWITCH  PIC X       VALUE 'N'.
           88  SWEEPREG-EOF        VALUE 'Y'.
       01  WS-CUST-EOF-SWITCH      PIC X       VALUE 'N'.
           88  CUST-EOF            VALUE 'Y'.

      * THE MODULE TABLE, IN THE REGISTRY'S (CALLING) ORDER. MODULE
      * STATE: 'R' RUNNING, 'D' DONE, 'F' FAILED, 'C' NOT SCHEDULED
      * TONIGHT, 'N' INACTIVE ON THE REGISTRY, 'X' LEFT OUT OF A
      * RESTARTED PASS (IT HAD FAILED, OR WAS NOT IN, BEFORE THE
      * INTERRUPTION, SO IT WOULD SEE ONLY PART OF THE FILE).
       01  WS-MODULE-TABLE.
           05  WS-MD-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-MD-ENTRY         OCCURS 20.
               10  WS-MD-MODULE    PIC X(008).
               10  WS-MD-CALCOND   PIC X(001).
               10  WS-MD-WEEKDAY   PIC 9(001).
               10  WS-MD-ACTIVE    PIC X(001).
               10  WS-MD-STATE     PIC X(001).
               10  WS-MD-COUNTERS.
                   15  WS-MD-COUNTER PIC 9(009) OCCURS 12.
       01  WS-MX                   PIC S9(4) COMP VALUE +0.
       01  WS-CX                   PIC S9(4) COMP VALUE +0.
       01  WS-MODULE-PROGRAM       PIC X(008) VALUE SPACES.
       01  WS-CAL-OK-SWITCH        PIC X      VALUE 'Y'.

      * THE RUN DATE AND ITS WEEKDAY (1 MONDAY ... 7 SUNDAY)
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-DAY-NUMBER           PIC 9(009) VALUE 0.
       01  WS-DAY-WEEKS            PIC 9(009) VALUE 0.
       01  WS-RUN-WEEKDAY          PIC 9(001) VALUE 0.

      * THE ONE MODULE OF A RERUN
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-ONLY-MODULE          PIC X(008)  VALUE SPACES.

      * CHECKPOINT/RESTART STATE, STORED THRU RSSCKP00 EVERY 1000
      * RECORDS (THE MODULES' COUNTERS FIRST, THE DRIVER'S KEY LAST)
       01  WS-RESTART-SWITCH       PIC X     VALUE 'N'.
           88  RESTARTED-RUN       VALUE 'Y'.
       01  WS-RESTART-KEY          PIC X(020) VALUE SPACES.
       01  WS-CKP-INTERVAL         PIC S9(4) COMP VALUE +0.
       COPY RSSCKPC.

      * RUN STATISTICS
       01  WS-SWEPT-COUNT          PIC 9(9) COMP VALUE 0.
       01  WS-RUN-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-RUNNING-COUNT        PIC 9(7) COMP VALUE 0.

      * SWEEP-MODULE INTERFACE AREA
       COPY RSSSWPC.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THE PASS'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC30' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-DAY-WEEKS
               REMAINDER WS-RUN-WEEKDAY
           IF  WS-RUN-WEEKDAY = 0
               MOVE 7 TO WS-RUN-WEEKDAY
           END-IF
           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * LOAD THE REGISTRY AND DECIDE TONIGHT'S MODULES...
           DISPLAY "LOADING SWEEP REGISTRY..."
           PERFORM SWEEPREG-OPEN.
           PERFORM SWEEPREG-GET.
           PERFORM UNTIL SWEEPREG-EOF
              PERFORM LOAD-ONE-MODULE
              PERFORM SWEEPREG-GET
           END-PERFORM.
           PERFORM SWEEPREG-CLOSE.

           PERFORM DECIDE-ONE-MODULE
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-MD-COUNT.

      * ------------------------------------------------------------- *
      * A LEFTOVER CHECKPOINT MEANS THE PREVIOUS PASS WAS CUT SHORT...
           IF  WS-ONLY-MODULE = SPACES
               PERFORM FETCH-CHECKPOINT
           END-IF.

           PERFORM INIT-ONE-MODULE
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-MD-COUNT.

      * ------------------------------------------------------------- *
      * THE ONE PASS OVER THE CUSTOMER FILE...
           PERFORM COUNT-RUNNING-MODULES.
           IF  WS-RUNNING-COUNT = 0
               DISPLAY 'RSSABC30: NO MODULE TO RUN TONIGHT'
           ELSE
               DISPLAY "SWEEPING CUSTOMER FILE..."
               PERFORM VKSDCUST-OPEN
               IF  RESTARTED-RUN
                   PERFORM POSITION-PAST-CHECKPOINT
               END-IF
               PERFORM VKSDCUST-GET
               PERFORM UNTIL CUST-EOF
                  ADD 1 TO WS-SWEPT-COUNT
                  PERFORM PASS-RECORD-TO-MODULE
                      VARYING WS-MX FROM 1 BY 1
                      UNTIL WS-MX > WS-MD-COUNT
                  ADD 1 TO WS-CKP-INTERVAL
                  IF  WS-CKP-INTERVAL >= 1000
                  AND WS-ONLY-MODULE = SPACES
                      PERFORM STORE-CHECKPOINT
                      MOVE 0 TO WS-CKP-INTERVAL
                  END-IF
                  PERFORM VKSDCUST-GET
               END-PERFORM
               PERFORM VKSDCUST-CLOSE
           END-IF.

      * ------------------------------------------------------------- *
      * EACH MODULE FINISHES ITS OWN OUTPUTS...
           PERFORM TERM-ONE-MODULE
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-MD-COUNT.

           IF  WS-ONLY-MODULE = SPACES
               PERFORM CLEAR-CHECKPOINT
           END-IF.

      * ------------------------------------------------------------- *
      * THE PASS'S OWN COUNTS...
           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC30' TO CTLTOT-PROGRAM
           MOVE 'RECORDS SWEPT' TO CTLTOT-LABEL
           MOVE WS-SWEPT-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC30' TO CTLTOT-PROGRAM
           MOVE 'MODULES RUN' TO CTLTOT-LABEL
           MOVE WS-RUN-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC30' TO CTLTOT-PROGRAM
           MOVE 'MODULES FAILED' TO CTLTOT-LABEL
           MOVE WS-FAILED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC30: SWEPT ' WS-SWEPT-COUNT
                   ' RECORD(S), MODULES RUN ' WS-RUN-COUNT
                   ' FAILED ' WS-FAILED-COUNT

           IF  WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

      * RUN-LOG: RECORD THE PASS'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC30' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-SWEPT-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           DISPLAY "EXITING PROGRAM..."
           GOBACK.

      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABC30_ONLY' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC30_ONLY' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE (1:8) TO WS-ONLY-MODULE
           IF  WS-ONLY-MODULE NOT = SPACES
               DISPLAY 'RSSABC30: RERUN OF MODULE..' WS-ONLY-MODULE
           END-IF
           DISPLAY 'RSSABC30: RUN DATE.........' WS-RUN-DATE
                   ' WEEKDAY ' WS-RUN-WEEKDAY
           EXIT.

      *---------------------------------------------------------------*
       LOAD-ONE-MODULE.
           IF  SW-MODULE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF  WS-MD-COUNT >= 20
               MOVE 'RSSABC30: MODULE TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-MD-COUNT
           MOVE SW-MODULE  TO WS-MD-MODULE (WS-MD-COUNT)
           MOVE SW-CALCOND TO WS-MD-CALCOND (WS-MD-COUNT)
           IF  SW-WEEKDAY NUMERIC
               MOVE SW-WEEKDAY TO WS-MD-WEEKDAY (WS-MD-COUNT)
           ELSE
               MOVE 0 TO WS-MD-WEEKDAY (WS-MD-COUNT)
           END-IF
           MOVE SW-ACTIVE  TO WS-MD-ACTIVE (WS-MD-COUNT)
           MOVE SPACE      TO WS-MD-STATE (WS-MD-COUNT)
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 12
              MOVE 0 TO WS-MD-COUNTER (WS-MD-COUNT WS-CX)
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * AN INACTIVE MODULE STAYS OUT. ON A RERUN ONLY THE NAMED       *
      * MODULE RUNS, WHATEVER ITS SCHEDULE; OTHERWISE THE MODULE'S    *
      * CALENDAR CONDITION DECIDES, A PASS-OVER LOGGED AS THE CHAIN   *
      * DRIVER LOGS ONE.                                              *
      *---------------------------------------------------------------*
       DECIDE-ONE-MODULE.
           EVALUATE TRUE
              WHEN WS-MD-ACTIVE (WS-MX) = 'N'
                   MOVE 'N' TO WS-MD-STATE (WS-MX)
              WHEN WS-ONLY-MODULE NOT = SPACES
                   IF  WS-MD-MODULE (WS-MX) = WS-ONLY-MODULE
                       MOVE 'R' TO WS-MD-STATE (WS-MX)
                   ELSE
                       MOVE 'N' TO WS-MD-STATE (WS-MX)
                   END-IF
              WHEN OTHER
                   PERFORM CHECK-CALENDAR-CONDITION
                   IF  WS-CAL-OK-SWITCH = 'Y'
                       MOVE 'R' TO WS-MD-STATE (WS-MX)
                   ELSE
                       MOVE 'C' TO WS-MD-STATE (WS-MX)
                       DISPLAY 'RSSABC30: ' WS-MD-MODULE (WS-MX)
                               ' NOT SCHEDULED TONIGHT'
                       MOVE 'CALPD'    TO RLOG-PHASE
                       MOVE WS-MD-MODULE (WS-MX) TO RLOG-PROGRAM
                       MOVE 0          TO RLOG-RC
                       MOVE 0          TO RLOG-COUNT
                       CALL 'RSSLOG00' USING RSSLOG-AREA
                   END-IF
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * 'B' BUSINESS DAYS ONLY, 'M' THE MONTH-END BUSINESS DAY ONLY,  *
      * 'W' THE MODULE'S WEEKDAY ONLY, SPACE EVERY NIGHT. A DATE THE  *
      * CALENDAR DOES NOT KNOW IS AN ORDINARY BUSINESS DAY.           *
      *---------------------------------------------------------------*
       CHECK-CALENDAR-CONDITION.
           MOVE 'Y' TO WS-CAL-OK-SWITCH
           EVALUATE WS-MD-CALCOND (WS-MX)
              WHEN 'B'
                   MOVE 'B'         TO CAL-FUNC
                   MOVE WS-RUN-DATE TO CAL-DATE
                   CALL 'RSSCAL00' USING RSSCAL-AREA
                   IF  CAL-RETCODE = '00'
                   AND CAL-ANSWER = 'N'
                       MOVE 'N' TO WS-CAL-OK-SWITCH
                   END-IF
              WHEN 'M'
                   MOVE 'M'         TO CAL-FUNC
                   MOVE WS-RUN-DATE TO CAL-DATE
                   CALL 'RSSCAL00' USING RSSCAL-AREA
                   IF  CAL-RETCODE NOT = '00'
                   OR  CAL-ANSWER NOT = 'Y'
                       MOVE 'N' TO WS-CAL-OK-SWITCH
                   END-IF
              WHEN 'W'
                   IF  WS-MD-WEEKDAY (WS-MX) NOT = WS-RUN-WEEKDAY
                       MOVE 'N' TO WS-CAL-OK-SWITCH
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * FETCH THE DRIVER'S LEFTOVER CHECKPOINT. ONE ON FILE MEANS THE *
      * PREVIOUS PASS FAILED MID-FILE: IT RESUMES BEHIND THE SAVED    *
      * KEY, AND EACH MODULE WHOSE OWN CHECKPOINT CARRIES THAT SAME   *
      * KEY GETS ITS COUNTERS BACK. A MODULE WITHOUT ONE HAD FAILED   *
      * OR WAS NOT SCHEDULED BEFORE THE INTERRUPTION; IT WOULD SEE    *
      * ONLY PART OF THE FILE, SO IT IS LEFT OUT OF THE RESTARTED     *
      * PASS (A RERUN WITH RSSABC30_ONLY CATCHES IT UP).              *
      *---------------------------------------------------------------*
       FETCH-CHECKPOINT.
           MOVE 'GET'      TO CKP-FUNC
           MOVE 'RSSABC30' TO CKP-PROGRAM
           CALL 'RSSCKP00' USING RSSCKP-AREA
           IF  CKP-RETCODE = '00'
           AND CKP-LAST-KEY (1:9) NUMERIC
               MOVE 'Y' TO WS-RESTART-SWITCH
               MOVE CKP-LAST-KEY TO WS-RESTART-KEY
               MOVE CKP-COUNTER (1) TO WS-SWEPT-COUNT
               DISPLAY 'RSSABC30: RESTARTING BEHIND KEY '
                       WS-RESTART-KEY (1:9)
               PERFORM FETCH-MODULE-CHECKPOINT
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MD-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FETCH-MODULE-CHECKPOINT.
           IF  WS-MD-STATE (WS-MX) NOT = 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE 'GET'      TO CKP-FUNC
           MOVE WS-MD-MODULE (WS-MX) TO CKP-PROGRAM
           CALL 'RSSCKP00' USING RSSCKP-AREA
           IF  CKP-RETCODE = '00'
           AND CKP-LAST-KEY = WS-RESTART-KEY
               PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 12
                  MOVE CKP-COUNTER (WS-CX)
                    TO WS-MD-COUNTER (WS-MX WS-CX)
               END-PERFORM
           ELSE
               MOVE 'X' TO WS-MD-STATE (WS-MX)
               DISPLAY 'RSSABC30: ' WS-MD-MODULE (WS-MX)
                       ' LEFT OUT OF THE RESTARTED PASS'
               MOVE 'XSKIP'    TO RLOG-PHASE
               MOVE WS-MD-MODULE (WS-MX) TO RLOG-PROGRAM
               MOVE 8          TO RLOG-RC
               MOVE 0          TO RLOG-COUNT
               CALL 'RSSLOG00' USING RSSLOG-AREA
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * OPEN EACH SCHEDULED MODULE: ITS RUN-LOG START, THEN 'INIT'    *
      * WITH THE RESTART FLAG AND ANY COUNTERS RESTORED.              *
      *---------------------------------------------------------------*
       INIT-ONE-MODULE.
           IF  WS-MD-STATE (WS-MX) NOT = 'R'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'RSSABC30: STARTING ' WS-MD-MODULE (WS-MX)
           MOVE 'START'    TO RLOG-PHASE
           MOVE WS-MD-MODULE (WS-MX) TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE 'INIT'     TO SWP-FUNC
           MOVE WS-RESTART-SWITCH TO SWP-RESTART-SW
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 12
              MOVE WS-MD-COUNTER (WS-MX WS-CX) TO SWP-COUNTER (WS-CX)
           END-PERFORM
           PERFORM CALL-THE-MODULE
           EXIT.

      *---------------------------------------------------------------*
       PASS-RECORD-TO-MODULE.
           IF  WS-MD-STATE (WS-MX) = 'R'
               MOVE 'CUST' TO SWP-FUNC
               PERFORM CALL-THE-MODULE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * CLOSE EACH MODULE STILL RUNNING: 'TERM', THEN ITS RUN-LOG END *
      * WITH THE KEY COUNT IT REPORTS.                                *
      *---------------------------------------------------------------*
       TERM-ONE-MODULE.
           IF  WS-MD-STATE (WS-MX) NOT = 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE 'TERM' TO SWP-FUNC
           MOVE 0      TO SWP-COUNT
           PERFORM CALL-THE-MODULE
           IF  WS-MD-STATE (WS-MX) = 'R'
               MOVE 'D' TO WS-MD-STATE (WS-MX)
               ADD 1 TO WS-RUN-COUNT
               DISPLAY 'RSSABC30: ' WS-MD-MODULE (WS-MX)
                       ' ENDED OK, COUNT ' SWP-COUNT
               MOVE 'END'      TO RLOG-PHASE
               MOVE WS-MD-MODULE (WS-MX) TO RLOG-PROGRAM
               MOVE 0          TO RLOG-RC
               MOVE SWP-COUNT  TO RLOG-COUNT
               CALL 'RSSLOG00' USING RSSLOG-AREA
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * CALL THE CURRENT MODULE WITH THE CURRENT CUSTOMER RECORD. A   *
      * MODULE THAT CANNOT BE LOADED OR ANSWERS ANYTHING BUT '00' IS  *
      * MARKED FAILED, ENDED ON THE RUN LOG WITH RC 12, AND NEVER     *
      * CALLED AGAIN THIS PASS.                                       *
      *---------------------------------------------------------------*
       CALL-THE-MODULE.
           MOVE WS-MD-MODULE (WS-MX) TO WS-MODULE-PROGRAM
           MOVE WS-MODULE-PROGRAM    TO SWP-MODULE
           MOVE WS-RUN-DATE          TO SWP-RUN-DATE
           MOVE '00'                 TO SWP-RETCODE
           CALL WS-MODULE-PROGRAM USING RSSSWP-AREA
                                        VS-ODCSF0-RECORD
               ON EXCEPTION
                   DISPLAY 'RSSABC30: ' WS-MODULE-PROGRAM
                           ' CANNOT BE LOADED'
                   MOVE '99' TO SWP-RETCODE
           END-CALL
           IF  SWP-RETCODE NOT = '00'
               MOVE 'F' TO WS-MD-STATE (WS-MX)
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'RSSABC30: ' WS-MODULE-PROGRAM
                       ' FAILED AT ' SWP-FUNC
                       ', RETCODE ' SWP-RETCODE
               MOVE 'END'      TO RLOG-PHASE
               MOVE WS-MODULE-PROGRAM TO RLOG-PROGRAM
               MOVE 12         TO RLOG-RC
               MOVE 0          TO RLOG-COUNT
               CALL 'RSSLOG00' USING RSSLOG-AREA
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       COUNT-RUNNING-MODULES.
           MOVE 0 TO WS-RUNNING-COUNT
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MD-COUNT
              IF  WS-MD-STATE (WS-MX) = 'R'
                  ADD 1 TO WS-RUNNING-COUNT
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       POSITION-PAST-CHECKPOINT.
           MOVE WS-RESTART-KEY (1:9) TO VS-CUSTIDENT
           START VKSDCUST-FILE KEY > VS-CUSTIDENT
           IF  VKSDCUST-STATUS NOT = '00'
               MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * STORE THE SHARED CHECKPOINT: EACH RUNNING MODULE'S COUNTERS   *
      * UNDER ITS OWN NAME, THEN THE DRIVER'S KEY. A FAILED MODULE    *
      * IS NO LONGER STORED, SO ITS CHECKPOINT FALLS BEHIND THE       *
      * DRIVER'S KEY AND A RESTART LEAVES IT OUT.                     *
      *---------------------------------------------------------------*
       STORE-CHECKPOINT.
           PERFORM STORE-MODULE-CHECKPOINT
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-MD-COUNT
           MOVE 'PUT'      TO CKP-FUNC
           MOVE 'RSSABC30' TO CKP-PROGRAM
           MOVE SPACES     TO CKP-LAST-KEY
           MOVE VS-CUSTIDENT TO CKP-LAST-KEY (1:9)
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 12
              MOVE 0 TO CKP-COUNTER (WS-CX)
           END-PERFORM
           MOVE WS-SWEPT-COUNT TO CKP-COUNTER (1)
           CALL 'RSSCKP00' USING RSSCKP-AREA
           EXIT.

      *---------------------------------------------------------------*
       STORE-MODULE-CHECKPOINT.
           IF  WS-MD-STATE (WS-MX) NOT = 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE 'CKPT' TO SWP-FUNC
           PERFORM CALL-THE-MODULE
           IF  WS-MD-STATE (WS-MX) = 'R'
               MOVE 'PUT'      TO CKP-FUNC
               MOVE WS-MD-MODULE (WS-MX) TO CKP-PROGRAM
               MOVE SPACES     TO CKP-LAST-KEY
               MOVE VS-CUSTIDENT TO CKP-LAST-KEY (1:9)
               PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 12
                  MOVE SWP-COUNTER (WS-CX) TO CKP-COUNTER (WS-CX)
               END-PERFORM
               CALL 'RSSCKP00' USING RSSCKP-AREA
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * AT THE END OF THE PASS EVERY CHECKPOINT IS CLEARED, THE       *
      * DRIVER'S AND EACH REGISTERED MODULE'S, SO THE NEXT PASS       *
      * STARTS FROM THE TOP.                                          *
      *---------------------------------------------------------------*
       CLEAR-CHECKPOINT.
           MOVE 'CLR'      TO CKP-FUNC
           MOVE 'RSSABC30' TO CKP-PROGRAM
           CALL 'RSSCKP00' USING RSSCKP-AREA
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MD-COUNT
              MOVE 'CLR'      TO CKP-FUNC
              MOVE WS-MD-MODULE (WS-MX) TO CKP-PROGRAM
              CALL 'RSSCKP00' USING RSSCKP-AREA
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       SWEEPREG-GET.
           READ SWEEPREG-FILE
           IF  SWEEPREG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  SWEEPREG-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-SWEEPREG-EOF-SWITCH
               ELSE
               MOVE 'RSSABC30: SWEEPREG-FAILURE-READ...'
                 TO DISP-MSG
               MOVE SWEEPREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-GET.
           READ VKSDCUST-FILE NEXT RECORD
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDCUST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-CUST-EOF-SWITCH
               ELSE
               MOVE 'RSSABC30: VKSDCUST-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SWEEPREG-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT SWEEPREG-FILE
           IF  SWEEPREG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC30: SWEEPREG-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SWEEPREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       SWEEPREG-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SWEEPREG-FILE
           IF  SWEEPREG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC30: SWEEPREG-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE SWEEPREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       VKSDCUST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC30: VKSDCUST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       VKSDCUST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC30: VKSDCUST-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC30: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC30: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC30: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABC30: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC30: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC30: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
