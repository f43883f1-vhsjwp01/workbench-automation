       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABS27.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -DATA-QUALITY SCORECARD AS A MODULE OF THE SINGLE-PASS     *
      *     CUSTOMER SWEEP (RSSABC30). IT GRADES EVERY CUSTOMER       *
      *     RECORD THE DRIVER HANDS IT EXACTLY AS RSSABB27 DOES:      *
      *     BLANK EMAIL, MISSING OR IMPOSSIBLE PHONE, BIRTH DATE      *
      *     YIELDING AN AGE OVER 120 OR MALFORMED, STATE NOT ON THE   *
      *     STATE TABLE, MISSING TAX ID, BLANK ADDRESS LINES.         *
      *    -THE SCORECARD PRINTS ERROR COUNTS BY FIELD AND BY STATE   *
      *     AND THE PERCENTAGE OF CLEAN RECORDS; THE WORST RECORDS    *
      *     (THREE OR MORE DEFECTS) GO TO THE DQWORST DETAIL FILE AS  *
      *     THE DESK'S CLEANUP QUEUE.                                 *
      *    -THE DRIVER'S CHECKPOINT CARRIES THE NINE COUNTERS BELOW   *
      *     (THE PER-STATE BREAKDOWN COVERS THE RESTARTED SPAN ONLY,  *
      *     AS IN RSSABB27). AN I/O FAILURE FAILS THE MODULE, NOT     *
      *     THE PASS.                                                 *
      * ------------------------------------------------------------- *
      * INPUT      : CUSTOMER RECORDS FROM RSSABC30 (RSSSWPC)         *
      * OUTPUT     : DQSCORE - DATA-QUALITY SCORECARD                 *
      * OUTPUT FILE: QSAM - DQWORST (CLEANUP QUEUE)                   *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * LINKAGE    : RSSSWPC PARAMETER AREA, ODCSF0B CUSTOMER RECORD  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * DATA-QUALITY SCORECARD (ITS OWN PRINT FILE, THE PASS BEING
      * SHARED WITH THE OTHER MODULES)
           SELECT DQSCORE
                  ASSIGN TO UT-S-DQSCORE.

           SELECT DQWORST-FILE
               ASSIGN       TO DQWORST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS DQWORST-STATUS.

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
       FD  DQSCORE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-REC
           RECORDING MODE IS F.
       01  REPORT-REC                 PIC X(132).

       FD   DQWORST-FILE
            RECORD CONTAINS 023 CHARACTERS.
       01  DQWORST-RECORD.
           05  DQ-CUSTIDENT        PIC 9(009).
           05  DQ-DEFECT-COUNT     PIC 9(002).
           05  DQ-DEFECT-FLAGS.
               10  DQ-F-EMAIL      PIC X(001).
               10  DQ-F-PHONE      PIC X(001).
               10  DQ-F-BDATE      PIC X(001).
               10  DQ-F-STATE      PIC X(001).
               10  DQ-F-TAXID      PIC X(001).
               10  DQ-F-ADDR       PIC X(001).
           05  FILLER              PIC X(006).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  DQWORST-STATUS.
           05  DQWORST-STAT1     PIC X.
           05  DQWORST-STAT2     PIC X.
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

       01  WS-MODULE-FAILED-SW     PIC X       VALUE 'N'.
           88  MODULE-FAILED       VALUE 'Y'.

      *-- VALID US STATE/TERRITORY CODES, AS THE ONLINE EDITS USE
       01  WS-VALID-STATE  PIC  X(02).
           88  VALID-US-STATE      VALUE
               'AL' 'AK' 'AZ' 'AR' 'CA' 'CO' 'CT' 'DE' 'FL' 'GA'
               'HI' 'ID' 'IL' 'IN' 'IA' 'KS' 'KY' 'LA' 'ME' 'MD'
               'MA' 'MI' 'MN' 'MS' 'MO' 'MT' 'NE' 'NV' 'NH' 'NJ'
               'NM' 'NY' 'NC' 'ND' 'OH' 'OK' 'OR' 'PA' 'RI' 'SC'
               'SD' 'TN' 'TX' 'UT' 'VT' 'VA' 'WA' 'WV' 'WI' 'WY'
               'DC'.

      * AGE COMPUTATION
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-RUN-DATE-G           REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY         PIC 9(004).
           05  WS-RUN-MMDD         PIC 9(004).
       01  WS-BDATE-G.
           05  WS-BD-CCYY          PIC 9(004).
           05  WS-BD-MM            PIC 9(002).
           05  WS-BD-DD            PIC 9(002).
       01  WS-AGE                  PIC S9(004) COMP VALUE 0.

      * PER-FIELD DEFECT COUNTS
       01  WS-ERR-EMAIL            PIC 9(7) COMP VALUE 0.
       01  WS-ERR-PHONE            PIC 9(7) COMP VALUE 0.
       01  WS-ERR-BDATE            PIC 9(7) COMP VALUE 0.
       01  WS-ERR-STATE            PIC 9(7) COMP VALUE 0.
       01  WS-ERR-TAXID            PIC 9(7) COMP VALUE 0.
       01  WS-ERR-ADDR             PIC 9(7) COMP VALUE 0.

      * PER-STATE DEFECT TABLE
       01  WS-ST-TABLE.
           05  WS-ST-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-ST-ENTRY         OCCURS 60.
               10  WS-ST-CODE      PIC X(002).
               10  WS-ST-DEFECTS   PIC 9(007).
               10  WS-ST-RECORDS   PIC 9(007).
       01  WS-ST-IX                PIC S9(4) COMP VALUE +0.
       01  WS-ST-FOUND-SWITCH      PIC X     VALUE 'N'.
           88  ST-ENTRY-FOUND      VALUE 'Y'.

      * RUN TOTALS
       01  WS-TOTAL-RECORDS        PIC 9(7) COMP VALUE 0.
       01  WS-CLEAN-RECORDS        PIC 9(7) COMP VALUE 0.
       01  WS-WORST-RECORDS        PIC 9(7) COMP VALUE 0.
       01  WS-REC-DEFECTS          PIC 9(2)  VALUE 0.
       01  WS-PCT-CLEAN            PIC 9(3)V9 VALUE 0.

      *-- SCORECARD LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABS27'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(030) VALUE
               'DATA-QUALITY SCORECARD'.
           05  FILLER              PIC X(045) VALUE SPACES.
           05  FILLER              PIC X(009) VALUE 'RUN DATE '.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(001) VALUE SPACE.

       01  W-FIELD-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-FIELD-NAME       PIC X(020).
           05  FILLER              PIC X(010) VALUE ' DEFECTS: '.
           05  WF-COUNT            PIC ZZZZZZ9.
           05  FILLER              PIC X(093) VALUE SPACES.

       01  W-STATE-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(006) VALUE 'STATE '.
           05  WS-SL-CODE          PIC X(002).
           05  FILLER              PIC X(010) VALUE ' RECORDS: '.
           05  WS-SL-RECORDS       PIC ZZZZZZ9.
           05  FILLER              PIC X(010) VALUE ' DEFECTS: '.
           05  WS-SL-DEFECTS       PIC ZZZZZZ9.
           05  FILLER              PIC X(088) VALUE SPACES.

       01  W-CLEAN-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(016) VALUE 'RECORDS SWEPT : '.
           05  WC-TOTAL            PIC ZZZZZZ9.
           05  FILLER              PIC X(010) VALUE '  CLEAN : '.
           05  WC-CLEAN            PIC ZZZZZZ9.
           05  FILLER              PIC X(012) VALUE '  PCT CLEAN '.
           05  WC-PCT              PIC ZZ9.9.
           05  FILLER              PIC X(073) VALUE SPACES.


       LINKAGE SECTION.
       COPY RSSSWPC.
       COPY ODCSF0B.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING RSSSWP-AREA VS-ODCSF0-RECORD.

           IF  MODULE-FAILED
               MOVE '12' TO SWP-RETCODE
               GOBACK
           END-IF
           MOVE '00' TO SWP-RETCODE

           EVALUATE SWP-FUNC
              WHEN 'INIT'
                   PERFORM START-MODULE
              WHEN 'CUST'
                   PERFORM GRADE-ONE-CUSTOMER
              WHEN 'CKPT'
                   PERFORM RETURN-COUNTERS
              WHEN 'TERM'
                   PERFORM END-MODULE
              WHEN OTHER
                   MOVE '08' TO SWP-RETCODE
           END-EVALUATE
           GOBACK.

      *---------------------------------------------------------------*
      * OPEN THE MODULE'S OUTPUTS. A RESTARTED PASS GETS THE COUNTERS *
      * BACK FROM THE DRIVER'S CHECKPOINT AND EXTENDS THE CLEANUP     *
      * QUEUE ALREADY BUILT.                                          *
      *---------------------------------------------------------------*
       START-MODULE.
           MOVE SWP-RUN-DATE TO WS-RUN-DATE
           IF  SWP-RESTARTED
               MOVE SWP-COUNTER (1) TO WS-TOTAL-RECORDS
               MOVE SWP-COUNTER (2) TO WS-CLEAN-RECORDS
               MOVE SWP-COUNTER (3) TO WS-WORST-RECORDS
               MOVE SWP-COUNTER (4) TO WS-ERR-EMAIL
               MOVE SWP-COUNTER (5) TO WS-ERR-PHONE
               MOVE SWP-COUNTER (6) TO WS-ERR-BDATE
               MOVE SWP-COUNTER (7) TO WS-ERR-STATE
               MOVE SWP-COUNTER (8) TO WS-ERR-TAXID
               MOVE SWP-COUNTER (9) TO WS-ERR-ADDR
           END-IF
           PERFORM DQWORST-OPEN
           EXIT.

      *---------------------------------------------------------------*
       RETURN-COUNTERS.
           MOVE WS-TOTAL-RECORDS TO SWP-COUNTER (1)
           MOVE WS-CLEAN-RECORDS TO SWP-COUNTER (2)
           MOVE WS-WORST-RECORDS TO SWP-COUNTER (3)
           MOVE WS-ERR-EMAIL     TO SWP-COUNTER (4)
           MOVE WS-ERR-PHONE     TO SWP-COUNTER (5)
           MOVE WS-ERR-BDATE     TO SWP-COUNTER (6)
           MOVE WS-ERR-STATE     TO SWP-COUNTER (7)
           MOVE WS-ERR-TAXID     TO SWP-COUNTER (8)
           MOVE WS-ERR-ADDR      TO SWP-COUNTER (9)
           MOVE 0                TO SWP-COUNTER (10)
           MOVE 0                TO SWP-COUNTER (11)
           MOVE 0                TO SWP-COUNTER (12)
           EXIT.

      *---------------------------------------------------------------*
      * THE SCORECARD, THE QUEUE'S CLOSE AND THE MODULE'S COUNTS.     *
      *---------------------------------------------------------------*
       END-MODULE.
           OPEN OUTPUT DQSCORE
           PERFORM PRINT-SCORECARD
           CLOSE DQSCORE
           PERFORM DQWORST-CLOSE

           PERFORM CTLTOT-OPEN
           MOVE 'RSSABS27' TO CTLTOT-PROGRAM
           MOVE 'RECORDS GRADED' TO CTLTOT-LABEL
           MOVE WS-TOTAL-RECORDS TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE
           MOVE 'RSSABS27' TO CTLTOT-PROGRAM
           MOVE 'CLEAN RECORDS' TO CTLTOT-LABEL
           MOVE WS-CLEAN-RECORDS TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE
           MOVE 'RSSABS27' TO CTLTOT-PROGRAM
           MOVE 'CLEANUP QUEUE' TO CTLTOT-LABEL
           MOVE WS-WORST-RECORDS TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE
           PERFORM CTLTOT-CLOSE

           MOVE WS-TOTAL-RECORDS TO SWP-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * GRADE EVERY FIELD OF THE CURRENT CUSTOMER AND ROLL THE        *
      * DEFECTS INTO THE FIELD AND STATE TALLIES. A RECORD WITH       *
      * THREE OR MORE DEFECTS JOINS THE CLEANUP QUEUE.                *
      *---------------------------------------------------------------*
       GRADE-ONE-CUSTOMER.
           ADD 1 TO WS-TOTAL-RECORDS
           MOVE 0 TO WS-REC-DEFECTS
           MOVE SPACES TO DQ-DEFECT-FLAGS

           IF  VS-CUSTEMAIL = SPACES
               ADD 1 TO WS-ERR-EMAIL WS-REC-DEFECTS
               MOVE 'E' TO DQ-F-EMAIL
           END-IF

           IF  VS-CUSTPHONE NOT NUMERIC
           OR  VS-CUSTPHONE = 0
               ADD 1 TO WS-ERR-PHONE WS-REC-DEFECTS
               MOVE 'P' TO DQ-F-PHONE
           END-IF

           PERFORM GRADE-BIRTH-DATE

           MOVE VS-CUSTSTATE TO WS-VALID-STATE
           IF  NOT VALID-US-STATE
               ADD 1 TO WS-ERR-STATE WS-REC-DEFECTS
               MOVE 'S' TO DQ-F-STATE
           END-IF

           IF  VS-CUSTTAXID = SPACES
               ADD 1 TO WS-ERR-TAXID WS-REC-DEFECTS
               MOVE 'T' TO DQ-F-TAXID
           END-IF

           IF  VS-CUSTADDRS = SPACES
           OR  VS-CUSTCITY = SPACES
               ADD 1 TO WS-ERR-ADDR WS-REC-DEFECTS
               MOVE 'A' TO DQ-F-ADDR
           END-IF

           PERFORM TALLY-STATE-DEFECTS

           IF  WS-REC-DEFECTS = 0
               ADD 1 TO WS-CLEAN-RECORDS
           END-IF
           IF  WS-REC-DEFECTS >= 3
               MOVE VS-CUSTIDENT   TO DQ-CUSTIDENT
               MOVE WS-REC-DEFECTS TO DQ-DEFECT-COUNT
               PERFORM DQWORST-WRITE
               ADD 1 TO WS-WORST-RECORDS
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A BIRTH DATE IS DEFECTIVE WHEN IT IS MALFORMED OR YIELDS AN   *
      * AGE OVER 120 (OR UNDER 0) AT THE RUN DATE.                    *
      *---------------------------------------------------------------*
       GRADE-BIRTH-DATE.
           IF  VS-CUSTBDATE NOT NUMERIC
           OR  VS-CUSTBDATE = 0
               ADD 1 TO WS-ERR-BDATE WS-REC-DEFECTS
               MOVE 'B' TO DQ-F-BDATE
           ELSE
               MOVE VS-CUSTBDATE TO WS-BDATE-G
               COMPUTE WS-AGE = WS-RUN-CCYY - WS-BD-CCYY
               IF  WS-BD-MM < 01 OR WS-BD-MM > 12
               OR  WS-BD-DD < 01 OR WS-BD-DD > 31
               OR  WS-AGE > 120
               OR  WS-AGE < 0
                   ADD 1 TO WS-ERR-BDATE WS-REC-DEFECTS
                   MOVE 'B' TO DQ-F-BDATE
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TALLY-STATE-DEFECTS.
           MOVE 'N' TO WS-ST-FOUND-SWITCH
           MOVE 1   TO WS-ST-IX
           PERFORM UNTIL ST-ENTRY-FOUND
                   OR WS-ST-IX > WS-ST-COUNT
              IF  WS-ST-CODE (WS-ST-IX) = VS-CUSTSTATE
                  MOVE 'Y' TO WS-ST-FOUND-SWITCH
              ELSE
                  ADD 1 TO WS-ST-IX
              END-IF
           END-PERFORM
           IF  NOT ST-ENTRY-FOUND
               IF  WS-ST-COUNT >= 60
                   MOVE 'RSSABS27: STATE TABLE IS FULL' TO DISP-MSG
                   PERFORM Z-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-IX
               MOVE VS-CUSTSTATE TO WS-ST-CODE (WS-ST-IX)
               MOVE 0 TO WS-ST-DEFECTS (WS-ST-IX)
               MOVE 0 TO WS-ST-RECORDS (WS-ST-IX)
           END-IF
           ADD 1              TO WS-ST-RECORDS (WS-ST-IX)
           ADD WS-REC-DEFECTS TO WS-ST-DEFECTS (WS-ST-IX)
           EXIT.

      *---------------------------------------------------------------*
       PRINT-SCORECARD.
           MOVE WS-RUN-DATE TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE

           MOVE 'BLANK EMAIL'          TO WF-FIELD-NAME
           MOVE WS-ERR-EMAIL           TO WF-COUNT
           WRITE REPORT-REC FROM W-FIELD-LINE
                 AFTER ADVANCING 2 LINES
           MOVE 'BAD PHONE'            TO WF-FIELD-NAME
           MOVE WS-ERR-PHONE           TO WF-COUNT
           WRITE REPORT-REC FROM W-FIELD-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'BAD BIRTH DATE'       TO WF-FIELD-NAME
           MOVE WS-ERR-BDATE           TO WF-COUNT
           WRITE REPORT-REC FROM W-FIELD-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'STATE NOT ON TABLE'   TO WF-FIELD-NAME
           MOVE WS-ERR-STATE           TO WF-COUNT
           WRITE REPORT-REC FROM W-FIELD-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'MISSING TAX ID'       TO WF-FIELD-NAME
           MOVE WS-ERR-TAXID           TO WF-COUNT
           WRITE REPORT-REC FROM W-FIELD-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'BLANK ADDRESS'        TO WF-FIELD-NAME
           MOVE WS-ERR-ADDR            TO WF-COUNT
           WRITE REPORT-REC FROM W-FIELD-LINE
                 AFTER ADVANCING 1 LINE

           PERFORM PRINT-ONE-STATE
               VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT

           MOVE WS-TOTAL-RECORDS TO WC-TOTAL
           MOVE WS-CLEAN-RECORDS TO WC-CLEAN
           IF  WS-TOTAL-RECORDS > 0
               COMPUTE WS-PCT-CLEAN ROUNDED =
                       WS-CLEAN-RECORDS * 100.0
                     / WS-TOTAL-RECORDS
           END-IF
           MOVE WS-PCT-CLEAN TO WC-PCT
           WRITE REPORT-REC FROM W-CLEAN-LINE
                 AFTER ADVANCING 2 LINES
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-STATE.
           MOVE WS-ST-CODE (WS-ST-IX)    TO WS-SL-CODE
           MOVE WS-ST-RECORDS (WS-ST-IX) TO WS-SL-RECORDS
           MOVE WS-ST-DEFECTS (WS-ST-IX) TO WS-SL-DEFECTS
           WRITE REPORT-REC FROM W-STATE-LINE
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
       DQWORST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
      * A RESTARTED PASS EXTENDS THE QUEUE ALREADY BUILT...
           IF  SWP-RESTARTED
               OPEN EXTEND DQWORST-FILE
           ELSE
               OPEN OUTPUT DQWORST-FILE
           END-IF
           IF  DQWORST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS27: DQWORST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE DQWORST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       DQWORST-WRITE.
           WRITE DQWORST-RECORD
           IF  DQWORST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS27: DQWORST-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE DQWORST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       DQWORST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE DQWORST-FILE
           IF  DQWORST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS27: DQWORST-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE DQWORST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
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
               MOVE 'RSSABS27: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABS27: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABS27: CTLTOT-FAILURE-CLOSE...'
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
      * A SWEEP MODULE NEVER STOPS THE RUN: IT DISPLAYS THE MESSAGE,  *
      * MARKS ITSELF FAILED AND RETURNS TO THE DRIVER AT ONCE, WHICH  *
      * CALLS IT NO MORE AND CARRIES ON WITH THE OTHER MODULES.       *
      *---------------------------------------------------------------*
       Z-ABEND-PROGRAM.
           IF  DISP-MSG NOT = SPACES
               PERFORM Z-DISPLAY-DISP-MSG
           END-IF
           MOVE 'RSSABS27: MODULE-IS-FAILING...'  TO DISP-MSG
           PERFORM Z-DISPLAY-DISP-MSG
           MOVE 'Y'  TO WS-MODULE-FAILED-SW
           MOVE '12' TO SWP-RETCODE
           GOBACK.

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
               DISPLAY '* RSSABS27: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABS27: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
