       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC08.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -MONTHLY NET PROMOTER REPORT, GATED ON THE COMPANY         *
      *     CALENDAR'S MONTH-END FLAG THRU RSSCAL00. EVERY CASE WHOSE *
      *     SATISFACTION SURVEY WAS ANSWERED IN THE MONTH (STORED ON  *
      *     THE CASE BY RSSABC07) COUNTS ONCE: SCORES 9-10 ARE        *
      *     PROMOTERS, 7-8 PASSIVES, 0-6 DETRACTORS, AND THE NET      *
      *     PROMOTER SCORE IS THE PROMOTER PERCENT LESS THE DETRACTOR *
      *     PERCENT.                                                  *
      *    -THE REPORT BREAKS THE MONTH DOWN THREE WAYS, EACH IN ITS  *
      *     OWN SECTION: BY THE CUSTOMER'S BRANCH (NAMED FROM THE     *
      *     BRFILE BRANCH TABLE), BY CASE CATEGORY AND BY CASE OWNER, *
      *     WITH THE WHOLE MONTH'S SCORE AT THE FOOT.                 *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - CASEFILE (CASES, ODCSFCS)                 *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - BRFILE (BRANCH TABLE, ODCSFBR)            *
      * OUTPUT     : SYSPRINT - NET PROMOTER REPORT                   *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE RUN DATE'S MONTH. RSSABC08_MONTH (YYYYMM) ON   *
      * THE RUN-PARAMETER FILE (OR THE ENVIRONMENT) REPORTS THAT      *
      * MONTH INSTEAD, ON ANY DAY, FOR A RERUN.                       *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CASE VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT OPTIONAL CASEFILE-FILE
               ASSIGN       TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CS-CASE-KEY
               FILE STATUS  IS CASEFILE-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, THE CUSTOMER'S BRANCH
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * BRANCH TABLE, THE BRANCH NAMES ON THE REPORT
           SELECT OPTIONAL BRFILE-FILE
               ASSIGN       TO BRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS BR-BRANCH
               FILE STATUS  IS BRFILE-STATUS.

      * NET PROMOTER REPORT
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
       FD   CASEFILE-FILE.
       COPY ODCSFCS.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   BRFILE-FILE.
       COPY ODCSFBR.

       FD  SYSPRINT
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

       77  W-LINE                  PIC S9(04) COMP VALUE +60.
       77  W-MAX-LINE              PIC S9(04) COMP VALUE +55.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  CASEFILE-STATUS.
           05  CASEFILE-STAT1      PIC X.
           05  CASEFILE-STAT2      PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  BRFILE-STATUS.
           05  BRFILE-STAT1        PIC X.
           05  BRFILE-STAT2        PIC X.
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

       01  WS-CS-EOF-SWITCH        PIC X       VALUE 'N'.
           88  CS-EOF              VALUE 'Y'.

      * RUN PARAMETERS AND THE MONTH REPORTED
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-REPORT-MONTH         PIC 9(006)  VALUE 0.

      * THE BREAKDOWN CELLS, KEPT IN ORDER OF SECTION ('1' BRANCH,
      * '2' CATEGORY, '3' OWNER) THEN KEY AS THEY ARE FOUND
       01  WS-NPS-TABLE.
           05  WS-NPS-COUNT        PIC S9(4) COMP VALUE +0.
           05  WS-NPS-CELL         OCCURS 1500.
               10  WS-NC-KEY.
                   15  WS-NC-SECTION   PIC X(001).
                   15  WS-NC-VALUE     PIC X(008).
               10  WS-NC-PROMOTERS     PIC 9(007).
               10  WS-NC-PASSIVES      PIC 9(007).
               10  WS-NC-DETRACTORS    PIC 9(007).
       01  WS-NPS-IX               PIC S9(4) COMP VALUE +0.
       01  WS-NPS-SHIFT-IX         PIC S9(4) COMP VALUE +0.
       01  WS-CELL-KEY.
           05  WS-CK-SECTION       PIC X(001).
           05  WS-CK-VALUE         PIC X(008).
       01  WS-PRINT-SECTION        PIC X(001)  VALUE SPACE.

      * THE CURRENT ANSWER'S CLASS
       01  WS-SCORE-CLASS          PIC X(001)  VALUE SPACE.
           88  SCORE-PROMOTER      VALUE 'P'.
           88  SCORE-PASSIVE       VALUE 'A'.
           88  SCORE-DETRACTOR     VALUE 'D'.

      * THE MONTH'S TOTALS
       01  WS-TOT-PROMOTERS        PIC 9(007)  VALUE 0.
       01  WS-TOT-PASSIVES         PIC 9(007)  VALUE 0.
       01  WS-TOT-DETRACTORS       PIC 9(007)  VALUE 0.

      * ONE REPORT ROW'S FIGURES, WORKED OUT BY EDIT-NPS-ROW
       01  WS-ROW-PROMOTERS        PIC 9(007)     VALUE 0.
       01  WS-ROW-PASSIVES         PIC 9(007)     VALUE 0.
       01  WS-ROW-DETRACTORS       PIC 9(007)     VALUE 0.
       01  WS-ROW-ANSWERS          PIC 9(007)     VALUE 0.
       01  WS-ROW-PROM-PCT         PIC 9(003)V99  VALUE 0.
       01  WS-ROW-DETR-PCT         PIC 9(003)V99  VALUE 0.
       01  WS-ROW-NPS              PIC S9(003)V99 VALUE 0.

      * RUN STATISTICS
       01  WS-ANSWER-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-GONE-COUNT           PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC08'.
           05  FILLER              PIC X(024) VALUE SPACES.
           05  FILLER              PIC X(034) VALUE
               'NET PROMOTER SCORE FOR THE MONTH '.
           05  WT-MONTH            PIC 9(006).
           05  FILLER              PIC X(041) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-SECTION.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(030).
           05  FILLER              PIC X(100) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(044) VALUE
               '  KEY       NAME'.
           05  FILLER              PIC X(041) VALUE
               ' ANSWERS PROMOTERS   PASSIVE DETRACTOR'.
           05  FILLER              PIC X(044) VALUE
               'PROM %   DETR %       NPS'.
           05  FILLER              PIC X(003) VALUE SPACES.

       01  W-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-KEY              PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-NAME             PIC X(030).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-ANSWERS          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-PROMOTERS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-PASSIVES         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-DETRACTORS       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-PROM-PCT         PIC ZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-DETR-PCT         PIC ZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-NPS              PIC -ZZ9.99.
           05  FILLER              PIC X(022) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC08' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * THE MONTH: A RERUN NAMES ITS MONTH, OTHERWISE THE MONTH-END
      * GATE, THE WAY RSSABB53 GATES THE JOURNAL...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'RSSABC08_MONTH' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE (1:6) IS NUMERIC
           AND WS-ENV-VALUE (7:) = SPACES
               MOVE WS-ENV-VALUE (1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE 'M'         TO CAL-FUNC
               MOVE WS-RUN-DATE TO CAL-DATE
               CALL 'RSSCAL00' USING RSSCAL-AREA
               IF  CAL-RETCODE NOT = '00'
               OR  CAL-ANSWER NOT = 'Y'
                   DISPLAY 'RSSABC08: NOT A MONTH-END BUSINESS DAY,'
                           ' NOTHING TO DO'
                   PERFORM END-RUN-LOG
                   GOBACK
               END-IF
               MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
           END-IF.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM CASEFILE-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM BRFILE-OPEN.

      * ------------------------------------------------------------- *
      * CASE FILE'S SWEEPING: EVERY ANSWER OF THE MONTH IS COUNTED
      * UNDER ITS BRANCH, ITS CATEGORY AND ITS OWNER...
           DISPLAY "COUNTING THE MONTH'S SURVEY ANSWERS..."
           PERFORM CASEFILE-READNEXT.
           PERFORM UNTIL CS-EOF
              IF  CS-SURVEY-STATUS = 'R'
              AND CS-SURVEY-MONTH = WS-REPORT-MONTH
                  ADD 1 TO WS-ANSWER-COUNT
                  PERFORM COUNT-ONE-ANSWER
              END-IF
              PERFORM CASEFILE-READNEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE REPORT...
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-ONE-CELL
               VARYING WS-NPS-IX FROM 1 BY 1
               UNTIL WS-NPS-IX > WS-NPS-COUNT.
           PERFORM PRINT-MONTH-TOTAL.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM CASEFILE-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM BRFILE-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC08' TO CTLTOT-PROGRAM
           MOVE 'NPS ANSWERS' TO CTLTOT-LABEL
           MOVE WS-ANSWER-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC08' TO CTLTOT-PROGRAM
           MOVE 'NPS DETRACTORS' TO CTLTOT-LABEL
           MOVE WS-TOT-DETRACTORS TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC08: MONTH...............' WS-REPORT-MONTH
           DISPLAY 'RSSABC08: ANSWERS.............' WS-ANSWER-COUNT
           DISPLAY 'RSSABC08: PROMOTERS...........' WS-TOT-PROMOTERS
           DISPLAY 'RSSABC08: PASSIVES............' WS-TOT-PASSIVES
           DISPLAY 'RSSABC08: DETRACTORS..........' WS-TOT-DETRACTORS
           DISPLAY 'RSSABC08: CUSTOMERS GONE......' WS-GONE-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC08' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-ANSWER-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
       GET-ONE-PARAMETER.
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               MOVE SPACES TO WS-ENV-VALUE
               DISPLAY PRM-NAME UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * CLASS THE SCORE AND COUNT IT IN THE MONTH, UNDER THE BRANCH   *
      * (UNKNOWN WHEN THE CUSTOMER IS GONE), THE CATEGORY AND THE     *
      * OWNER (UNASSIGNED CASES TOGETHER).                            *
      *---------------------------------------------------------------*
       COUNT-ONE-ANSWER.
           EVALUATE TRUE
              WHEN CS-SURVEY-SCORE >= 9
                   MOVE 'P' TO WS-SCORE-CLASS
                   ADD 1 TO WS-TOT-PROMOTERS
              WHEN CS-SURVEY-SCORE >= 7
                   MOVE 'A' TO WS-SCORE-CLASS
                   ADD 1 TO WS-TOT-PASSIVES
              WHEN OTHER
                   MOVE 'D' TO WS-SCORE-CLASS
                   ADD 1 TO WS-TOT-DETRACTORS
           END-EVALUATE

           MOVE CS-CUSTIDENT TO VS-CUSTIDENT
           READ VKSDCUST-FILE
           MOVE '1' TO WS-CK-SECTION
           IF  VKSDCUST-STATUS = '00'
               MOVE VS-BRANCH TO WS-CK-VALUE
           ELSE
               ADD 1 TO WS-GONE-COUNT
               MOVE '???'     TO WS-CK-VALUE
           END-IF
           PERFORM TALLY-ANSWER

           MOVE '2'         TO WS-CK-SECTION
           MOVE CS-CATEGORY TO WS-CK-VALUE
           PERFORM TALLY-ANSWER

           MOVE '3'         TO WS-CK-SECTION
           MOVE CS-OWNER    TO WS-CK-VALUE
           PERFORM TALLY-ANSWER
           EXIT.

      *---------------------------------------------------------------*
      * ADD THE ANSWER TO ITS CELL, OPENING THE CELL IN ORDER WHEN IT *
      * IS THE FIRST OF ITS KIND.                                     *
      *---------------------------------------------------------------*
       TALLY-ANSWER.
           MOVE 1 TO WS-NPS-IX
           PERFORM UNTIL WS-NPS-IX > WS-NPS-COUNT
                   OR WS-NC-KEY (WS-NPS-IX) NOT < WS-CELL-KEY
              ADD 1 TO WS-NPS-IX
           END-PERFORM
           IF  WS-NPS-IX > WS-NPS-COUNT
           OR  WS-NC-KEY (WS-NPS-IX) NOT = WS-CELL-KEY
               PERFORM OPEN-NEW-CELL
           END-IF
           EVALUATE TRUE
              WHEN SCORE-PROMOTER
                   ADD 1 TO WS-NC-PROMOTERS (WS-NPS-IX)
              WHEN SCORE-PASSIVE
                   ADD 1 TO WS-NC-PASSIVES (WS-NPS-IX)
              WHEN OTHER
                   ADD 1 TO WS-NC-DETRACTORS (WS-NPS-IX)
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
       OPEN-NEW-CELL.
           IF  WS-NPS-COUNT >= 1500
               MOVE 'RSSABC08: BREAKDOWN TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE WS-NPS-COUNT TO WS-NPS-SHIFT-IX
           PERFORM UNTIL WS-NPS-SHIFT-IX < WS-NPS-IX
              MOVE WS-NPS-CELL (WS-NPS-SHIFT-IX)
                TO WS-NPS-CELL (WS-NPS-SHIFT-IX + 1)
              SUBTRACT 1 FROM WS-NPS-SHIFT-IX
           END-PERFORM
           MOVE WS-CELL-KEY TO WS-NC-KEY (WS-NPS-IX)
           MOVE 0 TO WS-NC-PROMOTERS (WS-NPS-IX)
                     WS-NC-PASSIVES (WS-NPS-IX)
                     WS-NC-DETRACTORS (WS-NPS-IX)
           ADD 1 TO WS-NPS-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * ONE REPORT ROW PER CELL, A SECTION TITLE AHEAD OF THE FIRST   *
      * CELL OF EACH SECTION.                                         *
      *---------------------------------------------------------------*
       PRINT-ONE-CELL.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           IF  WS-NC-SECTION (WS-NPS-IX) NOT = WS-PRINT-SECTION
               MOVE WS-NC-SECTION (WS-NPS-IX) TO WS-PRINT-SECTION
               EVALUATE WS-PRINT-SECTION
                  WHEN '1'
                       MOVE 'BY BRANCH'        TO WS-SECTION-TITLE
                  WHEN '2'
                       MOVE 'BY CASE CATEGORY' TO WS-SECTION-TITLE
                  WHEN OTHER
                       MOVE 'BY CASE OWNER'    TO WS-SECTION-TITLE
               END-EVALUATE
               WRITE REPORT-REC FROM W-SECTION
                     AFTER ADVANCING 2 LINES
               ADD 2 TO W-LINE
           END-IF

           MOVE WS-NC-PROMOTERS (WS-NPS-IX)  TO WS-ROW-PROMOTERS
           MOVE WS-NC-PASSIVES (WS-NPS-IX)   TO WS-ROW-PASSIVES
           MOVE WS-NC-DETRACTORS (WS-NPS-IX) TO WS-ROW-DETRACTORS
           PERFORM EDIT-NPS-ROW
           MOVE WS-NC-VALUE (WS-NPS-IX) TO WD-KEY
           EVALUATE WS-PRINT-SECTION
              WHEN '1'
                   PERFORM NAME-THE-BRANCH
              WHEN '3'
                   IF  WS-NC-VALUE (WS-NPS-IX) = SPACES
                       MOVE '(UNASSIGNED)' TO WD-NAME
                   END-IF
           END-EVALUATE
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       NAME-THE-BRANCH.
           MOVE WS-NC-VALUE (WS-NPS-IX) TO BR-BRANCH
           READ BRFILE-FILE
           IF  BRFILE-STATUS = '00'
               MOVE BR-NAME TO WD-NAME
           ELSE
               MOVE '(NOT ON THE BRANCH TABLE)' TO WD-NAME
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE PERCENTAGES AND THE NET PROMOTER SCORE FOR ONE ROW.       *
      *---------------------------------------------------------------*
       EDIT-NPS-ROW.
           COMPUTE WS-ROW-ANSWERS = WS-ROW-PROMOTERS
                                  + WS-ROW-PASSIVES
                                  + WS-ROW-DETRACTORS
           MOVE 0 TO WS-ROW-PROM-PCT WS-ROW-DETR-PCT
           IF  WS-ROW-ANSWERS > 0
               COMPUTE WS-ROW-PROM-PCT ROUNDED =
                       WS-ROW-PROMOTERS * 100 / WS-ROW-ANSWERS
               COMPUTE WS-ROW-DETR-PCT ROUNDED =
                       WS-ROW-DETRACTORS * 100 / WS-ROW-ANSWERS
           END-IF
           COMPUTE WS-ROW-NPS = WS-ROW-PROM-PCT - WS-ROW-DETR-PCT

           MOVE SPACES            TO W-DETAIL
           MOVE WS-ROW-ANSWERS    TO WD-ANSWERS
           MOVE WS-ROW-PROMOTERS  TO WD-PROMOTERS
           MOVE WS-ROW-PASSIVES   TO WD-PASSIVES
           MOVE WS-ROW-DETRACTORS TO WD-DETRACTORS
           MOVE WS-ROW-PROM-PCT   TO WD-PROM-PCT
           MOVE WS-ROW-DETR-PCT   TO WD-DETR-PCT
           MOVE WS-ROW-NPS        TO WD-NPS
           EXIT.

      *---------------------------------------------------------------*
       PRINT-MONTH-TOTAL.
           MOVE WS-TOT-PROMOTERS  TO WS-ROW-PROMOTERS
           MOVE WS-TOT-PASSIVES   TO WS-ROW-PASSIVES
           MOVE WS-TOT-DETRACTORS TO WS-ROW-DETRACTORS
           PERFORM EDIT-NPS-ROW
           MOVE 'ALL'             TO WD-KEY
           MOVE 'WHOLE MONTH'     TO WD-NAME
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 3 LINES
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE     TO WT-DATE
           MOVE WS-REPORT-MONTH TO WT-MONTH
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 4 TO W-LINE
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       CASEFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CASEFILE-FILE
           IF  CASEFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC08: CASEFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-READNEXT.
           READ CASEFILE-FILE NEXT RECORD
           IF  CASEFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  CASEFILE-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-CS-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC08: CASEFILE-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE CASEFILE-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CASEFILE-FILE
           IF  CASEFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC08: CASEFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
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
               MOVE 'RSSABC08: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC08: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BRFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT BRFILE-FILE
           IF  BRFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC08: BRFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE BRFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BRFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE BRFILE-FILE
           IF  BRFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC08: BRFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE BRFILE-STATUS TO IO-STATUS
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
               MOVE 'RSSABC08: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC08: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC08: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC08: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC08: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC08: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
