       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC04.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -MONTH-END LOYALTY-POINTS LIABILITY REPORT, GATED ON THE   *
      *     COMPANY CALENDAR'S MONTH-END FLAG THRU RSSCAL00. IT       *
      *     SWEEPS THE LOYALTY LEDGER (LOYLEDG, ODCSFLY) AND LISTS    *
      *     EVERY CUSTOMER STILL HOLDING POINTS, WITH THEIR NAME,     *
      *     VALUE TIER, POINTS OUTSTANDING AND WHAT THOSE POINTS ARE  *
      *     WORTH IN DOLLARS WHEN REDEEMED.                           *
      *    -THE TOTALS GIVE THE OUTSTANDING POINTS AND THEIR DOLLAR   *
      *     VALUE (THE LIABILITY TO BOOK), AND THE MONTH'S MOVEMENT:  *
      *     POINTS EARNED, REDEEMED, EXPIRED AND ADJUSTED.            *
      *    -THE DOLLAR VALUE USES THE SAME POINTS-PER-DOLLAR RATE AS  *
      *     A REDEMPTION ON THE ORDER SCREEN (RSSAT004).              *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - LOYLEDG (LOYALTY-POINTS LEDGER, ODCSFLY)  *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * OUTPUT     : SYSPRINT - LOYALTY LIABILITY REPORT              *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE POINTS THAT MAKE ONE DOLLAR OF CREDIT COME     *
      * FROM THE RUN-PARAMETER FILE (LOY_POINTS_PER_USD), FALLING     *
      * BACK TO THE ENVIRONMENT VARIABLE OF THE SAME NAME, DEFAULT    *
      * 100.                                                          *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * LOYALTY-POINTS LEDGER VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT OPTIONAL LOYLEDG-FILE
               ASSIGN       TO LOYLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS LY-LEDGER-KEY
               FILE STATUS  IS LOYLEDG-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, NAME AND TIER READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * LOYALTY LIABILITY REPORT
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
       FD   LOYLEDG-FILE.
       COPY ODCSFLY.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

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
       01  LOYLEDG-STATUS.
           05  LOYLEDG-STAT1       PIC X.
           05  LOYLEDG-STAT2       PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
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

       01  WS-LY-EOF-SWITCH        PIC X       VALUE 'N'.
           88  LY-EOF              VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-PTS-PER-USD          PIC 9(005)  VALUE 100.

      * THE CUSTOMER BEING SWEPT
       01  WS-CUR-CUSTIDENT        PIC 9(009)  VALUE 0.
       01  WS-CUST-POINTS          PIC S9(011) VALUE 0.
       01  WS-CUST-VALUE           PIC S9(009)V99 VALUE 0.

      * REPORT TOTALS
       01  WS-HOLDER-COUNT         PIC 9(7)      VALUE 0.
       01  WS-TOTAL-POINTS         PIC S9(011)   VALUE 0.
       01  WS-TOTAL-VALUE          PIC S9(011)V99 VALUE 0.
       01  WS-MONTH-EARNED         PIC S9(011)   VALUE 0.
       01  WS-MONTH-REDEEMED       PIC S9(011)   VALUE 0.
       01  WS-MONTH-EXPIRED        PIC S9(011)   VALUE 0.
       01  WS-MONTH-ADJUSTED       PIC S9(011)   VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC04'.
           05  FILLER              PIC X(024) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'LOYALTY-POINTS LIABILITY AT MONTH-END'.
           05  FILLER              PIC X(041) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(011) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(032) VALUE 'NAME'.
           05  FILLER              PIC X(006) VALUE 'TIER'.
           05  FILLER              PIC X(018) VALUE
               '    POINTS'.
           05  FILLER              PIC X(016) VALUE
               '    DOLLAR VALUE'.
           05  FILLER              PIC X(047) VALUE SPACES.

       01  W-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-NAME             PIC X(030).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-TIER             PIC X(001).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-POINTS           PIC ---,---,--9.
           05  FILLER              PIC X(006) VALUE SPACES.
           05  WD-VALUE            PIC ----,---,--9.99.
           05  FILLER              PIC X(050) VALUE SPACES.

       01  W-TOTAL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WX-LABEL            PIC X(040).
           05  WX-POINTS           PIC ---,---,---,--9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WX-VALUE            PIC ----,---,---,--9.99.
           05  FILLER              PIC X(054) VALUE SPACES.

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
           MOVE 'RSSABC04' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * MONTH-END GATE, THE WAY RSSABB53 GATES THE JOURNAL EXTRACT...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'M'         TO CAL-FUNC
           MOVE WS-RUN-DATE TO CAL-DATE
           CALL 'RSSCAL00' USING RSSCAL-AREA
           IF  CAL-RETCODE NOT = '00'
           OR  CAL-ANSWER NOT = 'Y'
               DISPLAY 'RSSABC04: NOT A MONTH-END BUSINESS DAY,'
                       ' NOTHING TO DO'
               PERFORM END-RUN-LOG
               GOBACK
           END-IF

           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM LOYLEDG-OPEN.
           PERFORM VKSDCUST-OPEN.
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.

      * ------------------------------------------------------------- *
      * LEDGER SWEEPING, ONE CUSTOMER AT A TIME...
           DISPLAY "VALUING LOYALTY POINTS..."
           PERFORM LOYLEDG-READNEXT.
           PERFORM UNTIL LY-EOF
              MOVE LY-CUSTIDENT TO WS-CUR-CUSTIDENT
              MOVE 0 TO WS-CUST-POINTS
              PERFORM UNTIL LY-EOF
                         OR LY-CUSTIDENT NOT = WS-CUR-CUSTIDENT
                 PERFORM TALLY-ONE-ENTRY
                 PERFORM LOYLEDG-READNEXT
              END-PERFORM
              IF  WS-CUST-POINTS > 0
                  PERFORM LIST-ONE-HOLDER
              END-IF
           END-PERFORM.

           PERFORM PRINT-TOTALS.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM LOYLEDG-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           CLOSE SYSPRINT.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC04' TO CTLTOT-PROGRAM
           MOVE 'POINTS HOLDERS' TO CTLTOT-LABEL
           MOVE WS-HOLDER-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC04: POINTS PER USD..........' WS-PTS-PER-USD
           DISPLAY 'RSSABC04: CUSTOMERS HOLDING POINTS' WS-HOLDER-COUNT
           DISPLAY 'RSSABC04: POINTS OUTSTANDING......' WS-TOTAL-POINTS
           DISPLAY 'RSSABC04: DOLLAR VALUE............' WS-TOTAL-VALUE

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC04' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-HOLDER-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * THE POINTS-PER-DOLLAR RATE COMES FROM THE CENTRAL RUN-        *
      * PARAMETER FILE FIRST, FALLING BACK TO THE ENVIRONMENT         *
      * VARIABLE; 100 WHEN NEITHER IS SET OR THE VALUE IS NOT A       *
      * NUMBER.                                                       *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'LOY_POINTS_PER_USD' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'LOY_POINTS_PER_USD' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-PTS-PER-USD = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF
           IF  WS-PTS-PER-USD = 0
               MOVE 100 TO WS-PTS-PER-USD
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ADD ONE LEDGER ENTRY TO THE CUSTOMER'S BALANCE, AND TO THE    *
      * MONTH'S MOVEMENT BY TYPE WHEN IT IS DATED THIS MONTH.         *
      *---------------------------------------------------------------*
       TALLY-ONE-ENTRY.
           ADD LY-POINTS TO WS-CUST-POINTS
           IF  LY-ENTRY-DATE (1:6) = WS-RUN-DATE (1:6)
               EVALUATE LY-TYPE
                  WHEN 'E'
                       ADD LY-POINTS TO WS-MONTH-EARNED
                  WHEN 'R'
                       ADD LY-POINTS TO WS-MONTH-REDEEMED
                  WHEN 'X'
                       ADD LY-POINTS TO WS-MONTH-EXPIRED
                  WHEN OTHER
                       ADD LY-POINTS TO WS-MONTH-ADJUSTED
               END-EVALUATE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE LINE PER CUSTOMER STILL HOLDING POINTS.                   *
      *---------------------------------------------------------------*
       LIST-ONE-HOLDER.
           ADD 1 TO WS-HOLDER-COUNT
           COMPUTE WS-CUST-VALUE ROUNDED =
                   WS-CUST-POINTS / WS-PTS-PER-USD
           ADD WS-CUST-POINTS TO WS-TOTAL-POINTS
           ADD WS-CUST-VALUE  TO WS-TOTAL-VALUE

           MOVE SPACES           TO W-DETAIL
           MOVE WS-CUR-CUSTIDENT TO WD-CUSTIDENT
           MOVE WS-CUST-POINTS   TO WD-POINTS
           MOVE WS-CUST-VALUE    TO WD-VALUE
           MOVE WS-CUR-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
               STRING VS-CUSTLNAME DELIMITED BY '  '
                      ' '          DELIMITED BY SIZE
                      VS-CUSTFNAME DELIMITED BY '  '
                 INTO WD-NAME
               END-STRING
               MOVE VS-CUST-TIER TO WD-TIER
           ELSE
               MOVE '*** NOT ON CUSTOMER FILE ***' TO WD-NAME
           END-IF
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE LIABILITY TOTALS AND THE MONTH'S MOVEMENT.                *
      *---------------------------------------------------------------*
       PRINT-TOTALS.
           MOVE SPACES TO W-TOTAL
           MOVE 'CUSTOMERS HOLDING POINTS' TO WX-LABEL
           MOVE WS-HOLDER-COUNT TO WX-POINTS
           WRITE REPORT-REC FROM W-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE SPACES TO W-TOTAL
           MOVE 'POINTS OUTSTANDING / LIABILITY' TO WX-LABEL
           MOVE WS-TOTAL-POINTS TO WX-POINTS
           MOVE WS-TOTAL-VALUE  TO WX-VALUE
           WRITE REPORT-REC FROM W-TOTAL
                 AFTER ADVANCING 1 LINE

           MOVE SPACES TO W-TOTAL
           MOVE 'POINTS EARNED THIS MONTH' TO WX-LABEL
           MOVE WS-MONTH-EARNED TO WX-POINTS
           WRITE REPORT-REC FROM W-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE SPACES TO W-TOTAL
           MOVE 'POINTS REDEEMED THIS MONTH' TO WX-LABEL
           MOVE WS-MONTH-REDEEMED TO WX-POINTS
           WRITE REPORT-REC FROM W-TOTAL
                 AFTER ADVANCING 1 LINE

           MOVE SPACES TO W-TOTAL
           MOVE 'POINTS EXPIRED THIS MONTH' TO WX-LABEL
           MOVE WS-MONTH-EXPIRED TO WX-POINTS
           WRITE REPORT-REC FROM W-TOTAL
                 AFTER ADVANCING 1 LINE

           MOVE SPACES TO W-TOTAL
           MOVE 'POINTS ADJUSTED THIS MONTH' TO WX-LABEL
           MOVE WS-MONTH-ADJUSTED TO WX-POINTS
           WRITE REPORT-REC FROM W-TOTAL
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE    TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 4 TO W-LINE
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       LOYLEDG-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT LOYLEDG-FILE
           IF  LOYLEDG-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC04: LOYLEDG-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE LOYLEDG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LOYLEDG-READNEXT.
           READ LOYLEDG-FILE NEXT RECORD
           IF  LOYLEDG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  LOYLEDG-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-LY-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC04: LOYLEDG-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE LOYLEDG-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LOYLEDG-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE LOYLEDG-FILE
           IF  LOYLEDG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC04: LOYLEDG, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE LOYLEDG-STATUS TO IO-STATUS
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
               MOVE 'RSSABC04: VKSDCUST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-READ.
           READ VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
           OR  VKSDCUST-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC04: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABC04: VKSDCUST, FAILURE, CLOSE...'
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
               MOVE 'RSSABC04: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC04: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC04: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC04: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC04: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC04: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
