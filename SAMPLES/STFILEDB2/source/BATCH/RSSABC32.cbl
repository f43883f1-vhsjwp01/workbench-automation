       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC32.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -BRANCH SALES BUDGET LOAD. FINANCE'S ANNUAL BUDGET FEED    *
      *     (BUDFEED) CARRIES ONE RECORD PER BRANCH AND MONTH OF THE  *
      *     BUDGET YEAR - REVENUE, NEW CUSTOMERS AND ORDER COUNT -    *
      *     WRAPPED IN THE STANDARD HDR/TRL ENVELOPE, WHICH IS        *
      *     VERIFIED (COUNT AND REVENUE HASH) BEFORE THE RUN IS       *
      *     TRUSTED.                                                  *
      *    -EACH MONTH IS STORED ON THE BUDGET FILE (ODCSFBG) UNDER   *
      *     ITS BRANCH, REPLACING WHAT WAS THERE. A MONTH ADJUSTED ON *
      *     THE BUDGET SCREEN (RSSAT054) SINCE THE LAST LOAD IS       *
      *     REPLACED TOO, AND LISTED WITH ITS ADJUSTED FIGURES SO     *
      *     FINANCE CAN CARRY THE ADJUSTMENT OVER IF IT STILL HOLDS.  *
      *    -A RECORD FOR A BRANCH NOT ON THE BRANCH TABLE, FOR A      *
      *     MONTH OUTSIDE THE FEED'S BUDGET YEAR (THE YEAR OF ITS     *
      *     FIRST RECORD) OR WITH FIGURES THAT ARE NOT NUMERIC IS NOT *
      *     LOADED AND IS LISTED AS REJECTED.                         *
      *    -LOADED, REPLACED AND REJECTED COUNTS GO TO CTLTOT.        *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - BUDFEED (FINANCE BUDGET FEED, ENVELOPED)  *
      * INPUT FILE : VSAM - BRFILE (BRANCH TABLE, ODCSFBR)            *
      * I/O FILE   : VSAM - BUDGET (BRANCH SALES BUDGET, ODCSFBG)     *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * OUTPUT     : SYSPRINT - REJECTED AND REPLACED MONTHS          *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * FINANCE'S ANNUAL BUDGET FEED
           SELECT BUDFEED-FILE
               ASSIGN       TO BUDFEED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS BUDFEED-STATUS.

      * BRANCH TABLE, EVERY BUDGETED BRANCH MUST BE ON IT
           SELECT OPTIONAL BRFILE-FILE
               ASSIGN       TO BRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS BR-BRANCH
               FILE STATUS  IS BRFILE-STATUS.

      * BRANCH SALES BUDGET VSAM-KSDS FILE, WRITTEN OR REWRITTEN BY
      * BRANCH AND MONTH
           SELECT OPTIONAL BUDGET-FILE
               ASSIGN       TO BUDGET
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS BG-BUDGET-KEY
               FILE STATUS  IS BUDGET-STATUS.

      * REJECTED AND REPLACED MONTHS
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
       FD   BUDFEED-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  BUDFEED-RECORD.
           05  BF-RECTYPE          PIC X(003).
           05  FILLER              PIC X(077).
       01  BF-DATA-RECORD          REDEFINES BUDFEED-RECORD.
           05  BF-BRANCH           PIC X(003).
           05  BF-YYYYMM           PIC 9(006).
           05  BF-YYYYMM-G         REDEFINES BF-YYYYMM.
               10  BF-YYYY         PIC 9(004).
               10  BF-MM           PIC 9(002).
           05  BF-REVENUE          PIC 9(011)V99.
           05  BF-REVENUE-CENTS    REDEFINES BF-REVENUE PIC 9(013).
           05  BF-NEW-CUST         PIC 9(007).
           05  BF-ORDERS           PIC 9(007).
           05  FILLER              PIC X(044).

       FD   BRFILE-FILE.
       COPY ODCSFBR.

       FD   BUDGET-FILE.
       COPY ODCSFBG.

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
       01  BUDFEED-STATUS.
           05  BUDFEED-STAT1     PIC X.
           05  BUDFEED-STAT2     PIC X.
       01  BRFILE-STATUS.
           05  BRFILE-STAT1      PIC X.
           05  BRFILE-STAT2      PIC X.
       01  BUDGET-STATUS.
           05  BUDGET-STAT1      PIC X.
           05  BUDGET-STAT2      PIC X.
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

       01  WS-FEED-EOF-SWITCH      PIC X       VALUE 'N'.
           88  FEED-EOF            VALUE 'Y'.
       01  WS-HDR-SEEN-SWITCH      PIC X       VALUE 'N'.
           88  HDR-SEEN            VALUE 'Y'.
       01  WS-TRL-SEEN-SWITCH      PIC X       VALUE 'N'.
           88  TRL-SEEN            VALUE 'Y'.

      * THE RUN DATE AND THE BUDGET YEAR (THE FIRST RECORD'S YEAR)
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-BUDGET-YEAR          PIC 9(004)  VALUE 0.

      * ENVELOPE VERIFICATION ACCUMULATORS
       01  WS-ENV-COUNT            PIC 9(009) VALUE 0.
       01  WS-ENV-HASH             PIC 9(015) VALUE 0.

      * STANDARD INTERFACE-FILE ENVELOPE RECORDS
       COPY ENVRECS.

      * THE REASON A FEED RECORD WAS NOT LOADED
       01  WS-REJECT-REASON        PIC X(020)  VALUE SPACES.

      * RUN STATISTICS
       01  WS-LOADED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-NEW-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-REPLACED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-ADJ-LOST-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-LOADED-REVENUE       PIC 9(013)V99 VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC32'.
           05  FILLER              PIC X(020) VALUE SPACES.
           05  FILLER              PIC X(029) VALUE
               'BRANCH SALES BUDGET LOAD FOR '.
           05  WT-YEAR             PIC 9(004).
           05  FILLER              PIC X(007) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE
               'RUN DATE  '.
           05  WT-RUN-DATE         PIC 9(008).
           05  FILLER              PIC X(045) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'BRANCH'.
           05  FILLER              PIC X(008) VALUE 'MONTH'.
           05  FILLER              PIC X(022) VALUE 'ACTION'.
           05  FILLER              PIC X(018) VALUE
               '  BUDGET REVENUE'.
           05  FILLER              PIC X(010) VALUE '  NEW CUST'.
           05  FILLER              PIC X(010) VALUE '    ORDERS'.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(052) VALUE
               'ADJUSTED BY / ON'.

       01  W-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-BRANCH           PIC X(003).
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WD-YYYYMM           PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-ACTION           PIC X(020).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-REVENUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-NEW-CUST         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-ORDERS           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-UPD-USER         PIC X(008).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-UPD-DATE         PIC X(008).
           05  FILLER              PIC X(034) VALUE SPACES.

       01  W-NOTE-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WN-TEXT             PIC X(040).
           05  WN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WN-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WN-AMOUNT-X         REDEFINES WN-AMOUNT PIC X(018).
           05  FILLER              PIC X(063) VALUE SPACES.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC32' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM BUDFEED-OPEN.
           PERFORM BRFILE-OPEN.
           PERFORM BUDGET-OPEN.
           OPEN OUTPUT SYSPRINT.

      * ------------------------------------------------------------- *
      * THE FEED, UNDER ITS ENVELOPE...
           DISPLAY "LOADING THE BUDGET FEED..."
           PERFORM BUDFEED-GET.
           PERFORM UNTIL FEED-EOF
              PERFORM HANDLE-ONE-FEED-RECORD
              PERFORM BUDFEED-GET
           END-PERFORM.
           IF  NOT TRL-SEEN
               MOVE 'RSSABC32: BUDGET FEED HAS NO TRL RECORD'
                 TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF.
           PERFORM PRINT-LOAD-TOTALS.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM BUDFEED-CLOSE.
           PERFORM BRFILE-CLOSE.
           PERFORM BUDGET-CLOSE.
           CLOSE SYSPRINT.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC32' TO CTLTOT-PROGRAM
           MOVE 'BUDGET MONTHS LOADED' TO CTLTOT-LABEL
           MOVE WS-LOADED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC32' TO CTLTOT-PROGRAM
           MOVE 'BUDGET ADJUSTMENTS REPLACED' TO CTLTOT-LABEL
           MOVE WS-ADJ-LOST-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC32' TO CTLTOT-PROGRAM
           MOVE 'BUDGET MONTHS REJECTED' TO CTLTOT-LABEL
           MOVE WS-REJECTED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC32: BUDGET YEAR.........' WS-BUDGET-YEAR
           DISPLAY 'RSSABC32: MONTHS LOADED.......' WS-LOADED-COUNT
           DISPLAY 'RSSABC32: NEW.................' WS-NEW-COUNT
           DISPLAY 'RSSABC32: REPLACED............' WS-REPLACED-COUNT
           DISPLAY 'RSSABC32: ADJUSTMENTS REPLACED' WS-ADJ-LOST-COUNT
           DISPLAY 'RSSABC32: REJECTED............' WS-REJECTED-COUNT
           DISPLAY "EXITING PROGRAM..."

           PERFORM END-RUN-LOG.

           GOBACK.

      *---------------------------------------------------------------*
      * RUN-LOG: RECORD THIS STEP'S END...                            *
      *---------------------------------------------------------------*
       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC32' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-LOADED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.
           EXIT.

      *---------------------------------------------------------------*
      * HDR OPENS THE ENVELOPE, TRL CLOSES AND VERIFIES IT, AND       *
      * EVERYTHING BETWEEN IS ONE BRANCH'S MONTH.                     *
      *---------------------------------------------------------------*
       HANDLE-ONE-FEED-RECORD.
           EVALUATE BF-RECTYPE
              WHEN 'HDR'
                   MOVE 'Y' TO WS-HDR-SEEN-SWITCH
              WHEN 'TRL'
                   MOVE 'Y' TO WS-TRL-SEEN-SWITCH
                   PERFORM VERIFY-ENV-TRAILER
              WHEN OTHER
                   IF  NOT HDR-SEEN
                       MOVE 'RSSABC32: BUDGET FEED HAS NO HDR'
                         TO DISP-MSG
                       PERFORM Z-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-ENV-COUNT
                   IF  BF-REVENUE-CENTS IS NUMERIC
                       ADD BF-REVENUE-CENTS TO WS-ENV-HASH
                   END-IF
                   PERFORM LOAD-ONE-MONTH THRU LOAD-ONE-MONTH-X
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
       VERIFY-ENV-TRAILER.
           MOVE BUDFEED-RECORD TO ENV-TRAILER-RECORD
           IF  ET-REC-COUNT NOT = WS-ENV-COUNT
           OR  ET-HASH-TOTAL NOT = WS-ENV-HASH
               DISPLAY 'RSSABC32: ENVELOPE MISMATCH, FILE COUNT '
                       ET-REC-COUNT ' HASH ' ET-HASH-TOTAL
               DISPLAY 'RSSABC32: COMPUTED COUNT ' WS-ENV-COUNT
                       ' HASH ' WS-ENV-HASH
               MOVE 'RSSABC32: BUDGET FEED FAILED ITS ENVELOPE'
                 TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE BRANCH'S MONTH: EDITED, THEN WRITTEN OR REPLACED. AN      *
      * ADJUSTED MONTH BEING REPLACED IS LISTED WITH ITS FIGURES.     *
      *---------------------------------------------------------------*
       LOAD-ONE-MONTH.
           IF  BF-YYYYMM NOT NUMERIC
           OR  BF-MM < 1
           OR  BF-MM > 12
               MOVE 'INVALID MONTH' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-MONTH
               GO TO LOAD-ONE-MONTH-X
           END-IF
           IF  WS-BUDGET-YEAR = 0
               MOVE BF-YYYY TO WS-BUDGET-YEAR
               MOVE WS-BUDGET-YEAR TO WT-YEAR
               MOVE WS-RUN-DATE    TO WT-RUN-DATE
               PERFORM WRITE-PAGE-HEADING
           END-IF
           IF  BF-YYYY NOT = WS-BUDGET-YEAR
               MOVE 'OTHER BUDGET YEAR' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-MONTH
               GO TO LOAD-ONE-MONTH-X
           END-IF
           IF  BF-REVENUE NOT NUMERIC
           OR  BF-NEW-CUST NOT NUMERIC
           OR  BF-ORDERS NOT NUMERIC
               MOVE 'FIGURES NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-MONTH
               GO TO LOAD-ONE-MONTH-X
           END-IF
           MOVE BF-BRANCH TO BR-BRANCH
           READ BRFILE-FILE
           IF  BRFILE-STATUS NOT = '00'
               MOVE 'UNKNOWN BRANCH' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-MONTH
               GO TO LOAD-ONE-MONTH-X
           END-IF

           MOVE BF-BRANCH TO BG-BRANCH
           MOVE BF-YYYYMM TO BG-YYYYMM
           PERFORM BUDGET-READ
           IF  BUDGET-STATUS = '00'
               IF  BG-SOURCE = 'A'
                   MOVE 'ADJUSTMENT REPLACED' TO WD-ACTION
                   PERFORM WRITE-BUDGET-LINE
                   ADD 1 TO WS-ADJ-LOST-COUNT
               END-IF
               PERFORM MOVE-FEED-TO-BUDGET
               PERFORM BUDGET-REWRITE
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               PERFORM MOVE-FEED-TO-BUDGET
               PERFORM BUDGET-WRITE
               ADD 1 TO WS-NEW-COUNT
           END-IF
           ADD 1 TO WS-LOADED-COUNT
           ADD BF-REVENUE TO WS-LOADED-REVENUE.
       LOAD-ONE-MONTH-X.
           EXIT.

      *---------------------------------------------------------------*
       MOVE-FEED-TO-BUDGET.
           MOVE SPACES      TO BG-ODCSFBG-RECORD
           MOVE BF-BRANCH   TO BG-BRANCH
           MOVE BF-YYYYMM   TO BG-YYYYMM
           MOVE BF-REVENUE  TO BG-REVENUE
           MOVE BF-NEW-CUST TO BG-NEW-CUST
           MOVE BF-ORDERS   TO BG-ORDERS
           MOVE 'F'         TO BG-SOURCE
           MOVE 'RSSABC32'  TO BG-UPD-USER
           MOVE WS-RUN-DATE TO BG-UPD-DATE
           EXIT.

      *---------------------------------------------------------------*
      * A REJECTED FEED RECORD IS LISTED AS IT CAME.                  *
      *---------------------------------------------------------------*
       REJECT-ONE-MONTH.
           ADD 1 TO WS-REJECTED-COUNT
           IF  W-LINE > W-MAX-LINE THEN
               MOVE WS-BUDGET-YEAR TO WT-YEAR
               MOVE WS-RUN-DATE    TO WT-RUN-DATE
               PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE SPACES           TO W-DETAIL
           MOVE BF-BRANCH        TO WD-BRANCH
           MOVE BF-DATA-RECORD (4:6) TO WD-YYYYMM
           MOVE WS-REJECT-REASON TO WD-ACTION
           IF  BF-REVENUE IS NUMERIC
               MOVE BF-REVENUE   TO WD-REVENUE
           END-IF
           IF  BF-NEW-CUST IS NUMERIC
               MOVE BF-NEW-CUST  TO WD-NEW-CUST
           END-IF
           IF  BF-ORDERS IS NUMERIC
               MOVE BF-ORDERS    TO WD-ORDERS
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE BUDGET MONTH AS IT STANDS ON THE FILE, BEFORE THE FEED    *
      * REPLACES IT.                                                  *
      *---------------------------------------------------------------*
       WRITE-BUDGET-LINE.
           IF  W-LINE > W-MAX-LINE THEN
               PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE BG-BRANCH    TO WD-BRANCH
           MOVE BG-YYYYMM    TO WD-YYYYMM
           MOVE BG-REVENUE   TO WD-REVENUE
           MOVE BG-NEW-CUST  TO WD-NEW-CUST
           MOVE BG-ORDERS    TO WD-ORDERS
           MOVE BG-UPD-USER  TO WD-UPD-USER
           MOVE BG-UPD-DATE  TO WD-UPD-DATE
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-PAGE-HEADING.
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 4 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE LOAD'S TOTALS CLOSE THE LIST.                             *
      *---------------------------------------------------------------*
       PRINT-LOAD-TOTALS.
           IF  W-LINE > W-MAX-LINE - 5 THEN
               MOVE WS-BUDGET-YEAR TO WT-YEAR
               MOVE WS-RUN-DATE    TO WT-RUN-DATE
               PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'MONTHS LOADED, BUDGET REVENUE' TO WN-TEXT
           MOVE WS-LOADED-COUNT   TO WN-COUNT
           MOVE WS-LOADED-REVENUE TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'OF WHICH NEW MONTHS' TO WN-TEXT
           MOVE WS-NEW-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'OF WHICH REPLACED MONTHS' TO WN-TEXT
           MOVE WS-REPLACED-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'ADJUSTED MONTHS REPLACED' TO WN-TEXT
           MOVE WS-ADJ-LOST-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'FEED RECORDS REJECTED' TO WN-TEXT
           MOVE WS-REJECTED-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           ADD 6 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       BUDFEED-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT BUDFEED-FILE
           IF  BUDFEED-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC32: BUDFEED-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE BUDFEED-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BUDFEED-GET.
           READ BUDFEED-FILE
           IF  BUDFEED-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  BUDFEED-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC32: BUDFEED-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE BUDFEED-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BUDFEED-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE BUDFEED-FILE
           IF  BUDFEED-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC32: BUDFEED-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE BUDFEED-STATUS TO IO-STATUS
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
               MOVE 'RSSABC32: BRFILE-FAILURE-OPEN...'
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
               MOVE 'RSSABC32: BRFILE-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE BRFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BUDGET-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O BUDGET-FILE
           IF  BUDGET-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC32: BUDGET-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE BUDGET-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BUDGET-READ.
           READ BUDGET-FILE
           IF  BUDGET-STATUS = '00'
           OR  BUDGET-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC32: BUDGET-FAILURE-READ...'
                 TO DISP-MSG
               MOVE BUDGET-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BUDGET-WRITE.
           WRITE BG-ODCSFBG-RECORD
           IF  BUDGET-STATUS NOT = '00'
               MOVE 'RSSABC32: BUDGET-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE BUDGET-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BUDGET-REWRITE.
           REWRITE BG-ODCSFBG-RECORD
           IF  BUDGET-STATUS NOT = '00'
               MOVE 'RSSABC32: BUDGET-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE BUDGET-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BUDGET-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE BUDGET-FILE
           IF  BUDGET-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC32: BUDGET-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE BUDGET-STATUS TO IO-STATUS
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
               MOVE 'RSSABC32: CTLTOT-FAILURE-OPEN...'
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
           IF  CTLTOT-STATUS NOT = '00'
               MOVE 'RSSABC32: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC32: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABC32: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC32: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC32: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
