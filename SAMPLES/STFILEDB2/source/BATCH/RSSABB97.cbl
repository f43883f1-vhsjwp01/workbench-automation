       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB97.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -LATE-POSTING REPORT. LISTS EVERY PAYMENT, CREDIT MEMO,    *
      *     WRITE-OFF AND FINANCE CHARGE THAT CAME IN DATED INTO A    *
      *     CLOSED ACCOUNTING PERIOD SINCE THE LAST RUN, WITH THE     *
      *     DATE IT WAS REDATED TO OR THE FACT THAT IT WAS REFUSED,   *
      *     SO FINANCE CAN SEE WHAT MISSED ITS MONTH.                 *
      *    -THE ENTRIES COME FROM THE LATE-POSTING FILE WRITTEN BY    *
      *     RSSPER00 FOR THE BATCH STEPS AND BY THE ORDER SCREEN      *
      *     ONLINE. EACH ENTRY LISTED IS MARKED REPORTED SO THE NEXT  *
      *     RUN ONLY SHOWS WHAT IS NEW.                               *
      *    -ANY REFUSED POSTING RAISES A WARNING ALERT THRU RSSALR00, *
      *     AS IT STILL HAS TO BE BOOKED BY HAND.                     *
      * ------------------------------------------------------------- *
      * IN/OUT FILE: VSAM - LATEPOST (LATE POSTINGS, ODCSFLP)         *
      * OUTPUT     : SYSPRINT - LATE-POSTING REPORT                   *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * RETURN CODE : 0 OK, 12 ABEND                                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * LATE-POSTING VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT OPTIONAL LATEPOST-FILE
               ASSIGN       TO LATEPOST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS LP-LATE-KEY
               FILE STATUS  IS LATEPOST-STATUS.

      * LATE-POSTING REPORT
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
       FD   LATEPOST-FILE.
       COPY ODCSFLP.

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
       01  LATEPOST-STATUS.
           05  LATEPOST-STAT1      PIC X.
           05  LATEPOST-STAT2      PIC X.
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

       01  WS-LP-EOF-SWITCH        PIC X       VALUE 'N'.
           88  LP-EOF              VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008) VALUE 0.

      * RUN STATISTICS
       01  WS-LISTED-COUNT         PIC 9(7)      VALUE 0.
       01  WS-REDATED-COUNT        PIC 9(7)      VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(7)      VALUE 0.
       01  WS-REDATED-AMT          PIC S9(011)V99 VALUE 0.
       01  WS-REFUSED-AMT          PIC S9(011)V99 VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABB97'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(034) VALUE
               'LATE POSTINGS TO CLOSED PERIODS'.
           05  FILLER              PIC X(041) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'LOGGED'.
           05  FILLER              PIC X(010) VALUE 'PROGRAM'.
           05  FILLER              PIC X(011) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(008) VALUE 'ORDER'.
           05  FILLER              PIC X(005) VALUE 'TYPE'.
           05  FILLER              PIC X(010) VALUE 'ACTION'.
           05  FILLER              PIC X(010) VALUE 'DATED'.
           05  FILLER              PIC X(010) VALUE 'POSTED'.
           05  FILLER              PIC X(013) VALUE '     AMOUNT'.
           05  FILLER              PIC X(008) VALUE 'CLOSED'.
           05  FILLER              PIC X(008) VALUE 'USER'.
           05  FILLER              PIC X(027) VALUE SPACES.

       01  W-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-LOGDATE          PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-PROGRAM          PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-ORDERNUM         PIC 9(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-POST-TYPE        PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-ACTION           PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-ORIG-DATE        PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-POST-DATE        PIC 9(008).
           05  WD-POST-DATE-X      REDEFINES WD-POST-DATE PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-AMOUNT           PIC -ZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CLOSED-PERIOD    PIC 9(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-USERID           PIC X(008).
           05  FILLER              PIC X(027) VALUE SPACES.

       01  W-TOTAL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WX-LABEL            PIC X(020).
           05  WX-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WX-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(081) VALUE SPACES.

      * OPERATOR-ALERT AREA FOR THE RSSALR00 WRITER
       COPY RSSALRC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB97' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM LATEPOST-OPEN.
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.

      * ------------------------------------------------------------- *
      * LIST THE ENTRIES NOT REPORTED YET AND MARK THEM...
           DISPLAY "READING LATE POSTINGS..."
           PERFORM LATEPOST-READNEXT.
           PERFORM UNTIL LP-EOF
              IF  LP-REPORTED NOT = 'Y'
                  PERFORM REPORT-ONE-POSTING
              END-IF
              PERFORM LATEPOST-READNEXT
           END-PERFORM.

           PERFORM PRINT-TOTALS.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM LATEPOST-CLOSE.
           CLOSE SYSPRINT.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABB97' TO CTLTOT-PROGRAM
           MOVE 'LATE POSTS REDATED' TO CTLTOT-LABEL
           MOVE WS-REDATED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB97' TO CTLTOT-PROGRAM
           MOVE 'LATE POSTS REFUSED' TO CTLTOT-LABEL
           MOVE WS-REFUSED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB97: LATE POSTINGS LISTED..' WS-LISTED-COUNT
           DISPLAY 'RSSABB97: REDATED...............' WS-REDATED-COUNT
           DISPLAY 'RSSABB97: REFUSED...............' WS-REFUSED-COUNT

           IF  WS-REFUSED-COUNT > 0
               MOVE 'W'        TO ALR-SEVERITY
               MOVE 'RSSABB97' TO ALR-SOURCE
               MOVE SPACES     TO ALR-TEXT
               STRING 'LATE POSTINGS: ' DELIMITED BY SIZE
                      WS-REFUSED-COUNT DELIMITED BY SIZE
                      ' REFUSED INTO A CLOSED PERIOD, BOOK BY HAND'
                          DELIMITED BY SIZE
                 INTO ALR-TEXT
               END-STRING
               CALL 'RSSALR00' USING RSSALR-AREA
           END-IF.

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

      *---------------------------------------------------------------*
       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB97' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-LISTED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * PRINT ONE LATE POSTING, ADD IT TO ITS TOTAL AND MARK IT.      *
      *---------------------------------------------------------------*
       REPORT-ONE-POSTING.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE LP-LOGDATE       TO WD-LOGDATE
           MOVE LP-PROGRAM       TO WD-PROGRAM
           MOVE LP-CUSTIDENT     TO WD-CUSTIDENT
           MOVE LP-ORDERNUM      TO WD-ORDERNUM
           MOVE LP-POST-TYPE     TO WD-POST-TYPE
           MOVE LP-ORIG-DATE     TO WD-ORIG-DATE
           MOVE LP-AMOUNT        TO WD-AMOUNT
           MOVE LP-CLOSED-PERIOD TO WD-CLOSED-PERIOD
           MOVE LP-USERID        TO WD-USERID
           IF  LP-ACTION = 'X'
               MOVE 'REFUSED'    TO WD-ACTION
               MOVE SPACES       TO WD-POST-DATE-X
               ADD 1             TO WS-REFUSED-COUNT
               ADD LP-AMOUNT     TO WS-REFUSED-AMT
           ELSE
               MOVE 'REDATED'    TO WD-ACTION
               MOVE LP-POST-DATE TO WD-POST-DATE
               ADD 1             TO WS-REDATED-COUNT
               ADD LP-AMOUNT     TO WS-REDATED-AMT
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           ADD 1 TO WS-LISTED-COUNT

           MOVE 'Y' TO LP-REPORTED
           PERFORM LATEPOST-REWRITE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-TOTALS.
           MOVE SPACES           TO W-TOTAL-LINE
           MOVE 'REDATED'        TO WX-LABEL
           MOVE WS-REDATED-COUNT TO WX-COUNT
           MOVE WS-REDATED-AMT   TO WX-AMOUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 3 LINES
           MOVE SPACES           TO W-TOTAL-LINE
           MOVE 'REFUSED'        TO WX-LABEL
           MOVE WS-REFUSED-COUNT TO WX-COUNT
           MOVE WS-REFUSED-AMT   TO WX-AMOUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           IF  WS-LISTED-COUNT = 0
               MOVE SPACES       TO W-TOTAL-LINE
               MOVE 'NO NEW LATE POSTINGS' TO WX-LABEL
               WRITE REPORT-REC FROM W-TOTAL-LINE
                     AFTER ADVANCING 2 LINES
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 4 TO W-LINE
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       LATEPOST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O LATEPOST-FILE
           IF  LATEPOST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB97: LATEPOST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE LATEPOST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LATEPOST-READNEXT.
           READ LATEPOST-FILE NEXT RECORD
           IF  LATEPOST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  LATEPOST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-LP-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB97: LATEPOST-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE LATEPOST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LATEPOST-REWRITE.
           REWRITE LP-ODCSFLP-RECORD
           IF  LATEPOST-STATUS NOT = '00'
               MOVE 'RSSABB97: LATEPOST-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE LATEPOST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LATEPOST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE LATEPOST-FILE
           IF  LATEPOST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB97: LATEPOST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE LATEPOST-STATUS TO IO-STATUS
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
               MOVE 'RSSABB97: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB97: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB97: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB97: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB97: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB97: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
