       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC35.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -RECEIVABLES AUDIT CONFIRMATION EXCEPTIONS REPORT, FOR THE *
      *     EXTERNAL AUDITORS. THE CONFIRMATION REGISTER (CONFREG,    *
      *     ODCSFAC) LOADED BY THE SELECTION RUN (RSSABC34) AND       *
      *     ANSWERED ON THE RESPONSE SCREEN (RSSAT055) IS READ FOR    *
      *     ONE AUDIT DATE.                                           *
      *    -THE FIRST SECTION LISTS THE DISPUTED CONFIRMATIONS: THE   *
      *     BALANCE WE CONFIRMED, THE BALANCE THE CUSTOMER'S RECORDS  *
      *     SHOW, THE DIFFERENCE, THE NOTE, AND WHO RECORDED THE      *
      *     REPLY AND WHEN.                                           *
      *    -THE SECOND SECTION LISTS THE CONFIRMATIONS WITHOUT AN     *
      *     ANSWER: THOSE MARKED AS NOT REPLIED TO BY THE CLOSE OF    *
      *     THE WINDOW, THEN THOSE STILL AWAITING A REPLY, FOR THE    *
      *     AUDITORS' ALTERNATIVE PROCEDURES.                         *
      *    -THE SUMMARY GIVES THE LETTERS SENT, AGREED, DISPUTED AND  *
      *     UNANSWERED, WITH THEIR BALANCES AND THE NET DIFFERENCE    *
      *     THE DISPUTES CLAIM.                                       *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - CONFREG (CONFIRMATION REGISTER, ODCSFAC)  *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * OUTPUT     : SYSPRINT - CONFIRMATION EXCEPTIONS REPORT        *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABC35_AUDIT_DATE (CCYYMMDD) ON THE RUN-PARAMETER*
      * FILE (OR THE ENVIRONMENT) IS THE AUDIT DATE REPORTED,         *
      * DECEMBER 31 OF THE PRIOR YEAR BY DEFAULT.                     *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CONFIRMATION REGISTER, BY AUDIT DATE AND ACCOUNT: BROWSED
      * FROM THE AUDIT DATE'S FIRST ENTRY, ONCE PER SECTION
           SELECT OPTIONAL CONFREG-FILE
               ASSIGN       TO CONFREG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AC-CONF-KEY
               FILE STATUS  IS CONFREG-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, THE ACCOUNT'S NAME
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * CONFIRMATION EXCEPTIONS REPORT
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
       FD   CONFREG-FILE.
       COPY ODCSFAC.

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
       01  CONFREG-STATUS.
           05  CONFREG-STAT1       PIC X.
           05  CONFREG-STAT2       PIC X.
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

       01  WS-BROWSE-DONE-SWITCH   PIC X       VALUE 'N'.
           88  BROWSE-DONE         VALUE 'Y'.

      * THE SECTION BEING PRINTED: 'D' THE DISPUTES, 'U' THE
      * UNANSWERED CONFIRMATIONS
       01  WS-SECTION-SWITCH       PIC X       VALUE 'D'.
           88  SECTION-DISPUTES    VALUE 'D'.
           88  SECTION-UNANSWERED  VALUE 'U'.
      * THE REPLY LISTED IN THE UNANSWERED SECTION: 'N' NO REPLY,
      * SPACE STILL AWAITED
       01  WS-LIST-RESPONSE        PIC X       VALUE SPACE.

      * RUN PARAMETERS
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-DATE-G           REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(004).
           05  FILLER              PIC 9(004).
       01  WS-AUDIT-DATE           PIC 9(008)  VALUE 0.

      * THE ENTRY BEING LISTED
       01  WS-CUST-NAME            PIC X(030)  VALUE SPACES.
       01  WS-DIFFERENCE           PIC S9(011)V99 VALUE 0.
       01  WS-STATE-TEXT           PIC X(016)  VALUE SPACES.

      * RUN STATISTICS, BY REPLY
       01  WS-ENTRY-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-ENTRY-AMOUNT         PIC S9(011)V99 VALUE 0.
       01  WS-AGREED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-AGREED-AMOUNT        PIC S9(011)V99 VALUE 0.
       01  WS-DISPUTED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-DISPUTED-AMOUNT      PIC S9(011)V99 VALUE 0.
       01  WS-CLAIMED-AMOUNT       PIC S9(011)V99 VALUE 0.
       01  WS-NET-DIFFERENCE       PIC S9(011)V99 VALUE 0.
       01  WS-NOREPLY-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-NOREPLY-AMOUNT       PIC S9(011)V99 VALUE 0.
       01  WS-AWAITED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-AWAITED-AMOUNT       PIC S9(011)V99 VALUE 0.
       01  WS-UNANSWERED-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-SECTION-COUNT        PIC 9(7) COMP VALUE 0.

      *-- EXCEPTIONS REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC35'.
           05  FILLER              PIC X(014) VALUE SPACES.
           05  FILLER              PIC X(050) VALUE
               'AUDIT CONFIRMATION EXCEPTIONS, AUDIT DATE '.
           05  WT-AUDIT-DATE       PIC 9(008).
           05  FILLER              PIC X(033) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-SECTION.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(060).
           05  FILLER              PIC X(070) VALUE SPACES.

       01  W-DISPUTE-HEADING.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  FILLER              PIC X(011) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(022) VALUE 'NAME'.
           05  FILLER              PIC X(003) VALUE 'ST'.
           05  FILLER              PIC X(017) VALUE
               '  OUR BALANCE'.
           05  FILLER              PIC X(017) VALUE
               '  THEIR BALANCE'.
           05  FILLER              PIC X(017) VALUE
               '     DIFFERENCE'.
           05  FILLER              PIC X(009) VALUE 'BY'.
           05  FILLER              PIC X(010) VALUE 'ON'.
           05  FILLER              PIC X(025) VALUE 'NOTE'.

       01  W-DISPUTE-DETAIL.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-NAME             PIC X(020).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-STRATUM          PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CUST-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-DIFFERENCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-RESP-USER        PIC X(008).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-RESP-DATE        PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-NOTE             PIC X(025).

       01  W-OPEN-HEADING.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  FILLER              PIC X(011) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(032) VALUE 'NAME'.
           05  FILLER              PIC X(003) VALUE 'ST'.
           05  FILLER              PIC X(017) VALUE
               '  OUR BALANCE'.
           05  FILLER              PIC X(010) VALUE 'SENT'.
           05  FILLER              PIC X(007) VALUE 'VIA'.
           05  FILLER              PIC X(018) VALUE 'STATE'.
           05  FILLER              PIC X(033) VALUE 'NOTE'.

       01  W-OPEN-DETAIL.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WO-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-NAME             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-STRATUM          PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-SENT-DATE        PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-CHANNEL          PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-STATE            PIC X(016).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-NOTE             PIC X(030).
           05  FILLER              PIC X(003) VALUE SPACES.

       01  W-NONE-LINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WX-TEXT             PIC X(060).
           05  FILLER              PIC X(067) VALUE SPACES.

       01  W-NOTE-LINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WN-TEXT             PIC X(050).
           05  WN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WN-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(048) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC35' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * THE AUDIT DATE REPORTED...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'RSSABC35_AUDIT_DATE' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE (1:8) IS NUMERIC
           AND WS-ENV-VALUE (9:) = SPACES
               MOVE WS-ENV-VALUE (1:8) TO WS-AUDIT-DATE
           ELSE
               COMPUTE WS-AUDIT-DATE =
                       (WS-RUN-YYYY - 1) * 10000 + 1231
           END-IF.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM CONFREG-OPEN.
           PERFORM VKSDCUST-OPEN.
           OPEN OUTPUT SYSPRINT.

      * ------------------------------------------------------------- *
      * THE DISPUTES, THEN THE CONFIRMATIONS WITHOUT AN ANSWER: NOT
      * REPLIED TO FIRST, STILL AWAITED AFTER...
           DISPLAY "LISTING THE DISPUTED CONFIRMATIONS..."
           MOVE 'D' TO WS-SECTION-SWITCH
           MOVE 'DISPUTED CONFIRMATIONS' TO WS-SECTION-TITLE
           PERFORM PRINT-HEADINGS.
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM BROWSE-REGISTER.
           PERFORM PRINT-NONE-LINE.

           DISPLAY "LISTING THE UNANSWERED CONFIRMATIONS..."
           MOVE 'U' TO WS-SECTION-SWITCH
           MOVE 'CONFIRMATIONS WITHOUT AN ANSWER' TO WS-SECTION-TITLE
           PERFORM PRINT-HEADINGS.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 'N' TO WS-LIST-RESPONSE
           PERFORM BROWSE-REGISTER.
           MOVE SPACE TO WS-LIST-RESPONSE
           PERFORM BROWSE-REGISTER.
           PERFORM PRINT-NONE-LINE.

           PERFORM PRINT-EXCEPTION-SUMMARY.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           CLOSE SYSPRINT.
           PERFORM CONFREG-CLOSE.
           PERFORM VKSDCUST-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC35' TO CTLTOT-PROGRAM
           MOVE 'CONFIRMS DISPUTED' TO CTLTOT-LABEL
           MOVE WS-DISPUTED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC35' TO CTLTOT-PROGRAM
           MOVE 'CONFIRMS UNANSWERED' TO CTLTOT-LABEL
           MOVE WS-UNANSWERED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC35: AUDIT DATE..........' WS-AUDIT-DATE
           DISPLAY 'RSSABC35: CONFIRMATIONS.......' WS-ENTRY-COUNT
           DISPLAY 'RSSABC35: AGREED..............' WS-AGREED-COUNT
           DISPLAY 'RSSABC35: DISPUTED............' WS-DISPUTED-COUNT
           DISPLAY 'RSSABC35: NO REPLY............' WS-NOREPLY-COUNT
           DISPLAY 'RSSABC35: AWAITING REPLY......' WS-AWAITED-COUNT

           IF  WS-ENTRY-COUNT = 0
               DISPLAY 'RSSABC35: NO CONFIRMATION ON THE REGISTER FOR '
                       WS-AUDIT-DATE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC35' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-ENTRY-COUNT TO RLOG-COUNT
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
      * THE AUDIT DATE'S ENTRIES, FROM ITS FIRST ACCOUNT ON. THE      *
      * REPLIES ARE COUNTED ON THE FIRST PASS ONLY.                   *
      *---------------------------------------------------------------*
       BROWSE-REGISTER.
           MOVE 'N'           TO WS-BROWSE-DONE-SWITCH
           MOVE WS-AUDIT-DATE TO AC-AUDIT-DATE
           MOVE ZEROS         TO AC-CUSTIDENT
           START CONFREG-FILE KEY NOT < AC-CONF-KEY
           IF  CONFREG-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ CONFREG-FILE NEXT RECORD
              IF  CONFREG-STATUS NOT = '00'
              OR  AC-AUDIT-DATE NOT = WS-AUDIT-DATE
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  IF  SECTION-DISPUTES
                      PERFORM COUNT-ONE-ENTRY
                      IF  AC-RESPONSE = 'D'
                          PERFORM PRINT-DISPUTE-LINE
                      END-IF
                  ELSE
                      IF  AC-RESPONSE = WS-LIST-RESPONSE
                          PERFORM PRINT-OPEN-LINE
                      END-IF
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * THE ENTRY JUST READ, COUNTED BY ITS REPLY.                    *
      *---------------------------------------------------------------*
       COUNT-ONE-ENTRY.
           ADD 1          TO WS-ENTRY-COUNT
           ADD AC-BALANCE TO WS-ENTRY-AMOUNT
           EVALUATE AC-RESPONSE
              WHEN 'A'
                   ADD 1          TO WS-AGREED-COUNT
                   ADD AC-BALANCE TO WS-AGREED-AMOUNT
              WHEN 'D'
                   ADD 1              TO WS-DISPUTED-COUNT
                   ADD AC-BALANCE     TO WS-DISPUTED-AMOUNT
                   ADD AC-CUST-AMOUNT TO WS-CLAIMED-AMOUNT
              WHEN 'N'
                   ADD 1          TO WS-NOREPLY-COUNT
                   ADD AC-BALANCE TO WS-NOREPLY-AMOUNT
                   ADD 1          TO WS-UNANSWERED-COUNT
              WHEN OTHER
                   ADD 1          TO WS-AWAITED-COUNT
                   ADD AC-BALANCE TO WS-AWAITED-AMOUNT
                   ADD 1          TO WS-UNANSWERED-COUNT
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * THE ACCOUNT'S NAME, OR A REMARK WHEN IT IS NO LONGER ON FILE. *
      *---------------------------------------------------------------*
       GET-CUSTOMER-NAME.
           MOVE AC-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
               MOVE SPACES TO WS-CUST-NAME
               STRING VS-CUSTLNAME DELIMITED BY '  '
                      ' '          DELIMITED BY SIZE
                      VS-CUSTFNAME DELIMITED BY '  '
                 INTO WS-CUST-NAME
               END-STRING
           ELSE
               MOVE '(NO CUSTOMER RECORD)' TO WS-CUST-NAME
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A DISPUTE: OUR BALANCE, THE CUSTOMER'S AND THE DIFFERENCE     *
      * (THEIRS LESS OURS).                                           *
      *---------------------------------------------------------------*
       PRINT-DISPUTE-LINE.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           PERFORM GET-CUSTOMER-NAME
           COMPUTE WS-DIFFERENCE = AC-CUST-AMOUNT - AC-BALANCE
           ADD WS-DIFFERENCE TO WS-NET-DIFFERENCE
           MOVE AC-CUSTIDENT   TO WD-CUSTIDENT
           MOVE WS-CUST-NAME   TO WD-NAME
           MOVE AC-STRATUM     TO WD-STRATUM
           MOVE AC-BALANCE     TO WD-BALANCE
           MOVE AC-CUST-AMOUNT TO WD-CUST-AMOUNT
           MOVE WS-DIFFERENCE  TO WD-DIFFERENCE
           MOVE AC-RESP-USER   TO WD-RESP-USER
           MOVE AC-RESP-DATE   TO WD-RESP-DATE
           MOVE AC-NOTE        TO WD-NOTE
           WRITE REPORT-REC FROM W-DISPUTE-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           ADD 1 TO WS-SECTION-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * A CONFIRMATION NOT REPLIED TO, OR STILL AWAITED.              *
      *---------------------------------------------------------------*
       PRINT-OPEN-LINE.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           PERFORM GET-CUSTOMER-NAME
           IF  AC-RESPONSE = 'N'
               MOVE 'NO REPLY'       TO WS-STATE-TEXT
           ELSE
               MOVE 'AWAITING REPLY' TO WS-STATE-TEXT
           END-IF
           MOVE AC-CUSTIDENT  TO WO-CUSTIDENT
           MOVE WS-CUST-NAME  TO WO-NAME
           MOVE AC-STRATUM    TO WO-STRATUM
           MOVE AC-BALANCE    TO WO-BALANCE
           MOVE AC-SENT-DATE  TO WO-SENT-DATE
           MOVE AC-CHANNEL    TO WO-CHANNEL
           MOVE WS-STATE-TEXT TO WO-STATE
           MOVE AC-NOTE       TO WO-NOTE
           WRITE REPORT-REC FROM W-OPEN-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           ADD 1 TO WS-SECTION-COUNT
           EXIT.

      *---------------------------------------------------------------*
       PRINT-NONE-LINE.
           IF  WS-SECTION-COUNT = 0
               MOVE '*** NONE FOR THIS AUDIT DATE ***' TO WX-TEXT
               WRITE REPORT-REC FROM W-NONE-LINE
                     AFTER ADVANCING 1 LINE
               ADD 1 TO W-LINE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE REPLIES TO THE AUDIT DATE'S LETTERS, FOR THE AUDITORS'    *
      * WORKING PAPERS.                                               *
      *---------------------------------------------------------------*
       PRINT-EXCEPTION-SUMMARY.
           MOVE 'THE REPLIES RECEIVED' TO WS-SECTION-TITLE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'CONFIRMATIONS SENT  . . . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-ENTRY-COUNT  TO WN-COUNT
           MOVE WS-ENTRY-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE 'AGREED  . . . . . . . . . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-AGREED-COUNT  TO WN-COUNT
           MOVE WS-AGREED-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'DISPUTED, AT OUR BALANCE  . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-DISPUTED-COUNT  TO WN-COUNT
           MOVE WS-DISPUTED-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  AT THE CUSTOMERS'' BALANCE  . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-DISPUTED-COUNT TO WN-COUNT
           MOVE WS-CLAIMED-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  NET DIFFERENCE (THEIRS LESS OURS) . . . . . :'
             TO WN-TEXT
           MOVE WS-DISPUTED-COUNT TO WN-COUNT
           MOVE WS-NET-DIFFERENCE TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'NOT REPLIED TO BY THE CLOSE OF THE WINDOW . . :'
             TO WN-TEXT
           MOVE WS-NOREPLY-COUNT  TO WN-COUNT
           MOVE WS-NOREPLY-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'STILL AWAITING A REPLY  . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-AWAITED-COUNT  TO WN-COUNT
           MOVE WS-AWAITED-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE   TO WT-DATE
           MOVE WS-AUDIT-DATE TO WT-AUDIT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 2 LINES
           IF  SECTION-DISPUTES
               WRITE REPORT-REC FROM W-DISPUTE-HEADING
                     AFTER ADVANCING 2 LINES
           ELSE
               WRITE REPORT-REC FROM W-OPEN-HEADING
                     AFTER ADVANCING 2 LINES
           END-IF
           MOVE 6 TO W-LINE
           EXIT.
      *---------------------------------------------------------------*
       CONFREG-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CONFREG-FILE
           IF  CONFREG-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC35: CONFREG-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CONFREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONFREG-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CONFREG-FILE
           IF  CONFREG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC35: CONFREG-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE CONFREG-STATUS TO IO-STATUS
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
               MOVE 'RSSABC35: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC35: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABC35: VKSDCUST-FAILURE-CLOSE...'
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
               MOVE 'RSSABC35: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC35: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC35: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABC35: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC35: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC35: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
