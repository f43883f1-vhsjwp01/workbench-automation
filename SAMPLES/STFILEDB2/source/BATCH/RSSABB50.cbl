      *     WITH THE RUN DATE SO IT IS NEVER DISBURSED TWICE.         *
      *    -REFUNDS STILL OPEN AND OLDER THAN 30 DAYS ARE PRINTED ON  *
      *     THE UNREFUNDED-BALANCES REPORT SO NOTHING SITS.           *
      *    -A REFUND OWED TO A CUSTOMER ON COMPLIANCE HOLD (A         *
      *     CONFIRMED WATCH-LIST MATCH) OR ON FRAUD HOLD (A CONFIRMED *
      *     FRAUD-PATTERN HIT) IS NOT EXTRACTED: IT STAYS             *
      *     OPEN, IS PRINTED ON THE REPORT AS ON HOLD, AND IS         *
      *     COUNTED TO CTLTOT.                                        *
      *    -EVERY REFUND EXTRACTED IS LOGGED ON THE CUSTOMER'S        *
      *     CORRESPONDENCE HISTORY THRU RSSCHW00 AS A REFUND ADVICE   *
      *     SENT WITH THE BANK'S PAYMENT.                             *
      *    -A REFUND ESCHEATED ('E') BY THE UNCLAIMED-PROPERTY REPORT *
      *     RUN (RSSABC38) HAS BEEN REPORTED TO THE STATE AND IS NO   *
      *     LONGER OWED: IT IS NEVER EXTRACTED NOR REPORTED AGED, AND *
      *     IS ONLY COUNTED.                                          *
      * ------------------------------------------------------------- *
      * I/O FILE   : VSAM - REFUND (REFUNDS DUE, ODCSFRF)             *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * OUTPUT FILE: QSAM - REFEXTR (REFUND EXTRACT FOR THE BANK)     *
      * OUTPUT     : SYSPRINT - UNREFUNDED BALANCES REPORT            *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
               RECORD KEY   IS RF-REFUND-KEY
               FILE STATUS  IS VKSDRF-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, READ FOR THE COMPLIANCE AND
      * FRAUD HOLDS
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * REFUND EXTRACT IN THE BANK'S REMITTANCE LAYOUT
           SELECT REFEXTR-FILE
               ASSIGN       TO REFEXTR
       FD   VKSDRF-FILE.
       COPY ODCSFRF.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   REFEXTR-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  REFEXTR-RECORD             PIC X(080).
       01  VKSDRF-STATUS.
           05  VKSDRF-STAT1      PIC X.
           05  VKSDRF-STAT2      PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1    PIC X.
           05  VKSDCUST-STAT2    PIC X.
       01  REFEXTR-STATUS.
           05  REFEXTR-STAT1     PIC X.
           05  REFEXTR-STAT2     PIC X.
      * RUN STATISTICS
       01  WS-EXTRACT-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-AGED-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-HELD-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-ESCHEAT-COUNT        PIC 9(7) COMP VALUE 0.

      *-- ONE EXTRACTED REFUND IN THE BANK'S REMITTANCE LAYOUT
       01  W-EXTRACT-RECORD.
           05  FILLER              PIC X(005) VALUE ' DAYS'.
           05  FILLER              PIC X(076) VALUE SPACES.

       01  W-HELD-DETAIL.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WH-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WH-ORDERNUM         PIC 9(006).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WH-AMOUNT           PIC ZZZZZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WH-CREATEDT         PIC 9(008).
           05  WH-HOLD-KIND        PIC X(020) VALUE
               ' ON COMPLIANCE HOLD'.
           05  FILLER              PIC X(067) VALUE SPACES.

      * STANDARD INTERFACE-FILE ENVELOPE RECORDS
       COPY ENVRECS.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

       01  W-CHW-RF-INFO.
           05  FILLER              PIC X(007) VALUE 'AMOUNT '.
           05  WC-RF-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

           COMPUTE WS-RUN-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM VKSDRF-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM REFEXTR-OPEN.
           OPEN OUTPUT SYSPRINT.
           MOVE WS-RUN-DATE TO WT-DATE.
           PERFORM UNTIL REFUND-EOF
              IF  RF-STATUS = 'O'
                  PERFORM REPORT-IF-AGED
                  MOVE RF-CUSTIDENT TO VS-CUSTIDENT
                  PERFORM VKSDCUST-READ
                  IF  VKSDCUST-STATUS = '00'
                  AND (VS-COMPL-HOLD = 'H' OR VS-FRAUD-HOLD = 'F')
                      PERFORM REPORT-HELD-REFUND
                  ELSE
                      PERFORM EXTRACT-ONE-REFUND
                  END-IF
              END-IF
              IF  RF-STATUS = 'E'
                  ADD 1 TO WS-ESCHEAT-COUNT
              END-IF
              PERFORM GET-NEXT-REFUND
           END-PERFORM.
      * FILE CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDRF-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM REFEXTR-CLOSE.
           CLOSE SYSPRINT.

           MOVE 'REFUNDS AGED 30+' TO CTLTOT-LABEL
           MOVE WS-AGED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB50' TO CTLTOT-PROGRAM
           MOVE 'REFUNDS ON HOLD' TO CTLTOT-LABEL
           MOVE WS-HELD-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB50: EXTRACTED ' WS-EXTRACT-COUNT
                   ' REFUND(S), ' WS-AGED-COUNT ' AGED 30+ DAYS'
           DISPLAY 'RSSABB50: HELD ' WS-HELD-COUNT
                   ' REFUND(S) FOR CUSTOMERS ON COMPLIANCE OR '
                   'FRAUD HOLD'
           DISPLAY 'RSSABB50: SKIPPED ' WS-ESCHEAT-COUNT
                   ' REFUND(S) ESCHEATED TO THE STATE'
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * AN OPEN REFUND OWED TO A CUSTOMER ON COMPLIANCE OR FRAUD HOLD *
      * IS NOT PAID OUT: IT STAYS OPEN AND IS REPORTED ON HOLD.       *
      *---------------------------------------------------------------*
       REPORT-HELD-REFUND.
           IF W-LINE > W-MAX-LINE THEN
              MOVE WS-RUN-DATE TO WT-DATE
              WRITE REPORT-REC FROM W-TITLE
                    AFTER ADVANCING PAGE
              MOVE 3 TO W-LINE
           END-IF
           MOVE RF-CUSTIDENT TO WH-CUSTIDENT
           MOVE RF-ORDERNUM  TO WH-ORDERNUM
           MOVE RF-AMOUNT    TO WH-AMOUNT
           MOVE RF-CREATEDT  TO WH-CREATEDT
           IF  VS-COMPL-HOLD = 'H'
               MOVE ' ON COMPLIANCE HOLD' TO WH-HOLD-KIND
           ELSE
               MOVE ' ON FRAUD HOLD'      TO WH-HOLD-KIND
           END-IF
           WRITE REPORT-REC FROM W-HELD-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           ADD 1 TO WS-HELD-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * WRITE THE OPEN REFUND TO THE BANK EXTRACT AND STAMP IT        *
      * EXTRACTED IN PLACE.                                           *
           MOVE WS-RUN-DATE TO RF-EXTRACTDT
           PERFORM VKSDRF-REWRITE
           ADD 1 TO WS-EXTRACT-COUNT
           PERFORM RECORD-CORRESPONDENCE
           EXIT.

      *---------------------------------------------------------------*
      * LOG THE REFUND ADVICE ON THE CUSTOMER'S CORRESPONDENCE        *
      * HISTORY.                                                      *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE RF-CUSTIDENT  TO CHW-CUSTIDENT
           MOVE 'REFUND  '    TO CHW-DOC-TYPE
           MOVE 'RSSABB50'    TO CHW-PROGRAM
           MOVE 'BANK '       TO CHW-CHANNEL
           MOVE WS-RUN-DATE   TO CHW-SENT-DATE
           MOVE RF-ORDERNUM   TO CHW-ORDERNUM
           MOVE SPACES        TO CHW-CAMPAIGN
           MOVE RF-AMOUNT     TO WC-RF-AMOUNT
           MOVE W-CHW-RF-INFO TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
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
               MOVE 'RSSABB50: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABB50: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABB50: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       REFEXTR-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
