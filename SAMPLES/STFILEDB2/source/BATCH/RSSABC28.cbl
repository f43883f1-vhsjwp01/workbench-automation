       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC28.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY ACCOUNT-CLOSURE RUN. EVERY CLOSE THE MAINTENANCE  *
      *     SCREEN (RSSBT002) ACCEPTED THRU ITS CLOSURE CHECKLIST     *
      *     SITS ON THE CLOSURE FILE (ODCSFCL) AS PENDING ('P');      *
      *     THIS RUN FINISHES EACH ONE.                               *
      *    -ANY CREDIT BALANCE LEFT ON THE ACCOUNT IS QUEUED FOR      *
      *     REFUND ON THE REFUND-DUE FILE (ODCSFRF, STATUS 'O') FOR   *
      *     THE RSSABB50 REFUND EXTRACT: THE UNAPPLIED PART OF EVERY  *
      *     SUSPENSE ITEM RESEARCHED TO THE CUSTOMER (UNAPPCSH,       *
      *     WHICH IS THEN MARKED APPLIED IN FULL), AND WHAT THE       *
      *     CUSTOMER PAID ON AN ORDER BEYOND ITS AMOUNT NET OF        *
      *     CREDIT MEMOS (THE ORDER'S PAID AMOUNT IS BROUGHT DOWN BY  *
      *     THE REFUND).                                              *
      *    -A FINAL STATEMENT OF ACCOUNT (EVERY ORDER ON FILE WITH    *
      *     ITS AMOUNT, PAID, CREDITS, BALANCE AND STATUS) AND A      *
      *     CLOSURE-CONFIRMATION LETTER ARE PRINTED FOR THE           *
      *     CUSTOMER, AND BOTH ARE LOGGED ON THE CUSTOMER'S           *
      *     CORRESPONDENCE HISTORY THRU RSSCHW00.                     *
      *    -THE CLOSURE RECORD IS THEN STAMPED DONE ('D') WITH THE    *
      *     CREDIT REFUNDED AND THE RUN DATE. CLOSURES, DOCUMENTS     *
      *     AND CREDIT REFUNDS QUEUED ARE COUNTED TO CTLTOT.          *
      * ------------------------------------------------------------- *
      * I/O FILE   : VSAM - CLOSURE (ACCOUNT CLOSURES, ODCSFCL)       *
      * I/O FILE   : VSAM - ODCSFORD (ORDERS)                         *
      * I/O FILE   : VSAM - UNAPPCSH (UNAPPLIED CASH, ODCSFUC)        *
      * I/O FILE   : VSAM - REFUND (REFUNDS DUE, ODCSFRF)             *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * OUTPUT FILE: QSAM - CLOSDOC (FINAL STATEMENTS AND LETTERS)    *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * ------------------------------------------------------------- *
      * RETURN CODE : 0 OK, 12 ABEND                                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * ACCOUNT-CLOSURE VSAM-KSDS FILE, SWEPT FOR THE PENDING CLOSES
      * AND STAMPED DONE IN PLACE
           SELECT OPTIONAL VKSDCL-FILE
               ASSIGN       TO CLOSURE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CL-CUSTIDENT
               FILE STATUS  IS VKSDCL-STATUS.

      * ORDERS VSAM-KSDS FILE, BROWSED BY CUSTOMER
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * UNAPPLIED-CASH SUSPENSE VSAM-KSDS FILE, SWEPT ONCE
           SELECT OPTIONAL VKSDUC-FILE
               ASSIGN       TO UNAPPCSH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS UC-SUSP-KEY
               FILE STATUS  IS VKSDUC-STATUS.

      * REFUND-DUE VSAM-KSDS FILE: ONE RECORD PER CREDIT REFUNDED
           SELECT VKSDRF-FILE
               ASSIGN       TO REFUND
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RF-REFUND-KEY
               FILE STATUS  IS VKSDRF-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, READ FOR THE ADDRESS BLOCK
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * FINAL STATEMENTS AND CLOSURE-CONFIRMATION LETTERS
           SELECT CLOSDOC-FILE
               ASSIGN       TO CLOSDOC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS CLOSDOC-STATUS.

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
       FD   VKSDCL-FILE.
       COPY ODCSFCL.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDUC-FILE.
       COPY ODCSFUC.

       FD   VKSDRF-FILE.
       COPY ODCSFRF.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   CLOSDOC-FILE
            RECORD CONTAINS 132 CHARACTERS.
       01  CLOSDOC-RECORD             PIC X(132).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  VKSDCL-STATUS.
           05  VKSDCL-STAT1      PIC X.
           05  VKSDCL-STAT2      PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1     PIC X.
           05  VKSDORD-STAT2     PIC X.
       01  VKSDUC-STATUS.
           05  VKSDUC-STAT1      PIC X.
           05  VKSDUC-STAT2      PIC X.
       01  VKSDRF-STATUS.
           05  VKSDRF-STAT1      PIC X.
           05  VKSDRF-STAT2      PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1    PIC X.
           05  VKSDCUST-STAT2    PIC X.
       01  CLOSDOC-STATUS.
           05  CLOSDOC-STAT1     PIC X.
           05  CLOSDOC-STAT2     PIC X.
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

       01  WS-CLOSURE-EOF-SWITCH   PIC X       VALUE 'N'.
           88  CLOSURE-EOF         VALUE 'Y'.
       01  WS-SUSP-EOF-SWITCH      PIC X       VALUE 'N'.
           88  SUSP-EOF            VALUE 'Y'.
       01  WS-ORD-DONE-SWITCH      PIC X       VALUE 'N'.
           88  ORD-BROWSE-DONE     VALUE 'Y'.
       01  WS-RF-DONE-SWITCH       PIC X       VALUE 'N'.
           88  RF-BROWSE-DONE      VALUE 'Y'.
       01  WS-CLP-FOUND-SWITCH     PIC X       VALUE 'N'.
           88  CLP-ENTRY-FOUND     VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008) VALUE 0.

      * THE PENDING CLOSES, LOADED BEFORE THE SUSPENSE SWEEP, WITH THE
      * CREDIT EACH ONE HAS HAD QUEUED FOR REFUND SO FAR
       01  WS-CLP-TABLE.
           05  WS-CLP-COUNT        PIC S9(4) COMP VALUE +0.
           05  WS-CLP-ENTRY        OCCURS 2000.
               10  WS-CLP-CUSTID   PIC 9(009).
               10  WS-CLP-CREDIT   PIC 9(007)V99.
       01  WS-CLP-IX               PIC S9(4) COMP VALUE +0.

      * THE CLOSE IN HAND
       01  WS-CURR-CUSTIDENT       PIC 9(009) VALUE 0.
       01  WS-RF-NEXT-SEQ          PIC 9(004) VALUE 0.
       01  WS-REFUND-AMT           PIC 9(007)V99 VALUE 0.
       01  WS-RF-ORDERNUM          PIC 9(006) VALUE 0.
       01  WS-RF-BANKREF           PIC X(011) VALUE SPACES.
       01  WS-ORD-EXCESS           PIC S9(007)V99 VALUE 0.
       01  WS-ORD-BALANCE          PIC S9(007)V99 VALUE 0.
       01  WS-TOT-ORDERAMT         PIC 9(009)V99 VALUE 0.
       01  WS-TOT-PAID             PIC 9(009)V99 VALUE 0.
       01  WS-TOT-CREDIT           PIC 9(009)V99 VALUE 0.
       01  WS-TOT-BALANCE          PIC S9(009)V99 VALUE 0.
       01  WS-ORD-COUNT            PIC 9(005) VALUE 0.

      * RUN STATISTICS
       01  WS-CLOSED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-DOC-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-REFUND-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-SUSP-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-NOADDR-COUNT         PIC 9(7) COMP VALUE 0.

      *-- DOCUMENT LINES
       01  W-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  W-DOC-TITLE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(030) VALUE
               'SIMPLE SAMPLE APPLICATION'.
           05  WD-TITLE-TEXT       PIC X(030).
           05  FILLER              PIC X(005) VALUE 'DATE '.
           05  WD-DATE             PIC 9(008).
           05  FILLER              PIC X(049) VALUE SPACES.

       01  W-DOC-ADDR.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WD-ADDR-TEXT        PIC X(076).
           05  FILLER              PIC X(046) VALUE SPACES.

       01  W-DOC-TEXT.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WD-TEXT             PIC X(076).
           05  FILLER              PIC X(046) VALUE SPACES.

       01  W-STMT-HEAD.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(036) VALUE
               'ORDER   DATE          AMOUNT        '.
           05  FILLER              PIC X(037) VALUE
               'PAID     CREDITS     BALANCE   STATUS'.
           05  FILLER              PIC X(049) VALUE SPACES.

       01  W-STMT-DETAIL.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WS-SD-ORDERNUM      PIC 9(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SD-ORDERDATE     PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SD-ORDERAMT      PIC ZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SD-PAID          PIC ZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SD-CREDIT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SD-BALANCE       PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SD-STATUS        PIC X(010).
           05  FILLER              PIC X(045) VALUE SPACES.

       01  W-STMT-TOTAL.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'TOTALS  '.
           05  WS-ST-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WS-ST-ORDERAMT      PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WS-ST-PAID          PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WS-ST-CREDIT        PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WS-ST-BALANCE       PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(056) VALUE SPACES.

       01  WS-AMOUNT-EDIT          PIC ZZZZZZ9.99.
       01  WS-CUSTID-EDIT          PIC 9(009).

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

       01  W-CHW-CL-INFO.
           05  FILLER              PIC X(007) VALUE 'CREDIT '.
           05  WC-CL-CREDIT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC28' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM VKSDCL-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDUC-OPEN.
           PERFORM VKSDRF-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM CLOSDOC-OPEN.

      * ------------------------------------------------------------- *
      * THE PENDING CLOSES...
           DISPLAY "LOADING PENDING CLOSURES..."
           PERFORM GET-NEXT-CLOSURE.
           PERFORM UNTIL CLOSURE-EOF
              IF  CL-STATUS = 'P'
                  PERFORM ADD-PENDING-CLOSURE
              END-IF
              PERFORM GET-NEXT-CLOSURE
           END-PERFORM.

      * ------------------------------------------------------------- *
      * SUSPENSE ITEMS RESEARCHED TO A CUSTOMER BEING CLOSED...
           IF  WS-CLP-COUNT > 0
               DISPLAY "SWEEPING UNAPPLIED CASH..."
               PERFORM GET-NEXT-SUSPENSE
               PERFORM UNTIL SUSP-EOF
                  IF  UC-STATUS = 'O' OR 'P'
                      PERFORM REFUND-SUSPENSE-ITEM
                  END-IF
                  PERFORM GET-NEXT-SUSPENSE
               END-PERFORM
           END-IF.

      * ------------------------------------------------------------- *
      * EACH PENDING CLOSE IN TURN...
           DISPLAY "FINISHING CLOSURES..."
           PERFORM FINISH-ONE-CLOSURE
               VARYING WS-CLP-IX FROM 1 BY 1
               UNTIL WS-CLP-IX > WS-CLP-COUNT.

      * ------------------------------------------------------------- *
      * FILE CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDCL-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDUC-CLOSE.
           PERFORM VKSDRF-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM CLOSDOC-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC28' TO CTLTOT-PROGRAM
           MOVE 'ACCOUNTS CLOSED' TO CTLTOT-LABEL
           MOVE WS-CLOSED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC28' TO CTLTOT-PROGRAM
           MOVE 'CLOSURE DOCUMENTS' TO CTLTOT-LABEL
           MOVE WS-DOC-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC28' TO CTLTOT-PROGRAM
           MOVE 'CREDIT REFUNDS QUEUED' TO CTLTOT-LABEL
           MOVE WS-REFUND-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC28' TO CTLTOT-PROGRAM
           MOVE 'SUSPENSE ITEMS REFUNDED' TO CTLTOT-LABEL
           MOVE WS-SUSP-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC28' TO CTLTOT-PROGRAM
           MOVE 'CLOSED, NO ADDRESS' TO CTLTOT-LABEL
           MOVE WS-NOADDR-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC28: CLOSED ' WS-CLOSED-COUNT
                   ' ACCOUNT(S), ' WS-DOC-COUNT ' DOCUMENT(S)'
           DISPLAY 'RSSABC28: QUEUED ' WS-REFUND-COUNT
                   ' CREDIT REFUND(S), ' WS-SUSP-COUNT
                   ' FROM UNAPPLIED CASH'
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC28' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-CLOSED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * KEEP A PENDING CLOSE FOR THE SUSPENSE SWEEP AND THE FINISH.   *
      *---------------------------------------------------------------*
       ADD-PENDING-CLOSURE.
           IF  WS-CLP-COUNT >= 2000
               MOVE 'RSSABC28: PENDING CLOSURE TABLE IS FULL'
                 TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CLP-COUNT
           MOVE CL-CUSTIDENT TO WS-CLP-CUSTID (WS-CLP-COUNT)
           MOVE 0            TO WS-CLP-CREDIT (WS-CLP-COUNT)
           EXIT.

      *---------------------------------------------------------------*
      * A SUSPENSE ITEM RESEARCHED TO A CUSTOMER BEING CLOSED CAN NO  *
      * LONGER BE APPLIED: WHAT IS LEFT OF IT GOES BACK TO THE        *
      * CUSTOMER AS A REFUND, AND THE ITEM IS MARKED APPLIED IN FULL. *
      *---------------------------------------------------------------*
       REFUND-SUSPENSE-ITEM.
           MOVE 'N' TO WS-CLP-FOUND-SWITCH
           IF  UC-CUSTIDENT IS NUMERIC
           AND UC-CUSTIDENT > 0
           AND UC-APPLIED-AMT < UC-PAYAMT
               MOVE 1 TO WS-CLP-IX
               PERFORM UNTIL CLP-ENTRY-FOUND
                       OR WS-CLP-IX > WS-CLP-COUNT
                  IF  WS-CLP-CUSTID (WS-CLP-IX) = UC-CUSTIDENT
                      MOVE 'Y' TO WS-CLP-FOUND-SWITCH
                  ELSE
                      ADD 1 TO WS-CLP-IX
                  END-IF
               END-PERFORM
           END-IF

           IF  CLP-ENTRY-FOUND
               COMPUTE WS-REFUND-AMT = UC-PAYAMT - UC-APPLIED-AMT
               MOVE UC-CUSTIDENT TO WS-CURR-CUSTIDENT
               MOVE ZEROS        TO WS-RF-ORDERNUM
               MOVE UC-BANKREF   TO WS-RF-BANKREF
               PERFORM WRITE-REFUND-DUE
               ADD WS-REFUND-AMT TO WS-CLP-CREDIT (WS-CLP-IX)
               ADD 1 TO WS-SUSP-COUNT

               MOVE UC-PAYAMT    TO UC-APPLIED-AMT
               MOVE 'A'          TO UC-STATUS
               MOVE WS-RUN-DATE  TO UC-LAST-APPLY-DATE
               MOVE 'RSSABC28'   TO UC-UPD-USER
               PERFORM VKSDUC-REWRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * FINISH ONE PENDING CLOSE: REFUND WHAT THE CUSTOMER OVERPAID   *
      * ON THE ORDERS WHILE PRINTING THE FINAL STATEMENT, PRINT THE   *
      * CLOSURE LETTER, AND STAMP THE CLOSE DONE.                     *
      *---------------------------------------------------------------*
       FINISH-ONE-CLOSURE.
           MOVE WS-CLP-CUSTID (WS-CLP-IX) TO WS-CURR-CUSTIDENT
           MOVE WS-CURR-CUSTIDENT TO CL-CUSTIDENT
           PERFORM VKSDCL-READ
           IF  VKSDCL-STATUS = '00'
           AND CL-STATUS = 'P'
               MOVE WS-CURR-CUSTIDENT TO VS-CUSTIDENT
               PERFORM VKSDCUST-READ
               IF  VKSDCUST-STATUS NOT = '00'
                   ADD 1 TO WS-NOADDR-COUNT
               END-IF

               PERFORM PRINT-FINAL-STATEMENT
               PERFORM PRINT-CLOSURE-LETTER

               MOVE WS-CLP-CREDIT (WS-CLP-IX) TO CL-CREDIT-AMT
               MOVE 'D'          TO CL-STATUS
               MOVE WS-RUN-DATE  TO CL-DONE-DATE
               PERFORM VKSDCL-REWRITE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE FINAL STATEMENT OF ACCOUNT: THE ADDRESS BLOCK, THEN EVERY *
      * ORDER ON FILE FOR THE CUSTOMER WITH THE TOTALS.               *
      *---------------------------------------------------------------*
       PRINT-FINAL-STATEMENT.
           MOVE 'FINAL STATEMENT OF ACCOUNT' TO WD-TITLE-TEXT
           PERFORM PRINT-DOC-HEADING

           MOVE SPACES TO WD-TEXT
           MOVE WS-CURR-CUSTIDENT TO WS-CUSTID-EDIT
           STRING 'ACCOUNT '      DELIMITED BY SIZE
                  WS-CUSTID-EDIT  DELIMITED BY SIZE
                  '  CLOSED '     DELIMITED BY SIZE
                  CL-CLOSE-DATE   DELIMITED BY SIZE
             INTO WD-TEXT
           END-STRING
           MOVE W-DOC-TEXT TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE
           MOVE W-BLANK-LINE TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE
           MOVE W-STMT-HEAD TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE

           MOVE 0 TO WS-ORD-COUNT
           MOVE 0 TO WS-TOT-ORDERAMT
           MOVE 0 TO WS-TOT-PAID
           MOVE 0 TO WS-TOT-CREDIT
           MOVE 'N' TO WS-ORD-DONE-SWITCH
           MOVE WS-CURR-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS             TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-ORD-DONE-SWITCH
           END-IF
           PERFORM UNTIL ORD-BROWSE-DONE
              READ VKSDORD-FILE NEXT RECORD
              IF  VKSDORD-STATUS NOT = '00'
              OR  QO-CUSTIDENT NOT = WS-CURR-CUSTIDENT
                  MOVE 'Y' TO WS-ORD-DONE-SWITCH
              ELSE
                  PERFORM STATEMENT-ONE-ORDER
              END-IF
           END-PERFORM

           COMPUTE WS-TOT-BALANCE =
                   WS-TOT-ORDERAMT - WS-TOT-PAID - WS-TOT-CREDIT
           MOVE WS-ORD-COUNT    TO WS-ST-COUNT
           MOVE WS-TOT-ORDERAMT TO WS-ST-ORDERAMT
           MOVE WS-TOT-PAID     TO WS-ST-PAID
           MOVE WS-TOT-CREDIT   TO WS-ST-CREDIT
           MOVE WS-TOT-BALANCE  TO WS-ST-BALANCE
           MOVE W-BLANK-LINE TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE
           MOVE W-STMT-TOTAL TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE

           MOVE SPACES TO WD-TEXT
           MOVE WS-CLP-CREDIT (WS-CLP-IX) TO WS-AMOUNT-EDIT
           STRING 'CREDIT BALANCE REFUNDED TO YOU: '
                                  DELIMITED BY SIZE
                  WS-AMOUNT-EDIT  DELIMITED BY SIZE
             INTO WD-TEXT
           END-STRING
           MOVE W-DOC-TEXT TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE

           MOVE 'FINALSTM'    TO CHW-DOC-TYPE
           PERFORM RECORD-CORRESPONDENCE
           EXIT.

      *---------------------------------------------------------------*
      * ONE ORDER'S STATEMENT LINE. WHAT WAS PAID ON THE ORDER BEYOND *
      * ITS AMOUNT NET OF CREDIT MEMOS IS REFUNDED FIRST, AND THE     *
      * ORDER'S PAID AMOUNT BROUGHT DOWN BY THE REFUND.               *
      *---------------------------------------------------------------*
       STATEMENT-ONE-ORDER.
      * AN OLD-LAYOUT RECORD NOT YET THROUGH THE CONVERSION STILL
      * HOLDS SPACES WHERE THE PAID AMOUNT LIVES AND MEANS UNPAID...
           IF  QO-PAID-AMT NOT NUMERIC
               MOVE ZEROS TO QO-PAID-AMT
           END-IF
           IF  QO-CREDIT-AMT NOT NUMERIC
               MOVE ZEROS TO QO-CREDIT-AMT
           END-IF

           COMPUTE WS-ORD-EXCESS =
                   QO-PAID-AMT + QO-CREDIT-AMT - QO-ORDERAMT
           IF  WS-ORD-EXCESS > 0
           AND QO-PAID-AMT > 0
               IF  WS-ORD-EXCESS > QO-PAID-AMT
                   MOVE QO-PAID-AMT   TO WS-REFUND-AMT
               ELSE
                   MOVE WS-ORD-EXCESS TO WS-REFUND-AMT
               END-IF
               MOVE QO-ORDERNUM TO WS-RF-ORDERNUM
               MOVE 'CLOSURE'   TO WS-RF-BANKREF
               PERFORM WRITE-REFUND-DUE
               ADD WS-REFUND-AMT TO WS-CLP-CREDIT (WS-CLP-IX)
               SUBTRACT WS-REFUND-AMT FROM QO-PAID-AMT
               PERFORM VKSDORD-REWRITE
           END-IF

           COMPUTE WS-ORD-BALANCE =
                   QO-ORDERAMT - QO-PAID-AMT - QO-CREDIT-AMT
           MOVE QO-ORDERNUM    TO WS-SD-ORDERNUM
           MOVE QO-ORDERDATE   TO WS-SD-ORDERDATE
           MOVE QO-ORDERAMT    TO WS-SD-ORDERAMT
           MOVE QO-PAID-AMT    TO WS-SD-PAID
           MOVE QO-CREDIT-AMT  TO WS-SD-CREDIT
           MOVE WS-ORD-BALANCE TO WS-SD-BALANCE
           MOVE QO-ORDERSTATUS TO WS-SD-STATUS
           MOVE W-STMT-DETAIL TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE

           ADD 1             TO WS-ORD-COUNT
           ADD QO-ORDERAMT   TO WS-TOT-ORDERAMT
           ADD QO-PAID-AMT   TO WS-TOT-PAID
           ADD QO-CREDIT-AMT TO WS-TOT-CREDIT
           EXIT.

      *---------------------------------------------------------------*
      * THE CLOSURE-CONFIRMATION LETTER.                              *
      *---------------------------------------------------------------*
       PRINT-CLOSURE-LETTER.
           MOVE 'ACCOUNT CLOSURE CONFIRMATION' TO WD-TITLE-TEXT
           PERFORM PRINT-DOC-HEADING

           MOVE SPACES TO WD-TEXT
           MOVE WS-CURR-CUSTIDENT TO WS-CUSTID-EDIT
           STRING 'YOUR ACCOUNT '  DELIMITED BY SIZE
                  WS-CUSTID-EDIT   DELIMITED BY SIZE
                  ' WAS CLOSED ON ' DELIMITED BY SIZE
                  CL-CLOSE-DATE    DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
             INTO WD-TEXT
           END-STRING
           MOVE W-DOC-TEXT TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE

           MOVE SPACES TO WD-TEXT
           IF  WS-CLP-CREDIT (WS-CLP-IX) > 0
               MOVE WS-CLP-CREDIT (WS-CLP-IX) TO WS-AMOUNT-EDIT
               STRING 'THE CREDIT BALANCE OF '  DELIMITED BY SIZE
                      WS-AMOUNT-EDIT            DELIMITED BY SIZE
                      ' LEFT ON IT WILL BE REFUNDED TO YOU.'
                                                DELIMITED BY SIZE
                 INTO WD-TEXT
               END-STRING
           ELSE
               MOVE 'NO BALANCE REMAINS ON IT.' TO WD-TEXT
           END-IF
           MOVE W-DOC-TEXT TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE

           MOVE 'YOUR FINAL STATEMENT OF ACCOUNT IS ENCLOSED.'
             TO WD-TEXT
           MOVE W-DOC-TEXT TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE
           MOVE W-BLANK-LINE TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE
           MOVE 'THANK YOU FOR YOUR CUSTOM.' TO WD-TEXT
           MOVE W-DOC-TEXT TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE

           MOVE 'CLOSURE '    TO CHW-DOC-TYPE
           PERFORM RECORD-CORRESPONDENCE
           EXIT.

      *---------------------------------------------------------------*
      * A DOCUMENT'S TITLE LINE AND THE CUSTOMER'S ADDRESS BLOCK.     *
      *---------------------------------------------------------------*
       PRINT-DOC-HEADING.
           MOVE WS-RUN-DATE TO WD-DATE
           MOVE W-DOC-TITLE TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE
           MOVE W-BLANK-LINE TO CLOSDOC-RECORD
           PERFORM CLOSDOC-WRITE

           IF  VKSDCUST-STATUS = '00'
               MOVE SPACES TO WD-ADDR-TEXT
               STRING VS-CUSTFNAME  DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      VS-CUSTLNAME  DELIMITED BY '  '
                 INTO WD-ADDR-TEXT
               END-STRING
               MOVE W-DOC-ADDR TO CLOSDOC-RECORD
               PERFORM CLOSDOC-WRITE
               MOVE VS-CUSTADDRS TO WD-ADDR-TEXT
               MOVE W-DOC-ADDR TO CLOSDOC-RECORD
               PERFORM CLOSDOC-WRITE
               MOVE SPACES TO WD-ADDR-TEXT
               STRING VS-CUSTCITY   DELIMITED BY '  '
                      ', '          DELIMITED BY SIZE
                      VS-CUSTSTATE  DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      VS-CUSTZIP    DELIMITED BY SIZE
                 INTO WD-ADDR-TEXT
               END-STRING
               MOVE W-DOC-ADDR TO CLOSDOC-RECORD
               PERFORM CLOSDOC-WRITE
               MOVE W-BLANK-LINE TO CLOSDOC-RECORD
               PERFORM CLOSDOC-WRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * LOG A CLOSURE DOCUMENT ON THE CUSTOMER'S CORRESPONDENCE       *
      * HISTORY; THE CALLER SETS THE DOCUMENT TYPE.                   *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE WS-CURR-CUSTIDENT TO CHW-CUSTIDENT
           MOVE 'RSSABC28'    TO CHW-PROGRAM
           MOVE 'PRINT'       TO CHW-CHANNEL
           MOVE WS-RUN-DATE   TO CHW-SENT-DATE
           MOVE ZEROS         TO CHW-ORDERNUM
           MOVE SPACES        TO CHW-CAMPAIGN
           MOVE WS-CLP-CREDIT (WS-CLP-IX) TO WC-CL-CREDIT
           MOVE W-CHW-CL-INFO TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           ADD 1 TO WS-DOC-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * QUEUE ONE CREDIT REFUND FOR THE RSSABB50 EXTRACT UNDER THE    *
      * CUSTOMER'S NEXT REFUND SEQUENCE.                              *
      *---------------------------------------------------------------*
       WRITE-REFUND-DUE.
           PERFORM FIND-NEXT-REFUND-SEQ.
           MOVE WS-CURR-CUSTIDENT TO RF-CUSTIDENT.
           MOVE WS-RF-NEXT-SEQ    TO RF-REFSEQ.
           MOVE WS-RF-ORDERNUM    TO RF-ORDERNUM.
           MOVE WS-REFUND-AMT     TO RF-AMOUNT.
           MOVE WS-RUN-DATE       TO RF-CREATEDT.
           MOVE 'O'               TO RF-STATUS.
           MOVE ZEROS             TO RF-EXTRACTDT.
           MOVE WS-RF-BANKREF     TO RF-BANKREF.
           MOVE SPACES            TO RF-FILLER.
           WRITE RF-ODCSFRF-RECORD
           IF  VKSDRF-STATUS NOT = '00'
               MOVE 'RSSABC28: VKSDRF-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-REFUND-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE CUSTOMER'S KEY RANGE OF THE REFUND FILE FOR THE    *
      * HIGHEST REFUND SEQUENCE.                                      *
      *---------------------------------------------------------------*
       FIND-NEXT-REFUND-SEQ.
           MOVE 1   TO WS-RF-NEXT-SEQ.
           MOVE 'N' TO WS-RF-DONE-SWITCH.
           MOVE WS-CURR-CUSTIDENT TO RF-CUSTIDENT.
           MOVE ZEROS             TO RF-REFSEQ.
           START VKSDRF-FILE KEY NOT < RF-REFUND-KEY
           IF  VKSDRF-STATUS NOT = '00'
               MOVE 'Y' TO WS-RF-DONE-SWITCH
           END-IF
           PERFORM UNTIL RF-BROWSE-DONE
              READ VKSDRF-FILE NEXT RECORD
              IF  VKSDRF-STATUS NOT = '00'
              OR  RF-CUSTIDENT NOT = WS-CURR-CUSTIDENT
                  MOVE 'Y' TO WS-RF-DONE-SWITCH
              ELSE
                  COMPUTE WS-RF-NEXT-SEQ = RF-REFSEQ + 1
              END-IF
           END-PERFORM
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO READ THE NEXT CLOSURE RECORD IN KEY ORDER.        *
      * ------------------------------------------------------------- *
       GET-NEXT-CLOSURE.
           READ VKSDCL-FILE NEXT RECORD
           IF  VKSDCL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDCL-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-CLOSURE-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC28: VKSDCL-FAILURE-READ...'
                     TO   DISP-MSG
                   MOVE VKSDCL-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO READ THE NEXT SUSPENSE ITEM IN KEY ORDER.         *
      * ------------------------------------------------------------- *
       GET-NEXT-SUSPENSE.
           READ VKSDUC-FILE NEXT RECORD
           IF  VKSDUC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDUC-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-SUSP-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC28: VKSDUC-FAILURE-READ...'
                     TO   DISP-MSG
                   MOVE VKSDUC-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCL-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDCL-FILE
           IF  VKSDCL-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC28: VKSDCL-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCL-READ.
           READ VKSDCL-FILE
           IF  VKSDCL-STATUS = '00'
           OR  VKSDCL-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC28: VKSDCL-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDCL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCL-REWRITE.
           REWRITE CL-ODCSFCL-RECORD
           IF  VKSDCL-STATUS NOT = '00'
               MOVE 'RSSABC28: VKSDCL-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE VKSDCL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCL-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDCL-FILE
           IF  VKSDCL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC28: VKSDCL-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC28: VKSDORD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-REWRITE.
           REWRITE QO-ODCSFORD-RECORD
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'RSSABC28: VKSDORD-FAILURE-REWRITE...'
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
               MOVE 'RSSABC28: VKSDORD-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDUC-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDUC-FILE
           IF  VKSDUC-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC28: VKSDUC-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDUC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDUC-REWRITE.
           REWRITE UC-ODCSFUC-RECORD
           IF  VKSDUC-STATUS NOT = '00'
               MOVE 'RSSABC28: VKSDUC-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE VKSDUC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDUC-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDUC-FILE
           IF  VKSDUC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC28: VKSDUC-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDUC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDRF-FILE
           IF  VKSDRF-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC28: VKSDRF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDRF-FILE
           IF  VKSDRF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC28: VKSDRF-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
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
               MOVE 'RSSABC28: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC28: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABC28: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CLOSDOC-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT CLOSDOC-FILE
           IF  CLOSDOC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC28: CLOSDOC-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CLOSDOC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CLOSDOC-WRITE.
           WRITE CLOSDOC-RECORD
           IF  CLOSDOC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC28: CLOSDOC-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CLOSDOC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CLOSDOC-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CLOSDOC-FILE
           IF  CLOSDOC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC28: CLOSDOC-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE CLOSDOC-STATUS TO IO-STATUS
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
               MOVE 'RSSABC28: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC28: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC28: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABC28: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC28: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC28: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
