      * DESCRIPTION:                                                  *
      *    -WEEKLY RECEIVABLES AGING REPORT. THIS PROGRAM SWEEPS THE  *
      *     VSAM-KSDS ORDERS FILE IN ASCENDING KEY ORDER AND BUCKETS  *
      *     EVERY UNPAID (INVOICED, PARTPAID OR PLACED WITH THE       *
      *     COLLECTION AGENCY, NOT YET SETTLED)                       *
      *     ORDER'S OPEN BALANCE (QO-ORDERAMT - QO-PAID-AMT) AT       *
      *     THE REPORTING-CURRENCY (USD) VALUE OF THE RUN DATE'S      *
      *     EXCHANGE RATE WHEN THE ORDER IS STATED IN A FOREIGN       *
      *     CURRENCY (RSSCUR00),                                      *
      *     30/60/90 DAYS OF AGE, MEASURED FROM THE ORDER'S DUE DATE  *
      *     (INVOICE TERMS; THE ORDER DATE FOR AN ORDER BILLED BEFORE *
      *     TERMS WERE KEPT) TO THE RUN DATE, SO THE FIRST BUCKET     *
      *     HOLDS WHAT IS NOT YET DUE AS WELL AS UP TO 30 DAYS PAST.  *
      *    -ONE DETAIL LINE IS PRINTED PER CUSTOMER CARRYING UNPAID   *
      *     ORDERS, WITH THE CUSTOMER'S STATE OF RESIDENCE, AND THE   *
      *     SAME BUCKETS ARE SUBTOTALED PER STATE AND IN A GRAND      *
      *     TOTAL AT THE END OF THE REPORT.                           *
      *    -THE LOCATIONS OF A CORPORATE BILL-TO ACCOUNT (BILLTO,     *
      *     RESOLVED THRU RSSBTR00) ARE NOT PRINTED ONE BY ONE: THEIR *
      *     BUCKETS, WITH THE PARENT'S OWN, ROLL UP INTO ONE LINE PER *
      *     PARENT PRINTED AFTER THE SWEEP, UNDER THE PARENT'S STATE, *
      *     SHOWING HOW MANY CUSTOMERS IT CARRIES.                    *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - INVTERMS (INVOICE TERMS, ODCSFIT)         *
      * OUTPUT     : SYSPRINT - RECEIVABLES AGING REPORT              *
      * OUTPUT FILE: QSAM - AGESUM (GRAND-TOTAL HISTORY PER RUN)      *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * INPUT FILE : VSAM - BILLTO (THRU RSSBTR00)                    *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * INVOICE TERMS VSAM-KSDS FILE: THE BILLED ORDER'S DUE DATE
      * (ABSENT RECORD OR FILE MEANS AGED FROM THE ORDER DATE)
           SELECT OPTIONAL INVTERMS-FILE
               ASSIGN       TO INVTERMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IT-ORDER-KEY
               FILE STATUS  IS INVTERMS-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, RANDOM READS FOR THE STATE
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   INVTERMS-FILE.
       COPY ODCSFIT.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  INVTERMS-STATUS.
           05  INVTERMS-STAT1      PIC X.
           05  INVTERMS-STAT2      PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
      * AGE COMPUTATION FIELDS
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-RUN-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-AGE-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-DUE-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-OPEN-AMT             PIC 9(007)V99 VALUE 0.
       01  WS-AGED-AMT             PIC 9(009)V99 VALUE 0.
       01  WS-NORATE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-STATE-FOUND-SWITCH   PIC X     VALUE 'N'.
           88  STATE-ENTRY-FOUND   VALUE 'Y'.

      * BILL-TO ROLL-UP: ONE ENTRY PER PARENT WHOSE HIERARCHY
      * CARRIES UNPAID ORDERS, PRINTED AFTER THE SWEEP
       COPY RSSBTRC.
       01  WS-BT-MEMBER-SWITCH     PIC X     VALUE 'N'.
           88  BILLTO-MEMBER       VALUE 'Y'.
       01  WS-BT-PARENT            PIC 9(009) VALUE 0.
       01  WS-BTA-TABLE.
           05  WS-BTA-COUNT-ENT    PIC S9(4) COMP VALUE +0.
           05  WS-BTA-ENTRY        OCCURS 500.
               10  WS-BTA-PARENT   PIC 9(009).
               10  WS-BTA-MEMBERS  PIC 9(005).
               10  WS-BTA-B30      PIC 9(011)V99 COMP-3.
               10  WS-BTA-B60      PIC 9(011)V99 COMP-3.
               10  WS-BTA-B90      PIC 9(011)V99 COMP-3.
               10  WS-BTA-BOVER    PIC 9(011)V99 COMP-3.
       01  WS-BTA-IX               PIC S9(4) COMP VALUE +0.
       01  WS-BTA-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  BTA-ENTRY-FOUND     VALUE 'Y'.

      * GRAND TOTAL BUCKETS AND RUN STATISTICS
       01  WS-GRAND-B30            PIC 9(011)V99 COMP-3 VALUE 0.
       01  WS-GRAND-B60            PIC 9(011)V99 COMP-3 VALUE 0.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(005) VALUE 'STATE'.
           05  FILLER              PIC X(008) VALUE SPACES.
           05  FILLER              PIC X(012) VALUE ' CURRENT-30 '.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(012) VALUE '    31-60   '.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WA-BOVER            PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(050) VALUE SPACES.

      *-- DESCRIPTION OF ONE BILL-TO PARENT'S ROLLED-UP LINE
       01  W-AGE-BILLTO-LINE.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WP-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WP-STATE            PIC X(002).
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WP-B30              PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WP-B60              PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WP-B90              PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WP-BOVER            PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'BILL-TO OF'.
           05  WP-MEMBERS          PIC ZZZZ9.
           05  FILLER              PIC X(012) VALUE ' CUSTOMER(S)'.
           05  FILLER              PIC X(020) VALUE SPACES.

       01  W-AGE-BILLTO-HEADER.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(050) VALUE
               'CORPORATE BILL-TO ACCOUNTS, LOCATIONS ROLLED UP'.
           05  FILLER              PIC X(080) VALUE SPACES.

      *-- DESCRIPTION OF ONE STATE'S SUBTOTAL LINE
       01  W-AGE-STATE-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           COMPUTE WS-RUN-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM VKSDORD-OPEN.
           PERFORM INVTERMS-OPEN.
           PERFORM VKSDCUST-OPEN.
           OPEN OUTPUT SYSPRINT.
           PERFORM WRITE-NEW-PAGE.
              END-IF
              IF  QO-ORDERSTATUS = 'INVOICED'
              OR  QO-ORDERSTATUS = 'PARTPAID'
              OR  QO-ORDERSTATUS = 'PLACED'
                  PERFORM AGE-CURRENT-ORDER
              END-IF
              PERFORM GET-NEXT-ORDER
               PERFORM CLOSE-CUSTOMER-AGING
           END-IF.

      * ------------------------------------------------------------- *
      * ONE ROLLED-UP LINE PER BILL-TO PARENT...
           IF  WS-BTA-COUNT-ENT > 0
               PERFORM WRITE-BILLTO-ROLLUPS
           END-IF.

      * ------------------------------------------------------------- *
      * STATE SUBTOTALS AND GRAND TOTAL...
           PERFORM WRITE-STATE-SUBTOTALS.
      * FILE CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDORD-CLOSE.
           PERFORM INVTERMS-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           CLOSE SYSPRINT.

           MOVE 'BALANCES NO RATE' TO CTLTOT-LABEL
           MOVE WS-NORATE-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB13' TO CTLTOT-PROGRAM
           MOVE 'BILL-TO ROLL-UPS' TO CTLTOT-LABEL
           MOVE WS-BTA-COUNT-ENT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY "EXITING PROGRAM..."
               SUBTRACT QO-CREDIT-AMT FROM WS-OPEN-AMT
           END-IF
           PERFORM CONVERT-OPEN-AMOUNT
           PERFORM FIND-ORDER-DUE-DAYS
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DUE-DAYS
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 30
                   ADD WS-AGED-AMT TO WS-CURR-B30

      *---------------------------------------------------------------*
      * PRINT THE FINISHED CUSTOMER'S AGING LINE, ROLL HIS BUCKETS    *
      * INTO HIS STATE'S SUBTOTALS AND THE GRAND TOTAL, AND RESET. A  *
      * MEMBER OF A BILL-TO HIERARCHY ROLLS INTO ITS PARENT'S ENTRY   *
      * INSTEAD, PRINTED AND TOTALED AFTER THE SWEEP.                 *
      *---------------------------------------------------------------*
       CLOSE-CUSTOMER-AGING.
           PERFORM RESOLVE-BILLTO-MEMBER
           IF  BILLTO-MEMBER
               PERFORM ADD-TO-BILLTO-ROLLUP
           ELSE
               IF W-LINE > W-MAX-LINE THEN
                  PERFORM WRITE-NEW-PAGE
               END-IF
               MOVE WS-CURR-CUSTIDENT TO WA-CUSTIDENT
               MOVE WS-CURR-STATE     TO WA-STATE
               MOVE WS-CURR-B30       TO WA-B30
               MOVE WS-CURR-B60       TO WA-B60
               MOVE WS-CURR-B90       TO WA-B90
               MOVE WS-CURR-BOVER     TO WA-BOVER
               WRITE REPORT-REC FROM W-AGE-DETAIL
                     AFTER ADVANCING 1 LINE
               ADD 1 TO W-LINE
               PERFORM ROLL-INTO-TOTALS
           END-IF

           MOVE 0   TO WS-CURR-B30 WS-CURR-B60
                       WS-CURR-B90 WS-CURR-BOVER
           MOVE 'N' TO WS-CURR-HAS-UNPAID
           EXIT.

      *---------------------------------------------------------------*
      * ROLL THE CURRENT BUCKETS INTO THE STATE'S SUBTOTALS AND THE   *
      * GRAND TOTAL.                                                  *
      *---------------------------------------------------------------*
       ROLL-INTO-TOTALS.
           PERFORM FIND-STATE-ENTRY
           IF  NOT STATE-ENTRY-FOUND
               PERFORM ADD-STATE-ENTRY
           ADD WS-CURR-B60   TO WS-GRAND-B60
           ADD WS-CURR-B90   TO WS-GRAND-B90
           ADD WS-CURR-BOVER TO WS-GRAND-BOVER
           EXIT.

      *---------------------------------------------------------------*
      * IS THE FINISHED CUSTOMER PART OF A BILL-TO HIERARCHY, AS A    *
      * LOCATION OR AS A PARENT WITH LOCATIONS?                       *
      *---------------------------------------------------------------*
       RESOLVE-BILLTO-MEMBER.
           MOVE 'N' TO WS-BT-MEMBER-SWITCH
           MOVE 'P'               TO BTR-FUNC
           MOVE WS-CURR-CUSTIDENT TO BTR-CUSTIDENT
           CALL 'RSSBTR00' USING RSSBTR-AREA
           IF  BTR-RETCODE = '00'
               MOVE 'Y'        TO WS-BT-MEMBER-SWITCH
               MOVE BTR-PARENT TO WS-BT-PARENT
               EXIT PARAGRAPH
           END-IF
           MOVE 'C'               TO BTR-FUNC
           MOVE WS-CURR-CUSTIDENT TO BTR-CUSTIDENT
           CALL 'RSSBTR00' USING RSSBTR-AREA
           IF  BTR-RETCODE = '00' OR '04'
               MOVE 'Y'               TO WS-BT-MEMBER-SWITCH
               MOVE WS-CURR-CUSTIDENT TO WS-BT-PARENT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ADD THE FINISHED CUSTOMER'S BUCKETS TO ITS PARENT'S ENTRY.    *
      *---------------------------------------------------------------*
       ADD-TO-BILLTO-ROLLUP.
           MOVE 'N' TO WS-BTA-FOUND-SWITCH
           MOVE 1   TO WS-BTA-IX
           PERFORM UNTIL BTA-ENTRY-FOUND
                   OR WS-BTA-IX > WS-BTA-COUNT-ENT
              IF  WS-BTA-PARENT (WS-BTA-IX) = WS-BT-PARENT
                  MOVE 'Y' TO WS-BTA-FOUND-SWITCH
              ELSE
                  ADD 1 TO WS-BTA-IX
              END-IF
           END-PERFORM
           IF  NOT BTA-ENTRY-FOUND
               IF  WS-BTA-COUNT-ENT >= 500
                   MOVE 'RSSABB13: BILL-TO TABLE IS FULL' TO DISP-MSG
                   PERFORM Z-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-BTA-COUNT-ENT
               MOVE WS-BTA-COUNT-ENT TO WS-BTA-IX
               MOVE WS-BT-PARENT TO WS-BTA-PARENT (WS-BTA-IX)
               MOVE 0 TO WS-BTA-MEMBERS (WS-BTA-IX)
               MOVE 0 TO WS-BTA-B30 (WS-BTA-IX)
               MOVE 0 TO WS-BTA-B60 (WS-BTA-IX)
               MOVE 0 TO WS-BTA-B90 (WS-BTA-IX)
               MOVE 0 TO WS-BTA-BOVER (WS-BTA-IX)
           END-IF
           ADD 1             TO WS-BTA-MEMBERS (WS-BTA-IX)
           ADD WS-CURR-B30   TO WS-BTA-B30 (WS-BTA-IX)
           ADD WS-CURR-B60   TO WS-BTA-B60 (WS-BTA-IX)
           ADD WS-CURR-B90   TO WS-BTA-B90 (WS-BTA-IX)
           ADD WS-CURR-BOVER TO WS-BTA-BOVER (WS-BTA-IX)
           EXIT.

      *---------------------------------------------------------------*
      * PRINT ONE ROLLED-UP LINE PER BILL-TO PARENT, UNDER THE        *
      * PARENT'S OWN STATE, AND ROLL IT INTO THE TOTALS.              *
      *---------------------------------------------------------------*
       WRITE-BILLTO-ROLLUPS.
           WRITE REPORT-REC FROM W-AGE-BILLTO-HEADER
                 AFTER ADVANCING 2 LINES
           ADD 2 TO W-LINE
           PERFORM WRITE-ONE-BILLTO-ROLLUP
               VARYING WS-BTA-IX FROM 1 BY 1
               UNTIL WS-BTA-IX > WS-BTA-COUNT-ENT
           EXIT.

      *---------------------------------------------------------------*
       WRITE-ONE-BILLTO-ROLLUP.
           IF W-LINE > W-MAX-LINE THEN
              PERFORM WRITE-NEW-PAGE
           END-IF
           MOVE WS-BTA-PARENT (WS-BTA-IX) TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '23'
               MOVE '??' TO WS-CURR-STATE
           ELSE
               MOVE VS-CUSTSTATE TO WS-CURR-STATE
           END-IF
           MOVE WS-BTA-B30 (WS-BTA-IX)   TO WS-CURR-B30
           MOVE WS-BTA-B60 (WS-BTA-IX)   TO WS-CURR-B60
           MOVE WS-BTA-B90 (WS-BTA-IX)   TO WS-CURR-B90
           MOVE WS-BTA-BOVER (WS-BTA-IX) TO WS-CURR-BOVER
           MOVE WS-BTA-PARENT (WS-BTA-IX)  TO WP-CUSTIDENT
           MOVE WS-CURR-STATE              TO WP-STATE
           MOVE WS-CURR-B30                TO WP-B30
           MOVE WS-CURR-B60                TO WP-B60
           MOVE WS-CURR-B90                TO WP-B90
           MOVE WS-CURR-BOVER              TO WP-BOVER
           MOVE WS-BTA-MEMBERS (WS-BTA-IX) TO WP-MEMBERS
           WRITE REPORT-REC FROM W-AGE-BILLTO-LINE
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           PERFORM ROLL-INTO-TOTALS
           EXIT.

      *---------------------------------------------------------------*
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE DAY THE CURRENT ORDER FELL DUE: ITS INVOICE TERMS' DUE    *
      * DATE, OR ITS ORDER DATE WHEN IT WAS BILLED BEFORE TERMS WERE  *
      * KEPT (NO INVOICE TERMS RECORD).                               *
      *---------------------------------------------------------------*
       FIND-ORDER-DUE-DAYS.
           MOVE QO-CUSTIDENT TO IT-CUSTIDENT
           MOVE QO-ORDERNUM  TO IT-ORDERNUM
           PERFORM INVTERMS-READ
           IF  INVTERMS-STATUS = '00'
           AND IT-DUE-DATE NUMERIC
           AND IT-DUE-DATE > 0
               COMPUTE WS-DUE-DAYS =
                       FUNCTION INTEGER-OF-DATE (IT-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-DAYS =
                       FUNCTION INTEGER-OF-DATE (QO-ORDERDATE)
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-READ.
           READ INVTERMS-FILE
           IF  INVTERMS-STATUS = '00'
           OR  INVTERMS-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB13: INVTERMS-FAILURE-READ...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT INVTERMS-FILE
           IF  INVTERMS-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB13: INVTERMS-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE INVTERMS-FILE
           IF  INVTERMS-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB13: INVTERMS, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
