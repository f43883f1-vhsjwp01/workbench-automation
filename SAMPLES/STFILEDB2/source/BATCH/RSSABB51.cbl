      *     ANY OTHER DAY IT ENDS QUIETLY WITH NOTHING TO DO.         *
      *    -PASS 1 SWEEPS THE VSAM-KSDS ORDERS FILE THE WAY THE       *
      *     RSSABB13 AGING DOES AND, FOR EVERY UNPAID (INVOICED OR    *
      *     PARTPAID) ORDER PAST DUE (INVOICE TERMS; THE ORDER DATE   *
      *     FOR AN ORDER BILLED BEFORE TERMS WERE KEPT) BY MORE THAN  *
      *     THE GRACE PERIOD, COMPUTES                                *
      *     THE PERCENTAGE CHARGE ON ITS OPEN BALANCE INTO A WORK     *
      *     FILE. PASS 2 BOOKS EACH CHARGE AS A NEW ORDER RECORD      *
      *     UNDER THE CUSTOMER'S NEXT ORDER NUMBER WITH STATUS        *
      *     'FINCHG', SO IT FLOWS NATURALLY INTO THE RSSABB11         *
      *     INVOICES AND THE AGING.                                   *
      *    -AN ORDER UNDER AN ACTIVE PAYMENT PLAN (PROMISE TO PAY,    *
      *     ODCSFPP) IS NOT CHARGED WHILE THE PLAN IS KEPT.           *
      *    -A CHARGE WHOSE DATE FALLS IN AN ACCOUNTING PERIOD FINANCE *
      *     HAS CLOSED IS CHECKED THRU RSSPER00: IT IS BOOKED ON THE  *
      *     FIRST DAY OF THE FIRST OPEN MONTH INSTEAD, OR, WHEN LATE  *
      *     POSTINGS ARE REFUSED, NOT BOOKED; EITHER WAY IT IS LISTED *
      *     ON THE LATE-POSTING REPORT.                               *
      * ------------------------------------------------------------- *
      * I/O FILE   : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - INVTERMS (INVOICE TERMS, ODCSFIT)         *
      * INPUT FILE : VSAM - PAYPLAN (PAYMENT PLANS, ODCSFPP)          *
      * WORK FILE  : QSAM - CHGWORK (COMPUTED CHARGES)                *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
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

      * PAYMENT-PLAN VSAM-KSDS FILE: AN ORDER UNDER AN ACTIVE PLAN
      * (PROMISE TO PAY) IS PASSED OVER (ABSENT FILE MEANS NO PLANS)
           SELECT OPTIONAL PAYPLAN-FILE
               ASSIGN       TO PAYPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PP-ORDER-KEY
               FILE STATUS  IS PAYPLAN-STATUS.

      * COMPUTED CHARGES WORK FILE BETWEEN THE TWO PASSES
           SELECT CHGWORK-FILE
               ASSIGN       TO CHGWORK
       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   INVTERMS-FILE.
       COPY ODCSFIT.

       FD   PAYPLAN-FILE.
       COPY ODCSFPP.

       FD   CHGWORK-FILE
            RECORD CONTAINS 021 CHARACTERS.
       01  CHGWORK-RECORD.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1     PIC X.
           05  VKSDORD-STAT2     PIC X.
       01  INVTERMS-STATUS.
           05  INVTERMS-STAT1    PIC X.
           05  INVTERMS-STAT2    PIC X.
       01  PAYPLAN-STATUS.
           05  PAYPLAN-STAT1     PIC X.
           05  PAYPLAN-STAT2     PIC X.
       01  CHGWORK-STATUS.
           05  CHGWORK-STAT1     PIC X.
           05  CHGWORK-STAT2     PIC X.
      * AGE AND CHARGE COMPUTATION FIELDS
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-RUN-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-AGE-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-DUE-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-OPEN-AMT             PIC 9(007)V99 VALUE 0.
       01  WS-CHARGE-AMT           PIC 9(007)V99 VALUE 0.


      * RUN STATISTICS
       01  WS-CHARGE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-PLAN-SKIP-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-CHARGE-TOTAL         PIC 9(011)V99 COMP-3 VALUE 0.
       01  WS-PLAN-SWITCH          PIC X       VALUE 'N'.
           88  ORDER-ON-PLAN       VALUE 'Y'.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.
      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

      * ACCOUNTING-PERIOD AREA FOR THE RSSPER00 CHECK
       COPY RSSPERC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

           COMPUTE WS-RUN-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM VKSDORD-OPEN.
           PERFORM INVTERMS-OPEN.
           PERFORM PAYPLAN-OPEN.
           PERFORM CHGWORK-OPEN-OUTPUT.

           DISPLAY "PASS 1: SWEEPING ORDERS FILE..."
              IF  NOT ORDER-EOF
              AND (QO-ORDERSTATUS = 'INVOICED'
               OR  QO-ORDERSTATUS = 'PARTPAID')
                  PERFORM CHECK-PAYMENT-PLAN
                  IF  ORDER-ON-PLAN
                      ADD 1 TO WS-PLAN-SKIP-COUNT
                  ELSE
                      PERFORM COMPUTE-ONE-CHARGE
                  END-IF
              END-IF
           END-PERFORM.

           END-PERFORM.
           PERFORM CHGWORK-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM INVTERMS-CLOSE.
           PERFORM PAYPLAN-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABB51' TO CTLTOT-PROGRAM
           MOVE 'CHARGES BOOKED' TO CTLTOT-LABEL
           MOVE WS-CHARGE-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB51' TO CTLTOT-PROGRAM
           MOVE 'PAYMENT-PLAN SKIPS' TO CTLTOT-LABEL
           MOVE WS-PLAN-SKIP-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB51' TO CTLTOT-PROGRAM
           MOVE 'CHARGES REFUSED CLSD' TO CTLTOT-LABEL
           MOVE WS-REFUSED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB51: BOOKED ' WS-CHARGE-COUNT
           IF  QO-CREDIT-AMT NUMERIC
               SUBTRACT QO-CREDIT-AMT FROM WS-OPEN-AMT
           END-IF
           PERFORM FIND-ORDER-DUE-DAYS
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DUE-DAYS
           IF  WS-AGE-DAYS > WS-GRACE-DAYS
           AND WS-OPEN-AMT > 0
               COMPUTE WS-CHARGE-AMT ROUNDED =

      *---------------------------------------------------------------*
      * BOOK ONE COMPUTED CHARGE AS A NEW ORDER RECORD UNDER THE      *
      * CUSTOMER'S NEXT ORDER NUMBER, STATUS FINCHG, UNLESS THE       *
      * ACCOUNTING PERIOD IT WOULD POST INTO IS CLOSED AND LATE       *
      * POSTINGS ARE REFUSED.                                         *
      *---------------------------------------------------------------*
       BOOK-ONE-CHARGE.
           PERFORM FIND-HIGH-ORDER-NUMBER.
           MOVE CW-CUSTIDENT   TO QO-CUSTIDENT.
           COMPUTE QO-ORDERNUM = WS-HIGH-ORDERNUM + 1.
           MOVE 'C'            TO PER-FUNC
           MOVE 'RSSABB51'     TO PER-PROGRAM
           MOVE 'FIN'          TO PER-POST-TYPE
           MOVE QO-CUSTIDENT   TO PER-CUSTIDENT
           MOVE QO-ORDERNUM    TO PER-ORDERNUM
           MOVE CW-CHARGE-AMT  TO PER-AMOUNT
           MOVE WS-RUN-DATE    TO PER-POST-DATE
           CALL 'RSSPER00' USING RSSPER-AREA
           IF  PER-RETCODE = '08'
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE PER-POST-DATE  TO QO-ORDERDATE.
           MOVE CW-CHARGE-AMT  TO QO-ORDERAMT.
           MOVE 'FINCHG'       TO QO-ORDERSTATUS.
           MOVE ZEROS          TO QO-SETTLEDT.
           MOVE ZEROS          TO QO-PAID-AMT.
           MOVE ZEROS          TO QO-CREDIT-AMT.
           MOVE CW-CURRENCY    TO QO-CURRENCY.
           MOVE SPACES         TO QO-PROMO-CODE.
           MOVE ZERO           TO QO-SHIPTO-SEQ.
           WRITE QO-ODCSFORD-RECORD
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'RSSABB51: VKSDORD-FAILURE-WRITE...'
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * IS THE CURRENT ORDER UNDER AN ACTIVE PAYMENT PLAN? A KEPT,    *
      * BROKEN OR CANCELLED PLAN LEAVES THE ORDER TO THE NORMAL RUN.  *
      *---------------------------------------------------------------*
       CHECK-PAYMENT-PLAN.
           MOVE 'N' TO WS-PLAN-SWITCH
           MOVE QO-CUSTIDENT TO PP-CUSTIDENT
           MOVE QO-ORDERNUM  TO PP-ORDERNUM
           PERFORM PAYPLAN-READ
           IF  PAYPLAN-STATUS = '00'
           AND PP-STATUS = 'A'
               MOVE 'Y' TO WS-PLAN-SWITCH
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
               MOVE 'RSSABB51: INVTERMS-FAILURE-READ...'
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
               MOVE 'RSSABB51: INVTERMS-FAILURE-OPEN...'
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
               MOVE 'RSSABB51: INVTERMS, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PAYPLAN-READ.
           READ PAYPLAN-FILE
           IF  PAYPLAN-STATUS = '00'
           OR  PAYPLAN-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB51: PAYPLAN-FAILURE-READ...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PAYPLAN-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT PAYPLAN-FILE
           IF  PAYPLAN-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB51: PAYPLAN-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PAYPLAN-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PAYPLAN-FILE
           IF  PAYPLAN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB51: PAYPLAN, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
