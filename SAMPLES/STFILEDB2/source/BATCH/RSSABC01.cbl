       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC01.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY AUTOPAY DIRECT-DEBIT RUN. EVERY CUSTOMER WITH AN  *
      *     ACTIVE DIRECT-DEBIT MANDATE (DDMANDT, ODCSFDM) HAS THEIR  *
      *     INVOICED AND PART-PAID ORDERS LOOKED AT: EACH ONE WHOSE   *
      *     INVOICE TERMS DUE DATE HAS BEEN REACHED AND THAT IS NOT   *
      *     ALREADY ON A DEBIT IS PUT ON THE BANK'S DEBIT FILE FOR    *
      *     ITS OPEN BALANCE.                                         *
      *    -THE ROUTING AND ACCOUNT NUMBERS COME FROM THE BANK-       *
      *     ACCOUNT VAULT THRU THE RSSBKV00 GATEKEEPER, WHICH SERVES  *
      *     THIS STEP UNDER ITS OWN OPERATOR PROFILE AND LOGS THE     *
      *     ACCESS. A CUSTOMER WITH NO BANK DETAILS IS NOT DEBITED.   *
      *    -THE DEBIT FILE IS WRAPPED IN THE STANDARD ENVRECS HDR/TRL *
      *     ENVELOPE (CUSTIDENT HASH TOTAL). EACH DEBIT CARRIES THE   *
      *     REFERENCE 'D' + ORDER KEY, WHICH THE BANK QUOTES BACK ON  *
      *     THE REMITTANCE FEED WHEN THE MONEY ARRIVES AND ON THE     *
      *     RETURNS FEED WHEN IT DOES NOT.                            *
      *    -EACH ORDER DEBITED IS MARKED DEBIT PENDING ON ITS INVOICE *
      *     TERMS, SO THE DUNNING RUN SKIPS IT AND THE NEXT NIGHT     *
      *     DOES NOT DEBIT IT AGAIN; THE MANDATE'S LAST-DEBIT DATE IS *
      *     STAMPED. AN ORDER UNDER AN ACTIVE PAYMENT PLAN, OR WHOSE  *
      *     DEBIT THE BANK HAS ALREADY RETURNED, IS LEFT ALONE.       *
      * ------------------------------------------------------------- *
      * I-O FILE   : VSAM - DDMANDT (DIRECT-DEBIT MANDATES, ODCSFDM)  *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * I-O FILE   : VSAM - INVTERMS (INVOICE TERMS, ODCSFIT)         *
      * INPUT FILE : VSAM - PAYPLAN (PAYMENT PLANS, ODCSFPP)          *
      * OUTPUT FILE: QSAM - DDEBIT (BANK DEBIT FILE, ENVELOPED)       *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * I/O        : RSSBKV00 (BANK-ACCOUNT VAULT)                    *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * DIRECT-DEBIT MANDATE VSAM-KSDS FILE, SWEPT IN KEY ORDER AND
      * STAMPED IN PLACE (ABSENT FILE MEANS NOBODY IS ON AUTOPAY)
           SELECT OPTIONAL DDMANDT-FILE
               ASSIGN       TO DDMANDT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS DM-CUSTIDENT
               FILE STATUS  IS DDMANDT-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE. DYNAMIC ACCESS: THE MANDATE
      * CUSTOMER'S ORDERS ARE BROWSED FROM THEIR FIRST ORDER NUMBER
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * INVOICE TERMS VSAM-KSDS FILE: THE BILLED ORDER'S DUE DATE,
      * MARKED DEBIT PENDING IN PLACE
           SELECT OPTIONAL INVTERMS-FILE
               ASSIGN       TO INVTERMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IT-ORDER-KEY
               FILE STATUS  IS INVTERMS-STATUS.

      * PAYMENT-PLAN VSAM-KSDS FILE: AN ORDER UNDER AN ACTIVE PLAN
      * IS PAID BY THE PLAN, NOT DEBITED (ABSENT FILE MEANS NO PLANS)
           SELECT OPTIONAL PAYPLAN-FILE
               ASSIGN       TO PAYPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PP-ORDER-KEY
               FILE STATUS  IS PAYPLAN-STATUS.

      * THE BANK'S DEBIT FILE, ONE RECORD PER ORDER DEBITED
           SELECT DDEBIT-FILE
               ASSIGN       TO DDEBIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS DDEBIT-STATUS.

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
       FD   DDMANDT-FILE.
       COPY ODCSFDM.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   INVTERMS-FILE.
       COPY ODCSFIT.

       FD   PAYPLAN-FILE.
       COPY ODCSFPP.

       FD   DDEBIT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  DDEBIT-RECORD           PIC X(080).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  DDMANDT-STATUS.
           05  DDMANDT-STAT1       PIC X.
           05  DDMANDT-STAT2       PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  INVTERMS-STATUS.
           05  INVTERMS-STAT1      PIC X.
           05  INVTERMS-STAT2      PIC X.
       01  PAYPLAN-STATUS.
           05  PAYPLAN-STAT1       PIC X.
           05  PAYPLAN-STAT2       PIC X.
       01  DDEBIT-STATUS.
           05  DDEBIT-STAT1        PIC X.
           05  DDEBIT-STAT2        PIC X.
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

       01  WS-DM-EOF-SWITCH        PIC X       VALUE 'N'.
           88  DM-EOF              VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.

      * THE MANDATE CUSTOMER'S ORDER BROWSE
       01  WS-BROWSE-DONE-SWITCH   PIC X       VALUE 'N'.
           88  BROWSE-DONE         VALUE 'Y'.
       01  WS-OPEN-AMT             PIC S9(009)V99 VALUE 0.

      * THE CUSTOMER'S BANK DETAILS, FETCHED FROM THE VAULT ON THEIR
      * FIRST ORDER DUE FOR A DEBIT
       01  WS-BANK-SWITCH          PIC X       VALUE 'N'.
           88  BANK-NOT-ASKED      VALUE 'N'.
           88  BANK-ON-FILE        VALUE 'Y'.
           88  BANK-NOT-ON-FILE    VALUE 'X'.
       01  WS-CUST-DEBIT-COUNT     PIC 9(005)  VALUE 0.

      * THE BANK'S FIXED DEBIT RECORD
       01  W-DEBIT-RECORD.
           05  WD-ROUTING          PIC X(009).
           05  WD-ACCOUNT          PIC X(017).
           05  WD-ACCT-TYPE        PIC X(001).
           05  WD-AMOUNT           PIC 9(007)V99.
           05  WD-CURRENCY         PIC X(003).
           05  WD-REFERENCE.
               10  WD-REF-PREFIX   PIC X(001).
               10  WD-REF-CUSTIDENT PIC 9(009).
               10  WD-REF-ORDERNUM PIC 9(006).
           05  WD-CUSTIDENT        PIC 9(009).
           05  WD-ORDERNUM         PIC 9(006).
           05  WD-DUE-DATE         PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

      * ENVELOPE ACCUMULATORS
       01  WS-ENV-COUNT            PIC 9(009) VALUE 0.
       01  WS-ENV-HASH             PIC 9(015) VALUE 0.

      * STANDARD INTERFACE-FILE ENVELOPE RECORDS
       COPY ENVRECS.

      * RUN STATISTICS
       01  WS-MANDATE-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-INACTIVE-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-DEBIT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-NOBANK-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-NOTERMS-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-PLAN-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-DEBIT-TOTAL          PIC 9(9)V99 VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * BANK-ACCOUNT VAULT AREA FOR THE RSSBKV00 GATEKEEPER
       COPY RSSBKVC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC01' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM DDMANDT-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM INVTERMS-OPEN.
           PERFORM PAYPLAN-OPEN.
           PERFORM DDEBIT-OPEN.
           PERFORM WRITE-ENV-HEADER.

      * ------------------------------------------------------------- *
      * MANDATE FILE'S SWEEPING, EVERY ACTIVE MANDATE'S DUE ORDERS
      * GO ON THE DEBIT FILE...
           DISPLAY "BUILDING THE DIRECT-DEBIT FILE..."
           PERFORM DDMANDT-READNEXT.
           PERFORM UNTIL DM-EOF
              IF  DM-STATUS = 'A'
                  ADD 1 TO WS-MANDATE-COUNT
                  PERFORM DEBIT-MANDATE-ORDERS
              ELSE
                  ADD 1 TO WS-INACTIVE-COUNT
              END-IF
              PERFORM DDMANDT-READNEXT
           END-PERFORM.
           PERFORM WRITE-ENV-TRAILER.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM DDMANDT-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM INVTERMS-CLOSE.
           PERFORM PAYPLAN-CLOSE.
           PERFORM DDEBIT-CLOSE.

           PERFORM CTLTOT-OPEN.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC01: RUN STATISTICS...'
           DISPLAY '   ACTIVE MANDATES  : ' WS-MANDATE-COUNT
           DISPLAY '   INACTIVE MANDATES: ' WS-INACTIVE-COUNT
           DISPLAY '   ORDERS DEBITED   : ' WS-DEBIT-COUNT
           DISPLAY '   AMOUNT DEBITED   : ' WS-DEBIT-TOTAL
           DISPLAY '   NO BANK DETAILS  : ' WS-NOBANK-COUNT
           DISPLAY '   NO INVOICE TERMS : ' WS-NOTERMS-COUNT
           DISPLAY '   ON PAYMENT PLAN  : ' WS-PLAN-COUNT
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC01' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-DEBIT-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * BROWSE THE MANDATE CUSTOMER'S ORDERS AND DEBIT EVERY ONE DUE. *
      * THE MANDATE IS STAMPED WITH THE RUN DATE WHEN ANY WAS.        *
      *---------------------------------------------------------------*
       DEBIT-MANDATE-ORDERS.
           MOVE 'N' TO WS-BANK-SWITCH
           MOVE 0   TO WS-CUST-DEBIT-COUNT
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE DM-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS        TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ VKSDORD-FILE NEXT RECORD
              IF  VKSDORD-STATUS NOT = '00'
              OR  QO-CUSTIDENT NOT = DM-CUSTIDENT
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  IF  QO-ORDERSTATUS = 'INVOICED'
                  OR  QO-ORDERSTATUS = 'PARTPAID'
                      PERFORM CONSIDER-ORDER-DEBIT
                  END-IF
              END-IF
           END-PERFORM

           IF  WS-CUST-DEBIT-COUNT > 0
               MOVE WS-RUN-DATE TO DM-LAST-DEBIT-DATE
               PERFORM DDMANDT-REWRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * DEBIT THE CURRENT ORDER WHEN ITS DUE DATE HAS BEEN REACHED,   *
      * IT IS NOT ALREADY ON A DEBIT (PENDING OR RETURNED), IT STILL  *
      * HAS AN OPEN BALANCE, IT IS NOT UNDER AN ACTIVE PAYMENT PLAN   *
      * AND THE VAULT HAS THE CUSTOMER'S BANK DETAILS. AN ORDER WITH  *
      * NO INVOICE TERMS (BILLED BEFORE TERMS WERE KEPT) IS LEFT TO   *
      * THE NORMAL COLLECTION RUNS.                                   *
      *---------------------------------------------------------------*
       CONSIDER-ORDER-DEBIT.
           MOVE QO-CUSTIDENT TO IT-CUSTIDENT
           MOVE QO-ORDERNUM  TO IT-ORDERNUM
           PERFORM INVTERMS-READ
           IF  INVTERMS-STATUS = '23'
           OR  IT-DUE-DATE NOT NUMERIC
               ADD 1 TO WS-NOTERMS-COUNT
               EXIT PARAGRAPH
           END-IF
           IF  IT-DUE-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF  IT-DEBIT-STATUS = 'P' OR 'R'
               EXIT PARAGRAPH
           END-IF

           MOVE QO-ORDERAMT TO WS-OPEN-AMT
           IF  QO-PAID-AMT NUMERIC
               SUBTRACT QO-PAID-AMT FROM WS-OPEN-AMT
           END-IF
           IF  QO-CREDIT-AMT NUMERIC
               SUBTRACT QO-CREDIT-AMT FROM WS-OPEN-AMT
           END-IF
           IF  WS-OPEN-AMT NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE QO-CUSTIDENT TO PP-CUSTIDENT
           MOVE QO-ORDERNUM  TO PP-ORDERNUM
           PERFORM PAYPLAN-READ
           IF  PAYPLAN-STATUS = '00'
           AND PP-STATUS = 'A'
               ADD 1 TO WS-PLAN-COUNT
               EXIT PARAGRAPH
           END-IF

           IF  BANK-NOT-ASKED
               PERFORM GET-BANK-DETAILS
           END-IF
           IF  BANK-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-DEBIT
           MOVE 'P'         TO IT-DEBIT-STATUS
           MOVE WS-RUN-DATE TO IT-DEBIT-DATE
           PERFORM INVTERMS-REWRITE
           ADD 1 TO WS-CUST-DEBIT-COUNT
           ADD 1 TO WS-DEBIT-COUNT
           ADD WS-OPEN-AMT TO WS-DEBIT-TOTAL
           EXIT.

      *---------------------------------------------------------------*
      * THE VAULT SERVES THIS STEP THE CUSTOMER'S ROUTING AND ACCOUNT *
      * NUMBERS UNDER ITS OWN OPERATOR PROFILE AND LOGS THE ACCESS.   *
      *---------------------------------------------------------------*
       GET-BANK-DETAILS.
           MOVE 'GET'        TO BKV-FUNC
           MOVE DM-CUSTIDENT TO BKV-CUSTIDENT
           MOVE 'RSSABC01'   TO BKV-USERID
           CALL 'RSSBKV00' USING RSSBKV-AREA
           IF  BKV-RETCODE = '00'
           AND BKV-ROUTING NOT = SPACES
           AND BKV-ACCOUNT NOT = SPACES
               MOVE 'Y' TO WS-BANK-SWITCH
           ELSE
               MOVE 'X' TO WS-BANK-SWITCH
               ADD 1 TO WS-NOBANK-COUNT
               DISPLAY 'RSSABC01: NO BANK DETAILS SERVED FOR CUSTOMER '
                       DM-CUSTIDENT ' (' BKV-RETCODE '), NOT DEBITED'
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE BANK'S RECORD: WHOSE ACCOUNT TO DRAW ON, HOW MUCH, AND    *
      * THE REFERENCE IT QUOTES BACK ON THE REMITTANCE AND RETURNS.   *
      *---------------------------------------------------------------*
       WRITE-DEBIT.
           MOVE BKV-ROUTING    TO WD-ROUTING
           MOVE BKV-ACCOUNT    TO WD-ACCOUNT
           MOVE BKV-ACCT-TYPE  TO WD-ACCT-TYPE
           MOVE WS-OPEN-AMT    TO WD-AMOUNT
           IF  QO-CURRENCY = SPACES
               MOVE 'USD'      TO WD-CURRENCY
           ELSE
               MOVE QO-CURRENCY TO WD-CURRENCY
           END-IF
           MOVE 'D'            TO WD-REF-PREFIX
           MOVE QO-CUSTIDENT   TO WD-REF-CUSTIDENT
           MOVE QO-ORDERNUM    TO WD-REF-ORDERNUM
           MOVE QO-CUSTIDENT   TO WD-CUSTIDENT
           MOVE QO-ORDERNUM    TO WD-ORDERNUM
           MOVE IT-DUE-DATE    TO WD-DUE-DATE
           MOVE W-DEBIT-RECORD TO DDEBIT-RECORD
           PERFORM DDEBIT-WRITE
           ADD 1              TO WS-ENV-COUNT
           ADD QO-CUSTIDENT   TO WS-ENV-HASH
           EXIT.

      *---------------------------------------------------------------*
      * THE STANDARD FILE ENVELOPE: ONE HDR RECORD AHEAD OF THE       *
      * DATA, ONE TRL RECORD (COUNT AND CUSTIDENT HASH TOTAL) AFTER   *
      * IT, SO THE BANK CAN PROVE THE FILE ARRIVED WHOLE.             *
      *---------------------------------------------------------------*
       WRITE-ENV-HEADER.
           MOVE 'HDR'      TO EH-RECTYPE
           MOVE 'DDEBIT  ' TO EH-FILE-ID
           ACCEPT EH-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT EH-CREATE-TIME FROM TIME
           MOVE SPACES TO EH-FILLER
           MOVE SPACES TO DDEBIT-RECORD
           MOVE ENV-HEADER-RECORD TO DDEBIT-RECORD
           PERFORM DDEBIT-WRITE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-ENV-TRAILER.
           MOVE 'TRL'      TO ET-RECTYPE
           MOVE 'DDEBIT  ' TO ET-FILE-ID
           MOVE WS-ENV-COUNT TO ET-REC-COUNT
           MOVE WS-ENV-HASH  TO ET-HASH-TOTAL
           MOVE SPACES TO ET-FILLER
           MOVE SPACES TO DDEBIT-RECORD
           MOVE ENV-TRAILER-RECORD TO DDEBIT-RECORD
           PERFORM DDEBIT-WRITE
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABC01' TO CTLTOT-PROGRAM.
           MOVE 'ORDERS DEBITED' TO CTLTOT-LABEL.
           MOVE WS-DEBIT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC01' TO CTLTOT-PROGRAM.
           MOVE 'ACTIVE MANDATES' TO CTLTOT-LABEL.
           MOVE WS-MANDATE-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC01' TO CTLTOT-PROGRAM.
           MOVE 'NO BANK DETAILS' TO CTLTOT-LABEL.
           MOVE WS-NOBANK-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       DDMANDT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O DDMANDT-FILE
           IF  DDMANDT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC01: DDMANDT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE DDMANDT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DDMANDT-READNEXT.
           READ DDMANDT-FILE NEXT RECORD
           IF  DDMANDT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  DDMANDT-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-DM-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC01: DDMANDT-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE DDMANDT-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DDMANDT-REWRITE.
           REWRITE DM-ODCSFDM-RECORD
           IF  DDMANDT-STATUS NOT = '00'
               MOVE 'RSSABC01: DDMANDT-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE DDMANDT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DDMANDT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE DDMANDT-FILE
           IF  DDMANDT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC01: DDMANDT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE DDMANDT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC01: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABC01: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O INVTERMS-FILE
           IF  INVTERMS-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC01: INVTERMS-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-READ.
           READ INVTERMS-FILE
           IF  INVTERMS-STATUS = '00'
           OR  INVTERMS-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC01: INVTERMS-FAILURE-READ...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-REWRITE.
           REWRITE IT-ODCSFIT-RECORD
           IF  INVTERMS-STATUS NOT = '00'
               MOVE 'RSSABC01: INVTERMS-FAILURE-REWRITE...'
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
               MOVE 'RSSABC01: INVTERMS, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
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
               MOVE 'RSSABC01: PAYPLAN-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
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
               MOVE 'RSSABC01: PAYPLAN-FAILURE-READ...'
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
               MOVE 'RSSABC01: PAYPLAN, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DDEBIT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT DDEBIT-FILE
           IF  DDEBIT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC01: DDEBIT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE DDEBIT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DDEBIT-WRITE.
           WRITE DDEBIT-RECORD
           IF  DDEBIT-STATUS NOT = '00'
               MOVE 'RSSABC01: DDEBIT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE DDEBIT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DDEBIT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE DDEBIT-FILE
           IF  DDEBIT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC01: DDEBIT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE DDEBIT-STATUS TO IO-STATUS
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
               MOVE 'RSSABC01: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC01: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC01: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC01: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC01: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC01: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
