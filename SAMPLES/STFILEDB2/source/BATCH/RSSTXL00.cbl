       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSTXL00.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -SHARED SALES-TAX LIABILITY WRITER. EVERY BATCH STEP THAT  *
      *     INVOICES TAX OR GIVES IT BACK (INVOICES, CREDIT MEMOS     *
      *     AGAINST BILLED ORDERS, WRITE-OFFS) CALLS IT SO THE TAX    *
      *     IS KEPT ON THE TAX-LIABILITY HISTORY BY JURISDICTION AND  *
      *     PERIOD FOR THE QUARTERLY RETURNS (RSSABB98), INSTEAD OF   *
      *     ONLY BEING PRINTED ON THE INVOICE RUN'S SUMMARY.          *
      *    -THE JURISDICTION IS RESOLVED THE WAY THE INVOICE RUN      *
      *     RESOLVES THE RATE: THE CUSTOMER'S ZIP OVERRIDE ON THE TAX *
      *     TABLE FIRST, THE STATE'S RATE OTHERWISE.                  *
      *    -THE POSTING IS ADDED TO THE HISTORY RECORD OF ITS         *
      *     JURISDICTION, PERIOD AND RUN DATE, WHICH IS WRITTEN ON    *
      *     THE FIRST POSTING OF THE DAY.                             *
      *    -A CUSTOMER HOLDING A TAX-EXEMPTION CERTIFICATE FOR THE    *
      *     STATE, VALID ON THE POSTING'S DATE, IS CHARGED NO TAX:    *
      *     THE SALE IS BOOKED AS EXEMPT ON THE STATE'S HISTORY.      *
      *    -A FILE PROBLEM NEVER TAKES THE CALLING STEP DOWN:         *
      *     FAILURES ARE DISPLAYED AND RETURNED AS '99'.              *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - TAXFILE (TAX RATES, ODCSFTX)              *
      * INPUT FILE : VSAM - EXEMPCRT (EXEMPTION CERTS, ODCSFEX)       *
      * I/O FILE   : VSAM - TAXHIST (TAX LIABILITY HISTORY, ODCSFTL)  *
      * LINKAGE    : RSSTXLC PARAMETER AREA                           *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CUSTOMER'S DATA VSAM-KSDS FILE, STATE/ZIP READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * SALES-TAX RATE VSAM-KSDS FILE (ABSENT RECORD OR FILE MEANS
      * NO TAX APPLIES)
           SELECT OPTIONAL TAXFILE-FILE
               ASSIGN       TO TAXFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS TX-TAX-KEY
               FILE STATUS  IS TAXFILE-STATUS.

      * SALES-TAX EXEMPTION CERTIFICATE VSAM-KSDS FILE
           SELECT OPTIONAL EXEMPCRT-FILE
               ASSIGN       TO EXEMPCRT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS EX-CERT-KEY
               FILE STATUS  IS EXEMPCRT-STATUS.

      * SALES-TAX LIABILITY HISTORY VSAM-KSDS FILE
           SELECT OPTIONAL TAXHIST-FILE
               ASSIGN       TO TAXHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS TL-TAX-KEY
               FILE STATUS  IS TAXHIST-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   TAXFILE-FILE.
       COPY ODCSFTX.

       FD   EXEMPCRT-FILE.
       COPY ODCSFEX.

       FD   TAXHIST-FILE.
       COPY ODCSFTL.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  TAXFILE-STATUS.
           05  TAXFILE-STAT1       PIC X.
           05  TAXFILE-STAT2       PIC X.
       01  EXEMPCRT-STATUS.
           05  EXEMPCRT-STAT1      PIC X.
           05  EXEMPCRT-STAT2      PIC X.
       01  TAXHIST-STATUS.
           05  TAXHIST-STAT1       PIC X.
           05  TAXHIST-STAT2       PIC X.

      * THE POSTING'S JURISDICTION, RATE AND TAX
       01  WS-JUR-STATE            PIC X(002) VALUE SPACES.
       01  WS-JUR-ZIP              PIC X(005) VALUE SPACES.
       01  WS-JUR-RATE             PIC 9(002)V999 VALUE 0.
       01  WS-TAX-AMT              PIC S9(009)V99 VALUE 0.
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.

       LINKAGE SECTION.
       COPY RSSTXLC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING RSSTXL-AREA.

           MOVE '99' TO TXL-RETCODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF  TXL-STATE = SPACES
               PERFORM GET-CUSTOMER-JURISDICTION
               IF  TXL-STATE = SPACES
                   GOBACK
               END-IF
           END-IF
           PERFORM RESOLVE-TAX-RATE
           IF  WS-JUR-RATE NOT = 0
               PERFORM CHECK-EXEMPTION
           END-IF
           MOVE WS-JUR-RATE TO TXL-TAX-RATE

      * WORK OUT THE TAX GIVEN BACK ON A RETURN OR A WRITE-OFF...
           IF  TXL-KIND = 'I'
               MOVE TXL-TAX-AMT TO WS-TAX-AMT
           ELSE
               COMPUTE WS-TAX-AMT ROUNDED =
                       TXL-BASE-AMT * WS-JUR-RATE / 100
               MOVE WS-TAX-AMT TO TXL-TAX-AMT
           END-IF
           IF  TXL-KIND = 'W'
           AND WS-JUR-RATE = 0
               MOVE '04' TO TXL-RETCODE
               GOBACK
           END-IF

           PERFORM POST-LIABILITY
           GOBACK.

      *---------------------------------------------------------------*
      * THE CALLER LEFT THE JURISDICTION BLANK: TAKE THE CUSTOMER'S   *
      * STATE AND ZIP FROM THE CUSTOMER FILE.                         *
      *---------------------------------------------------------------*
       GET-CUSTOMER-JURISDICTION.
           OPEN INPUT VKSDCUST-FILE
           IF  VKSDCUST-STATUS NOT = '00'
               DISPLAY 'RSSTXL00: VKSDCUST-FAILURE-OPEN...'
                       VKSDCUST-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE TXL-CUSTIDENT TO VS-CUSTIDENT
           READ VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               MOVE VS-CUSTSTATE TO TXL-STATE
               MOVE VS-CUSTZIP   TO TXL-ZIP
           ELSE
               DISPLAY 'RSSTXL00: CUSTOMER ' TXL-CUSTIDENT
                       ' NOT ON FILE, TAX NOT BOOKED'
           END-IF
           CLOSE VKSDCUST-FILE
           EXIT.

      *---------------------------------------------------------------*
      * THE ZIP OVERRIDE FIRST, THE STATE'S RATE OTHERWISE, NO TAX    *
      * WHEN NEITHER IS ON THE TABLE (THE STATE IS THEN THE           *
      * JURISDICTION OF THE EXEMPT SALE).                             *
      *---------------------------------------------------------------*
       RESOLVE-TAX-RATE.
           MOVE TXL-STATE TO WS-JUR-STATE
           MOVE SPACES    TO WS-JUR-ZIP
           MOVE 0         TO WS-JUR-RATE
           OPEN INPUT TAXFILE-FILE
           IF  TAXFILE-STATUS NOT = '00' AND '05'
               DISPLAY 'RSSTXL00: TAXFILE-FAILURE-OPEN...'
                       TAXFILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Z'     TO TX-KIND
           MOVE TXL-ZIP TO TX-CODE
           READ TAXFILE-FILE
           IF  TAXFILE-STATUS = '00'
           AND TXL-ZIP NOT = SPACES
               MOVE TXL-ZIP TO WS-JUR-ZIP
               MOVE TX-RATE TO WS-JUR-RATE
           ELSE
               MOVE 'S'       TO TX-KIND
               MOVE SPACES    TO TX-CODE
               MOVE TXL-STATE TO TX-CODE (1:2)
               READ TAXFILE-FILE
               IF  TAXFILE-STATUS = '00'
                   MOVE TX-RATE TO WS-JUR-RATE
               END-IF
           END-IF
           CLOSE TAXFILE-FILE
           EXIT.

      *---------------------------------------------------------------*
      * A CERTIFICATE FOR THE CUSTOMER AND STATE VALID ON THE         *
      * POSTING'S DATE MAKES THE SALE EXEMPT, BOOKED ON THE STATE.    *
      *---------------------------------------------------------------*
       CHECK-EXEMPTION.
           OPEN INPUT EXEMPCRT-FILE
           IF  EXEMPCRT-STATUS NOT = '00' AND '05'
               DISPLAY 'RSSTXL00: EXEMPCRT-FAILURE-OPEN...'
                       EXEMPCRT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE TXL-CUSTIDENT TO EX-CUSTIDENT
           MOVE WS-JUR-STATE  TO EX-STATE
           READ EXEMPCRT-FILE
           IF  EXEMPCRT-STATUS = '00'
           AND EX-ISSUE-DATE  NOT > TXL-POST-DATE
           AND EX-EXPIRY-DATE NOT < TXL-POST-DATE
               MOVE 0      TO WS-JUR-RATE
               MOVE SPACES TO WS-JUR-ZIP
           END-IF
           CLOSE EXEMPCRT-FILE
           EXIT.

      *---------------------------------------------------------------*
      * ADD THE POSTING TO ITS HISTORY RECORD, WRITING THE RECORD ON  *
      * THE DAY'S FIRST POSTING FOR THE JURISDICTION AND PERIOD.      *
      *---------------------------------------------------------------*
       POST-LIABILITY.
           OPEN I-O TAXHIST-FILE
           IF  TAXHIST-STATUS NOT = '00' AND '05'
               DISPLAY 'RSSTXL00: TAXHIST-FAILURE-OPEN...'
                       TAXHIST-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JUR-STATE         TO TL-STATE
           MOVE WS-JUR-ZIP           TO TL-ZIP
           MOVE TXL-POST-DATE (1:6)  TO TL-PERIOD
           MOVE WS-RUN-DATE          TO TL-RUNDATE
           READ TAXHIST-FILE
           IF  TAXHIST-STATUS NOT = '00'
               MOVE ZEROS  TO TL-TAXABLE-AMT TL-EXEMPT-AMT TL-TAX-AMT
                              TL-CREDIT-AMT TL-CREDIT-TAX
                              TL-BADDEBT-AMT TL-BADDEBT-TAX
               MOVE SPACES TO TL-FILLER
           END-IF
           MOVE WS-JUR-RATE  TO TL-TAX-RATE
           MOVE TXL-PROGRAM  TO TL-UPD-PROGRAM

           EVALUATE TRUE
              WHEN TXL-KIND = 'I' AND WS-JUR-RATE = 0
                   ADD TXL-BASE-AMT      TO TL-EXEMPT-AMT
              WHEN TXL-KIND = 'I'
                   ADD TXL-BASE-AMT      TO TL-TAXABLE-AMT
                   ADD WS-TAX-AMT        TO TL-TAX-AMT
              WHEN TXL-KIND = 'C' AND WS-JUR-RATE = 0
                   SUBTRACT TXL-BASE-AMT FROM TL-EXEMPT-AMT
              WHEN TXL-KIND = 'C'
                   ADD TXL-BASE-AMT      TO TL-CREDIT-AMT
                   ADD WS-TAX-AMT        TO TL-CREDIT-TAX
              WHEN OTHER
                   ADD TXL-BASE-AMT      TO TL-BADDEBT-AMT
                   ADD WS-TAX-AMT        TO TL-BADDEBT-TAX
           END-EVALUATE

           IF  TAXHIST-STATUS = '00'
               REWRITE TL-ODCSFTL-RECORD
           ELSE
               WRITE TL-ODCSFTL-RECORD
           END-IF
           IF  TAXHIST-STATUS = '00'
               MOVE '00' TO TXL-RETCODE
           ELSE
               DISPLAY 'RSSTXL00: TAXHIST-FAILURE-WRITE...'
                       TAXHIST-STATUS
           END-IF

           CLOSE TAXHIST-FILE
           EXIT.
