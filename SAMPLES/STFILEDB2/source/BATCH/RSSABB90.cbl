       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB90.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -BANK RETURNS LOAD. THE NIGHTLY RETFILE FEED FROM THE BANK *
      *     CARRIES ONE RECORD PER PAYMENT IT HAS TAKEN BACK: ORDER   *
      *     KEY, RETURN DATE, AMOUNT, THE BANK REFERENCE OF THE       *
      *     ORIGINAL REMITTANCE AND THE RETURN REASON ('NSF' CHEQUE   *
      *     RETURNED UNPAID, 'CHB' CARD CHARGEBACK, 'DDR' DIRECT      *
      *     DEBIT RETURNED). THE FEED ARRIVES                         *
      *     IN THE STANDARD HDR/TRL ENVELOPE, VERIFIED BY THE         *
      *     RSSABB23 PRE-STEP (FILE ID RETFILE, LRECL 80); THE        *
      *     ENVELOPE RECORDS THEMSELVES ARE PASSED OVER HERE.         *
      *    -EACH RETURN IS MATCHED TO THE PAYMENT-HISTORY ENTRY THE   *
      *     REMITTANCE RUN (RSSABB12) WROTE FOR IT, BY ORDER KEY,     *
      *     BANK REFERENCE AND AMOUNT. THE AMOUNT IS BACKED OUT OF    *
      *     THE ORDER'S PAID AMOUNT AND THE ORDER GOES BACK THRU      *
      *     RSSOHW00 TO PARTPAID, OR TO INVOICED WHEN NOTHING PAID    *
      *     REMAINS, WITH ITS SETTLEMENT DATE CLEARED.                *
      *    -THE REVERSAL IS RECORDED AS A PAYMENT-HISTORY ENTRY OF    *
      *     ITS OWN (TYPE 'R', NEGATIVE AMOUNT, RETURN REASON) AND    *
      *     THE ORIGINAL ENTRY IS MARKED REVERSED, SO THE SAME        *
      *     PAYMENT CANNOT BE TAKEN BACK TWICE.                       *
      *    -WHEN A RETURNED-ITEM FEE IS SET, IT IS BOOKED FOR EACH    *
      *     REVERSAL AS A NEW FINCHG ORDER UNDER THE CUSTOMER'S NEXT  *
      *     ORDER NUMBER, THE WAY THE FINANCE-CHARGE RUN BOOKS ITS    *
      *     CHARGES, SO THE INVOICE RUN BILLS IT.                     *
      *    -A RETURN THAT CANNOT BE MATCHED (INVALID DATA, NO SUCH    *
      *     ORDER, NO SUCH PAYMENT, PAYMENT ALREADY REVERSED, ORDER   *
      *     NOT PAID) IS WRITTEN TO THE RETREJ REJECT FILE WITH ITS   *
      *     REASON, FOR THE CASH DESK TO WORK BY HAND.                *
      *    -A RETURN ON AN ORDER WHOSE INVOICE TERMS SHOW A DIRECT    *
      *     DEBIT PENDING (RSSABC01) MARKS THE DEBIT RETURNED, WHICH  *
      *     PUTS THE ORDER BACK IN THE DUNNING RUN, AND COUNTS        *
      *     AGAINST THE CUSTOMER'S MANDATE: THE SECOND RETURN         *
      *     SUSPENDS IT. A DEBIT RETURNED BEFORE THE REMITTANCE FEED  *
      *     EVER APPLIED IT HAS NO PAYMENT TO REVERSE AND IS ONLY     *
      *     MARKED AND COUNTED.                                       *
      *    -THE RSSPFC00 PROCESSED-FILE GUARD REFUSES A FEED ALREADY  *
      *     LOADED FOR THE BUSINESS DATE.                             *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - RETFILE (BANK RETURNS)                    *
      * I-O FILE   : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * I-O FILE   : VSAM - PJ01AAA.RT.VSAM.PAYHIST (ODCSFPH)         *
      * I-O FILE   : VSAM - INVTERMS (INVOICE TERMS, ODCSFIT)         *
      * I-O FILE   : VSAM - DDMANDT (DIRECT-DEBIT MANDATES, ODCSFDM)  *
      * OUTPUT FILE: QSAM - RETREJ (UNMATCHED RETURNS)                *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * PARAMETERS (RUN-PARAMETER FILE, ELSE ENVIRONMENT):            *
      *   RSSABB90_FEE     - RETURNED-ITEM FEE, E.G. 25.00 (BLANK OR  *
      *                      ZERO: NO FEE IS BOOKED)                  *
      * PARAMETERS (ENVIRONMENT):                                     *
      *   RSSABB90_BUSDATE - BUSINESS DATE OF THE FEED (DEFAULT: THE  *
      *                      RUN DATE)                                *
      *   RSSABB90_RERUN   - 'Y' IS THE SUPERVISOR RERUN OVERRIDE     *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * BANK RETURNS FEED (NSF CHEQUES AND CHARGEBACKS)
           SELECT RETFILE-FILE
               ASSIGN       TO RETFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS RETFILE-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE. DYNAMIC ACCESS: THE RETURNED
      * ORDER IS READ BY KEY, THE CUSTOMER'S ORDERS BROWSED FOR THE
      * NEXT ORDER NUMBER WHEN A FEE IS BOOKED
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * PAYMENT-HISTORY VSAM-KSDS FILE: THE ORDER'S ENTRIES ARE
      * BROWSED FOR THE RETURNED PAYMENT AND THE NEXT SEQUENCE
           SELECT VKSDPH-FILE
               ASSIGN       TO VKSDPH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PH-PAY-KEY
               FILE STATUS  IS VKSDPH-STATUS.

      * INVOICE TERMS VSAM-KSDS FILE: A PENDING DIRECT DEBIT IS
      * MARKED RETURNED IN PLACE (ABSENT FILE MEANS NO DEBITS)
           SELECT OPTIONAL INVTERMS-FILE
               ASSIGN       TO INVTERMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IT-ORDER-KEY
               FILE STATUS  IS INVTERMS-STATUS.

      * DIRECT-DEBIT MANDATE VSAM-KSDS FILE: RETURNED DEBITS ARE
      * COUNTED, AND THE MANDATE SUSPENDED, IN PLACE
           SELECT OPTIONAL DDMANDT-FILE
               ASSIGN       TO DDMANDT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS DM-CUSTIDENT
               FILE STATUS  IS DDMANDT-STATUS.

      * UNMATCHED RETURNS, EACH WITH ITS REASON
           SELECT RETREJ-FILE
               ASSIGN       TO RETREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS RETREJ-STATUS.

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
       FD   RETFILE-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  RETFILE-RECORD.
           05  RT-CUSTIDENT        PIC X(009).
           05  RT-ORDERNUM         PIC X(006).
           05  RT-RETDATE          PIC X(008).
           05  RT-AMOUNT           PIC 9(007)V99.
           05  RT-BANKREF          PIC X(016).
           05  RT-REASON           PIC X(003).
           05  FILLER              PIC X(029).

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDPH-FILE.
       COPY ODCSFPH.

       FD   INVTERMS-FILE.
       COPY ODCSFIT.

       FD   DDMANDT-FILE.
       COPY ODCSFDM.

       FD   RETREJ-FILE
            RECORD CONTAINS 100 CHARACTERS.
       01  RETREJ-RECORD.
           05  RJ-REASON           PIC X(020).
           05  RJ-IMAGE            PIC X(080).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  RETFILE-STATUS.
           05  RETFILE-STAT1       PIC X.
           05  RETFILE-STAT2       PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  VKSDPH-STATUS.
           05  VKSDPH-STAT1        PIC X.
           05  VKSDPH-STAT2        PIC X.
       01  INVTERMS-STATUS.
           05  INVTERMS-STAT1      PIC X.
           05  INVTERMS-STAT2      PIC X.
       01  DDMANDT-STATUS.
           05  DDMANDT-STAT1       PIC X.
           05  DDMANDT-STAT2       PIC X.
       01  RETREJ-STATUS.
           05  RETREJ-STAT1        PIC X.
           05  RETREJ-STAT2        PIC X.
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

       01  END-OF-FILE             PIC X       VALUE 'N'.
       01  DISP-MSG                PIC X(80)   VALUE SPACES.
       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.

      * RUN PARAMETERS
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-FEE-AMT              PIC 9(005)V99 VALUE 0.

      * CURRENT RETURN, VALIDATED NUMERIC
       01  WS-RT-ORDER-KEY.
           05  WS-RT-CUSTIDENT     PIC 9(009)  VALUE 0.
           05  WS-RT-ORDERNUM      PIC 9(006)  VALUE 0.
       01  WS-RT-RETDATE           PIC 9(008)  VALUE 0.
       01  WS-REJECT-REASON        PIC X(020)  VALUE SPACES.

      * THE RETURNED ORDER WAS ON A PENDING DIRECT DEBIT
       01  WS-DEBIT-SWITCH         PIC X       VALUE 'N'.
           88  DEBIT-WAS-PENDING   VALUE 'Y'.

      * PAYMENT-HISTORY BROWSE OF THE RETURNED ORDER
       01  WS-PH-DONE-SWITCH       PIC X       VALUE 'N'.
           88  PH-BROWSE-DONE      VALUE 'Y'.
       01  WS-PH-FOUND-SWITCH      PIC X       VALUE 'N'.
           88  PH-PAYMENT-FOUND    VALUE 'Y'.
       01  WS-PH-GONE-SWITCH       PIC X       VALUE 'N'.
           88  PH-ALREADY-REVERSED VALUE 'Y'.
       01  WS-PH-MATCH-SEQ         PIC 9(003)  VALUE 0.
       01  WS-PH-NEXT-SEQ          PIC 9(003)  VALUE 0.

      * AMOUNTS OF THE REVERSAL
       01  WS-BACKOUT-AMT          PIC 9(007)V99 VALUE 0.
       01  WS-SAVE-CURRENCY        PIC X(003)  VALUE SPACES.

      * CUSTOMER'S ORDER BROWSE FOR THE FEE ORDER'S NUMBER
       01  WS-BROWSE-DONE-SWITCH   PIC X       VALUE 'N'.
           88  BROWSE-DONE         VALUE 'Y'.
       01  WS-HIGH-ORDERNUM        PIC 9(006)  VALUE 0.

      * RUN STATISTICS
       01  WS-RECORD-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-REVERSED-COUNT       PIC 9(7)    COMP VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-NSF-COUNT            PIC 9(7)    COMP VALUE 0.
       01  WS-CHB-COUNT            PIC 9(7)    COMP VALUE 0.
       01  WS-DDR-COUNT            PIC 9(7)    COMP VALUE 0.
       01  WS-SUSPEND-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-FEE-COUNT            PIC 9(7)    COMP VALUE 0.
       01  WS-REVERSED-TOTAL       PIC 9(9)V99 VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * PROCESSED-FILE GUARD AREA FOR THE RSSPFC00 MODULE
       COPY RSSPFCC.
       01  WS-PFC-BUSDATE-ENV      PIC X(008) VALUE SPACES.
       01  WS-PFC-OVERRIDE-ENV     PIC X(001) VALUE SPACE.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * PROCESSED-FILE GUARD: REFUSE A FEED WHOSE BUSINESS DATE HAS
      * ALREADY BEEN LOADED. THE BUSINESS DATE COMES FROM
      * RSSABB90_BUSDATE (DEFAULT: THE RUN DATE); RSSABB90_RERUN =
      * 'Y' IS THE SUPERVISOR OVERRIDE FOR A GENUINE RERUN...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'RSSABB90_BUSDATE' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-BUSDATE-ENV FROM ENVIRONMENT-VALUE
           IF  WS-PFC-BUSDATE-ENV NOT = SPACES
               MOVE WS-PFC-BUSDATE-ENV TO PFC-BUSDATE
           ELSE
               MOVE WS-RUN-DATE TO PFC-BUSDATE
           END-IF
           DISPLAY 'RSSABB90_RERUN' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-OVERRIDE-ENV FROM ENVIRONMENT-VALUE
           MOVE WS-PFC-OVERRIDE-ENV TO PFC-OVERRIDE
           MOVE 'CHK'      TO PFC-FUNC
           MOVE 'RETFILE'  TO PFC-FILE-ID
           CALL 'RSSPFC00' USING RSSPFC-AREA
           IF  PFC-RETCODE = '22'
               DISPLAY 'RSSABB90: BUSINESS DATE ' PFC-BUSDATE
                       ' ALREADY PROCESSED FOR RETFILE,'
                       ' FILE REFUSED'
               ADD 8 TO ZERO GIVING RETURN-CODE
               STOP RUN
           END-IF.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB90' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING INPUT OUTPUT FILES..."
           PERFORM RETFILE-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDPH-OPEN.
           PERFORM INVTERMS-OPEN.
           PERFORM DDMANDT-OPEN.
           PERFORM RETREJ-OPEN.
           PERFORM CTLTOT-OPEN.

      * ------------------------------------------------------------- *
      * RETURNS FEED'S SWEEPING...
           DISPLAY "REVERSING RETURNED PAYMENTS..."
           PERFORM UNTIL END-OF-FILE = 'Y'
              PERFORM RETFILE-GET
              IF  END-OF-FILE = 'N'
              AND RETFILE-RECORD (1:3) NOT = 'HDR'
              AND RETFILE-RECORD (1:3) NOT = 'TRL'
                  ADD 1 TO WS-RECORD-COUNT
                  PERFORM APPLY-ONE-RETURN
              END-IF
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM RETFILE-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDPH-CLOSE.
           PERFORM INVTERMS-CLOSE.
           PERFORM DDMANDT-CLOSE.
           PERFORM RETREJ-CLOSE.

           PERFORM DISPLAY-RUN-STATISTICS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB90' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-RECORD-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

      * PROCESSED-FILE GUARD: REGISTER THIS FILE AS DONE...
           MOVE 'REG' TO PFC-FUNC
           MOVE 'RETFILE' TO PFC-FILE-ID
           MOVE WS-RECORD-COUNT TO PFC-REC-COUNT
           CALL 'RSSPFC00' USING RSSPFC-AREA

           GOBACK.

      *---------------------------------------------------------------*
      * READ THE RETURNED-ITEM FEE FROM THE CENTRAL RUN-PARAMETER     *
      * FILE, FALLING BACK TO THE ENVIRONMENT VARIABLE OF THE SAME    *
      * NAME. NO FEE IS SET UNLESS A NUMERIC AMOUNT IS GIVEN.         *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABB90_FEE' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB90_FEE' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE ZEROS TO WS-FEE-AMT
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-FEE-AMT = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           DISPLAY 'RSSABB90: RETURNED-ITEM FEE..' WS-FEE-AMT
           EXIT.

      *---------------------------------------------------------------*
      * APPLY ONE BANK RETURN: FIND THE PAYMENT IT TAKES BACK, BACK   *
      * THE AMOUNT OUT OF THE ORDER, RECORD THE REVERSAL AND BOOK THE *
      * FEE. ANY CHECK THAT FAILS SENDS THE RECORD TO THE REJECT FILE *
      * AND STOPS THERE.                                              *
      *---------------------------------------------------------------*
       APPLY-ONE-RETURN.
           IF  RT-CUSTIDENT NOT NUMERIC
           OR  RT-ORDERNUM  NOT NUMERIC
           OR  RT-RETDATE   NOT NUMERIC
           OR  RT-AMOUNT    NOT NUMERIC
           OR  RT-BANKREF   = SPACES
           OR  (RT-REASON NOT = 'NSF' AND RT-REASON NOT = 'CHB'
           AND  RT-REASON NOT = 'DDR')
               MOVE 'INVALID DATA' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN
               EXIT PARAGRAPH
           END-IF
           IF  RT-AMOUNT = 0
               MOVE 'INVALID DATA' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN
               EXIT PARAGRAPH
           END-IF
           MOVE RT-CUSTIDENT TO WS-RT-CUSTIDENT
           MOVE RT-ORDERNUM  TO WS-RT-ORDERNUM
           MOVE RT-RETDATE   TO WS-RT-RETDATE

           MOVE WS-RT-CUSTIDENT TO QO-CUSTIDENT
           MOVE WS-RT-ORDERNUM  TO QO-ORDERNUM
           PERFORM VKSDORD-READ
           IF  VKSDORD-STATUS = '23'
               MOVE 'ORDER NOT FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DEBIT-PENDING
           PERFORM FIND-RETURNED-PAYMENT
      * A DEBIT THE BANK SENT BACK BEFORE THE REMITTANCE FEED EVER
      * APPLIED IT: NOTHING TO REVERSE, ONLY THE DEBIT TO MARK...
           IF  DEBIT-WAS-PENDING
           AND NOT PH-PAYMENT-FOUND
               PERFORM RECORD-DEBIT-RETURN
               ADD 1 TO WS-DDR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF  PH-ALREADY-REVERSED
           AND NOT PH-PAYMENT-FOUND
               MOVE 'ALREADY REVERSED' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN
               EXIT PARAGRAPH
           END-IF
           IF  NOT PH-PAYMENT-FOUND
               MOVE 'PAYMENT NOT FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN
               EXIT PARAGRAPH
           END-IF

      * AN OLD-LAYOUT RECORD NOT YET THROUGH THE CONVERSION STILL
      * HOLDS SPACES WHERE THE PAID AMOUNT LIVES AND MEANS UNPAID...
           IF  QO-PAID-AMT NOT NUMERIC
               MOVE ZEROS TO QO-PAID-AMT
           END-IF
           IF  (QO-ORDERSTATUS NOT = 'SETTLED'
           AND  QO-ORDERSTATUS NOT = 'PARTPAID')
           OR  QO-PAID-AMT = 0
               MOVE 'ORDER NOT PAID' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN
               EXIT PARAGRAPH
           END-IF

           PERFORM REVERSE-ORDER-PAYMENT
           PERFORM WRITE-REVERSAL-ENTRY
           PERFORM MARK-PAYMENT-REVERSED
           IF  WS-FEE-AMT > 0
               PERFORM BOOK-RETURN-FEE
           END-IF
           IF  DEBIT-WAS-PENDING
               PERFORM RECORD-DEBIT-RETURN
           END-IF

           ADD 1 TO WS-REVERSED-COUNT
           ADD RT-AMOUNT TO WS-REVERSED-TOTAL
           EVALUATE RT-REASON
              WHEN 'NSF'
                   ADD 1 TO WS-NSF-COUNT
              WHEN 'CHB'
                   ADD 1 TO WS-CHB-COUNT
              WHEN OTHER
                   ADD 1 TO WS-DDR-COUNT
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * WAS THE RETURNED ORDER ON A DIRECT DEBIT STILL PENDING? ITS   *
      * INVOICE TERMS RECORD STAYS IN THE BUFFER FOR THE MARKING.     *
      *---------------------------------------------------------------*
       CHECK-DEBIT-PENDING.
           MOVE 'N' TO WS-DEBIT-SWITCH
           MOVE WS-RT-CUSTIDENT TO IT-CUSTIDENT
           MOVE WS-RT-ORDERNUM  TO IT-ORDERNUM
           PERFORM INVTERMS-READ
           IF  INVTERMS-STATUS = '00'
           AND IT-DEBIT-STATUS = 'P'
               MOVE 'Y' TO WS-DEBIT-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * MARK THE ORDER'S DEBIT RETURNED, SO DUNNING PICKS IT UP AGAIN *
      * AND THE DEBIT RUN LEAVES IT, AND COUNT THE RETURN AGAINST THE *
      * CUSTOMER'S MANDATE: THE SECOND RETURN SUSPENDS IT.            *
      *---------------------------------------------------------------*
       RECORD-DEBIT-RETURN.
           MOVE 'R' TO IT-DEBIT-STATUS
           PERFORM INVTERMS-REWRITE

           MOVE WS-RT-CUSTIDENT TO DM-CUSTIDENT
           PERFORM DDMANDT-READ
           IF  DDMANDT-STATUS = '23'
               EXIT PARAGRAPH
           END-IF
           IF  DM-RETURN-COUNT NOT NUMERIC
               MOVE 0 TO DM-RETURN-COUNT
           END-IF
           IF  DM-RETURN-COUNT < 99
               ADD 1 TO DM-RETURN-COUNT
           END-IF
           IF  DM-RETURN-COUNT >= 2
           AND DM-STATUS = 'A'
               MOVE 'S'         TO DM-STATUS
               MOVE WS-RUN-DATE TO DM-STATUS-DATE
               ADD 1 TO WS-SUSPEND-COUNT
               DISPLAY 'RSSABB90: MANDATE OF CUSTOMER ' DM-CUSTIDENT
                       ' SUSPENDED AFTER ' DM-RETURN-COUNT
                       ' RETURNED DEBITS'
           END-IF
           MOVE 'RSSABB90'  TO DM-UPD-USER
           MOVE WS-RUN-DATE TO DM-UPD-DATE
           PERFORM DDMANDT-REWRITE
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE ORDER'S PAYMENT-HISTORY ENTRIES FOR THE PAYMENT    *
      * THE BANK TOOK BACK: A PAYMENT ENTRY (NOT A REVERSAL) WITH THE *
      * RETURN'S BANK REFERENCE AND AMOUNT, NOT ALREADY REVERSED. THE *
      * SAME BROWSE YIELDS THE ORDER'S NEXT PAYMENT SEQUENCE.         *
      *---------------------------------------------------------------*
       FIND-RETURNED-PAYMENT.
           MOVE 'N' TO WS-PH-FOUND-SWITCH.
           MOVE 'N' TO WS-PH-GONE-SWITCH.
           MOVE 0   TO WS-PH-MATCH-SEQ.
           MOVE 1   TO WS-PH-NEXT-SEQ.
           MOVE 'N' TO WS-PH-DONE-SWITCH.
           MOVE WS-RT-CUSTIDENT TO PH-CUSTIDENT.
           MOVE WS-RT-ORDERNUM  TO PH-ORDERNUM.
           MOVE ZEROS           TO PH-PAYSEQ.
           START VKSDPH-FILE KEY NOT < PH-PAY-KEY
           IF  VKSDPH-STATUS NOT = '00'
               MOVE 'Y' TO WS-PH-DONE-SWITCH
           END-IF
           PERFORM UNTIL PH-BROWSE-DONE
              READ VKSDPH-FILE NEXT RECORD
              IF  VKSDPH-STATUS NOT = '00'
              OR  PH-CUSTIDENT NOT = WS-RT-CUSTIDENT
              OR  PH-ORDERNUM  NOT = WS-RT-ORDERNUM
                  MOVE 'Y' TO WS-PH-DONE-SWITCH
              ELSE
                  COMPUTE WS-PH-NEXT-SEQ = PH-PAYSEQ + 1
                  IF  PH-ENTRY-TYPE NOT = 'R'
                  AND PH-BANKREF = RT-BANKREF
                  AND PH-PAYAMT  = RT-AMOUNT
                      IF  PH-REVERSED = 'Y'
                          MOVE 'Y' TO WS-PH-GONE-SWITCH
                      ELSE
                          IF  NOT PH-PAYMENT-FOUND
                              MOVE 'Y' TO WS-PH-FOUND-SWITCH
                              MOVE PH-PAYSEQ TO WS-PH-MATCH-SEQ
                          END-IF
                      END-IF
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * BACK THE RETURNED AMOUNT OUT OF THE ORDER'S PAID AMOUNT. THE  *
      * ORDER IS NO LONGER SETTLED: IT GOES BACK TO PARTPAID WHILE    *
      * SOMETHING PAID REMAINS, ELSE TO INVOICED. THE PART OF AN      *
      * OVERPAYMENT THAT WENT TO THE REFUND FILE WAS NEVER IN THE     *
      * PAID AMOUNT, SO NO MORE THAN THE PAID AMOUNT IS BACKED OUT.   *
      *---------------------------------------------------------------*
       REVERSE-ORDER-PAYMENT.
           IF  RT-AMOUNT > QO-PAID-AMT
               MOVE QO-PAID-AMT TO WS-BACKOUT-AMT
           ELSE
               MOVE RT-AMOUNT   TO WS-BACKOUT-AMT
           END-IF
           MOVE QO-ORDERSTATUS TO OHW-OLD-STATUS
           SUBTRACT WS-BACKOUT-AMT FROM QO-PAID-AMT
           IF  QO-PAID-AMT > 0
               MOVE 'PARTPAID' TO QO-ORDERSTATUS
           ELSE
               MOVE 'INVOICED' TO QO-ORDERSTATUS
           END-IF
           MOVE ZEROS TO QO-SETTLEDT
           MOVE QO-CURRENCY TO WS-SAVE-CURRENCY
           PERFORM VKSDORD-REWRITE
           IF  QO-ORDERSTATUS NOT = OHW-OLD-STATUS
               MOVE QO-CUSTIDENT   TO OHW-CUSTIDENT
               MOVE QO-ORDERNUM    TO OHW-ORDERNUM
               MOVE QO-ORDERSTATUS TO OHW-NEW-STATUS
               MOVE 'RSSABB90'     TO OHW-PROGRAM
               MOVE SPACES         TO OHW-USERID
               CALL 'RSSOHW00' USING RSSOHW-AREA
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RECORD THE REVERSAL ON THE PAYMENT-HISTORY FILE AS AN ENTRY   *
      * OF ITS OWN, NUMBERED ONE PAST THE ORDER'S HIGHEST SEQUENCE,   *
      * CARRYING THE RETURNED AMOUNT WITH A NEGATIVE SIGN.            *
      *---------------------------------------------------------------*
       WRITE-REVERSAL-ENTRY.
           MOVE WS-RT-CUSTIDENT TO PH-CUSTIDENT.
           MOVE WS-RT-ORDERNUM  TO PH-ORDERNUM.
           MOVE WS-PH-NEXT-SEQ  TO PH-PAYSEQ.
           COMPUTE PH-PAYAMT = 0 - RT-AMOUNT.
           MOVE WS-RT-RETDATE   TO PH-PAYDATE.
           MOVE RT-BANKREF      TO PH-BANKREF.
           MOVE 'R'             TO PH-ENTRY-TYPE.
           MOVE 'N'             TO PH-REVERSED.
           MOVE RT-REASON       TO PH-RET-REASON.
           MOVE SPACES          TO PH-FILLER.
           PERFORM VKSDPH-WRITE.
           EXIT.

      *---------------------------------------------------------------*
      * MARK THE ORIGINAL PAYMENT ENTRY REVERSED, SO A SECOND RETURN  *
      * OF THE SAME PAYMENT IS REJECTED.                              *
      *---------------------------------------------------------------*
       MARK-PAYMENT-REVERSED.
           MOVE WS-RT-CUSTIDENT TO PH-CUSTIDENT.
           MOVE WS-RT-ORDERNUM  TO PH-ORDERNUM.
           MOVE WS-PH-MATCH-SEQ TO PH-PAYSEQ.
           PERFORM VKSDPH-READ.
           IF  VKSDPH-STATUS = '00'
               MOVE 'Y'       TO PH-REVERSED
               MOVE RT-REASON TO PH-RET-REASON
               PERFORM VKSDPH-REWRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BOOK THE RETURNED-ITEM FEE AS A NEW ORDER RECORD UNDER THE    *
      * CUSTOMER'S NEXT ORDER NUMBER, STATUS FINCHG, IN THE CURRENCY  *
      * OF THE RETURNED ORDER.                                        *
      *---------------------------------------------------------------*
       BOOK-RETURN-FEE.
           PERFORM FIND-HIGH-ORDER-NUMBER.
           MOVE WS-RT-CUSTIDENT TO QO-CUSTIDENT.
           COMPUTE QO-ORDERNUM = WS-HIGH-ORDERNUM + 1.
           MOVE WS-RUN-DATE     TO QO-ORDERDATE.
           MOVE WS-FEE-AMT      TO QO-ORDERAMT.
           MOVE 'FINCHG'        TO QO-ORDERSTATUS.
           MOVE ZEROS           TO QO-SETTLEDT.
           MOVE ZEROS           TO QO-PAID-AMT.
           MOVE ZEROS           TO QO-CREDIT-AMT.
           MOVE WS-SAVE-CURRENCY TO QO-CURRENCY.
           MOVE SPACES          TO QO-PROMO-CODE.
           MOVE ZERO            TO QO-SHIPTO-SEQ.
           PERFORM VKSDORD-WRITE.
           MOVE QO-CUSTIDENT    TO OHW-CUSTIDENT
           MOVE QO-ORDERNUM     TO OHW-ORDERNUM
           MOVE SPACES          TO OHW-OLD-STATUS
           MOVE QO-ORDERSTATUS  TO OHW-NEW-STATUS
           MOVE 'RSSABB90'      TO OHW-PROGRAM
           MOVE SPACES          TO OHW-USERID
           CALL 'RSSOHW00' USING RSSOHW-AREA
           ADD 1 TO WS-FEE-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE CUSTOMER'S KEY RANGE FOR THE HIGHEST ORDER NUMBER. *
      *---------------------------------------------------------------*
       FIND-HIGH-ORDER-NUMBER.
           MOVE 0   TO WS-HIGH-ORDERNUM.
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
           MOVE WS-RT-CUSTIDENT TO QO-CUSTIDENT.
           MOVE ZEROS           TO QO-ORDERNUM.
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ VKSDORD-FILE NEXT RECORD
              IF  VKSDORD-STATUS NOT = '00'
              OR  QO-CUSTIDENT NOT = WS-RT-CUSTIDENT
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  MOVE QO-ORDERNUM TO WS-HIGH-ORDERNUM
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * WRITE ONE UNMATCHED RETURN WITH ITS REASON.                   *
      *---------------------------------------------------------------*
       REJECT-RETURN.
           MOVE WS-REJECT-REASON TO RJ-REASON
           MOVE RETFILE-RECORD   TO RJ-IMAGE
           PERFORM RETREJ-WRITE
           ADD 1 TO WS-REJECT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * DISPLAY THE END-OF-JOB RUN STATISTICS.                        *
      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABB90: RUN STATISTICS...'
           DISPLAY '   RETURNS       : ' WS-RECORD-COUNT
           DISPLAY '   REVERSED      : ' WS-REVERSED-COUNT
           DISPLAY '     NSF         : ' WS-NSF-COUNT
           DISPLAY '     CHARGEBACK  : ' WS-CHB-COUNT
           DISPLAY '     DIRECT DEBIT: ' WS-DDR-COUNT
           DISPLAY '   MANDATES SUSP.: ' WS-SUSPEND-COUNT
           DISPLAY '   AMOUNT        : ' WS-REVERSED-TOTAL
           DISPLAY '   FEES BOOKED   : ' WS-FEE-COUNT
           DISPLAY '   REJECTED      : ' WS-REJECT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABB90' TO CTLTOT-PROGRAM.
           MOVE 'PAYMENTS REVERSED' TO CTLTOT-LABEL.
           MOVE WS-REVERSED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB90' TO CTLTOT-PROGRAM.
           MOVE 'RETURNED-ITEM FEES' TO CTLTOT-LABEL.
           MOVE WS-FEE-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB90' TO CTLTOT-PROGRAM.
           MOVE 'RETURNS REJECTED' TO CTLTOT-LABEL.
           MOVE WS-REJECT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB90' TO CTLTOT-PROGRAM.
           MOVE 'DEBITS RETURNED' TO CTLTOT-LABEL.
           MOVE WS-DDR-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB90' TO CTLTOT-PROGRAM.
           MOVE 'MANDATES SUSPENDED' TO CTLTOT-LABEL.
           MOVE WS-SUSPEND-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       RETFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT RETFILE-FILE
           IF  RETFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB90: RETFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE RETFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RETFILE-GET.
           READ RETFILE-FILE
           IF  RETFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  RETFILE-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   MOVE 'RSSABB90: RETFILE-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE RETFILE-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RETFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE RETFILE-FILE
           IF  RETFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB90: RETFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE RETFILE-STATUS TO IO-STATUS
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
               MOVE 'RSSABB90: VKSDORD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-READ.
           READ VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
           OR  VKSDORD-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB90: VKSDORD-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-WRITE.
           WRITE QO-ODCSFORD-RECORD
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'RSSABB90: VKSDORD-FAILURE-WRITE...'
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
               MOVE 'RSSABB90: VKSDORD-FAILURE-REWRITE...'
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
               MOVE 'RSSABB90: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDPH-FILE
           IF  VKSDPH-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB90: VKSDPH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-READ.
           READ VKSDPH-FILE
           IF  VKSDPH-STATUS = '00'
           OR  VKSDPH-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB90: VKSDPH-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-WRITE.
           WRITE PH-ODCSFPH-RECORD
           IF  VKSDPH-STATUS NOT = '00'
               MOVE 'RSSABB90: VKSDPH-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-REWRITE.
           REWRITE PH-ODCSFPH-RECORD
           IF  VKSDPH-STATUS NOT = '00'
               MOVE 'RSSABB90: VKSDPH-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDPH-FILE
           IF  VKSDPH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB90: VKSDPH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
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
               MOVE 'RSSABB90: INVTERMS-FAILURE-OPEN...'
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
               MOVE 'RSSABB90: INVTERMS-FAILURE-READ...'
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
               MOVE 'RSSABB90: INVTERMS-FAILURE-REWRITE...'
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
               MOVE 'RSSABB90: INVTERMS, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
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
               MOVE 'RSSABB90: DDMANDT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE DDMANDT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DDMANDT-READ.
           READ DDMANDT-FILE
           IF  DDMANDT-STATUS = '00'
           OR  DDMANDT-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB90: DDMANDT-FAILURE-READ...'
                 TO DISP-MSG
               MOVE DDMANDT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DDMANDT-REWRITE.
           REWRITE DM-ODCSFDM-RECORD
           IF  DDMANDT-STATUS NOT = '00'
               MOVE 'RSSABB90: DDMANDT-FAILURE-REWRITE...'
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
               MOVE 'RSSABB90: DDMANDT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE DDMANDT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RETREJ-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT RETREJ-FILE
           IF  RETREJ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB90: RETREJ-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE RETREJ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RETREJ-WRITE.
           WRITE RETREJ-RECORD
           IF  RETREJ-STATUS NOT = '00'
               MOVE 'RSSABB90: RETREJ-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE RETREJ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RETREJ-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE RETREJ-FILE
           IF  RETREJ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB90: RETREJ, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE RETREJ-STATUS TO IO-STATUS
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
               MOVE 'RSSABB90: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB90: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB90: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB90: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB90: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB90: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
