      *    -This commarea-driven program lets the web portal's        *
      *     gateway capture an order directly instead of waiting for  *
      *     the next day's bureau file: it validates that the         *
      *     customer exists and is neither closed, deceased nor on    *
      *     compliance or fraud hold,                                 *
      *     applies the same credit-limit check the batch order load  *
      *     applies (open order total plus the new order against      *
      *     CREDITLIM; a zero limit means no limit), assigns the      *
      *     customer's next order number, writes the order row and    *
      *     returns the order number to the caller.                   *
      *    -The caller may name one of the customer's ship-to         *
      *     addresses by its sequence; it must be on the ship-to      *
      *     file (SHIPTO) and active. It is written with the order    *
      *     row (SHIPTOSEQ, zero for the customer's own address).     *
      *    -The same trail as the other write paths: the access is    *
      *     logged to the CIAL queue and an 'ORD' event goes to the   *
      *     CEVT queue for the overnight fan-out.                     *
      *    -Once the customer is found, the caller also gets the      *
      *     customer's active special-handling flag codes (HANDFLAG), *
      *     the ones the screens show as a banner.                    *
      * ------------------------------------------------------------- *
      *    Commarea ... : RSSBORC                                     *
      *    No map - LINKed, never attached to a terminal.             *
       01  WS-MIRROR-RESP      PIC S9(08) COMP VALUE +0.
       COPY ODCSF0.

      *--- Ship-to addresses come from the same VSAM side
       01  WS-SHIPTO-KEY.
           05  WS-SHIPTO-CUSTIDENT PIC 9(009) VALUE 0.
           05  WS-SHIPTO-SEQ       PIC 9(001) VALUE 0.
       01  WS-SHIPTO-RESP      PIC S9(08) COMP VALUE +0.
       01  WS-SHIPTO-SEQ-HV    PIC S9(4)  COMP VALUE +0.
       COPY ODCSFST.

      *--- Active special-handling flags returned to the caller
       COPY ODCSFHF.
       01  WS-HF-KEY.
           05  WS-HF-CUSTIDENT PIC 9(009) VALUE 0.
           05  WS-HF-FLAG-CODE PIC X(004) VALUE SPACES.
       01  WS-HF-RESP          PIC S9(08) COMP VALUE +0.
       01  WS-HF-TODAY         PIC 9(008) VALUE 0.
       01  WS-HF-ABSTIME       PIC S9(15) COMP-3 VALUE +0.
       01  WS-HF-AREA-SW       PIC X(001) VALUE 'N'.
           88  HF-AREA-PASSED  VALUE 'Y'.

      *--- Credit-limit check work fields, batch-load style
       01  WS-CREDIT-LIMIT     PIC S9(7)V99 USAGE COMP-3 VALUE +0.
       01  WS-OPEN-ORDER-TOTAL PIC S9(9)V99 USAGE COMP-3 VALUE +0.
           MOVE '00'   TO ORC-RETCODE.
           MOVE SPACES TO ORC-MESSAGE.
           MOVE 0      TO ORC-ORDERNUM.
           MOVE 'N'    TO WS-HF-AREA-SW.
           IF EIBCALEN NOT < LENGTH OF RSSBOR-AREA
              MOVE 'Y'    TO WS-HF-AREA-SW
              MOVE 0      TO ORC-FLAG-COUNT
              MOVE SPACES TO ORC-FLAG-CODES
           END-IF.

           EVALUATE ORC-FUNC
              WHEN 'ADD'
              GO TO 1000-CAPTURE-ORDER-X
           END-IF.

           PERFORM 1250-CHECK-SHIPTO.
           IF ORC-RETCODE NOT = '00'
              MOVE 'ST' TO LOG-RESULT
              PERFORM 1600-LOG-ORDER-ACCESS
              GO TO 1000-CAPTURE-ORDER-X
           END-IF.

           PERFORM 1300-CHECK-CREDIT-LIMIT.
           IF ORC-RETCODE NOT = '00'
              MOVE 'CL' TO LOG-RESULT
           IF WS-NULL-IND < 0
              MOVE 0 TO WS-CREDIT-LIMIT
           END-IF.
           IF HF-AREA-PASSED
              PERFORM 1210-LOAD-FLAG-CODES
           END-IF.

           MOVE ORC-CUSTIDENT TO WS-MIRROR-KEY.
           EXEC CICS READ DATASET('ODCSF0')
                 MOVE 'E: customer is flagged deceased.'
                   TO ORC-MESSAGE
              END-IF
              IF QS-COMPL-HOLD = 'H'
                 MOVE '30' TO ORC-RETCODE
                 MOVE 'E: customer is on compliance hold.'
                   TO ORC-MESSAGE
              END-IF
              IF QS-FRAUD-HOLD = 'F'
                 MOVE '30' TO ORC-RETCODE
                 MOVE 'E: customer is on fraud hold.'
                   TO ORC-MESSAGE
              END-IF
           END-IF.
       1200-CHECK-CUSTOMER-X.
           EXIT.

      * --------------------------------------------------------
      * ! The customer's active special-handling flag codes (no
      * ! expiry date, or one not yet passed), up to 5.
      * --------------------------------------------------------
       1210-LOAD-FLAG-CODES.
           EXEC CICS ASKTIME ABSTIME(WS-HF-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-HF-ABSTIME)
                                YYYYMMDD(WS-HF-TODAY)
           END-EXEC.
           MOVE ORC-CUSTIDENT  TO WS-HF-CUSTIDENT.
           MOVE LOW-VALUES     TO WS-HF-FLAG-CODE.
           EXEC CICS STARTBR DATASET('HANDFLAG')
                             RIDFLD(WS-HF-KEY)
                             GTEQ
                             RESP(WS-HF-RESP)
           END-EXEC.
           IF WS-HF-RESP NOT = DFHRESP(NORMAL)
              GO TO 1210-LOAD-FLAG-CODES-X
           END-IF.
           PERFORM UNTIL WS-HF-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT DATASET('HANDFLAG')
                                 INTO(HF-ODCSFHF-RECORD)
                                 LENGTH(LENGTH OF HF-ODCSFHF-RECORD)
                                 RIDFLD(WS-HF-KEY)
                                 RESP(WS-HF-RESP)
              END-EXEC
              IF WS-HF-RESP = DFHRESP(NORMAL)
                 IF HF-CUSTIDENT NOT = WS-HF-CUSTIDENT
                    MOVE DFHRESP(ENDFILE) TO WS-HF-RESP
                 ELSE
                    IF  (HF-EXPIRY-DATE = 0
                    OR   HF-EXPIRY-DATE NOT < WS-HF-TODAY)
                    AND ORC-FLAG-COUNT < 5
                       ADD 1 TO ORC-FLAG-COUNT
                       MOVE HF-FLAG-CODE
                         TO ORC-FLAG-CODE (ORC-FLAG-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET('HANDFLAG') END-EXEC.
       1210-LOAD-FLAG-CODES-X.
           EXIT.

      * --------------------------------------------------------
      * ! A ship-to named by the caller must be one of the
      * ! customer's own, and active; none (zero or a space) is
      * ! the customer's own address.
      * --------------------------------------------------------
       1250-CHECK-SHIPTO.
           MOVE 0 TO WS-SHIPTO-SEQ-HV.
           IF EIBCALEN < LENGTH OF RSSBOR-AREA - 21
              GO TO 1250-CHECK-SHIPTO-X
           END-IF.
           IF ORC-SHIPTO-SEQ = SPACE OR '0'
              GO TO 1250-CHECK-SHIPTO-X
           END-IF.
           IF ORC-SHIPTO-SEQ NOT NUMERIC
              MOVE '30' TO ORC-RETCODE
              MOVE 'E: ship-to sequence must be numeric.'
                TO ORC-MESSAGE
              GO TO 1250-CHECK-SHIPTO-X
           END-IF.
           MOVE ORC-CUSTIDENT  TO WS-SHIPTO-CUSTIDENT.
           MOVE ORC-SHIPTO-SEQ TO WS-SHIPTO-SEQ.
           EXEC CICS READ DATASET('SHIPTO')
                          INTO(ST-ODCSFST-RECORD)
                          RIDFLD(WS-SHIPTO-KEY)
                          LENGTH(LENGTH OF ST-ODCSFST-RECORD)
                          RESP(WS-SHIPTO-RESP)
           END-EXEC.
           IF WS-SHIPTO-RESP NOT = DFHRESP(NORMAL)
              MOVE '30' TO ORC-RETCODE
              MOVE 'E: ship-to address not found for this customer.'
                TO ORC-MESSAGE
              GO TO 1250-CHECK-SHIPTO-X
           END-IF.
           IF ST-STATUS = 'I'
              MOVE '30' TO ORC-RETCODE
              MOVE 'E: ship-to address is inactive.' TO ORC-MESSAGE
              GO TO 1250-CHECK-SHIPTO-X
           END-IF.
           MOVE WS-SHIPTO-SEQ TO WS-SHIPTO-SEQ-HV.
       1250-CHECK-SHIPTO-X.
           EXIT.

      * --------------------------------------------------------
      * ! The batch load's credit-limit check: the open (not
      * ! settled, not cancelled) order total plus the new order
           EXEC SQL
                INSERT INTO PJ01DB2.ODCSFORD
                       ( CUSTIDENT,  ORDERNUM,  ORDERDATE,
                         ORDERAMT,   ORDERSTATUS, SHIPTOSEQ )
                VALUES ( :CUST-TABLE-KEY, :WS-NEW-ORDERNUM,
                         :ORC-ORDERDATE,  :WS-ORDER-AMT,
                         'OPEN',          :WS-SHIPTO-SEQ-HV )
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0
