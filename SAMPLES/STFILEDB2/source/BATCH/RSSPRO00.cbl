       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSPRO00.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -SHARED PROMOTION HANDLER. THE BATCH STEPS THAT TAKE       *
      *     ORDERS (THE NIGHTLY ORDER LOAD, THE REFERRAL RELEASE)     *
      *     CALL IT TO VALIDATE AN ORDER'S PROMOTION CODE AGAINST     *
      *     THE PROMOTION TABLE, WORK OUT THE DISCOUNT AND KEEP THE   *
      *     ORDER'S REDEMPTION RECORD.                                *
      *    -A CODE IS GOOD WHEN IT IS ON THE TABLE, THE ORDER DATE    *
      *     FALLS BETWEEN ITS EFFECTIVE AND EXPIRY DATES, AND - FOR A *
      *     ONCE-PER-CUSTOMER PROMOTION - THE CUSTOMER HAS NO OTHER   *
      *     ORDER REDEEMED (OR HELD ON REFERRAL) UNDER IT.            *
      *    -A PERCENT PROMOTION TAKES ITS PERCENTAGE OFF, A FIXED     *
      *     ONE ITS AMOUNT, NEVER MORE THAN THE AMOUNT IT IS TAKEN    *
      *     FROM. A PROMOTION KEPT TO ONE PRODUCT IS TAKEN FROM THE   *
      *     ORDER'S LINES FOR THAT PRODUCT AS THEY LOAD, A FIXED      *
      *     AMOUNT ONCE PER ORDER.                                    *
      *    -THE FUNCTIONS AND RETURN CODES ARE DESCRIBED IN RSSPROC.  *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PROMOTBL (PROMOTION TABLE)                *
      * I-O FILE   : VSAM - PROMORED (PROMOTION REDEMPTIONS)          *
      * LINKAGE    : RSSPROC PARAMETER AREA                           *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * PROMOTION TABLE VSAM-KSDS FILE, READ BY CODE
           SELECT OPTIONAL PROMOTBL-FILE
               ASSIGN       TO PROMOTBL
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PR-PROMO-CODE
               FILE STATUS  IS PROMOTBL-STATUS.

      * PROMOTION REDEMPTION VSAM-KSDS FILE, BROWSED PER CODE AND
      * CUSTOMER FOR THE ONCE-PER-CUSTOMER CHECK
           SELECT OPTIONAL PROMORED-FILE
               ASSIGN       TO PROMORED
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RD-REDEEM-KEY
               FILE STATUS  IS PROMORED-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   PROMOTBL-FILE.
       COPY ODCSFPR.

       FD   PROMORED-FILE.
       COPY ODCSFRD.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

       01  PROMOTBL-STATUS.
           05  PROMOTBL-STAT1      PIC X.
           05  PROMOTBL-STAT2      PIC X.
       01  PROMORED-STATUS.
           05  PROMORED-STAT1      PIC X.
           05  PROMORED-STAT2      PIC X.

       01  WS-DONE-SWITCH          PIC X VALUE 'N'.
           88  BROWSE-DONE         VALUE 'Y'.
       01  WS-USED-SWITCH          PIC X VALUE 'N'.
           88  PROMO-ALREADY-USED  VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.

       LINKAGE SECTION.
       COPY RSSPROC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING RSSPRO-AREA.

           MOVE '99'   TO PRO-RETCODE
           MOVE ZEROS  TO PRO-DISC-AMT
           MOVE SPACES TO PRO-REASON
           IF  PRO-FUNCTION = 'V'
               MOVE SPACES TO PRO-PRODCODE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT PROMOTBL-FILE
           IF  PROMOTBL-STATUS NOT = '00' AND '05'
               DISPLAY 'RSSPRO00: PROMOTBL-FAILURE-OPEN...'
                       PROMOTBL-STATUS
               GOBACK
           END-IF
           OPEN I-O PROMORED-FILE
           IF  PROMORED-STATUS NOT = '00' AND '05'
               DISPLAY 'RSSPRO00: PROMORED-FAILURE-OPEN...'
                       PROMORED-STATUS
               CLOSE PROMOTBL-FILE
               GOBACK
           END-IF

           EVALUATE PRO-FUNCTION
              WHEN 'V'
                   PERFORM VALIDATE-PROMOTION
              WHEN 'R'
                   PERFORM RECORD-REDEMPTION
              WHEN 'L'
                   PERFORM DISCOUNT-ORDER-LINE
              WHEN 'F'
                   PERFORM FINALIZE-REDEMPTION
              WHEN 'D'
                   PERFORM DROP-REDEMPTION
              WHEN OTHER
                   DISPLAY 'RSSPRO00: UNKNOWN FUNCTION...'
                           PRO-FUNCTION
           END-EVALUATE

           CLOSE PROMOTBL-FILE
           CLOSE PROMORED-FILE
           GOBACK.

      *---------------------------------------------------------------*
      * VALIDATE THE ORDER'S PROMOTION CODE AND, FOR A PROMOTION NOT  *
      * KEPT TO ONE PRODUCT, WORK OUT THE ORDER-LEVEL DISCOUNT.       *
      *---------------------------------------------------------------*
       VALIDATE-PROMOTION.
           PERFORM READ-PROMOTION
           IF  PRO-RETCODE NOT = '00'
               MOVE 'UNKNOWN PROMO CODE' TO PRO-REASON
               EXIT PARAGRAPH
           END-IF

           IF  PRO-ORDERDATE < PR-EFF-DATE
           OR  PRO-ORDERDATE > PR-EXP-DATE
               MOVE '30'                  TO PRO-RETCODE
               MOVE 'PROMO NOT IN EFFECT' TO PRO-REASON
               EXIT PARAGRAPH
           END-IF

           IF  PR-ONCE-FLAG = 'Y'
               PERFORM CHECK-PRIOR-REDEMPTION
               IF  PROMO-ALREADY-USED
                   MOVE '40'                 TO PRO-RETCODE
                   MOVE 'PROMO ALREADY USED' TO PRO-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE PR-PRODCODE TO PRO-PRODCODE
           IF  PR-PRODCODE = SPACES
               PERFORM COMPUTE-DISCOUNT
           END-IF
           MOVE '00' TO PRO-RETCODE
           EXIT.

      *---------------------------------------------------------------*
      * READ THE PROMOTION BY ITS CODE: '00' FOUND, '23' NOT.         *
      *---------------------------------------------------------------*
       READ-PROMOTION.
           MOVE PRO-PROMO-CODE TO PR-PROMO-CODE
           READ PROMOTBL-FILE
           EVALUATE PROMOTBL-STATUS
              WHEN '00'
                   MOVE '00' TO PRO-RETCODE
              WHEN '23'
                   MOVE '23' TO PRO-RETCODE
              WHEN OTHER
                   MOVE '23' TO PRO-RETCODE
                   DISPLAY 'RSSPRO00: PROMOTBL-FAILURE-READ...'
                           PROMOTBL-STATUS
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE CODE'S REDEMPTIONS FOR THE CUSTOMER: ANY OTHER     *
      * ORDER REDEEMED OR HELD UNDER IT MEANS THE PROMOTION IS USED.  *
      * THE SAME ORDER SENT AGAIN DOES NOT COUNT AGAINST ITSELF.      *
      *---------------------------------------------------------------*
       CHECK-PRIOR-REDEMPTION.
           MOVE 'N'            TO WS-USED-SWITCH
           MOVE 'N'            TO WS-DONE-SWITCH
           MOVE PRO-PROMO-CODE TO RD-PROMO-CODE
           MOVE PRO-CUSTIDENT  TO RD-CUSTIDENT
           MOVE ZEROS          TO RD-ORDERNUM
           START PROMORED-FILE KEY NOT < RD-REDEEM-KEY
           IF  PROMORED-STATUS NOT = '00'
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ PROMORED-FILE NEXT RECORD
              IF  PROMORED-STATUS NOT = '00'
              OR  RD-PROMO-CODE NOT = PRO-PROMO-CODE
              OR  RD-CUSTIDENT  NOT = PRO-CUSTIDENT
                  MOVE 'Y' TO WS-DONE-SWITCH
              ELSE
                  IF  RD-ORDERNUM NOT = PRO-ORDERNUM
                      MOVE 'Y' TO WS-USED-SWITCH
                      MOVE 'Y' TO WS-DONE-SWITCH
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * THE PROMOTION'S DISCOUNT ON PRO-BASE-AMT, NEVER MORE THAN IT. *
      *---------------------------------------------------------------*
       COMPUTE-DISCOUNT.
           IF  PR-DISC-PERCENT
               COMPUTE PRO-DISC-AMT ROUNDED =
                       PRO-BASE-AMT * PR-DISC-VALUE / 100
           ELSE
               MOVE PR-DISC-VALUE TO PRO-DISC-AMT
           END-IF
           IF  PRO-DISC-AMT > PRO-BASE-AMT
               MOVE PRO-BASE-AMT TO PRO-DISC-AMT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * WRITE THE ORDER'S REDEMPTION; AN ORDER SENT AGAIN REPLACES    *
      * ITS EARLIER RECORD.                                           *
      *---------------------------------------------------------------*
       RECORD-REDEMPTION.
           MOVE PRO-PROMO-CODE TO RD-PROMO-CODE
           MOVE PRO-CUSTIDENT  TO RD-CUSTIDENT
           MOVE PRO-ORDERNUM   TO RD-ORDERNUM
           READ PROMORED-FILE
           MOVE PRO-RED-STATUS TO RD-STATUS
           MOVE WS-RUN-DATE    TO RD-REDEEM-DATE
           MOVE PRO-BASE-AMT   TO RD-GROSS-AMT
           MOVE PRO-DISC-AMT   TO RD-DISC-AMT
           MOVE PRO-PROGRAM    TO RD-PROGRAM
           MOVE SPACES         TO RD-FILLER
           IF  PROMORED-STATUS = '00'
               REWRITE RD-ODCSFRD-RECORD
           ELSE
               WRITE RD-ODCSFRD-RECORD
           END-IF
           IF  PROMORED-STATUS = '00'
               MOVE '00' TO PRO-RETCODE
           ELSE
               DISPLAY 'RSSPRO00: PROMORED-FAILURE-WRITE...'
                       PROMORED-STATUS
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE DISCOUNT ON ONE OF THE ORDER'S LINES: TAKEN ONLY WHEN THE *
      * PROMOTION IS KEPT TO THE LINE'S PRODUCT, A FIXED AMOUNT ONLY  *
      * ON THE FIRST SUCH LINE. THE LINE IS ADDED TO THE REDEMPTION.  *
      *---------------------------------------------------------------*
       DISCOUNT-ORDER-LINE.
           PERFORM READ-PROMOTION
           IF  PRO-RETCODE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF  PR-PRODCODE = SPACES
           OR  PR-PRODCODE NOT = PRO-PRODCODE
               EXIT PARAGRAPH
           END-IF

           MOVE PRO-PROMO-CODE TO RD-PROMO-CODE
           MOVE PRO-CUSTIDENT  TO RD-CUSTIDENT
           MOVE PRO-ORDERNUM   TO RD-ORDERNUM
           READ PROMORED-FILE
           IF  PROMORED-STATUS NOT = '00'
               MOVE '23' TO PRO-RETCODE
               EXIT PARAGRAPH
           END-IF

           IF  PR-DISC-AMOUNT
           AND RD-DISC-AMT > 0
               CONTINUE
           ELSE
               PERFORM COMPUTE-DISCOUNT
           END-IF
           ADD PRO-BASE-AMT TO RD-GROSS-AMT
           ADD PRO-DISC-AMT TO RD-DISC-AMT
           REWRITE RD-ODCSFRD-RECORD
           IF  PROMORED-STATUS NOT = '00'
               MOVE '99'  TO PRO-RETCODE
               MOVE ZEROS TO PRO-DISC-AMT
               DISPLAY 'RSSPRO00: PROMORED-FAILURE-REWRITE...'
                       PROMORED-STATUS
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE REFERRED ORDER IS RELEASED: ITS HELD REDEMPTION BECOMES   *
      * REDEEMED AS OF TODAY.                                         *
      *---------------------------------------------------------------*
       FINALIZE-REDEMPTION.
           MOVE PRO-PROMO-CODE TO RD-PROMO-CODE
           MOVE PRO-CUSTIDENT  TO RD-CUSTIDENT
           MOVE PRO-ORDERNUM   TO RD-ORDERNUM
           READ PROMORED-FILE
           IF  PROMORED-STATUS NOT = '00'
               MOVE '23' TO PRO-RETCODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'R'         TO RD-STATUS
           MOVE WS-RUN-DATE TO RD-REDEEM-DATE
           MOVE PRO-PROGRAM TO RD-PROGRAM
           REWRITE RD-ODCSFRD-RECORD
           IF  PROMORED-STATUS = '00'
               MOVE '00' TO PRO-RETCODE
           ELSE
               DISPLAY 'RSSPRO00: PROMORED-FAILURE-REWRITE...'
                       PROMORED-STATUS
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE REFERRED ORDER IS DECLINED: ITS HELD REDEMPTION IS        *
      * DROPPED SO THE CUSTOMER MAY STILL USE THE PROMOTION.          *
      *---------------------------------------------------------------*
       DROP-REDEMPTION.
           MOVE PRO-PROMO-CODE TO RD-PROMO-CODE
           MOVE PRO-CUSTIDENT  TO RD-CUSTIDENT
           MOVE PRO-ORDERNUM   TO RD-ORDERNUM
           DELETE PROMORED-FILE
           EVALUATE PROMORED-STATUS
              WHEN '00'
                   MOVE '00' TO PRO-RETCODE
              WHEN '23'
                   MOVE '23' TO PRO-RETCODE
              WHEN OTHER
                   DISPLAY 'RSSPRO00: PROMORED-FAILURE-DELETE...'
                           PROMORED-STATUS
           END-EVALUATE
           EXIT.
