       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB92.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -MONTHLY COLLECTION-AGENCY PLACEMENT RUN, GATED ON THE     *
      *     COMPANY CALENDAR'S MONTH-END FLAG THRU RSSCAL00. ORDERS   *
      *     THAT HAVE HAD THE FINAL NOTICE (LEVEL 3 ON THE DUNNING    *
      *     HISTORY, ODCSFDH) AT LEAST THE WAITING DAYS AGO AND STILL *
      *     CARRY AN OPEN BALANCE ARE HANDED TO THE OUTSIDE AGENCY.   *
      *    -EACH PLACED ORDER IS WRITTEN TO THE AGENCY EXPORT WITH    *
      *     THE CUSTOMER'S NAME AND ADDRESS BLOCK, THE ORDER'S AMOUNT *
      *     AND OPEN BALANCE, AND THE DATES OF THE NOTICES SENT,      *
      *     WRAPPED IN THE STANDARD ENVRECS HDR/TRL ENVELOPE          *
      *     (CUSTIDENT HASH TOTAL).                                   *
      *    -THE ORDER GOES THRU RSSOHW00 TO STATUS PLACED, WHICH      *
      *     TAKES IT OUT OF THE SHOP'S OWN DUNNING, FINANCE-CHARGE    *
      *     AND WRITE-OFF RUNS, AND THE PLACEMENT IS RECORDED ON THE  *
      *     AGYPLAC FILE (ODCSFAP) FOR THE RSSABB93 RECOVERY IMPORT.  *
      *    -AN ORDER ON AN ACTIVE PAYMENT PLAN, OR ONE PLACED BEFORE  *
      *     (AND SINCE RECALLED), IS NOT PLACED.                      *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - DUNHIST (DUNNING HISTORY, ODCSFDH)        *
      * I-O FILE   : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - PAYPLAN (PAYMENT PLANS, ODCSFPP)          *
      * I-O FILE   : VSAM - AGYPLAC (AGENCY PLACEMENTS, ODCSFAP)      *
      * OUTPUT FILE: QSAM - PLACEXP (AGENCY EXPORT, ENVELOPED)        *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * PARAMETERS (RUN-PARAMETER FILE, ELSE ENVIRONMENT):            *
      *   RSSABB92_WAIT_DAYS - DAYS AFTER THE FINAL NOTICE BEFORE THE *
      *                        ORDER IS PLACED (DEFAULT 14)           *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * DUNNING-HISTORY VSAM-KSDS FILE, SWEPT IN KEY ORDER (ORDER KEY
      * THEN NOTICE LEVEL, SO AN ORDER'S NOTICES COME TOGETHER)
           SELECT OPTIONAL VKSDDH-FILE
               ASSIGN       TO DUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS DH-DUN-KEY
               FILE STATUS  IS VKSDDH-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE, MARKED PLACED IN PLACE
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, NAME AND ADDRESS READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * PAYMENT-PLAN VSAM-KSDS FILE: AN ACTIVE PLAN KEEPS THE ORDER
      * WITH THE SHOP (ABSENT FILE MEANS NO PLANS)
           SELECT OPTIONAL PAYPLAN-FILE
               ASSIGN       TO PAYPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PP-ORDER-KEY
               FILE STATUS  IS PAYPLAN-STATUS.

      * AGENCY-PLACEMENT VSAM-KSDS FILE: ONE RECORD PER ORDER PLACED
           SELECT OPTIONAL AGYPLAC-FILE
               ASSIGN       TO AGYPLAC
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS AP-ORDER-KEY
               FILE STATUS  IS AGYPLAC-STATUS.

      * THE AGENCY EXPORT, ONE RECORD PER ORDER PLACED
           SELECT PLACEXP-FILE
               ASSIGN       TO PLACEXP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS PLACEXP-STATUS.

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
       FD   VKSDDH-FILE.
       COPY ODCSFDH.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   PAYPLAN-FILE.
       COPY ODCSFPP.

       FD   AGYPLAC-FILE.
       COPY ODCSFAP.

       FD   PLACEXP-FILE
            RECORD CONTAINS 200 CHARACTERS.
       01  PLACEXP-RECORD          PIC X(200).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  VKSDDH-STATUS.
           05  VKSDDH-STAT1        PIC X.
           05  VKSDDH-STAT2        PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  PAYPLAN-STATUS.
           05  PAYPLAN-STAT1       PIC X.
           05  PAYPLAN-STAT2       PIC X.
       01  AGYPLAC-STATUS.
           05  AGYPLAC-STAT1       PIC X.
           05  AGYPLAC-STAT2       PIC X.
       01  PLACEXP-STATUS.
           05  PLACEXP-STAT1       PIC X.
           05  PLACEXP-STAT2       PIC X.
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

       01  WS-DH-EOF-SWITCH        PIC X       VALUE 'N'.
           88  DH-EOF              VALUE 'Y'.

      * RUN PARAMETERS
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-WAIT-DAYS            PIC 9(003)  VALUE 14.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-NOTICE-DAYS          PIC S9(9) COMP VALUE 0.

      * THE ORDER WHOSE NOTICES ARE BEING READ, AND THE DATES OF ITS
      * EARLIER NOTICES
       01  WS-CUR-DUN-KEY.
           05  WS-CUR-CUSTIDENT    PIC 9(009)  VALUE 0.
           05  WS-CUR-ORDERNUM     PIC 9(006)  VALUE 0.
       01  WS-DUN1-DATE            PIC 9(008)  VALUE 0.
       01  WS-DUN2-DATE            PIC 9(008)  VALUE 0.
       01  WS-OPEN-AMT             PIC S9(009)V99 VALUE 0.

      * THE AGENCY'S FIXED PLACEMENT RECORD
       01  W-EXPORT-RECORD.
           05  WX-CUSTIDENT        PIC 9(009).
           05  WX-ORDERNUM         PIC 9(006).
           05  WX-CUSTLNAME        PIC X(030).
           05  WX-CUSTFNAME        PIC X(020).
           05  WX-CUSTADDRS        PIC X(030).
           05  WX-CUSTCITY         PIC X(020).
           05  WX-CUSTSTATE        PIC X(002).
           05  WX-CUSTZIP          PIC X(005).
           05  WX-CUSTCOUNTRY      PIC X(002).
           05  WX-CUSTPHONE        PIC 9(010).
           05  WX-ORDERDATE        PIC 9(008).
           05  WX-ORDERAMT         PIC 9(007)V99.
           05  WX-OPEN-AMT         PIC 9(007)V99.
           05  WX-CURRENCY         PIC X(003).
           05  WX-DUN1-DATE        PIC 9(008).
           05  WX-DUN2-DATE        PIC 9(008).
           05  WX-DUN3-DATE        PIC 9(008).
           05  WX-PLACE-DATE       PIC 9(008).
           05  FILLER              PIC X(005) VALUE SPACES.

      * ENVELOPE ACCUMULATORS
       01  WS-ENV-COUNT            PIC 9(009) VALUE 0.
       01  WS-ENV-HASH             PIC 9(015) VALUE 0.

      * STANDARD INTERFACE-FILE ENVELOPE RECORDS
       COPY ENVRECS.

      * RUN STATISTICS
       01  WS-FINAL-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-PLACED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-WAITING-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-BEFORE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-PLAN-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-GONE-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-PLACED-TOTAL         PIC 9(9)V99 VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB92' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * MONTH-END GATE, THE WAY RSSABB53 GATES THE JOURNAL...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           MOVE 'M'         TO CAL-FUNC
           MOVE WS-RUN-DATE TO CAL-DATE
           CALL 'RSSCAL00' USING RSSCAL-AREA
           IF  CAL-RETCODE NOT = '00'
           OR  CAL-ANSWER NOT = 'Y'
               DISPLAY 'RSSABB92: NOT A MONTH-END BUSINESS DAY,'
                       ' NOTHING TO DO'
               PERFORM END-RUN-LOG
               GOBACK
           END-IF

           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDDH-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM PAYPLAN-OPEN.
           PERFORM AGYPLAC-OPEN.
           PERFORM PLACEXP-OPEN.
           PERFORM WRITE-ENV-HEADER.

      * ------------------------------------------------------------- *
      * DUNNING HISTORY'S SWEEPING: THE EARLIER NOTICES' DATES ARE
      * KEPT AS THEY GO BY, THE FINAL NOTICE DECIDES THE PLACEMENT...
           DISPLAY "PLACING FINAL-NOTICE ORDERS..."
           PERFORM VKSDDH-READNEXT.
           PERFORM UNTIL DH-EOF
              IF  DH-CUSTIDENT NOT = WS-CUR-CUSTIDENT
              OR  DH-ORDERNUM  NOT = WS-CUR-ORDERNUM
                  MOVE DH-CUSTIDENT TO WS-CUR-CUSTIDENT
                  MOVE DH-ORDERNUM  TO WS-CUR-ORDERNUM
                  MOVE 0 TO WS-DUN1-DATE
                  MOVE 0 TO WS-DUN2-DATE
              END-IF
              EVALUATE DH-LEVEL
                 WHEN 1
                      MOVE DH-SENTDATE TO WS-DUN1-DATE
                 WHEN 2
                      MOVE DH-SENTDATE TO WS-DUN2-DATE
                 WHEN 3
                      ADD 1 TO WS-FINAL-COUNT
                      PERFORM CONSIDER-PLACEMENT
              END-EVALUATE
              PERFORM VKSDDH-READNEXT
           END-PERFORM.
           PERFORM WRITE-ENV-TRAILER.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDDH-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM PAYPLAN-CLOSE.
           PERFORM AGYPLAC-CLOSE.
           PERFORM PLACEXP-CLOSE.

           PERFORM CTLTOT-OPEN.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB92: RUN STATISTICS...'
           DISPLAY '   FINAL NOTICES    : ' WS-FINAL-COUNT
           DISPLAY '   ORDERS PLACED    : ' WS-PLACED-COUNT
           DISPLAY '   AMOUNT PLACED    : ' WS-PLACED-TOTAL
           DISPLAY '   STILL WAITING    : ' WS-WAITING-COUNT
           DISPLAY '   PLACED BEFORE    : ' WS-BEFORE-COUNT
           DISPLAY '   ON PAYMENT PLAN  : ' WS-PLAN-COUNT
           DISPLAY '   CUSTOMERS GONE   : ' WS-GONE-COUNT
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

      *---------------------------------------------------------------*
       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB92' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-PLACED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * THE WAITING DAYS COME FROM THE CENTRAL RUN-PARAMETER FILE     *
      * FIRST, FALLING BACK TO THE ENVIRONMENT VARIABLE OF THE SAME   *
      * NAME; NEITHER SET LEAVES THE DEFAULT.                         *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABB92_WAIT_DAYS' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB92_WAIT_DAYS' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-WAIT-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           DISPLAY 'RSSABB92: WAIT-DAYS..' WS-WAIT-DAYS
           EXIT.

      *---------------------------------------------------------------*
      * DECIDE ON THE ORDER WHOSE FINAL NOTICE WAS JUST READ. IT IS   *
      * PLACED WHEN THE WAITING DAYS HAVE GONE BY, IT WAS NEVER       *
      * PLACED BEFORE, IT IS STILL INVOICED OR PART PAID WITH AN OPEN *
      * BALANCE, IT IS NOT ON AN ACTIVE PAYMENT PLAN AND ITS CUSTOMER *
      * IS STILL ON FILE.                                             *
      *---------------------------------------------------------------*
       CONSIDER-PLACEMENT.
           IF  DH-SENTDATE NUMERIC
           AND DH-SENTDATE > 0
               COMPUTE WS-NOTICE-DAYS =
                       FUNCTION INTEGER-OF-DATE (DH-SENTDATE)
               IF  WS-NOTICE-DAYS + WS-WAIT-DAYS > WS-RUN-DAYS
                   ADD 1 TO WS-WAITING-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE DH-CUSTIDENT TO AP-CUSTIDENT
           MOVE DH-ORDERNUM  TO AP-ORDERNUM
           PERFORM AGYPLAC-READ
           IF  AGYPLAC-STATUS = '00'
               ADD 1 TO WS-BEFORE-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE DH-CUSTIDENT TO QO-CUSTIDENT
           MOVE DH-ORDERNUM  TO QO-ORDERNUM
           PERFORM VKSDORD-READ
           IF  VKSDORD-STATUS = '23'
               EXIT PARAGRAPH
           END-IF
           IF  QO-ORDERSTATUS NOT = 'INVOICED'
           AND QO-ORDERSTATUS NOT = 'PARTPAID'
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

           MOVE DH-CUSTIDENT TO PP-CUSTIDENT
           MOVE DH-ORDERNUM  TO PP-ORDERNUM
           PERFORM PAYPLAN-READ
           IF  PAYPLAN-STATUS = '00'
           AND PP-STATUS = 'A'
               ADD 1 TO WS-PLAN-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE DH-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '23'
               DISPLAY 'RSSABB92: CUSTOMER ' DH-CUSTIDENT
                       ' NO LONGER ON FILE, ORDER ' DH-ORDERNUM
                       ' NOT PLACED'
               ADD 1 TO WS-GONE-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM EXPORT-PLACEMENT
           PERFORM RECORD-PLACEMENT
           PERFORM MARK-ORDER-PLACED
           ADD 1 TO WS-PLACED-COUNT
           ADD WS-OPEN-AMT TO WS-PLACED-TOTAL
           EXIT.

      *---------------------------------------------------------------*
      * THE AGENCY'S RECORD: WHO OWES, WHERE TO FIND THEM, HOW MUCH   *
      * IS OPEN AND WHEN THEY WERE WRITTEN TO.                        *
      *---------------------------------------------------------------*
       EXPORT-PLACEMENT.
           MOVE QO-CUSTIDENT   TO WX-CUSTIDENT
           MOVE QO-ORDERNUM    TO WX-ORDERNUM
           MOVE VS-CUSTLNAME   TO WX-CUSTLNAME
           MOVE VS-CUSTFNAME   TO WX-CUSTFNAME
           MOVE VS-CUSTADDRS   TO WX-CUSTADDRS
           MOVE VS-CUSTCITY    TO WX-CUSTCITY
           MOVE VS-CUSTSTATE   TO WX-CUSTSTATE
           MOVE VS-CUSTZIP     TO WX-CUSTZIP
           MOVE VS-CUSTCOUNTRY TO WX-CUSTCOUNTRY
           IF  VS-CUSTPHONE NUMERIC
               MOVE VS-CUSTPHONE TO WX-CUSTPHONE
           ELSE
               MOVE ZEROS        TO WX-CUSTPHONE
           END-IF
           MOVE QO-ORDERDATE   TO WX-ORDERDATE
           MOVE QO-ORDERAMT    TO WX-ORDERAMT
           MOVE WS-OPEN-AMT    TO WX-OPEN-AMT
           IF  QO-CURRENCY = SPACES
               MOVE 'USD'      TO WX-CURRENCY
           ELSE
               MOVE QO-CURRENCY TO WX-CURRENCY
           END-IF
           MOVE WS-DUN1-DATE   TO WX-DUN1-DATE
           MOVE WS-DUN2-DATE   TO WX-DUN2-DATE
           MOVE DH-SENTDATE    TO WX-DUN3-DATE
           MOVE WS-RUN-DATE    TO WX-PLACE-DATE
           MOVE W-EXPORT-RECORD TO PLACEXP-RECORD
           PERFORM PLACEXP-WRITE
           ADD 1              TO WS-ENV-COUNT
           ADD QO-CUSTIDENT   TO WS-ENV-HASH
           EXIT.

      *---------------------------------------------------------------*
       RECORD-PLACEMENT.
           MOVE QO-CUSTIDENT   TO AP-CUSTIDENT
           MOVE QO-ORDERNUM    TO AP-ORDERNUM
           MOVE 'P'            TO AP-STATUS
           MOVE WS-RUN-DATE    TO AP-PLACE-DATE
           MOVE WS-OPEN-AMT    TO AP-PLACE-AMT
           MOVE 0              TO AP-RECOV-AMT
           MOVE 0              TO AP-COMM-AMT
           MOVE 0              TO AP-LAST-RECOV-DATE
           MOVE 0              TO AP-CLOSE-DATE
           MOVE SPACES         TO AP-FILLER
           PERFORM AGYPLAC-WRITE
           EXIT.

      *---------------------------------------------------------------*
       MARK-ORDER-PLACED.
           MOVE QO-ORDERSTATUS TO OHW-OLD-STATUS
           MOVE 'PLACED'       TO QO-ORDERSTATUS
           PERFORM VKSDORD-REWRITE
           MOVE QO-CUSTIDENT   TO OHW-CUSTIDENT
           MOVE QO-ORDERNUM    TO OHW-ORDERNUM
           MOVE QO-ORDERSTATUS TO OHW-NEW-STATUS
           MOVE 'RSSABB92'     TO OHW-PROGRAM
           MOVE SPACES         TO OHW-USERID
           CALL 'RSSOHW00' USING RSSOHW-AREA
           EXIT.

      *---------------------------------------------------------------*
      * THE STANDARD FILE ENVELOPE: ONE HDR RECORD AHEAD OF THE       *
      * DATA, ONE TRL RECORD (COUNT AND CUSTIDENT HASH TOTAL) AFTER   *
      * IT, SO THE AGENCY CAN PROVE THE FILE ARRIVED WHOLE.           *
      *---------------------------------------------------------------*
       WRITE-ENV-HEADER.
           MOVE 'HDR'      TO EH-RECTYPE
           MOVE 'PLACEXP ' TO EH-FILE-ID
           ACCEPT EH-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT EH-CREATE-TIME FROM TIME
           MOVE SPACES TO EH-FILLER
           MOVE SPACES TO PLACEXP-RECORD
           MOVE ENV-HEADER-RECORD TO PLACEXP-RECORD
           PERFORM PLACEXP-WRITE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-ENV-TRAILER.
           MOVE 'TRL'      TO ET-RECTYPE
           MOVE 'PLACEXP ' TO ET-FILE-ID
           MOVE WS-ENV-COUNT TO ET-REC-COUNT
           MOVE WS-ENV-HASH  TO ET-HASH-TOTAL
           MOVE SPACES TO ET-FILLER
           MOVE SPACES TO PLACEXP-RECORD
           MOVE ENV-TRAILER-RECORD TO PLACEXP-RECORD
           PERFORM PLACEXP-WRITE
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABB92' TO CTLTOT-PROGRAM.
           MOVE 'ORDERS PLACED' TO CTLTOT-LABEL.
           MOVE WS-PLACED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB92' TO CTLTOT-PROGRAM.
           MOVE 'PLACE ON PLAN SKIP' TO CTLTOT-LABEL.
           MOVE WS-PLAN-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB92' TO CTLTOT-PROGRAM.
           MOVE 'CUSTOMERS GONE' TO CTLTOT-LABEL.
           MOVE WS-GONE-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       VKSDDH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDDH-FILE
           IF  VKSDDH-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB92: VKSDDH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDDH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDDH-READNEXT.
           READ VKSDDH-FILE NEXT RECORD
           IF  VKSDDH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDDH-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-DH-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB92: VKSDDH-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDDH-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDDH-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDDH-FILE
           IF  VKSDDH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB92: VKSDDH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDDH-STATUS TO IO-STATUS
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
               MOVE 'RSSABB92: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABB92: VKSDORD-FAILURE-READ...'
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
               MOVE 'RSSABB92: VKSDORD-FAILURE-REWRITE...'
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
               MOVE 'RSSABB92: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
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
               MOVE 'RSSABB92: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABB92: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABB92: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
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
               MOVE 'RSSABB92: PAYPLAN-FAILURE-OPEN...'
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
               MOVE 'RSSABB92: PAYPLAN-FAILURE-READ...'
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
               MOVE 'RSSABB92: PAYPLAN, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYPLAC-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O AGYPLAC-FILE
           IF  AGYPLAC-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB92: AGYPLAC-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE AGYPLAC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYPLAC-READ.
           READ AGYPLAC-FILE
           IF  AGYPLAC-STATUS = '00'
           OR  AGYPLAC-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB92: AGYPLAC-FAILURE-READ...'
                 TO DISP-MSG
               MOVE AGYPLAC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYPLAC-WRITE.
           WRITE AP-ODCSFAP-RECORD
           IF  AGYPLAC-STATUS NOT = '00'
               MOVE 'RSSABB92: AGYPLAC-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE AGYPLAC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYPLAC-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE AGYPLAC-FILE
           IF  AGYPLAC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB92: AGYPLAC, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE AGYPLAC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PLACEXP-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT PLACEXP-FILE
           IF  PLACEXP-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB92: PLACEXP-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PLACEXP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PLACEXP-WRITE.
           WRITE PLACEXP-RECORD
           IF  PLACEXP-STATUS NOT = '00'
               MOVE 'RSSABB92: PLACEXP-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE PLACEXP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PLACEXP-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PLACEXP-FILE
           IF  PLACEXP-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB92: PLACEXP, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PLACEXP-STATUS TO IO-STATUS
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
               MOVE 'RSSABB92: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB92: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB92: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB92: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB92: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB92: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
