       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC02.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY LOYALTY-POINTS EARNING RUN. IT SWEEPS THE ORDER   *
      *     STATUS HISTORY (ORDHIST, ODCSFOH) FOR THE TRANSITIONS TO  *
      *     SETTLED OF THE LAST N DAYS AND CREDITS THE CUSTOMER WITH  *
      *     POINTS FOR EACH ORDER SETTLED: SO MANY POINTS PER DOLLAR  *
      *     PAID ON THE ORDER (CONVERTED TO USD THRU RSSCUR00), PLUS  *
      *     A BONUS PERCENTAGE BY THE CUSTOMER'S VALUE TIER.          *
      *    -EACH ORDER EARNS ONCE: AN ORDER ALREADY HOLDING AN EARN   *
      *     ENTRY ON THE LOYALTY LEDGER (LOYLEDG, ODCSFLY) IS PASSED, *
      *     SO THE LOOK-BACK WINDOW CAN OVERLAP THE LAST RUN AND A    *
      *     MISSED NIGHT IS CAUGHT UP. A FINANCE-CHARGE ORDER (ONE    *
      *     THAT WAS BILLED FROM FINCHG) EARNS NOTHING, NOR DOES THE  *
      *     PART OF AN ORDER SETTLED BY CREDIT MEMOS.                 *
      *    -THE POINTS ARE REDEEMED ON THE ORDER SCREEN (RSSAT004),   *
      *     EXPIRED BY RSSABC03 AND VALUED MONTHLY BY RSSABC04.       *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - ORDHIST (ORDER STATUS HISTORY, ODCSFOH)   *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * I-O FILE   : VSAM - LOYLEDG (LOYALTY-POINTS LEDGER, ODCSFLY)  *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: FROM THE RUN-PARAMETER FILE, FALLING BACK TO THE   *
      * ENVIRONMENT VARIABLES OF THE SAME NAMES:                      *
      *   RSSABC02_PTS_PER_USD POINTS PER DOLLAR PAID (DEFAULT 1)     *
      *   RSSABC02_BONUS_A     TIER A BONUS PERCENT   (DEFAULT 50)    *
      *   RSSABC02_BONUS_B     TIER B BONUS PERCENT   (DEFAULT 25)    *
      *   RSSABC02_DAYS        LOOK-BACK DAYS         (DEFAULT 7)     *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * ORDER STATUS-HISTORY VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT OPTIONAL ORDHIST-FILE
               ASSIGN       TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS OH-HIST-KEY
               FILE STATUS  IS ORDHIST-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE, THE SETTLED ORDER'S AMOUNTS
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, VALUE-TIER READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * LOYALTY-POINTS LEDGER VSAM-KSDS FILE. DYNAMIC ACCESS: THE
      * CUSTOMER'S ENTRIES ARE BROWSED BEFORE AN EARN ENTRY IS ADDED
           SELECT OPTIONAL LOYLEDG-FILE
               ASSIGN       TO LOYLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LY-LEDGER-KEY
               FILE STATUS  IS LOYLEDG-STATUS.

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
       FD   ORDHIST-FILE.
       COPY ODCSFOH.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   LOYLEDG-FILE.
       COPY ODCSFLY.

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  ORDHIST-STATUS.
           05  ORDHIST-STAT1       PIC X.
           05  ORDHIST-STAT2       PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  LOYLEDG-STATUS.
           05  LOYLEDG-STAT1       PIC X.
           05  LOYLEDG-STAT2       PIC X.
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

       01  WS-OH-EOF-SWITCH        PIC X       VALUE 'N'.
           88  OH-EOF              VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-FROM-DATE            PIC 9(008)  VALUE 0.
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.

      * THE EARNING RULES
       01  WS-PTS-PER-USD          PIC 9(005)  VALUE 1.
       01  WS-BONUS-A-PCT          PIC 9(003)  VALUE 50.
       01  WS-BONUS-B-PCT          PIC 9(003)  VALUE 25.
       01  WS-LOOKBACK-DAYS        PIC 9(003)  VALUE 7.

      * THE ORDER WHOSE TRANSITIONS ARE BEING READ, AND WHETHER IT
      * CAME IN AS A FINANCE CHARGE
       01  WS-CUR-ORDER-KEY.
           05  WS-CUR-CUSTIDENT    PIC 9(009)  VALUE 0.
           05  WS-CUR-ORDERNUM     PIC 9(006)  VALUE 0.
       01  WS-FINCHG-SWITCH        PIC X       VALUE 'N'.
           88  ORDER-IS-FINCHG     VALUE 'Y'.

      * THE CUSTOMER'S LEDGER BROWSE
       01  WS-BROWSE-DONE-SWITCH   PIC X       VALUE 'N'.
           88  BROWSE-DONE         VALUE 'Y'.
       01  WS-EARNED-SWITCH        PIC X       VALUE 'N'.
           88  ALREADY-EARNED      VALUE 'Y'.
       01  WS-HIGH-SEQ             PIC 9(005)  VALUE 0.

      * THE POINTS WORKED OUT FOR THE ORDER
       01  WS-PAID-USD             PIC 9(009)V99 VALUE 0.
       01  WS-BASE-POINTS          PIC 9(009)  VALUE 0.
       01  WS-BONUS-POINTS         PIC 9(009)  VALUE 0.
       01  WS-BONUS-PCT            PIC 9(003)  VALUE 0.

      * RUN STATISTICS
       01  WS-HIST-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-SETTLED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-EARN-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-DUP-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-FINCHG-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-NOPAY-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-NORATE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-POINTS-TOTAL         PIC 9(11)   VALUE 0.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * EXCHANGE-RATE AREA FOR THE RSSCUR00 READER
       COPY RSSCURC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC02' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM ORDHIST-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM LOYLEDG-OPEN.

      * ------------------------------------------------------------- *
      * STATUS-HISTORY SWEEPING, EVERY RECENT TRANSITION TO SETTLED
      * EARNS THE CUSTOMER POINTS...
           DISPLAY "EARNING LOYALTY POINTS..."
           PERFORM ORDHIST-READNEXT.
           PERFORM UNTIL OH-EOF
              ADD 1 TO WS-HIST-COUNT
              IF  OH-CUSTIDENT NOT = WS-CUR-CUSTIDENT
              OR  OH-ORDERNUM  NOT = WS-CUR-ORDERNUM
                  MOVE OH-CUSTIDENT TO WS-CUR-CUSTIDENT
                  MOVE OH-ORDERNUM  TO WS-CUR-ORDERNUM
                  MOVE 'N' TO WS-FINCHG-SWITCH
              END-IF
              IF  OH-OLD-STATUS = 'FINCHG'
                  MOVE 'Y' TO WS-FINCHG-SWITCH
              END-IF
              IF  OH-NEW-STATUS = 'SETTLED'
              AND OH-CHGDATE NOT < WS-FROM-DATE
                  ADD 1 TO WS-SETTLED-COUNT
                  PERFORM EARN-SETTLED-ORDER
              END-IF
              PERFORM ORDHIST-READNEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM ORDHIST-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM LOYLEDG-CLOSE.

           PERFORM CTLTOT-OPEN.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC02: RUN STATISTICS...'
           DISPLAY '   HISTORY RECORDS  : ' WS-HIST-COUNT
           DISPLAY '   SETTLED IN WINDOW: ' WS-SETTLED-COUNT
           DISPLAY '   ORDERS EARNED    : ' WS-EARN-COUNT
           DISPLAY '   POINTS EARNED    : ' WS-POINTS-TOTAL
           DISPLAY '   ALREADY EARNED   : ' WS-DUP-COUNT
           DISPLAY '   FINANCE CHARGES  : ' WS-FINCHG-COUNT
           DISPLAY '   NOTHING PAID     : ' WS-NOPAY-COUNT
           DISPLAY '   NO EXCHANGE RATE : ' WS-NORATE-COUNT
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC02' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-EARN-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * THE EARNING RULES COME FROM THE CENTRAL RUN-PARAMETER FILE    *
      * FIRST, FALLING BACK TO THE ENVIRONMENT VARIABLES; A RULE NOT  *
      * SET OR NOT A NUMBER KEEPS ITS DEFAULT.                        *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABC02_PTS_PER_USD' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-PTS-PER-USD = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           MOVE 'RSSABC02_BONUS_A' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-BONUS-A-PCT = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           MOVE 'RSSABC02_BONUS_B' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-BONUS-B-PCT = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           MOVE 'RSSABC02_DAYS' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-LOOKBACK-DAYS =
                       FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    - WS-LOOKBACK-DAYS)

           DISPLAY 'RSSABC02: POINTS PER USD..' WS-PTS-PER-USD
           DISPLAY 'RSSABC02: TIER A BONUS %..' WS-BONUS-A-PCT
           DISPLAY 'RSSABC02: TIER B BONUS %..' WS-BONUS-B-PCT
           DISPLAY 'RSSABC02: SETTLED FROM....' WS-FROM-DATE
           EXIT.

      *---------------------------------------------------------------*
       GET-ONE-PARAMETER.
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               MOVE SPACES TO WS-ENV-VALUE
               DISPLAY PRM-NAME UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * CREDIT THE CUSTOMER WITH THE POINTS THE SETTLED ORDER EARNS,  *
      * UNLESS IT ALREADY EARNED, IT WAS A FINANCE CHARGE, NOTHING    *
      * WAS PAID ON IT OR ITS CURRENCY HAS NO RATE.                   *
      *---------------------------------------------------------------*
       EARN-SETTLED-ORDER.
           IF  ORDER-IS-FINCHG
               ADD 1 TO WS-FINCHG-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM BROWSE-CUSTOMER-LEDGER
           IF  ALREADY-EARNED
               ADD 1 TO WS-DUP-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE OH-CUSTIDENT TO QO-CUSTIDENT
           MOVE OH-ORDERNUM  TO QO-ORDERNUM
           PERFORM VKSDORD-READ
           IF  VKSDORD-STATUS = '23'
           OR  QO-PAID-AMT NOT NUMERIC
           OR  QO-PAID-AMT = 0
               ADD 1 TO WS-NOPAY-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE QO-CURRENCY TO CUR-CURRENCY
           MOVE OH-CHGDATE  TO CUR-DATE
           CALL 'RSSCUR00' USING RSSCUR-AREA
           IF  CUR-RETCODE NOT = '00'
               ADD 1 TO WS-NORATE-COUNT
               DISPLAY 'RSSABC02: NO RATE FOR ' QO-CURRENCY
                       ', ORDER ' QO-CUSTIDENT '/' QO-ORDERNUM
                       ' EARNS NOTHING'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAID-USD ROUNDED = QO-PAID-AMT * CUR-RATE
           COMPUTE WS-BASE-POINTS = WS-PAID-USD * WS-PTS-PER-USD

           MOVE 0 TO WS-BONUS-PCT
           MOVE OH-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
               EVALUATE VS-CUST-TIER
                  WHEN 'A'
                       MOVE WS-BONUS-A-PCT TO WS-BONUS-PCT
                  WHEN 'B'
                       MOVE WS-BONUS-B-PCT TO WS-BONUS-PCT
               END-EVALUATE
           END-IF
           COMPUTE WS-BONUS-POINTS =
                   WS-BASE-POINTS * WS-BONUS-PCT / 100

           IF  WS-BASE-POINTS + WS-BONUS-POINTS = 0
               ADD 1 TO WS-NOPAY-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE OH-CUSTIDENT TO LY-CUSTIDENT
           COMPUTE LY-ENTRYSEQ = WS-HIGH-SEQ + 1
           MOVE 'E'          TO LY-TYPE
           COMPUTE LY-POINTS = WS-BASE-POINTS + WS-BONUS-POINTS
           MOVE WS-RUN-DATE  TO LY-ENTRY-DATE
           MOVE OH-ORDERNUM  TO LY-ORDERNUM
           MOVE 'RSSABC02'   TO LY-USERID
           MOVE SPACES       TO LY-FILLER
           PERFORM LOYLEDG-WRITE
           ADD 1 TO WS-EARN-COUNT
           ADD LY-POINTS TO WS-POINTS-TOTAL
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE CUSTOMER'S LEDGER ENTRIES FOR THEIR HIGHEST ENTRY  *
      * SEQUENCE AND FOR AN EARN ENTRY ALREADY ON THE SETTLED ORDER.  *
      *---------------------------------------------------------------*
       BROWSE-CUSTOMER-LEDGER.
           MOVE 0   TO WS-HIGH-SEQ
           MOVE 'N' TO WS-EARNED-SWITCH
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE OH-CUSTIDENT TO LY-CUSTIDENT
           MOVE ZEROS        TO LY-ENTRYSEQ
           START LOYLEDG-FILE KEY NOT < LY-LEDGER-KEY
           IF  LOYLEDG-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ LOYLEDG-FILE NEXT RECORD
              IF  LOYLEDG-STATUS NOT = '00'
              OR  LY-CUSTIDENT NOT = OH-CUSTIDENT
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  MOVE LY-ENTRYSEQ TO WS-HIGH-SEQ
                  IF  LY-TYPE = 'E'
                  AND LY-ORDERNUM = OH-ORDERNUM
                      MOVE 'Y' TO WS-EARNED-SWITCH
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABC02' TO CTLTOT-PROGRAM.
           MOVE 'ORDERS EARNED' TO CTLTOT-LABEL.
           MOVE WS-EARN-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC02' TO CTLTOT-PROGRAM.
           MOVE 'POINTS EARNED' TO CTLTOT-LABEL.
           MOVE WS-POINTS-TOTAL TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       ORDHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT ORDHIST-FILE
           IF  ORDHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC02: ORDHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE ORDHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ORDHIST-READNEXT.
           READ ORDHIST-FILE NEXT RECORD
           IF  ORDHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  ORDHIST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-OH-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC02: ORDHIST-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE ORDHIST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ORDHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE ORDHIST-FILE
           IF  ORDHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC02: ORDHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE ORDHIST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC02: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABC02: VKSDORD-FAILURE-READ...'
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
               MOVE 'RSSABC02: VKSDORD, FAILURE, CLOSE...'
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
               MOVE 'RSSABC02: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC02: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABC02: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LOYLEDG-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O LOYLEDG-FILE
           IF  LOYLEDG-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC02: LOYLEDG-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE LOYLEDG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LOYLEDG-WRITE.
           WRITE LY-ODCSFLY-RECORD
           IF  LOYLEDG-STATUS NOT = '00'
               MOVE 'RSSABC02: LOYLEDG-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE LOYLEDG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LOYLEDG-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE LOYLEDG-FILE
           IF  LOYLEDG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC02: LOYLEDG, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE LOYLEDG-STATUS TO IO-STATUS
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
               MOVE 'RSSABC02: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC02: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC02: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC02: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC02: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC02: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
