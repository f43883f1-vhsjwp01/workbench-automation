       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC03.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -ANNUAL LOYALTY-POINTS EXPIRY RUN. IT SWEEPS THE LOYALTY   *
      *     LEDGER (LOYLEDG, ODCSFLY) CUSTOMER BY CUSTOMER AND        *
      *     EXPIRES THE POINTS EARNED BEFORE THE CUT-OFF DATE (THE    *
      *     RUN DATE LESS THE CONFIGURED NUMBER OF MONTHS) THAT HAVE  *
      *     NOT BEEN USED.                                            *
      *    -POINTS USED (REDEEMED, EXPIRED BEFORE OR ADJUSTED DOWN)   *
      *     ARE TAKEN FROM THE OLDEST EARNED FIRST, SO WHAT EXPIRES   *
      *     IS THE POINTS EARNED AND ADJUSTED UP BEFORE THE CUT-OFF   *
      *     LESS EVERYTHING USED SO FAR. IT IS POSTED AS ONE EXPIRE   *
      *     ENTRY PER CUSTOMER DATED THE RUN DATE; A RERUN FINDS      *
      *     NOTHING MORE TO EXPIRE.                                   *
      * ------------------------------------------------------------- *
      * I-O FILE   : VSAM - LOYLEDG (LOYALTY-POINTS LEDGER, ODCSFLY)  *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE AGE IN MONTHS AT WHICH POINTS EXPIRE COMES     *
      * FROM THE RUN-PARAMETER FILE (RSSABC03_MONTHS), FALLING BACK   *
      * TO THE ENVIRONMENT VARIABLE OF THE SAME NAME, DEFAULT 24.     *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * LOYALTY-POINTS LEDGER VSAM-KSDS FILE, SWEPT IN KEY ORDER. THE
      * EXPIRE ENTRIES ARE ADDED AS THE SWEEP GOES, HENCE DYNAMIC
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
       FD   LOYLEDG-FILE.
       COPY ODCSFLY.

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
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

       01  WS-LY-EOF-SWITCH        PIC X       VALUE 'N'.
           88  LY-EOF              VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.

      * THE CUT-OFF: POINTS EARNED BEFORE IT EXPIRE
       01  WS-EXPIRY-MONTHS        PIC 9(003)  VALUE 24.
       01  WS-MONTH-COUNT          PIC 9(007)  VALUE 0.
       01  WS-CUTOFF-DATE          PIC 9(008)  VALUE 0.
       01  WS-CUTOFF-X REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-CCYY      PIC 9(004).
           05  WS-CUTOFF-MM        PIC 9(002).
           05  WS-CUTOFF-DD        PIC 9(002).

      * THE CUSTOMER BEING SWEPT
       01  WS-CUR-CUSTIDENT        PIC 9(009)  VALUE 0.
       01  WS-HIGH-SEQ             PIC 9(005)  VALUE 0.
       01  WS-OLD-CREDITS          PIC 9(011)  VALUE 0.
       01  WS-USED-POINTS          PIC 9(011)  VALUE 0.
       01  WS-EXPIRE-POINTS        PIC S9(011) VALUE 0.
       01  WS-NEXT-KEY             PIC X(014)  VALUE SPACES.

      * RUN STATISTICS
       01  WS-ENTRY-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-CUST-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-POINTS-TOTAL         PIC 9(11)   VALUE 0.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC03' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM LOYLEDG-OPEN.

      * ------------------------------------------------------------- *
      * LEDGER SWEEPING, ONE CUSTOMER AT A TIME...
           DISPLAY "EXPIRING LOYALTY POINTS..."
           MOVE ZEROS TO LY-CUSTIDENT LY-ENTRYSEQ
           START LOYLEDG-FILE KEY NOT < LY-LEDGER-KEY
           IF  LOYLEDG-STATUS = '00'
               PERFORM LOYLEDG-READNEXT
           ELSE
               MOVE 'Y' TO WS-LY-EOF-SWITCH
           END-IF
           PERFORM UNTIL LY-EOF
              MOVE LY-CUSTIDENT TO WS-CUR-CUSTIDENT
              MOVE 0 TO WS-HIGH-SEQ WS-OLD-CREDITS WS-USED-POINTS
              ADD 1 TO WS-CUST-COUNT
              PERFORM UNTIL LY-EOF
                         OR LY-CUSTIDENT NOT = WS-CUR-CUSTIDENT
                 PERFORM TALLY-ONE-ENTRY
                 PERFORM LOYLEDG-READNEXT
              END-PERFORM
              PERFORM EXPIRE-CUSTOMER-POINTS
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM LOYLEDG-CLOSE.

           PERFORM CTLTOT-OPEN.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC03: RUN STATISTICS...'
           DISPLAY '   LEDGER ENTRIES   : ' WS-ENTRY-COUNT
           DISPLAY '   CUSTOMERS        : ' WS-CUST-COUNT
           DISPLAY '   CUSTOMERS EXPIRED: ' WS-EXPIRED-COUNT
           DISPLAY '   POINTS EXPIRED   : ' WS-POINTS-TOTAL
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC03' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-EXPIRED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * THE EXPIRY AGE COMES FROM THE CENTRAL RUN-PARAMETER FILE      *
      * FIRST, FALLING BACK TO THE ENVIRONMENT VARIABLE; 24 MONTHS    *
      * WHEN NEITHER IS SET. THE CUT-OFF IS THE RUN DATE THAT MANY    *
      * MONTHS BACK (DAY 28 AT MOST, SO IT IS ALWAYS A REAL DATE).    *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABC03_MONTHS' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC03_MONTHS' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-EXPIRY-MONTHS =
                       FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF
           IF  WS-EXPIRY-MONTHS = 0
               MOVE 24 TO WS-EXPIRY-MONTHS
           END-IF

           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           COMPUTE WS-MONTH-COUNT = WS-CUTOFF-CCYY * 12
                                  + WS-CUTOFF-MM - 1
                                  - WS-EXPIRY-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUTOFF-CCYY
                                    REMAINDER WS-CUTOFF-MM
           ADD 1 TO WS-CUTOFF-MM
           IF  WS-CUTOFF-DD > 28
               MOVE 28 TO WS-CUTOFF-DD
           END-IF

           DISPLAY 'RSSABC03: EXPIRY MONTHS..' WS-EXPIRY-MONTHS
           DISPLAY 'RSSABC03: EARNED BEFORE..' WS-CUTOFF-DATE
           EXIT.

      *---------------------------------------------------------------*
      * ADD ONE LEDGER ENTRY TO THE CUSTOMER'S TALLY: THE CREDITS     *
      * OLDER THAN THE CUT-OFF, AND EVERYTHING USED WHENEVER IT WAS.  *
      *---------------------------------------------------------------*
       TALLY-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE LY-ENTRYSEQ TO WS-HIGH-SEQ
           IF  LY-POINTS > 0
               IF  LY-ENTRY-DATE < WS-CUTOFF-DATE
                   ADD LY-POINTS TO WS-OLD-CREDITS
               END-IF
           ELSE
               SUBTRACT LY-POINTS FROM WS-USED-POINTS
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * POST THE CUSTOMER'S EXPIRE ENTRY WHEN ANY OLD POINTS ARE LEFT *
      * UNUSED, THEN PUT THE SWEEP BACK ON THE NEXT CUSTOMER'S FIRST  *
      * ENTRY (THE WRITE TOOK THE RECORD AREA).                       *
      *---------------------------------------------------------------*
       EXPIRE-CUSTOMER-POINTS.
           COMPUTE WS-EXPIRE-POINTS = WS-OLD-CREDITS - WS-USED-POINTS
           IF  WS-EXPIRE-POINTS NOT > 0
               EXIT PARAGRAPH
           END-IF

           IF  NOT LY-EOF
               MOVE LY-LEDGER-KEY TO WS-NEXT-KEY
           END-IF
           MOVE WS-CUR-CUSTIDENT TO LY-CUSTIDENT
           COMPUTE LY-ENTRYSEQ = WS-HIGH-SEQ + 1
           MOVE 'X'              TO LY-TYPE
           COMPUTE LY-POINTS = 0 - WS-EXPIRE-POINTS
           MOVE WS-RUN-DATE      TO LY-ENTRY-DATE
           MOVE ZEROS            TO LY-ORDERNUM
           MOVE 'RSSABC03'       TO LY-USERID
           MOVE SPACES           TO LY-FILLER
           PERFORM LOYLEDG-WRITE
           ADD 1 TO WS-EXPIRED-COUNT
           ADD WS-EXPIRE-POINTS TO WS-POINTS-TOTAL

           IF  NOT LY-EOF
               MOVE WS-NEXT-KEY TO LY-LEDGER-KEY
               START LOYLEDG-FILE KEY NOT < LY-LEDGER-KEY
               IF  LOYLEDG-STATUS = '00'
                   PERFORM LOYLEDG-READNEXT
               ELSE
                   MOVE 'Y' TO WS-LY-EOF-SWITCH
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABC03' TO CTLTOT-PROGRAM.
           MOVE 'CUSTOMERS EXPIRED' TO CTLTOT-LABEL.
           MOVE WS-EXPIRED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC03' TO CTLTOT-PROGRAM.
           MOVE 'POINTS EXPIRED' TO CTLTOT-LABEL.
           MOVE WS-POINTS-TOTAL TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
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
               MOVE 'RSSABC03: LOYLEDG-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE LOYLEDG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LOYLEDG-READNEXT.
           READ LOYLEDG-FILE NEXT RECORD
           IF  LOYLEDG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  LOYLEDG-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-LY-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC03: LOYLEDG-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE LOYLEDG-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LOYLEDG-WRITE.
           WRITE LY-ODCSFLY-RECORD
           IF  LOYLEDG-STATUS NOT = '00'
               MOVE 'RSSABC03: LOYLEDG-FAILURE-WRITE...'
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
               MOVE 'RSSABC03: LOYLEDG, FAILURE, CLOSE...'
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
               MOVE 'RSSABC03: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC03: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC03: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC03: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC03: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC03: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
