       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB89.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -MONTHLY PROMOTION REDEMPTION REPORT, FOR MARKETING. THE   *
      *     REDEMPTION FILE (PROMORED, KEYED BY PROMOTION CODE) IS    *
      *     SWEPT ONCE AND EVERY REDEMPTION OF THE REPORT MONTH IS    *
      *     COUNTED AND ITS DISCOUNT SUMMED UNDER ITS PROMOTION       *
      *     CODE, WITH THE CODE'S DESCRIPTION FROM THE PROMOTION      *
      *     TABLE (PROMOTBL).                                         *
      *    -ONE LINE PER PROMOTION REDEEMED IN THE MONTH, THEN THE    *
      *     MONTH'S GRAND TOTAL. A REDEMPTION STILL HELD WITH ITS     *
      *     ORDER ON CREDIT REFERRAL ('H') IS NOT YET A SALE AND IS   *
      *     LEFT OUT.                                                 *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PROMORED (REDEMPTIONS, ODCSFRD)           *
      * INPUT FILE : VSAM - PROMOTBL (PROMOTION TABLE, ODCSFPR)       *
      * OUTPUT FILE: QSAM - PROMORPT (PRINTABLE REPORT)               *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE REPORT MONTH (CCYYMM) COMES FROM THE RUN-      *
      * PARAMETER FILE (RSSABB89_MONTH), FALLING BACK TO THE          *
      * ENVIRONMENT VARIABLE OF THE SAME NAME (DEFAULT: THE MONTH     *
      * BEFORE THE RUN DATE'S).                                       *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * PROMOTION REDEMPTION VSAM-KSDS FILE, SWEPT IN KEY ORDER SO
      * EACH PROMOTION CODE'S REDEMPTIONS COME TOGETHER
           SELECT OPTIONAL PROMORED-FILE
               ASSIGN       TO PROMORED
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS RD-REDEEM-KEY
               FILE STATUS  IS PROMORED-STATUS.

      * PROMOTION TABLE VSAM-KSDS FILE, FOR THE CODE'S DESCRIPTION
           SELECT OPTIONAL PROMOTBL-FILE
               ASSIGN       TO PROMOTBL
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PR-PROMO-CODE
               FILE STATUS  IS PROMOTBL-STATUS.

           SELECT PROMORPT-FILE
               ASSIGN       TO PROMORPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS PROMORPT-STATUS.

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
       FD   PROMORED-FILE.
       COPY ODCSFRD.

       FD   PROMOTBL-FILE.
       COPY ODCSFPR.

       FD   PROMORPT-FILE
            RECORD CONTAINS 132 CHARACTERS.
       01  PROMORPT-RECORD         PIC X(132).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  PROMORED-STATUS.
           05  PROMORED-STAT1    PIC X.
           05  PROMORED-STAT2    PIC X.
       01  PROMOTBL-STATUS.
           05  PROMOTBL-STAT1    PIC X.
           05  PROMOTBL-STAT2    PIC X.
       01  PROMORPT-STATUS.
           05  PROMORPT-STAT1    PIC X.
           05  PROMORPT-STAT2    PIC X.
       01  CTLTOT-STATUS.
           05  CTLTOT-STAT1      PIC X.
           05  CTLTOT-STAT2      PIC X.

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

       01  WS-REDEEM-EOF-SWITCH    PIC X       VALUE 'N'.
           88  REDEEM-EOF          VALUE 'Y'.

      * RUNTIME PARAMETERS: THE REPORT MONTH AND THE RUN DATE
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-REPORT-MONTH         PIC 9(006)  VALUE 0.
       01  WS-REPORT-MONTH-X       REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-CCYY      PIC 9(004).
           05  WS-REPORT-MM        PIC 9(002).
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.

      * THE PROMOTION CODE BEING TOTALLED AND ITS MONTH
       01  WS-CURR-PROMO-CODE      PIC X(008)  VALUE SPACES.
       01  WS-CURR-COUNT           PIC 9(007)  VALUE 0.
       01  WS-CURR-DISC-AMT        PIC 9(011)V99 COMP-3 VALUE 0.

      * THE MONTH'S GRAND TOTALS
       01  WS-TOTAL-COUNT          PIC 9(007)  VALUE 0.
       01  WS-TOTAL-DISC-AMT       PIC 9(011)V99 COMP-3 VALUE 0.

      * RUN STATISTICS
       01  WS-READ-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-CODE-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-HELD-COUNT           PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-RPT-TITLE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(030) VALUE
               'SIMPLE SAMPLE APPLICATION'.
           05  FILLER              PIC X(030) VALUE
               'PROMOTION REDEMPTIONS, MONTH '.
           05  WT-MONTH            PIC 9(006).
           05  FILLER              PIC X(056) VALUE SPACES.

       01  W-RPT-HEADING.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'CODE'.
           05  FILLER              PIC X(032) VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(012) VALUE 'REDEMPTIONS'.
           05  FILLER              PIC X(016) VALUE
               '  DISCOUNT GIVEN'.
           05  FILLER              PIC X(052) VALUE SPACES.

       01  W-RPT-DETAIL.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WR-PROMO-CODE       PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-DESCRIPTION      PIC X(030).
           05  FILLER              PIC X(006) VALUE SPACES.
           05  WR-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-DISC-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(048) VALUE SPACES.

       01  W-BLANK-LINE            PIC X(132) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.


      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB89' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           PERFORM GET-RUNTIME-PARAMETERS.
           DISPLAY "OPENING FILES..."
           PERFORM PROMORED-OPEN.
           PERFORM PROMOTBL-OPEN.
           PERFORM PROMORPT-OPEN.

           MOVE WS-REPORT-MONTH TO WT-MONTH
           MOVE W-RPT-TITLE TO PROMORPT-RECORD
           PERFORM PROMORPT-WRITE.
           MOVE W-BLANK-LINE TO PROMORPT-RECORD
           PERFORM PROMORPT-WRITE.
           MOVE W-RPT-HEADING TO PROMORPT-RECORD
           PERFORM PROMORPT-WRITE.

      * ------------------------------------------------------------- *
      * REDEMPTION FILE'S SWEEPING, ONE PROMOTION CODE AT A TIME...
           DISPLAY "SWEEPING REDEMPTION FILE..."
           PERFORM PROMORED-GET.
           PERFORM UNTIL REDEEM-EOF
              ADD 1 TO WS-READ-COUNT
              IF  RD-PROMO-CODE NOT = WS-CURR-PROMO-CODE
                  IF  WS-CURR-COUNT > 0
                      PERFORM PRINT-PROMOTION-LINE
                  END-IF
                  MOVE RD-PROMO-CODE TO WS-CURR-PROMO-CODE
                  MOVE 0 TO WS-CURR-COUNT
                  MOVE 0 TO WS-CURR-DISC-AMT
              END-IF
              IF  RD-REDEEM-DATE (1:6) = WS-REPORT-MONTH
                  IF  RD-STATUS = 'R'
                      ADD 1           TO WS-CURR-COUNT
                      ADD RD-DISC-AMT TO WS-CURR-DISC-AMT
                  ELSE
                      ADD 1           TO WS-HELD-COUNT
                  END-IF
              END-IF
              PERFORM PROMORED-GET
           END-PERFORM.
           IF  WS-CURR-COUNT > 0
               PERFORM PRINT-PROMOTION-LINE
           END-IF.

      * ------------------------------------------------------------- *
      * THE MONTH'S GRAND TOTAL...
           MOVE W-BLANK-LINE TO PROMORPT-RECORD
           PERFORM PROMORPT-WRITE.
           MOVE SPACES            TO WR-PROMO-CODE
           MOVE 'TOTAL FOR THE MONTH' TO WR-DESCRIPTION
           MOVE WS-TOTAL-COUNT    TO WR-COUNT
           MOVE WS-TOTAL-DISC-AMT TO WR-DISC-AMT
           MOVE W-RPT-DETAIL TO PROMORPT-RECORD
           PERFORM PROMORPT-WRITE.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM PROMORED-CLOSE.
           PERFORM PROMOTBL-CLOSE.
           PERFORM PROMORPT-CLOSE.

           PERFORM CTLTOT-OPEN.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.
           PERFORM DISPLAY-RUN-STATISTICS.
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB89' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-TOTAL-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * THE REPORT MONTH COMES FROM THE RUN-PARAMETER FILE, FALLING   *
      * BACK TO THE ENVIRONMENT VARIABLE OF THE SAME NAME; WITHOUT    *
      * EITHER IT IS THE MONTH BEFORE THE RUN DATE'S, THE MONTH JUST  *
      * CLOSED WHEN THE REPORT RUNS EARLY IN THE NEXT.                *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'RSSABB89_MONTH' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB89_MONTH' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE (1:6) NUMERIC
               MOVE WS-ENV-VALUE (1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
               IF  WS-REPORT-MM = 01
                   SUBTRACT 1 FROM WS-REPORT-CCYY
                   MOVE 12 TO WS-REPORT-MM
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
           END-IF
           DISPLAY 'RSSABB89: REPORT-MONTH..' WS-REPORT-MONTH
           EXIT.

      *---------------------------------------------------------------*
      * ONE PROMOTION CODE'S LINE, WITH ITS DESCRIPTION FROM THE      *
      * PROMOTION TABLE (A CODE SINCE REMOVED FROM THE TABLE PRINTS   *
      * WITHOUT ONE), ADDED INTO THE MONTH'S GRAND TOTAL.             *
      *---------------------------------------------------------------*
       PRINT-PROMOTION-LINE.
           MOVE WS-CURR-PROMO-CODE TO PR-PROMO-CODE
           PERFORM PROMOTBL-READ
           IF  PROMOTBL-STATUS = '00'
               MOVE PR-DESCRIPTION TO WR-DESCRIPTION
           ELSE
               MOVE '(NOT ON THE PROMOTION TABLE)' TO WR-DESCRIPTION
           END-IF
           MOVE WS-CURR-PROMO-CODE TO WR-PROMO-CODE
           MOVE WS-CURR-COUNT      TO WR-COUNT
           MOVE WS-CURR-DISC-AMT   TO WR-DISC-AMT
           MOVE W-RPT-DETAIL TO PROMORPT-RECORD
           PERFORM PROMORPT-WRITE
           ADD 1                TO WS-CODE-COUNT
           ADD WS-CURR-COUNT    TO WS-TOTAL-COUNT
           ADD WS-CURR-DISC-AMT TO WS-TOTAL-DISC-AMT
           EXIT.

      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABB89' TO CTLTOT-PROGRAM
           MOVE 'PROMOTIONS REPORTED' TO CTLTOT-LABEL
           MOVE WS-CODE-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB89' TO CTLTOT-PROGRAM
           MOVE 'REDEMPTIONS IN MONTH' TO CTLTOT-LABEL
           MOVE WS-TOTAL-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           EXIT.

      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABB89: REDEMPTIONS READ     ' WS-READ-COUNT
           DISPLAY 'RSSABB89: PROMOTIONS REPORTED  ' WS-CODE-COUNT
           DISPLAY 'RSSABB89: REDEMPTIONS IN MONTH ' WS-TOTAL-COUNT
           DISPLAY 'RSSABB89: HELD ON REFERRAL     ' WS-HELD-COUNT
           EXIT.

      *---------------------------------------------------------------*
       PROMORED-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT PROMORED-FILE
           IF  PROMORED-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB89: PROMORED-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PROMORED-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PROMORED-GET.
           READ PROMORED-FILE
           IF  PROMORED-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  PROMORED-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-REDEEM-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB89: PROMORED-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE PROMORED-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PROMORED-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PROMORED-FILE
           IF  PROMORED-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB89: PROMORED, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PROMORED-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PROMOTBL-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT PROMOTBL-FILE
           IF  PROMOTBL-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB89: PROMOTBL-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PROMOTBL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PROMOTBL-READ.
           READ PROMOTBL-FILE
           IF  PROMOTBL-STATUS = '00'
           OR  PROMOTBL-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB89: PROMOTBL-FAILURE-READ...'
                 TO DISP-MSG
               MOVE PROMOTBL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PROMOTBL-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PROMOTBL-FILE
           IF  PROMOTBL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB89: PROMOTBL, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PROMOTBL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PROMORPT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT PROMORPT-FILE
           IF  PROMORPT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB89: PROMORPT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PROMORPT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PROMORPT-WRITE.
           WRITE PROMORPT-RECORD
           IF  PROMORPT-STATUS NOT = '00'
               MOVE 'RSSABB89: PROMORPT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE PROMORPT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PROMORPT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PROMORPT-FILE
           IF  PROMORPT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB89: PROMORPT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PROMORPT-STATUS TO IO-STATUS
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
               MOVE 'RSSABB89: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB89: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB89: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB89: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB89: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB89: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
