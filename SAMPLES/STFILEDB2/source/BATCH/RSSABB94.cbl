       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB94.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -DAILY UNAPPLIED-CASH SUSPENSE AGING REPORT. THIS PROGRAM  *
      *     SWEEPS THE SUSPENSE FILE THE REMITTANCE RUN FILLS AND     *
      *     AGES EVERY ITEM STILL OPEN OR PARTLY APPLIED IN BUSINESS  *
      *     DAYS, COUNTED THRU THE RSSCAL00 COMPANY CALENDAR FROM THE *
      *     DATE IT WAS SUSPENDED TO THE RUN DATE (A DATE THE         *
      *     CALENDAR DOES NOT KNOW COUNTS AS A BUSINESS DAY, THE      *
      *     CALENDAR'S USUAL CONVENTION).                             *
      *    -ITEMS OLDER THAN THE PARAMETER-DRIVEN LIMIT (FIVE         *
      *     BUSINESS DAYS UNLESS SET) ARE PRINTED WITH THE AMOUNT     *
      *     STILL UNAPPLIED, FOLLOWED BY THE COUNT AND AMOUNT OF ALL  *
      *     OPEN ITEMS AND OF THOSE OVER THE LIMIT, WHICH ARE ALSO    *
      *     COUNTED TO CTLTOT.                                        *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - UNAPPCSH (UNAPPLIED CASH, ODCSFUC)        *
      * OUTPUT     : SYSPRINT - SUSPENSE AGING REPORT                 *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE AGE LIMIT IN BUSINESS DAYS COMES FROM THE      *
      * RUN-PARAMETER FILE (RSSABB94_AGE_DAYS), FALLING BACK TO THE   *
      * ENVIRONMENT VARIABLE OF THE SAME NAME, DEFAULT 5.             *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * UNAPPLIED-CASH SUSPENSE VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT OPTIONAL UNAPPCSH-FILE
               ASSIGN       TO UNAPPCSH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS UC-SUSP-KEY
               FILE STATUS  IS UNAPPCSH-STATUS.

      * SUSPENSE AGING REPORT
           SELECT SYSPRINT
                  ASSIGN TO UT-S-SYSPRINT.

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
       FD   UNAPPCSH-FILE.
       COPY ODCSFUC.

       FD  SYSPRINT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-REC
           RECORDING MODE IS F.
       01  REPORT-REC                 PIC X(132).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

       77  W-LINE                  PIC S9(04) COMP VALUE +60.
       77  W-MAX-LINE              PIC S9(04) COMP VALUE +50.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  UNAPPCSH-STATUS.
           05  UNAPPCSH-STAT1    PIC X.
           05  UNAPPCSH-STAT2    PIC X.
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

       01  WS-ITEM-EOF-SWITCH      PIC X       VALUE 'N'.
           88  ITEM-EOF            VALUE 'Y'.

      * RUN PARAMETER (AGE LIMIT IN BUSINESS DAYS)
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-AGE-DAYS             PIC 9(003)  VALUE 0.

      * BUSINESS-DAY AGE COMPUTATION
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-RUN-DAYNBR           PIC S9(9) COMP VALUE 0.
       01  WS-WORK-DAYNBR          PIC S9(9) COMP VALUE 0.
       01  WS-WORK-DATE            PIC 9(008) VALUE 0.
       01  WS-BUSDAY-AGE           PIC S9(5) COMP VALUE 0.

      * AMOUNT STILL UNAPPLIED ON THE CURRENT ITEM
       01  WS-ITEM-LEFT            PIC 9(007)V99 VALUE 0.

      * RUN STATISTICS
       01  WS-OPEN-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-AGED-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-OPEN-AMT             PIC 9(9)V99 VALUE 0.
       01  WS-AGED-AMT             PIC 9(9)V99 VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABB94'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(034) VALUE
               'UNAPPLIED-CASH SUSPENSE AGING'.
           05  FILLER              PIC X(041) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-ITEM-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WI-SUSPDATE         PIC 9(008).
           05  FILLER              PIC X(001) VALUE '/'.
           05  WI-SUSPSEQ          PIC 9(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WI-STATUS           PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WI-LEFT             PIC ZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WI-PAYDATE          PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WI-BANKREF          PIC X(011).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WI-PAY-CUSTIDENT    PIC X(006).
           05  FILLER              PIC X(001) VALUE '/'.
           05  WI-PAY-ORDERNUM     PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WI-REASON           PIC X(020).
           05  FILLER              PIC X(006) VALUE ' AGED '.
           05  WI-AGE              PIC ZZZZ9.
           05  FILLER              PIC X(009) VALUE ' BUS DAYS'.
           05  FILLER              PIC X(021) VALUE SPACES.

       01  W-TOTAL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-LABEL            PIC X(030).
           05  WO-COUNT            PIC ZZZZZZ9.
           05  FILLER              PIC X(009) VALUE ' ITEM(S) '.
           05  WO-AMOUNT           PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(072) VALUE SPACES.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB94' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYNBR =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM UNAPPCSH-OPEN.
           OPEN OUTPUT SYSPRINT.
           MOVE WS-RUN-DATE TO WT-DATE.
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE.
           MOVE 3 TO W-LINE.

      * ------------------------------------------------------------- *
      * SUSPENSE FILE'S SWEEPING...
           DISPLAY "SWEEPING SUSPENSE FILE..."
           PERFORM GET-NEXT-ITEM.
           PERFORM UNTIL ITEM-EOF
              IF  UC-STATUS = 'O'
              OR  UC-STATUS = 'P'
                  PERFORM AGE-ONE-ITEM
              END-IF
              PERFORM GET-NEXT-ITEM
           END-PERFORM.

           PERFORM PRINT-TOTALS.

      * ------------------------------------------------------------- *
      * FILE CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM UNAPPCSH-CLOSE.
           CLOSE SYSPRINT.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABB94' TO CTLTOT-PROGRAM
           MOVE 'SUSPENSE ITEMS OPEN' TO CTLTOT-LABEL
           MOVE WS-OPEN-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB94' TO CTLTOT-PROGRAM
           MOVE 'SUSPENSE OVER AGE' TO CTLTOT-LABEL
           MOVE WS-AGED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB94: AGED ' WS-OPEN-COUNT
                   ' OPEN ITEM(S), ' WS-AGED-COUNT ' OVER THE LIMIT'
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB94' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-OPEN-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * THE AGE LIMIT COMES FROM THE CENTRAL RUN-PARAMETER FILE       *
      * FIRST, FALLING BACK TO THE ENVIRONMENT VARIABLE; FIVE         *
      * BUSINESS DAYS WHEN NEITHER IS SET.                            *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABB94_AGE_DAYS' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB94_AGE_DAYS' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE TO WS-AGE-DAYS

           IF  WS-AGE-DAYS = 0
               MOVE 5 TO WS-AGE-DAYS
           END-IF

           DISPLAY 'RSSABB94: AGE-DAYS....' WS-AGE-DAYS
           EXIT.

      *---------------------------------------------------------------*
      * AGE THE OPEN ITEM IN BUSINESS DAYS AND PRINT ITS LINE WHEN IT *
      * IS OLDER THAN THE LIMIT.                                      *
      *---------------------------------------------------------------*
       AGE-ONE-ITEM.
           PERFORM COUNT-BUSINESS-DAYS
           COMPUTE WS-ITEM-LEFT = UC-PAYAMT - UC-APPLIED-AMT
           ADD 1 TO WS-OPEN-COUNT
           ADD WS-ITEM-LEFT TO WS-OPEN-AMT

           IF  WS-BUSDAY-AGE > WS-AGE-DAYS
               ADD 1 TO WS-AGED-COUNT
               ADD WS-ITEM-LEFT TO WS-AGED-AMT
               IF W-LINE > W-MAX-LINE THEN
                  MOVE WS-RUN-DATE TO WT-DATE
                  WRITE REPORT-REC FROM W-TITLE
                        AFTER ADVANCING PAGE
                  MOVE 3 TO W-LINE
               END-IF
               MOVE UC-SUSPDATE      TO WI-SUSPDATE
               MOVE UC-SUSPSEQ       TO WI-SUSPSEQ
               MOVE UC-STATUS        TO WI-STATUS
               MOVE WS-ITEM-LEFT     TO WI-LEFT
               MOVE UC-PAYDATE       TO WI-PAYDATE
               MOVE UC-BANKREF       TO WI-BANKREF
               MOVE UC-PAY-CUSTIDENT TO WI-PAY-CUSTIDENT
               MOVE UC-PAY-ORDERNUM  TO WI-PAY-ORDERNUM
               MOVE UC-REASON        TO WI-REASON
               MOVE WS-BUSDAY-AGE    TO WI-AGE
               WRITE REPORT-REC FROM W-ITEM-DETAIL
                     AFTER ADVANCING 1 LINE
               ADD 1 TO W-LINE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * PRINT THE COUNT AND AMOUNT OF ALL OPEN ITEMS AND OF THOSE     *
      * OVER THE AGE LIMIT.                                           *
      *---------------------------------------------------------------*
       PRINT-TOTALS.
           MOVE 'ALL OPEN ITEMS'     TO WO-LABEL
           MOVE WS-OPEN-COUNT        TO WO-COUNT
           MOVE WS-OPEN-AMT          TO WO-AMOUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 2 LINES
           MOVE 'OVER THE AGE LIMIT' TO WO-LABEL
           MOVE WS-AGED-COUNT        TO WO-COUNT
           MOVE WS-AGED-AMT          TO WO-AMOUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
      * COUNT THE BUSINESS DAYS FROM THE DATE THE ITEM WAS SUSPENDED  *
      * (EXCLUDED) TO THE RUN DATE (INCLUDED), ASKING THE CALENDAR    *
      * DAY BY DAY. A DATE THE CALENDAR DOES NOT KNOW COUNTS AS A     *
      * BUSINESS DAY.                                                 *
      *---------------------------------------------------------------*
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-BUSDAY-AGE
           COMPUTE WS-WORK-DAYNBR =
                   FUNCTION INTEGER-OF-DATE (UC-SUSPDATE)
           PERFORM COUNT-ONE-DAY
               UNTIL WS-WORK-DAYNBR >= WS-RUN-DAYNBR
           EXIT.

      *---------------------------------------------------------------*
       COUNT-ONE-DAY.
           ADD 1 TO WS-WORK-DAYNBR
           COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-DAYNBR)
           MOVE 'B'          TO CAL-FUNC
           MOVE WS-WORK-DATE TO CAL-DATE
           CALL 'RSSCAL00' USING RSSCAL-AREA
           IF  CAL-RETCODE NOT = '00'
           OR  CAL-ANSWER = 'Y'
               ADD 1 TO WS-BUSDAY-AGE
           END-IF
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO READ THE NEXT SUSPENSE ITEM IN KEY ORDER.         *
      * ------------------------------------------------------------- *
       GET-NEXT-ITEM.
           READ UNAPPCSH-FILE NEXT RECORD
           IF  UNAPPCSH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  UNAPPCSH-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-ITEM-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB94: UNAPPCSH-FAILURE-READ...'
                     TO   DISP-MSG
                   MOVE UNAPPCSH-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNAPPCSH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT UNAPPCSH-FILE
           IF  UNAPPCSH-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB94: UNAPPCSH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE UNAPPCSH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNAPPCSH-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE UNAPPCSH-FILE
           IF  UNAPPCSH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB94: UNAPPCSH-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE UNAPPCSH-STATUS TO IO-STATUS
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
               MOVE 'RSSABB94: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB94: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB94: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABB94: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB94: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB94: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
