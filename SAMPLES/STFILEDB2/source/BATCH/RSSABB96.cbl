       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB96.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -MONTH-END RECEIVABLES ROLL-FORWARD AND TIE-OUT TO THE GL  *
      *     JOURNAL EXTRACT, GATED ON THE COMPANY CALENDAR'S          *
      *     MONTH-END FLAG THRU RSSCAL00 AND RUN AFTER RSSABB53.      *
      *    -FOR EACH STATE AND BRANCH THE MONTH IS ROLLED FORWARD:    *
      *     OPENING RECEIVABLES (LAST MONTH'S CLOSING, FROM THE ARBAL *
      *     HISTORY) PLUS THE ORDERS INVOICED AND THE FINANCE CHARGES *
      *     INVOICED (ORDHIST TRANSITIONS TO INVOICED FROM SHIPPED,   *
      *     RESPECTIVELY FROM FINCHG), LESS THE PAYMENTS (PAYMENT-    *
      *     HISTORY ENTRIES, NET OF THE BANK RETURNS), THE CREDIT     *
      *     MEMOS AND THE WRITE-OFFS OF THE MONTH, GIVES THE CLOSING  *
      *     RECEIVABLES.                                              *
      *    -THE CLOSING FIGURE IS CHECKED AGAINST AN ACTUAL SWEEP OF  *
      *     THE OPEN BALANCES OF THE BILLED ORDERS ON THE ORDER FILE, *
      *     AND EACH MOVEMENT AGAINST THE MATCHING GLEXTR CATEGORY    *
      *     (INVOICED AND FINANCE CHARGES AGAINST ACCTSREC DEBITS,    *
      *     PAYMENTS AGAINST CASH, CREDIT MEMOS AGAINST THE CREDITS   *
      *     AND AGENCY COMMISSION, WRITE-OFFS AGAINST BADDEBT).       *
      *    -THE REPORT SHOWS EVERY BRANCH, STATE SUBTOTALS AND THE    *
      *     GRAND TOTAL; A DIFFERENCE ABOVE THE TOLERANCE IS FLAGGED, *
      *     RAISED AS AN ALERT THRU RSSALR00 AND ENDS THE STEP WITH   *
      *     RETURN-CODE 4.                                            *
      *    -THE CLOSING FIGURES ARE APPENDED TO ARBAL AS NEXT MONTH'S *
      *     OPENING BALANCES. WHEN LAST MONTH IS NOT ON ARBAL (FIRST  *
      *     RUN) THE OPENING IS DERIVED BACK FROM THE ACTUAL SWEEP.   *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - ORDHIST (ORDER STATUS HISTORY, ODCSFOH)   *
      * INPUT FILE : VSAM - CRMEMO (CREDIT MEMOS, ODCSFCM)            *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.PAYHIST (ODCSFPH)         *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : QSAM - GLEXTR (THE MONTH'S JOURNAL EXTRACT)      *
      * IN/OUT FILE: QSAM - ARBAL (RECEIVABLES HISTORY, ODCSFAB)      *
      * OUTPUT     : SYSPRINT - RECEIVABLES ROLL-FORWARD REPORT       *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE TOLERANCE (AN AMOUNT, E.G. '1.00') COMES FROM  *
      * THE RUN-PARAMETER FILE (RSSABB96_TOLERANCE), FALLING BACK TO  *
      * THE ENVIRONMENT VARIABLE OF THE SAME NAME, DEFAULT 1.00.      *
      * RETURN CODE : 0 TIED OUT, 4 DIFFERENCES FLAGGED, 12 ABEND     *
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

      * CREDIT-MEMO VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT OPTIONAL VKSDCM-FILE
               ASSIGN       TO CRMEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CM-MEMO-KEY
               FILE STATUS  IS VKSDCM-STATUS.

      * PAYMENT-HISTORY VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT VKSDPH-FILE
               ASSIGN       TO VKSDPH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS PH-PAY-KEY
               FILE STATUS  IS VKSDPH-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE: RANDOM READS FOR THE AMOUNTS OF
      * THE TRANSITIONS, THEN SWEPT FOR THE ACTUAL OPEN BALANCES
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, STATE/BRANCH READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * THE MONTH'S GENERAL-LEDGER JOURNAL EXTRACT FROM RSSABB53
           SELECT GLEXTR-FILE
               ASSIGN       TO GLEXTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS GLEXTR-STATUS.

      * RECEIVABLES BALANCE HISTORY, ONE RECORD PER MONTH, STATE
      * AND BRANCH
           SELECT OPTIONAL ARBAL-FILE
               ASSIGN       TO ARBAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS ARBAL-STATUS.

      * RECEIVABLES ROLL-FORWARD REPORT
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
       FD   ORDHIST-FILE.
       COPY ODCSFOH.

       FD   VKSDCM-FILE.
       COPY ODCSFCM.

       FD   VKSDPH-FILE.
       COPY ODCSFPH.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   GLEXTR-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  GLEXTR-RECORD.
           05  GL-ACCOUNT          PIC X(008).
           05  GL-DRCR             PIC X(002).
           05  GL-AMOUNT           PIC 9(011)V99.
           05  GL-STATE            PIC X(002).
           05  GL-BRANCH           PIC X(003).
           05  GL-YYYYMM           PIC 9(006).
           05  FILLER              PIC X(046).

       FD   ARBAL-FILE
            RECORD CONTAINS 060 CHARACTERS.
       COPY ODCSFAB.

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
       77  W-MAX-LINE              PIC S9(04) COMP VALUE +48.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  ORDHIST-STATUS.
           05  ORDHIST-STAT1       PIC X.
           05  ORDHIST-STAT2       PIC X.
       01  VKSDCM-STATUS.
           05  VKSDCM-STAT1        PIC X.
           05  VKSDCM-STAT2        PIC X.
       01  VKSDPH-STATUS.
           05  VKSDPH-STAT1        PIC X.
           05  VKSDPH-STAT2        PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  GLEXTR-STATUS.
           05  GLEXTR-STAT1        PIC X.
           05  GLEXTR-STAT2        PIC X.
       01  ARBAL-STATUS.
           05  ARBAL-STAT1         PIC X.
           05  ARBAL-STAT2         PIC X.
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

       01  WS-HIST-EOF-SWITCH      PIC X       VALUE 'N'.
           88  HIST-EOF            VALUE 'Y'.
       01  WS-MEMO-EOF-SWITCH      PIC X       VALUE 'N'.
           88  MEMO-EOF            VALUE 'Y'.
       01  WS-PH-EOF-SWITCH        PIC X       VALUE 'N'.
           88  PH-EOF              VALUE 'Y'.
       01  WS-ORDER-EOF-SWITCH     PIC X       VALUE 'N'.
           88  ORDER-EOF           VALUE 'Y'.
       01  WS-GL-EOF-SWITCH        PIC X       VALUE 'N'.
           88  GL-EOF              VALUE 'Y'.
       01  WS-ARBAL-EOF-SWITCH     PIC X       VALUE 'N'.
           88  ARBAL-EOF           VALUE 'Y'.

      * RUN MONTH, LAST MONTH AND THE TOLERANCE
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-RUN-YYYYMM           PIC 9(006) VALUE 0.
       01  WS-PREV-YYYYMM          PIC 9(006) VALUE 0.
       01  WS-ENV-VALUE            PIC X(020) VALUE SPACES.
       01  WS-TOLERANCE            PIC 9(007)V99 VALUE 0.
       01  WS-OPENING-SWITCH       PIC X      VALUE 'N'.
           88  OPENING-ON-FILE     VALUE 'Y'.

      * CURRENT ACTIVITY: ITS STATE/BRANCH, MOVEMENT AND AMOUNT
       01  WS-CUR-STATE            PIC X(002) VALUE SPACES.
       01  WS-CUR-BRANCH           PIC X(003) VALUE SPACES.
       01  WS-CUR-MOVE             PIC 9(002) VALUE 0.
       01  WS-WORK-AMT             PIC S9(009)V99 VALUE 0.
       01  WS-LAST-CUSTIDENT       PIC 9(009) VALUE 0.
       01  WS-LAST-STATE           PIC X(002) VALUE SPACES.
       01  WS-LAST-BRANCH          PIC X(003) VALUE SPACES.

      * ONE ENTRY PER STATE/BRANCH, KEPT IN STATE/BRANCH ORDER SO THE
      * REPORT COMES OUT GROUPED BY STATE. THE AMOUNTS, BY MOVEMENT:
      *   1 OPENING           5 CREDIT MEMOS      8 GL ACCTSREC DEBITS
      *   2 INVOICED          6 WRITE-OFFS        9 GL CASH
      *   3 FINANCE CHARGES   7 ACTUAL SWEEP     10 GL CREDITS
      *   4 PAYMENTS                             11 GL BADDEBT
       01  WS-RF-TABLE.
           05  WS-RF-ENTRY-COUNT   PIC S9(4) COMP VALUE +0.
           05  WS-RF-ENTRY         OCCURS 500.
               10  WS-RF-STATE     PIC X(002).
               10  WS-RF-BRANCH    PIC X(003).
               10  WS-RF-AMT       PIC S9(011)V99 COMP-3
                                   OCCURS 11.
       01  WS-RF-IX                PIC S9(4) COMP VALUE +0.
       01  WS-RF-SHIFT-IX          PIC S9(4) COMP VALUE +0.
       01  WS-RF-FOUND-SWITCH      PIC X     VALUE 'N'.
           88  RF-ENTRY-FOUND      VALUE 'Y'.
       01  WS-MV-IX                PIC S9(4) COMP VALUE +0.

      * THE BLOCK BEING PRINTED (ONE BRANCH, A STATE SUBTOTAL OR THE
      * GRAND TOTAL) AND THE SUBTOTALS BEING BUILT
       01  WS-PRT-AMT              PIC S9(011)V99 COMP-3 OCCURS 11.
       01  WS-STATE-AMT            PIC S9(011)V99 COMP-3 OCCURS 11.
       01  WS-GRAND-AMT            PIC S9(011)V99 COMP-3 OCCURS 11.
       01  WS-PRT-STATE            PIC X(002) VALUE SPACES.
       01  WS-PRT-BRANCH           PIC X(003) VALUE SPACES.
       01  WS-BREAK-STATE          PIC X(002) VALUE SPACES.
       01  WS-PRT-CLOSING          PIC S9(011)V99 VALUE 0.
       01  WS-DIFF                 PIC S9(011)V99 VALUE 0.
       01  WS-DIFF-SWITCH          PIC X      VALUE 'N'.
           88  BLOCK-HAS-DIFF      VALUE 'Y'.

      * RUN STATISTICS
       01  WS-MISSING-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-FLAGGED-COUNT        PIC 9(7)      VALUE 0.
       01  WS-ARBAL-COUNT          PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABB96'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(034) VALUE
               'RECEIVABLES ROLL-FORWARD'.
           05  FILLER              PIC X(041) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-SUBTITLE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(006) VALUE 'MONTH '.
           05  WU-YYYYMM           PIC 9(006).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'TOLERANCE '.
           05  WU-TOLERANCE        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WU-OPENING-NOTE     PIC X(050).
           05  FILLER              PIC X(040) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(015) VALUE 'ST BRN'.
           05  FILLER              PIC X(013) VALUE '      OPENING'.
           05  FILLER              PIC X(013) VALUE '     INVOICED'.
           05  FILLER              PIC X(013) VALUE '      FIN CHG'.
           05  FILLER              PIC X(013) VALUE '     PAYMENTS'.
           05  FILLER              PIC X(013) VALUE '      CREDITS'.
           05  FILLER              PIC X(013) VALUE '   WRITE-OFFS'.
           05  FILLER              PIC X(013) VALUE '      CLOSING'.
           05  FILLER              PIC X(013) VALUE '       ACTUAL'.
           05  FILLER              PIC X(011) VALUE SPACES.

       01  W-BLOCK-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WB-STATE            PIC X(002).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WB-BRANCH           PIC X(003).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WB-ROW              PIC X(008).
           05  WB-COLUMN           OCCURS 8.
               10  FILLER          PIC X(001).
               10  WB-AMT          PIC -ZZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WB-FLAG             PIC X(006).
           05  FILLER              PIC X(003) VALUE SPACES.

      * OPERATOR-ALERT AREA FOR THE RSSALR00 WRITER
       COPY RSSALRC.

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
           MOVE 'RSSABB96' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * MONTH-END GATE, THE WAY RSSABB53 GATES THE JOURNAL EXTRACT...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-YYYYMM.
           MOVE 'M'         TO CAL-FUNC
           MOVE WS-RUN-DATE TO CAL-DATE
           CALL 'RSSCAL00' USING RSSCAL-AREA
           IF  CAL-RETCODE NOT = '00'
           OR  CAL-ANSWER NOT = 'Y'
               DISPLAY 'RSSABB96: NOT A MONTH-END BUSINESS DAY,'
                       ' NOTHING TO DO'
               PERFORM END-RUN-LOG
               GOBACK
           END-IF

           PERFORM GET-RUNTIME-PARAMETERS.
           IF  WS-RUN-YYYYMM (5:2) = '01'
               COMPUTE WS-PREV-YYYYMM = WS-RUN-YYYYMM - 89
           ELSE
               COMPUTE WS-PREV-YYYYMM = WS-RUN-YYYYMM - 1
           END-IF.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM ORDHIST-OPEN.
           PERFORM VKSDCM-OPEN.
           PERFORM VKSDPH-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM GLEXTR-OPEN.

      * ------------------------------------------------------------- *
      * LAST MONTH'S CLOSING BALANCES ARE THIS MONTH'S OPENING...
           DISPLAY "READING RECEIVABLES HISTORY..."
           PERFORM ARBAL-OPEN-INPUT.
           PERFORM ARBAL-GET.
           PERFORM UNTIL ARBAL-EOF
              IF  AB-YYYYMM = WS-PREV-YYYYMM
                  PERFORM LOAD-ONE-OPENING
              END-IF
              PERFORM ARBAL-GET
           END-PERFORM.
           PERFORM ARBAL-CLOSE.

      * ------------------------------------------------------------- *
      * THE MONTH'S MOVEMENTS: INVOICES AND WRITE-OFFS...
           DISPLAY "SWEEPING ORDER HISTORY..."
           PERFORM ORDHIST-READNEXT.
           PERFORM UNTIL HIST-EOF
              IF  OH-CHGDATE (1:6) = WS-RUN-YYYYMM
                  PERFORM ROLL-ONE-TRANSITION
              END-IF
              PERFORM ORDHIST-READNEXT
           END-PERFORM.

      * ...CREDIT MEMOS...
           DISPLAY "SWEEPING CREDIT MEMOS..."
           PERFORM VKSDCM-READNEXT.
           PERFORM UNTIL MEMO-EOF
              IF  CM-MEMODATE (1:6) = WS-RUN-YYYYMM
                  MOVE CM-MEMOAMT   TO WS-WORK-AMT
                  MOVE 5            TO WS-CUR-MOVE
                  MOVE CM-CUSTIDENT TO VS-CUSTIDENT
                  PERFORM JOIN-CUSTOMER-AND-ADD
              END-IF
              PERFORM VKSDCM-READNEXT
           END-PERFORM.

      * ...AND PAYMENTS, A BANK RETURN TAKING ITS PAYMENT BACK OUT...
           DISPLAY "SWEEPING PAYMENT HISTORY..."
           PERFORM VKSDPH-READNEXT.
           PERFORM UNTIL PH-EOF
              IF  PH-PAYDATE (1:6) = WS-RUN-YYYYMM
                  MOVE PH-PAYAMT    TO WS-WORK-AMT
                  MOVE 4            TO WS-CUR-MOVE
                  MOVE PH-CUSTIDENT TO VS-CUSTIDENT
                  PERFORM JOIN-CUSTOMER-AND-ADD
              END-IF
              PERFORM VKSDPH-READNEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE GENERAL LEDGER'S SIDE: THE DEBIT LINE OF EACH PAIR NAMES
      * ITS CATEGORY...
           DISPLAY "READING GL JOURNAL EXTRACT..."
           PERFORM GLEXTR-GET.
           PERFORM UNTIL GL-EOF
              IF  GLEXTR-RECORD (1:3) NOT = 'HDR'
              AND GLEXTR-RECORD (1:3) NOT = 'TRL'
              AND GL-DRCR   = 'DR'
              AND GL-YYYYMM = WS-RUN-YYYYMM
                  PERFORM ROLL-ONE-JOURNAL-LINE
              END-IF
              PERFORM GLEXTR-GET
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE ACTUAL OPEN BALANCES OF THE BILLED ORDERS...
           DISPLAY "SWEEPING ORDERS FILE..."
           MOVE ZEROS TO QO-ORDER-KEY.
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-ORDER-EOF-SWITCH
           END-IF
           PERFORM UNTIL ORDER-EOF
              PERFORM VKSDORD-READNEXT
              IF  NOT ORDER-EOF
                  PERFORM SWEEP-ONE-ORDER
              END-IF
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM ORDHIST-CLOSE.
           PERFORM VKSDCM-CLOSE.
           PERFORM VKSDPH-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM GLEXTR-CLOSE.

      * ------------------------------------------------------------- *
      * NO HISTORY FOR LAST MONTH: DERIVE THE OPENING BACK FROM THE
      * ACTUAL BALANCES SO THE FIRST RUN STARTS THE CHAIN CLEAN...
           IF  NOT OPENING-ON-FILE
               PERFORM DERIVE-ONE-OPENING
                   VARYING WS-RF-IX FROM 1 BY 1
                   UNTIL WS-RF-IX > WS-RF-ENTRY-COUNT
           END-IF.

      * ------------------------------------------------------------- *
      * PRINT EVERY BRANCH, THE STATE SUBTOTALS AND THE GRAND TOTAL,
      * AND KEEP THE CLOSING FIGURES FOR NEXT MONTH...
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.
           PERFORM ARBAL-OPEN-EXTEND.
           PERFORM CLEAR-GRAND-TOTALS.
           PERFORM CLEAR-STATE-TOTALS.
           IF  WS-RF-ENTRY-COUNT > 0
               MOVE WS-RF-STATE (1) TO WS-BREAK-STATE
           END-IF
           PERFORM REPORT-ONE-BRANCH
               VARYING WS-RF-IX FROM 1 BY 1
               UNTIL WS-RF-IX > WS-RF-ENTRY-COUNT.
           IF  WS-RF-ENTRY-COUNT > 0
               PERFORM PRINT-STATE-SUBTOTAL
           END-IF
           PERFORM PRINT-GRAND-TOTAL.
           PERFORM ARBAL-CLOSE.
           CLOSE SYSPRINT.

           IF  WS-MISSING-COUNT > 0
               DISPLAY 'RSSABB96: ' WS-MISSING-COUNT
                       ' ACTIVITY RECORD(S) WITHOUT ORDER OR CUSTOMER'
           END-IF

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABB96' TO CTLTOT-PROGRAM
           MOVE 'AR ROLLFWD BRANCHES' TO CTLTOT-LABEL
           MOVE WS-RF-ENTRY-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB96' TO CTLTOT-PROGRAM
           MOVE 'AR ROLLFWD FLAGGED' TO CTLTOT-LABEL
           MOVE WS-FLAGGED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           IF  WS-FLAGGED-COUNT > 0
               DISPLAY 'RSSABB96: ' WS-FLAGGED-COUNT
                       ' BRANCH(ES) OUT OF TOLERANCE, SEE REPORT'
               MOVE 'W'        TO ALR-SEVERITY
               MOVE 'RSSABB96' TO ALR-SOURCE
               MOVE SPACES     TO ALR-TEXT
               STRING 'AR ROLL-FORWARD: ' DELIMITED BY SIZE
                      WS-FLAGGED-COUNT DELIMITED BY SIZE
                      ' BRANCH(ES) OUT OF TOLERANCE'
                          DELIMITED BY SIZE
                 INTO ALR-TEXT
               END-STRING
               CALL 'RSSALR00' USING RSSALR-AREA
               ADD 4 TO ZERO GIVING RETURN-CODE
           ELSE
               DISPLAY 'RSSABB96: RECEIVABLES TIE OUT'
               MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

      *---------------------------------------------------------------*
       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB96' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-RF-ENTRY-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * THE TOLERANCE COMES FROM THE CENTRAL RUN-PARAMETER FILE       *
      * FIRST, FALLING BACK TO THE ENVIRONMENT VARIABLE; 1.00 WHEN    *
      * NEITHER IS SET.                                               *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABB96_TOLERANCE' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB96_TOLERANCE' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE = SPACES
               MOVE 1 TO WS-TOLERANCE
           ELSE
               COMPUTE WS-TOLERANCE = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           DISPLAY 'RSSABB96: MONTH.......' WS-RUN-YYYYMM
           DISPLAY 'RSSABB96: TOLERANCE...' WS-TOLERANCE
           EXIT.

      *---------------------------------------------------------------*
      * ONE STATE/BRANCH CLOSING OF LAST MONTH. A RERUN OF LAST MONTH *
      * APPENDED IT AGAIN: THE LAST RECORD MET WINS.                  *
      *---------------------------------------------------------------*
       LOAD-ONE-OPENING.
           MOVE 'Y'       TO WS-OPENING-SWITCH
           MOVE AB-STATE  TO WS-CUR-STATE
           MOVE AB-BRANCH TO WS-CUR-BRANCH
           PERFORM LOCATE-RF-ENTRY
           MOVE AB-CLOSING TO WS-RF-AMT (WS-RF-IX, 1)
           EXIT.

      *---------------------------------------------------------------*
      * CLASSIFY THE MONTH'S STATUS TRANSITION: AN ORDER BILLED FROM  *
      * SHIPPED IS INVOICED, A FINCHG ORDER BILLED IS A FINANCE       *
      * CHARGE, A WRITE-OFF TAKES THE BALANCE LEFT OFF. AN ORDER      *
      * COMING BACK TO INVOICED FROM A LATER STATUS (AGENCY RECALL,   *
      * BANK RETURN) IS NOT BILLED AGAIN. THE AMOUNT COMES FROM THE   *
      * ORDER RECORD, AS RSSABB53 TAKES IT.                           *
      *---------------------------------------------------------------*
       ROLL-ONE-TRANSITION.
           MOVE 0 TO WS-CUR-MOVE
           EVALUATE TRUE
              WHEN OH-NEW-STATUS = 'INVOICED'
               AND OH-OLD-STATUS = 'FINCHG'
                   MOVE 3 TO WS-CUR-MOVE
              WHEN OH-NEW-STATUS = 'INVOICED'
               AND OH-OLD-STATUS NOT = 'PARTPAID'
               AND OH-OLD-STATUS NOT = 'SETTLED'
               AND OH-OLD-STATUS NOT = 'PLACED'
               AND OH-OLD-STATUS NOT = 'INVOICED'
                   MOVE 2 TO WS-CUR-MOVE
              WHEN OH-NEW-STATUS = 'WRITEOFF'
                   MOVE 6 TO WS-CUR-MOVE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  WS-CUR-MOVE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE OH-CUSTIDENT TO QO-CUSTIDENT
           MOVE OH-ORDERNUM  TO QO-ORDERNUM
           PERFORM VKSDORD-READ
           IF  VKSDORD-STATUS = '23'
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE QO-ORDERAMT TO WS-WORK-AMT
           IF  WS-CUR-MOVE = 6
               IF  QO-PAID-AMT NUMERIC
                   SUBTRACT QO-PAID-AMT FROM WS-WORK-AMT
               END-IF
               IF  QO-CREDIT-AMT NUMERIC
                   SUBTRACT QO-CREDIT-AMT FROM WS-WORK-AMT
               END-IF
           END-IF
           MOVE OH-CUSTIDENT TO VS-CUSTIDENT
           PERFORM JOIN-CUSTOMER-AND-ADD
           EXIT.

      *---------------------------------------------------------------*
      * ROLL ONE GL DEBIT LINE INTO ITS STATE/BRANCH BY CATEGORY.     *
      *---------------------------------------------------------------*
       ROLL-ONE-JOURNAL-LINE.
           EVALUATE GL-ACCOUNT
              WHEN 'ACCTSREC'
                   MOVE 8  TO WS-CUR-MOVE
              WHEN 'CASH    '
                   MOVE 9  TO WS-CUR-MOVE
              WHEN 'REVENUE '
                   MOVE 10 TO WS-CUR-MOVE
              WHEN 'COLLCOMM'
                   MOVE 10 TO WS-CUR-MOVE
              WHEN 'BADDEBT '
                   MOVE 11 TO WS-CUR-MOVE
              WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE GL-STATE  TO WS-CUR-STATE
           MOVE GL-BRANCH TO WS-CUR-BRANCH
           PERFORM LOCATE-RF-ENTRY
           ADD GL-AMOUNT TO WS-RF-AMT (WS-RF-IX, WS-CUR-MOVE)
           EXIT.

      *---------------------------------------------------------------*
      * ONE ORDER OF THE ACTUAL SWEEP: A BILLED ORDER CARRIES ITS     *
      * OPEN BALANCE (NEGATIVE WHEN OVERPAID) IN THE RECEIVABLES.     *
      * ORDERS NOT YET BILLED, CANCELLED OR WRITTEN OFF DO NOT.       *
      *---------------------------------------------------------------*
       SWEEP-ONE-ORDER.
           IF  QO-ORDERSTATUS NOT = 'INVOICED'
           AND QO-ORDERSTATUS NOT = 'PARTPAID'
           AND QO-ORDERSTATUS NOT = 'SETTLED'
           AND QO-ORDERSTATUS NOT = 'PLACED'
           AND QO-ORDERSTATUS NOT = 'CREDITMEMO'
               EXIT PARAGRAPH
           END-IF
           MOVE QO-ORDERAMT TO WS-WORK-AMT
           IF  QO-PAID-AMT NUMERIC
               SUBTRACT QO-PAID-AMT FROM WS-WORK-AMT
           END-IF
           IF  QO-CREDIT-AMT NUMERIC
               SUBTRACT QO-CREDIT-AMT FROM WS-WORK-AMT
           END-IF
           IF  WS-WORK-AMT NOT = 0
               MOVE 7            TO WS-CUR-MOVE
               MOVE QO-CUSTIDENT TO VS-CUSTIDENT
               PERFORM JOIN-CUSTOMER-AND-ADD
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * JOIN THE ACTIVITY IN VS-CUSTIDENT TO ITS CUSTOMER'S STATE AND *
      * BRANCH AND ADD WS-WORK-AMT TO MOVEMENT WS-CUR-MOVE. ACTIVITY  *
      * WHOSE CUSTOMER IS GONE IS KEPT UNDER STATE ?? BRANCH ??? SO   *
      * THE TOTALS STILL TIE. THE LAST CUSTOMER JOINED IS REMEMBERED, *
      * THE SWEEPS MEETING A CUSTOMER'S RECORDS TOGETHER.             *
      *---------------------------------------------------------------*
       JOIN-CUSTOMER-AND-ADD.
           IF  VS-CUSTIDENT = WS-LAST-CUSTIDENT
           AND WS-LAST-STATE NOT = SPACES
               MOVE WS-LAST-STATE  TO WS-CUR-STATE
               MOVE WS-LAST-BRANCH TO WS-CUR-BRANCH
           ELSE
               MOVE VS-CUSTIDENT TO WS-LAST-CUSTIDENT
               PERFORM VKSDCUST-READ
               IF  VKSDCUST-STATUS = '23'
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE '??'  TO WS-CUR-STATE
                   MOVE '???' TO WS-CUR-BRANCH
               ELSE
                   MOVE VS-CUSTSTATE TO WS-CUR-STATE
                   MOVE VS-BRANCH    TO WS-CUR-BRANCH
               END-IF
               MOVE WS-CUR-STATE  TO WS-LAST-STATE
               MOVE WS-CUR-BRANCH TO WS-LAST-BRANCH
           END-IF
           PERFORM LOCATE-RF-ENTRY
           ADD WS-WORK-AMT TO WS-RF-AMT (WS-RF-IX, WS-CUR-MOVE)
           EXIT.

      *---------------------------------------------------------------*
      * LEAVE WS-RF-IX ON THE ENTRY OF WS-CUR-STATE/WS-CUR-BRANCH,    *
      * OPENING ONE IN STATE/BRANCH SEQUENCE WHEN NEEDED.             *
      *---------------------------------------------------------------*
       LOCATE-RF-ENTRY.
           MOVE 'N' TO WS-RF-FOUND-SWITCH
           MOVE 1   TO WS-RF-IX
           PERFORM UNTIL RF-ENTRY-FOUND
                   OR WS-RF-IX > WS-RF-ENTRY-COUNT
              IF  WS-RF-STATE (WS-RF-IX)  = WS-CUR-STATE
              AND WS-RF-BRANCH (WS-RF-IX) = WS-CUR-BRANCH
                  MOVE 'Y' TO WS-RF-FOUND-SWITCH
              ELSE
                  ADD 1 TO WS-RF-IX
              END-IF
           END-PERFORM
           IF  RF-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF

           IF  WS-RF-ENTRY-COUNT >= 500
               MOVE 'RSSABB96: BRANCH TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE 1 TO WS-RF-IX
           PERFORM UNTIL WS-RF-IX > WS-RF-ENTRY-COUNT
                   OR WS-RF-STATE (WS-RF-IX) > WS-CUR-STATE
                   OR (WS-RF-STATE (WS-RF-IX) = WS-CUR-STATE
                       AND WS-RF-BRANCH (WS-RF-IX) > WS-CUR-BRANCH)
              ADD 1 TO WS-RF-IX
           END-PERFORM
           MOVE WS-RF-ENTRY-COUNT TO WS-RF-SHIFT-IX
           PERFORM UNTIL WS-RF-SHIFT-IX < WS-RF-IX
              MOVE WS-RF-ENTRY (WS-RF-SHIFT-IX)
                TO WS-RF-ENTRY (WS-RF-SHIFT-IX + 1)
              SUBTRACT 1 FROM WS-RF-SHIFT-IX
           END-PERFORM
           MOVE WS-CUR-STATE  TO WS-RF-STATE (WS-RF-IX)
           MOVE WS-CUR-BRANCH TO WS-RF-BRANCH (WS-RF-IX)
           PERFORM VARYING WS-MV-IX FROM 1 BY 1 UNTIL WS-MV-IX > 11
              MOVE 0 TO WS-RF-AMT (WS-RF-IX, WS-MV-IX)
           END-PERFORM
           ADD 1 TO WS-RF-ENTRY-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * OPENING = ACTUAL - INVOICED - FINANCE CHARGES + PAYMENTS      *
      *         + CREDIT MEMOS + WRITE-OFFS                           *
      *---------------------------------------------------------------*
       DERIVE-ONE-OPENING.
           COMPUTE WS-RF-AMT (WS-RF-IX, 1) =
                   WS-RF-AMT (WS-RF-IX, 7)
                 - WS-RF-AMT (WS-RF-IX, 2) - WS-RF-AMT (WS-RF-IX, 3)
                 + WS-RF-AMT (WS-RF-IX, 4) + WS-RF-AMT (WS-RF-IX, 5)
                 + WS-RF-AMT (WS-RF-IX, 6)
           EXIT.

      *---------------------------------------------------------------*
      * PRINT ONE BRANCH, BREAKING ON THE STATE FIRST, ADD IT TO THE  *
      * SUBTOTALS AND KEEP ITS CLOSING FIGURE ON ARBAL.               *
      *---------------------------------------------------------------*
       REPORT-ONE-BRANCH.
           IF  WS-RF-STATE (WS-RF-IX) NOT = WS-BREAK-STATE
               PERFORM PRINT-STATE-SUBTOTAL
               PERFORM CLEAR-STATE-TOTALS
               MOVE WS-RF-STATE (WS-RF-IX) TO WS-BREAK-STATE
           END-IF
           PERFORM VARYING WS-MV-IX FROM 1 BY 1 UNTIL WS-MV-IX > 11
              MOVE WS-RF-AMT (WS-RF-IX, WS-MV-IX)
                TO WS-PRT-AMT (WS-MV-IX)
              ADD WS-RF-AMT (WS-RF-IX, WS-MV-IX)
                TO WS-STATE-AMT (WS-MV-IX)
              ADD WS-RF-AMT (WS-RF-IX, WS-MV-IX)
                TO WS-GRAND-AMT (WS-MV-IX)
           END-PERFORM
           MOVE WS-RF-STATE (WS-RF-IX)  TO WS-PRT-STATE
           MOVE WS-RF-BRANCH (WS-RF-IX) TO WS-PRT-BRANCH
           PERFORM PRINT-ONE-BLOCK
           IF  BLOCK-HAS-DIFF
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           MOVE WS-RUN-YYYYMM           TO AB-YYYYMM
           MOVE WS-RF-STATE (WS-RF-IX)  TO AB-STATE
           MOVE WS-RF-BRANCH (WS-RF-IX) TO AB-BRANCH
           MOVE WS-PRT-CLOSING          TO AB-CLOSING
           MOVE WS-RF-AMT (WS-RF-IX, 7) TO AB-ACTUAL
           MOVE WS-RUN-DATE             TO AB-RUNDATE
           MOVE SPACES                  TO AB-FILLER
           PERFORM ARBAL-WRITE
           ADD 1 TO WS-ARBAL-COUNT
           EXIT.

      *---------------------------------------------------------------*
       PRINT-STATE-SUBTOTAL.
           PERFORM VARYING WS-MV-IX FROM 1 BY 1 UNTIL WS-MV-IX > 11
              MOVE WS-STATE-AMT (WS-MV-IX) TO WS-PRT-AMT (WS-MV-IX)
           END-PERFORM
           MOVE WS-BREAK-STATE TO WS-PRT-STATE
           MOVE '***'          TO WS-PRT-BRANCH
           PERFORM PRINT-ONE-BLOCK
           EXIT.

      *---------------------------------------------------------------*
       PRINT-GRAND-TOTAL.
           PERFORM VARYING WS-MV-IX FROM 1 BY 1 UNTIL WS-MV-IX > 11
              MOVE WS-GRAND-AMT (WS-MV-IX) TO WS-PRT-AMT (WS-MV-IX)
           END-PERFORM
           MOVE '**'           TO WS-PRT-STATE
           MOVE '***'          TO WS-PRT-BRANCH
           PERFORM PRINT-ONE-BLOCK
           EXIT.

      *---------------------------------------------------------------*
       CLEAR-STATE-TOTALS.
           PERFORM VARYING WS-MV-IX FROM 1 BY 1 UNTIL WS-MV-IX > 11
              MOVE 0 TO WS-STATE-AMT (WS-MV-IX)
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       CLEAR-GRAND-TOTALS.
           PERFORM VARYING WS-MV-IX FROM 1 BY 1 UNTIL WS-MV-IX > 11
              MOVE 0 TO WS-GRAND-AMT (WS-MV-IX)
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * PRINT THE THREE ROWS OF ONE BLOCK FROM WS-PRT-AMT: THE        *
      * SUB-LEDGER ROLL-FORWARD, THE GL EXTRACT'S FIGURES UNDER THE   *
      * MOVEMENTS THEY MATCH, AND THE DIFFERENCES (SUB-LEDGER LESS    *
      * GL, AND ROLLED-FORWARD CLOSING LESS ACTUAL). A DIFFERENCE     *
      * ABOVE THE TOLERANCE FLAGS THE BLOCK.                          *
      *---------------------------------------------------------------*
       PRINT-ONE-BLOCK.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE 'N' TO WS-DIFF-SWITCH
           COMPUTE WS-PRT-CLOSING = WS-PRT-AMT (1)
                 + WS-PRT-AMT (2) + WS-PRT-AMT (3)
                 - WS-PRT-AMT (4) - WS-PRT-AMT (5) - WS-PRT-AMT (6)

      *-- SUB-LEDGER ROW
           MOVE SPACES        TO W-BLOCK-LINE
           MOVE WS-PRT-STATE  TO WB-STATE
           MOVE WS-PRT-BRANCH TO WB-BRANCH
           MOVE 'SUBLEDGR'    TO WB-ROW
           PERFORM VARYING WS-MV-IX FROM 1 BY 1 UNTIL WS-MV-IX > 6
              MOVE WS-PRT-AMT (WS-MV-IX) TO WB-AMT (WS-MV-IX)
           END-PERFORM
           MOVE WS-PRT-CLOSING TO WB-AMT (7)
           MOVE WS-PRT-AMT (7) TO WB-AMT (8)
           WRITE REPORT-REC FROM W-BLOCK-LINE
                 AFTER ADVANCING 2 LINES

      *-- GL EXTRACT ROW
           MOVE SPACES         TO W-BLOCK-LINE
           MOVE 'GL EXTR'      TO WB-ROW
           MOVE WS-PRT-AMT (8)  TO WB-AMT (2)
           MOVE WS-PRT-AMT (9)  TO WB-AMT (4)
           MOVE WS-PRT-AMT (10) TO WB-AMT (5)
           MOVE WS-PRT-AMT (11) TO WB-AMT (6)
           WRITE REPORT-REC FROM W-BLOCK-LINE
                 AFTER ADVANCING 1 LINE

      *-- DIFFERENCE ROW
           MOVE SPACES         TO W-BLOCK-LINE
           MOVE 'DIFF'         TO WB-ROW
           COMPUTE WS-DIFF = WS-PRT-AMT (2) + WS-PRT-AMT (3)
                           - WS-PRT-AMT (8)
           MOVE WS-DIFF TO WB-AMT (2)
           PERFORM CHECK-TOLERANCE
           COMPUTE WS-DIFF = WS-PRT-AMT (4) - WS-PRT-AMT (9)
           MOVE WS-DIFF TO WB-AMT (4)
           PERFORM CHECK-TOLERANCE
           COMPUTE WS-DIFF = WS-PRT-AMT (5) - WS-PRT-AMT (10)
           MOVE WS-DIFF TO WB-AMT (5)
           PERFORM CHECK-TOLERANCE
           COMPUTE WS-DIFF = WS-PRT-AMT (6) - WS-PRT-AMT (11)
           MOVE WS-DIFF TO WB-AMT (6)
           PERFORM CHECK-TOLERANCE
           COMPUTE WS-DIFF = WS-PRT-CLOSING - WS-PRT-AMT (7)
           MOVE WS-DIFF TO WB-AMT (8)
           PERFORM CHECK-TOLERANCE
           IF  BLOCK-HAS-DIFF
               MOVE '*DIFF*' TO WB-FLAG
           END-IF
           WRITE REPORT-REC FROM W-BLOCK-LINE
                 AFTER ADVANCING 1 LINE
           ADD 4 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       CHECK-TOLERANCE.
           IF  WS-DIFF > WS-TOLERANCE
           OR  WS-DIFF < 0 - WS-TOLERANCE
               MOVE 'Y' TO WS-DIFF-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           MOVE WS-RUN-YYYYMM TO WU-YYYYMM
           MOVE WS-TOLERANCE  TO WU-TOLERANCE
           IF  OPENING-ON-FILE
               MOVE 'OPENING FROM LAST MONTH''S CLOSING'
                 TO WU-OPENING-NOTE
           ELSE
               MOVE 'NO CLOSING ON FILE, OPENING DERIVED FROM ACTUAL'
                 TO WU-OPENING-NOTE
           END-IF
           WRITE REPORT-REC FROM W-SUBTITLE
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 6 TO W-LINE
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
               MOVE 'RSSABB96: ORDHIST-FAILURE-OPEN...'
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
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB96: ORDHIST-FAILURE-GET...'
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
               MOVE 'RSSABB96: ORDHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE ORDHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCM-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDCM-FILE
           IF  VKSDCM-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB96: VKSDCM-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCM-READNEXT.
           READ VKSDCM-FILE NEXT RECORD
           IF  VKSDCM-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDCM-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-MEMO-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB96: VKSDCM-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDCM-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCM-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDCM-FILE
           IF  VKSDCM-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB96: VKSDCM, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDPH-FILE
           IF  VKSDPH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB96: VKSDPH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-READNEXT.
           READ VKSDPH-FILE NEXT RECORD
           IF  VKSDPH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDPH-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-PH-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB96: VKSDPH-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDPH-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABB96: VKSDPH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
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
               MOVE 'RSSABB96: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABB96: VKSDORD-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-READNEXT.
           READ VKSDORD-FILE NEXT RECORD
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDORD-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-ORDER-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB96: VKSDORD-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDORD-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABB96: VKSDORD, FAILURE, CLOSE...'
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
               MOVE 'RSSABB96: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABB96: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABB96: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       GLEXTR-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT GLEXTR-FILE
           IF  GLEXTR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB96: GLEXTR-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE GLEXTR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       GLEXTR-GET.
           READ GLEXTR-FILE
           IF  GLEXTR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  GLEXTR-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-GL-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB96: GLEXTR-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE GLEXTR-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       GLEXTR-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE GLEXTR-FILE
           IF  GLEXTR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB96: GLEXTR, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE GLEXTR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ARBAL-OPEN-INPUT.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT ARBAL-FILE
           IF  ARBAL-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB96: ARBAL-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE ARBAL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ARBAL-OPEN-EXTEND.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN EXTEND ARBAL-FILE
           IF  ARBAL-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB96: ARBAL-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE ARBAL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ARBAL-GET.
           READ ARBAL-FILE
           IF  ARBAL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  ARBAL-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-ARBAL-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB96: ARBAL-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE ARBAL-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ARBAL-WRITE.
           WRITE AB-ODCSFAB-RECORD
           IF  ARBAL-STATUS NOT = '00'
               MOVE 'RSSABB96: ARBAL-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE ARBAL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ARBAL-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE ARBAL-FILE
           IF  ARBAL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB96: ARBAL, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE ARBAL-STATUS TO IO-STATUS
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
               MOVE 'RSSABB96: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB96: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB96: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB96: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB96: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB96: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
