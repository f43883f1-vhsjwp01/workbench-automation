       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB98.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -QUARTERLY SALES-TAX RETURN. FOR EACH JURISDICTION (STATE, *
      *     OR STATE AND ZIP WHERE A ZIP OVERRIDE RATE APPLIED) AND   *
      *     EACH MONTH OF THE QUARTER, FROM THE TAX-LIABILITY         *
      *     HISTORY (TAXHIST, BOOKED THRU RSSTXL00 AND BY THE ORDER   *
      *     SCREEN) IT PRINTS:                                        *
      *        TAXABLE SALES  : INVOICED, LESS CREDIT-MEMO RETURNS    *
      *        EXEMPT SALES   : INVOICED WHERE NO RATE APPLIES        *
      *        TAX COLLECTED  : INVOICED TAX, LESS CREDIT-MEMO TAX    *
      *        BAD-DEBT RELIEF: TAX ON BALANCES WRITTEN OFF           *
      *        NET TAX DUE    : TAX COLLECTED LESS BAD-DEBT RELIEF    *
      *     WITH A TOTAL PER JURISDICTION AND FOR THE QUARTER.        *
      *    -THE QUARTER COMES FROM RUN PARAMETER RSSABB98_QUARTER     *
      *     (YYYYQN) ON THE CENTRAL RUN-PARAMETER FILE, ELSE THE      *
      *     ENVIRONMENT VARIABLE OF THE SAME NAME; THE LAST COMPLETE  *
      *     QUARTER BEFORE THE RUN DATE WHEN NEITHER IS SET.          *
      *    -EACH MONTH'S TOTALS ARE CHECKED AGAINST THE SALESTAX      *
      *     LINES OF THE GL JOURNAL EXTRACT (RSSABB53; THE QUARTER'S  *
      *     MONTH-END EXTRACTS CONCATENATED ON GLEXTR): THE CREDIT    *
      *     LINES AGAINST THE TAX INVOICED, THE DEBIT LINES AGAINST   *
      *     THE CREDIT-MEMO TAX PLUS THE BAD-DEBT RELIEF. A MONTH     *
      *     THAT DOES NOT AGREE IS FLAGGED, ENDS THE STEP WITH        *
      *     RETURN-CODE 4 AND RAISES A WARNING ALERT THRU RSSALR00.   *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - TAXHIST (TAX LIABILITY HISTORY, ODCSFTL)  *
      * INPUT FILE : QSAM - GLEXTR (THE QUARTER'S JOURNAL EXTRACTS)   *
      * OUTPUT     : SYSPRINT - SALES-TAX RETURN REPORT               *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * RETURN CODE : 0 GL AGREES, 4 DIFFERENCES FLAGGED, 12 ABEND    *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * SALES-TAX LIABILITY HISTORY VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT OPTIONAL TAXHIST-FILE
               ASSIGN       TO TAXHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS TL-TAX-KEY
               FILE STATUS  IS TAXHIST-STATUS.

      * THE QUARTER'S GENERAL-LEDGER JOURNAL EXTRACTS FROM RSSABB53
           SELECT OPTIONAL GLEXTR-FILE
               ASSIGN       TO GLEXTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS GLEXTR-STATUS.

      * SALES-TAX RETURN REPORT
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
       FD   TAXHIST-FILE.
       COPY ODCSFTL.

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
       77  W-MAX-LINE              PIC S9(04) COMP VALUE +55.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  TAXHIST-STATUS.
           05  TAXHIST-STAT1       PIC X.
           05  TAXHIST-STAT2       PIC X.
       01  GLEXTR-STATUS.
           05  GLEXTR-STAT1        PIC X.
           05  GLEXTR-STAT2        PIC X.
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

       01  WS-TAX-EOF-SWITCH       PIC X       VALUE 'N'.
           88  TAX-EOF             VALUE 'Y'.
       01  WS-GL-EOF-SWITCH        PIC X       VALUE 'N'.
           88  GL-EOF              VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-RUN-DATE-X           REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY         PIC 9(004).
           05  WS-RUN-MM           PIC 9(002).
           05  WS-RUN-DD           PIC 9(002).
       01  WS-ENV-VALUE            PIC X(020) VALUE SPACES.

      * THE QUARTER REPORTED AND ITS THREE MONTHS
       01  WS-QUARTER.
           05  WS-QTR-CCYY         PIC 9(004).
           05  FILLER              PIC X(001) VALUE 'Q'.
           05  WS-QTR-NUM          PIC 9(001).
       01  WS-QTR-FIRST-PERIOD     PIC 9(006) VALUE 0.
       01  WS-QTR-FIRST-X          REDEFINES WS-QTR-FIRST-PERIOD.
           05  WS-QTR-FIRST-CCYY   PIC 9(004).
           05  WS-QTR-FIRST-MM     PIC 9(002).
       01  WS-QTR-LAST-PERIOD      PIC 9(006) VALUE 0.

      * ONE ENTRY PER MONTH OF THE QUARTER: THE HISTORY'S TAX AND THE
      * GL EXTRACT'S SALESTAX LINES FOR THE GL CHECK
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY      OCCURS 3.
               10  WS-MO-PERIOD    PIC 9(006).
               10  WS-MO-HIST-CR   PIC S9(011)V99 COMP-3.
               10  WS-MO-HIST-DR   PIC S9(011)V99 COMP-3.
               10  WS-MO-GL-CR     PIC S9(011)V99 COMP-3.
               10  WS-MO-GL-DR     PIC S9(011)V99 COMP-3.
               10  WS-MO-GL-SWITCH PIC X(001).
                   88  MO-GL-SEEN  VALUE 'Y'.
       01  WS-MO-IX                PIC S9(4) COMP VALUE +0.
       01  WS-MO-DIFF              PIC S9(011)V99 VALUE 0.

      * THE JURISDICTION AND PERIOD BEING ADDED UP
       01  WS-CUR-STATE            PIC X(002) VALUE SPACES.
       01  WS-CUR-ZIP              PIC X(005) VALUE SPACES.
       01  WS-CUR-PERIOD           PIC 9(006) VALUE 0.
       01  WS-CUR-RATE             PIC 9(002)V999 VALUE 0.
       01  WS-JUR-OPEN-SWITCH      PIC X       VALUE 'N'.
           88  JUR-OPEN            VALUE 'Y'.
       01  WS-PER-OPEN-SWITCH      PIC X       VALUE 'N'.
           88  PER-OPEN            VALUE 'Y'.

      * THE PERIOD'S HISTORY AMOUNTS AS BOOKED
       01  WS-PER-BOOKED.
           05  WS-PB-TAXABLE       PIC S9(011)V99 VALUE 0.
           05  WS-PB-EXEMPT        PIC S9(011)V99 VALUE 0.
           05  WS-PB-TAX           PIC S9(011)V99 VALUE 0.
           05  WS-PB-CREDIT-AMT    PIC S9(011)V99 VALUE 0.
           05  WS-PB-CREDIT-TAX    PIC S9(011)V99 VALUE 0.
           05  WS-PB-BADDEBT-TAX   PIC S9(011)V99 VALUE 0.

      * THE RETURN'S FIGURES FOR THE PERIOD, THE JURISDICTION AND THE
      * QUARTER
       01  WS-PER-TOTALS.
           05  WS-PT-TAXABLE       PIC S9(011)V99 VALUE 0.
           05  WS-PT-EXEMPT        PIC S9(011)V99 VALUE 0.
           05  WS-PT-COLLECTED     PIC S9(011)V99 VALUE 0.
           05  WS-PT-RELIEF        PIC S9(011)V99 VALUE 0.
           05  WS-PT-DUE           PIC S9(011)V99 VALUE 0.
       01  WS-JUR-TOTALS.
           05  WS-JT-TAXABLE       PIC S9(011)V99 VALUE 0.
           05  WS-JT-EXEMPT        PIC S9(011)V99 VALUE 0.
           05  WS-JT-COLLECTED     PIC S9(011)V99 VALUE 0.
           05  WS-JT-RELIEF        PIC S9(011)V99 VALUE 0.
           05  WS-JT-DUE           PIC S9(011)V99 VALUE 0.
       01  WS-QTR-TOTALS.
           05  WS-QT-TAXABLE       PIC S9(011)V99 VALUE 0.
           05  WS-QT-EXEMPT        PIC S9(011)V99 VALUE 0.
           05  WS-QT-COLLECTED     PIC S9(011)V99 VALUE 0.
           05  WS-QT-RELIEF        PIC S9(011)V99 VALUE 0.
           05  WS-QT-DUE           PIC S9(011)V99 VALUE 0.

      * RUN STATISTICS
       01  WS-JUR-COUNT            PIC 9(7)      VALUE 0.
       01  WS-DIFF-COUNT           PIC 9(7)      VALUE 0.
       01  WS-HIST-COUNT           PIC 9(7)      VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABB98'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(025) VALUE
               'SALES-TAX RETURN, QUARTER'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WT-QUARTER          PIC X(006).
           05  FILLER              PIC X(043) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(005) VALUE 'ST'.
           05  FILLER              PIC X(008) VALUE 'ZIP'.
           05  FILLER              PIC X(009) VALUE 'PERIOD'.
           05  FILLER              PIC X(010) VALUE '   RATE'.
           05  FILLER              PIC X(020) VALUE
               '     TAXABLE SALES'.
           05  FILLER              PIC X(020) VALUE
               '      EXEMPT SALES'.
           05  FILLER              PIC X(020) VALUE
               '     TAX COLLECTED'.
           05  FILLER              PIC X(020) VALUE
               '   BAD-DEBT RELIEF'.
           05  FILLER              PIC X(018) VALUE
               '       NET TAX DUE'.

       01  W-DETAIL.
           05  WD-KEY-AREA.
               10  FILLER          PIC X(002) VALUE SPACES.
               10  WD-STATE        PIC X(002).
               10  FILLER          PIC X(003) VALUE SPACES.
               10  WD-ZIP          PIC X(005).
               10  FILLER          PIC X(003) VALUE SPACES.
               10  WD-PERIOD       PIC 9(006).
               10  WD-PERIOD-X     REDEFINES WD-PERIOD PIC X(006).
               10  FILLER          PIC X(003) VALUE SPACES.
               10  WD-RATE         PIC ZZ9.999.
               10  WD-RATE-X       REDEFINES WD-RATE PIC X(007).
           05  WD-KEY-LABEL        REDEFINES WD-KEY-AREA PIC X(031).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-TAXABLE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-EXEMPT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-COLLECTED        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-RELIEF           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-DUE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  W-GL-TITLE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(060) VALUE
               'GL CHECK: SALESTAX LINES OF THE JOURNAL EXTRACT'.
           05  FILLER              PIC X(070) VALUE SPACES.

       01  W-GL-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(009) VALUE 'MONTH'.
           05  FILLER              PIC X(020) VALUE
               '      TAX INVOICED'.
           05  FILLER              PIC X(020) VALUE
               '      GL SALESTAX CR'.
           05  FILLER              PIC X(020) VALUE
               '      TAX RETURNED'.
           05  FILLER              PIC X(020) VALUE
               '      GL SALESTAX DR'.
           05  FILLER              PIC X(020) VALUE
               '        DIFFERENCE'.
           05  FILLER              PIC X(021) VALUE SPACES.

       01  W-GL-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WG-PERIOD           PIC 9(006).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WG-HIST-CR          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WG-GL-CR            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WG-HIST-DR          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WG-GL-DR            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WG-DIFF             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WG-NOTE             PIC X(021).

      * OPERATOR-ALERT AREA FOR THE RSSALR00 WRITER
       COPY RSSALRC.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB98' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM TAXHIST-OPEN.
           PERFORM GLEXTR-OPEN.
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.

      * ------------------------------------------------------------- *
      * THE RETURN: THE QUARTER'S HISTORY, BY JURISDICTION AND
      * PERIOD IN KEY ORDER...
           DISPLAY "READING TAX HISTORY..."
           PERFORM TAXHIST-READNEXT.
           PERFORM UNTIL TAX-EOF
              IF  TL-PERIOD NOT < WS-QTR-FIRST-PERIOD
              AND TL-PERIOD NOT > WS-QTR-LAST-PERIOD
                  PERFORM ROLL-ONE-HISTORY
              END-IF
              PERFORM TAXHIST-READNEXT
           END-PERFORM.
           IF  PER-OPEN
               PERFORM PRINT-PERIOD-LINE
           END-IF
           IF  JUR-OPEN
               PERFORM PRINT-JURISDICTION-TOTAL
           END-IF
           PERFORM PRINT-QUARTER-TOTAL.

      * ------------------------------------------------------------- *
      * ...AND THE GL EXTRACT'S SALESTAX LINES FOR THE SAME MONTHS.
           DISPLAY "READING GL JOURNAL EXTRACT..."
           PERFORM GLEXTR-GET.
           PERFORM UNTIL GL-EOF
              IF  GLEXTR-RECORD (1:3) NOT = 'HDR'
              AND GLEXTR-RECORD (1:3) NOT = 'TRL'
              AND GL-ACCOUNT = 'SALESTAX'
              AND GL-YYYYMM NOT < WS-QTR-FIRST-PERIOD
              AND GL-YYYYMM NOT > WS-QTR-LAST-PERIOD
                  PERFORM ROLL-ONE-JOURNAL-LINE
              END-IF
              PERFORM GLEXTR-GET
           END-PERFORM.
           PERFORM PRINT-GL-CHECK.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM TAXHIST-CLOSE.
           PERFORM GLEXTR-CLOSE.
           CLOSE SYSPRINT.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABB98' TO CTLTOT-PROGRAM
           MOVE 'TAX JURISDICTIONS' TO CTLTOT-LABEL
           MOVE WS-JUR-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB98' TO CTLTOT-PROGRAM
           MOVE 'TAX GL DIFFERENCES' TO CTLTOT-LABEL
           MOVE WS-DIFF-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB98: QUARTER.................' WS-QUARTER
           DISPLAY 'RSSABB98: HISTORY RECORDS.........' WS-HIST-COUNT
           DISPLAY 'RSSABB98: JURISDICTIONS...........' WS-JUR-COUNT
           DISPLAY 'RSSABB98: MONTHS DIFFERING FROM GL' WS-DIFF-COUNT

           IF  WS-DIFF-COUNT > 0
               MOVE 'W'        TO ALR-SEVERITY
               MOVE 'RSSABB98' TO ALR-SOURCE
               MOVE SPACES     TO ALR-TEXT
               STRING 'SALES-TAX RETURN ' DELIMITED BY SIZE
                      WS-QUARTER DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-DIFF-COUNT DELIMITED BY SIZE
                      ' MONTH(S) DISAGREE WITH THE GL'
                          DELIMITED BY SIZE
                 INTO ALR-TEXT
               END-STRING
               CALL 'RSSALR00' USING RSSALR-AREA
               ADD 4 TO ZERO GIVING RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

      *---------------------------------------------------------------*
       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB98' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-HIST-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * THE QUARTER COMES FROM THE CENTRAL RUN-PARAMETER FILE FIRST,  *
      * FALLING BACK TO THE ENVIRONMENT VARIABLE; THE LAST COMPLETE   *
      * QUARTER BEFORE THE RUN DATE WHEN NEITHER IS SET OR THE VALUE  *
      * IS NOT A YYYYQN QUARTER.                                      *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABB98_QUARTER' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB98_QUARTER' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE (1:4) NUMERIC
           AND WS-ENV-VALUE (5:1) = 'Q'
           AND WS-ENV-VALUE (6:1) >= '1'
           AND WS-ENV-VALUE (6:1) <= '4'
               MOVE WS-ENV-VALUE (1:4) TO WS-QTR-CCYY
               MOVE WS-ENV-VALUE (6:1) TO WS-QTR-NUM
           ELSE
               IF  WS-ENV-VALUE NOT = SPACES
                   DISPLAY 'RSSABB98: QUARTER ' WS-ENV-VALUE
                           ' IS NOT YYYYQN, LAST QUARTER TAKEN'
               END-IF
               MOVE WS-RUN-CCYY TO WS-QTR-CCYY
               COMPUTE WS-QTR-NUM = (WS-RUN-MM - 1) / 3
               IF  WS-QTR-NUM = 0
                   SUBTRACT 1 FROM WS-QTR-CCYY
                   MOVE 4 TO WS-QTR-NUM
               END-IF
           END-IF

           MOVE WS-QTR-CCYY TO WS-QTR-FIRST-CCYY
           COMPUTE WS-QTR-FIRST-MM = (WS-QTR-NUM - 1) * 3 + 1
           COMPUTE WS-QTR-LAST-PERIOD = WS-QTR-FIRST-PERIOD + 2
           PERFORM VARYING WS-MO-IX FROM 1 BY 1 UNTIL WS-MO-IX > 3
              COMPUTE WS-MO-PERIOD (WS-MO-IX) =
                      WS-QTR-FIRST-PERIOD + WS-MO-IX - 1
              MOVE 0   TO WS-MO-HIST-CR (WS-MO-IX)
                          WS-MO-HIST-DR (WS-MO-IX)
                          WS-MO-GL-CR (WS-MO-IX)
                          WS-MO-GL-DR (WS-MO-IX)
              MOVE 'N' TO WS-MO-GL-SWITCH (WS-MO-IX)
           END-PERFORM

           DISPLAY 'RSSABB98: QUARTER...' WS-QUARTER
                   ' (' WS-QTR-FIRST-PERIOD '-' WS-QTR-LAST-PERIOD ')'
           EXIT.

      *---------------------------------------------------------------*
      * ONE DAY'S HISTORY RECORD OF THE QUARTER. A NEW PERIOD OR A    *
      * NEW JURISDICTION PRINTS THE ONE BEFORE IT FIRST.              *
      *---------------------------------------------------------------*
       ROLL-ONE-HISTORY.
           ADD 1 TO WS-HIST-COUNT
           IF  PER-OPEN
               IF  TL-STATE  NOT = WS-CUR-STATE
               OR  TL-ZIP    NOT = WS-CUR-ZIP
               OR  TL-PERIOD NOT = WS-CUR-PERIOD
                   PERFORM PRINT-PERIOD-LINE
               END-IF
           END-IF
           IF  JUR-OPEN
               IF  TL-STATE  NOT = WS-CUR-STATE
               OR  TL-ZIP    NOT = WS-CUR-ZIP
                   PERFORM PRINT-JURISDICTION-TOTAL
               END-IF
           END-IF

           IF  NOT JUR-OPEN
               MOVE 'Y'      TO WS-JUR-OPEN-SWITCH
               MOVE TL-STATE TO WS-CUR-STATE
               MOVE TL-ZIP   TO WS-CUR-ZIP
               MOVE ZEROS    TO WS-JT-TAXABLE WS-JT-EXEMPT
                                WS-JT-COLLECTED WS-JT-RELIEF WS-JT-DUE
               ADD 1         TO WS-JUR-COUNT
           END-IF
           IF  NOT PER-OPEN
               MOVE 'Y'       TO WS-PER-OPEN-SWITCH
               MOVE TL-PERIOD TO WS-CUR-PERIOD
               MOVE ZEROS     TO WS-PB-TAXABLE WS-PB-EXEMPT WS-PB-TAX
                                 WS-PB-CREDIT-AMT WS-PB-CREDIT-TAX
                                 WS-PB-BADDEBT-TAX
           END-IF

           MOVE TL-TAX-RATE    TO WS-CUR-RATE
           ADD TL-TAXABLE-AMT  TO WS-PB-TAXABLE
           ADD TL-EXEMPT-AMT   TO WS-PB-EXEMPT
           ADD TL-TAX-AMT      TO WS-PB-TAX
           ADD TL-CREDIT-AMT   TO WS-PB-CREDIT-AMT
           ADD TL-CREDIT-TAX   TO WS-PB-CREDIT-TAX
           ADD TL-BADDEBT-TAX  TO WS-PB-BADDEBT-TAX

           COMPUTE WS-MO-IX = TL-PERIOD - WS-QTR-FIRST-PERIOD + 1
           ADD TL-TAX-AMT      TO WS-MO-HIST-CR (WS-MO-IX)
           ADD TL-CREDIT-TAX   TO WS-MO-HIST-DR (WS-MO-IX)
           ADD TL-BADDEBT-TAX  TO WS-MO-HIST-DR (WS-MO-IX)
           EXIT.

      *---------------------------------------------------------------*
      * WORK OUT AND PRINT THE RETURN'S FIGURES FOR ONE JURISDICTION  *
      * AND PERIOD, AND ADD THEM TO THE JURISDICTION'S TOTAL.         *
      *---------------------------------------------------------------*
       PRINT-PERIOD-LINE.
           COMPUTE WS-PT-TAXABLE = WS-PB-TAXABLE - WS-PB-CREDIT-AMT
           MOVE WS-PB-EXEMPT TO WS-PT-EXEMPT
           COMPUTE WS-PT-COLLECTED = WS-PB-TAX - WS-PB-CREDIT-TAX
           MOVE WS-PB-BADDEBT-TAX TO WS-PT-RELIEF
           COMPUTE WS-PT-DUE = WS-PT-COLLECTED - WS-PT-RELIEF

           MOVE SPACES        TO W-DETAIL
           MOVE WS-CUR-STATE  TO WD-STATE
           IF  WS-CUR-ZIP = SPACES
               MOVE '*ALL*'   TO WD-ZIP
           ELSE
               MOVE WS-CUR-ZIP TO WD-ZIP
           END-IF
           MOVE WS-CUR-PERIOD TO WD-PERIOD
           MOVE WS-CUR-RATE   TO WD-RATE
           PERFORM MOVE-PERIOD-FIGURES
           PERFORM WRITE-DETAIL-LINE

           ADD WS-PT-TAXABLE   TO WS-JT-TAXABLE
           ADD WS-PT-EXEMPT    TO WS-JT-EXEMPT
           ADD WS-PT-COLLECTED TO WS-JT-COLLECTED
           ADD WS-PT-RELIEF    TO WS-JT-RELIEF
           ADD WS-PT-DUE       TO WS-JT-DUE
           MOVE 'N' TO WS-PER-OPEN-SWITCH
           EXIT.

      *---------------------------------------------------------------*
       MOVE-PERIOD-FIGURES.
           MOVE WS-PT-TAXABLE   TO WD-TAXABLE
           MOVE WS-PT-EXEMPT    TO WD-EXEMPT
           MOVE WS-PT-COLLECTED TO WD-COLLECTED
           MOVE WS-PT-RELIEF    TO WD-RELIEF
           MOVE WS-PT-DUE       TO WD-DUE
           EXIT.

      *---------------------------------------------------------------*
      * THE JURISDICTION'S TOTAL FOR THE QUARTER, ADDED TO THE        *
      * QUARTER'S GRAND TOTAL.                                        *
      *---------------------------------------------------------------*
       PRINT-JURISDICTION-TOTAL.
           MOVE SPACES        TO W-DETAIL
           MOVE WS-CUR-STATE  TO WD-STATE
           IF  WS-CUR-ZIP = SPACES
               MOVE '*ALL*'   TO WD-ZIP
           ELSE
               MOVE WS-CUR-ZIP TO WD-ZIP
           END-IF
           MOVE 'TOTAL'       TO WD-PERIOD-X
           MOVE WS-JT-TAXABLE   TO WD-TAXABLE
           MOVE WS-JT-EXEMPT    TO WD-EXEMPT
           MOVE WS-JT-COLLECTED TO WD-COLLECTED
           MOVE WS-JT-RELIEF    TO WD-RELIEF
           MOVE WS-JT-DUE       TO WD-DUE
           PERFORM WRITE-DETAIL-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE

           ADD WS-JT-TAXABLE   TO WS-QT-TAXABLE
           ADD WS-JT-EXEMPT    TO WS-QT-EXEMPT
           ADD WS-JT-COLLECTED TO WS-QT-COLLECTED
           ADD WS-JT-RELIEF    TO WS-QT-RELIEF
           ADD WS-JT-DUE       TO WS-QT-DUE
           MOVE 'N' TO WS-JUR-OPEN-SWITCH
           EXIT.

      *---------------------------------------------------------------*
       PRINT-QUARTER-TOTAL.
           MOVE SPACES TO W-DETAIL
           IF  WS-JUR-COUNT = 0
               MOVE '  NO TAX BOOKED IN THE QUARTER' TO WD-KEY-LABEL
           ELSE
               MOVE '  QUARTER TOTAL' TO WD-KEY-LABEL
           END-IF
           MOVE WS-QT-TAXABLE   TO WD-TAXABLE
           MOVE WS-QT-EXEMPT    TO WD-EXEMPT
           MOVE WS-QT-COLLECTED TO WD-COLLECTED
           MOVE WS-QT-RELIEF    TO WD-RELIEF
           MOVE WS-QT-DUE       TO WD-DUE
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 2 LINES
           ADD 2 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-DETAIL-LINE.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * ONE SALESTAX LINE OF THE EXTRACT: CREDITS ARE THE TAX         *
      * INVOICED, DEBITS THE TAX GIVEN BACK.                          *
      *---------------------------------------------------------------*
       ROLL-ONE-JOURNAL-LINE.
           COMPUTE WS-MO-IX = GL-YYYYMM - WS-QTR-FIRST-PERIOD + 1
           MOVE 'Y' TO WS-MO-GL-SWITCH (WS-MO-IX)
           IF  GL-DRCR = 'CR'
               ADD GL-AMOUNT TO WS-MO-GL-CR (WS-MO-IX)
           ELSE
               ADD GL-AMOUNT TO WS-MO-GL-DR (WS-MO-IX)
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE LINE PER MONTH OF THE QUARTER. A MONTH WHOSE CREDITS OR   *
      * DEBITS DO NOT AGREE WITH THE HISTORY IS FLAGGED; THE          *
      * DIFFERENCE SHOWN IS ON THE NET TAX (HISTORY LESS GL).         *
      *---------------------------------------------------------------*
       PRINT-GL-CHECK.
           IF  W-LINE > W-MAX-LINE - 8
               PERFORM PRINT-HEADINGS
           END-IF
           WRITE REPORT-REC FROM W-GL-TITLE
                 AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM W-GL-HEADING
                 AFTER ADVANCING 2 LINES
           ADD 5 TO W-LINE
           PERFORM PRINT-ONE-GL-MONTH
               VARYING WS-MO-IX FROM 1 BY 1
               UNTIL WS-MO-IX > 3
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-GL-MONTH.
           MOVE SPACES TO W-GL-DETAIL
           MOVE WS-MO-PERIOD (WS-MO-IX)  TO WG-PERIOD
           MOVE WS-MO-HIST-CR (WS-MO-IX) TO WG-HIST-CR
           MOVE WS-MO-GL-CR (WS-MO-IX)   TO WG-GL-CR
           MOVE WS-MO-HIST-DR (WS-MO-IX) TO WG-HIST-DR
           MOVE WS-MO-GL-DR (WS-MO-IX)   TO WG-GL-DR
           COMPUTE WS-MO-DIFF =
                   (WS-MO-HIST-CR (WS-MO-IX) - WS-MO-HIST-DR (WS-MO-IX))
                 - (WS-MO-GL-CR (WS-MO-IX) - WS-MO-GL-DR (WS-MO-IX))
           MOVE WS-MO-DIFF TO WG-DIFF
           IF  WS-MO-HIST-CR (WS-MO-IX) = WS-MO-GL-CR (WS-MO-IX)
           AND WS-MO-HIST-DR (WS-MO-IX) = WS-MO-GL-DR (WS-MO-IX)
               IF  MO-GL-SEEN (WS-MO-IX)
                   MOVE 'AGREES'        TO WG-NOTE
               ELSE
                   MOVE 'NO TAX ACTIVITY' TO WG-NOTE
               END-IF
           ELSE
               ADD 1 TO WS-DIFF-COUNT
               IF  MO-GL-SEEN (WS-MO-IX)
                   MOVE '*** DIFFERENCE ***' TO WG-NOTE
               ELSE
                   MOVE '*** NO GL LINES ***' TO WG-NOTE
               END-IF
           END-IF
           WRITE REPORT-REC FROM W-GL-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO WT-DATE
           MOVE WS-QUARTER  TO WT-QUARTER
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 4 TO W-LINE
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       TAXHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT TAXHIST-FILE
           IF  TAXHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB98: TAXHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE TAXHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TAXHIST-READNEXT.
           READ TAXHIST-FILE NEXT RECORD
           IF  TAXHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  TAXHIST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-TAX-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB98: TAXHIST-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE TAXHIST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TAXHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE TAXHIST-FILE
           IF  TAXHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB98: TAXHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE TAXHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       GLEXTR-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT GLEXTR-FILE
           IF  GLEXTR-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB98: GLEXTR-FAILURE-OPEN...'
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
                   MOVE 'RSSABB98: GLEXTR-FAILURE-GET...'
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
               MOVE 'RSSABB98: GLEXTR, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE GLEXTR-STATUS TO IO-STATUS
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
               MOVE 'RSSABB98: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB98: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB98: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB98: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB98: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB98: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
