       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC24.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -QUARTERLY ACQUISITION-COHORT RETENTION REPORT. CUSTOMERS  *
      *     ARE GROUPED BY THE MONTH OF THEIR FIRST ORDER             *
      *     (QL-FIRST-ORDERDT ON THE ODCSFLV ROLLUP) AND BY HOW THEY  *
      *     WERE WON: THE BUREAU ORDER LOAD (RSSABB08) OR THE WEB     *
      *     PORTAL (RSSABB82), TOLD BY THE PROGRAM THAT WROTE THE     *
      *     FIRST ORDER'S FIRST STATUS-HISTORY ENTRY, OR A PROSPECT   *
      *     CONVERSION (RSSABB56, THE CONVERTED PROSPECT ON PRSFILE), *
      *     ANY OTHER WAY IN COUNTING AS OTHER.                       *
      *    -FOR EACH COHORT THE REPORT SHOWS THE SHARE OF ITS         *
      *     CUSTOMERS WHO ORDERED IN EACH OF THE 12 QUARTERS AFTER    *
      *     THE ONE THEY WERE WON IN (FROM THE ORDER FILE, CANCELLED  *
      *     AND FINANCE-CHARGE ORDERS LEFT OUT), THE SHARE NOW CLOSED *
      *     OR DORMANT (CUSTOMER STATUS 'C' OR 'D') AND THE           *
      *     CUMULATIVE ORDER REVENUE PER CUSTOMER IN USD THRU         *
      *     RSSCUR00, BY CHANNEL AND FOR ALL CHANNELS. A LAST SECTION *
      *     COUNTS THE CLOSED AND DORMANT CUSTOMERS BY THEIR STATUS   *
      *     REASON CODE (DESCRIBED FROM RSNFILE).                     *
      *    -THE COHORTS WON IN THE LAST RSSABC24_COHORT_MONTHS MONTHS *
      *     (DEFAULT 36) ARE MEASURED AFRESH AND STORED ON THE COHORT *
      *     HISTORY FILE (ODCSFCO); OLDER COHORTS KEEP THE FIGURES    *
      *     LAST MEASURED WHILE THEIR ORDERS WERE ON FILE. THE REPORT *
      *     PRINTS EVERY COHORT ON THE HISTORY FILE, SO IT GROWS OVER *
      *     TIME.                                                     *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - VKSDCLV (LIFETIME ROLLUP, ODCSFLV)        *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - ORDHIST (ORDER STATUS HISTORY, ODCSFOH)   *
      * INPUT FILE : VSAM - PRSFILE (PROSPECT STORE, ODCSFPS)         *
      * INPUT FILE : VSAM - RSNFILE (REASON CODES, ODCSFRS)           *
      * I-O FILE   : VSAM - COHIST (COHORT HISTORY, ODCSFCO)          *
      * OUTPUT     : SYSPRINT - COHORT RETENTION REPORT               *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE QUARTER MEASURED TO IS THE ONE BEFORE THE RUN  *
      * DATE'S; RSSABC24_QUARTER (YYYYQ) ON THE RUN-PARAMETER FILE    *
      * (OR THE ENVIRONMENT) NAMES ANOTHER FOR A RERUN.               *
      * RSSABC24_COHORT_MONTHS (UP TO 60) SETS THE MEASURING WINDOW.  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CUSTOMER'S DATA VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * LIFETIME-VALUE ROLLUP, THE FIRST ORDER DATE
           SELECT OPTIONAL VKSDCLV-FILE
               ASSIGN       TO VKSDCLV
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS QL-CUSTIDENT
               FILE STATUS  IS VKSDCLV-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE, READ CUSTOMER BY CUSTOMER
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * ORDER STATUS HISTORY, EACH ORDER'S FIRST ENTRY
           SELECT OPTIONAL ORDHIST-FILE
               ASSIGN       TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OH-HIST-KEY
               FILE STATUS  IS ORDHIST-STATUS.

      * PROSPECT STORE, SWEPT FOR THE CONVERTED PROSPECTS
           SELECT OPTIONAL PRSFILE-FILE
               ASSIGN       TO PRSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS PS-PROSPECT-ID
               FILE STATUS  IS PRSFILE-STATUS.

      * STATUS REASON CODES, THEIR DESCRIPTIONS
           SELECT OPTIONAL RSNFILE-FILE
               ASSIGN       TO RSNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS RS-REASON-CODE
               FILE STATUS  IS RSNFILE-STATUS.

      * COHORT HISTORY, REWRITTEN FOR THE COHORTS MEASURED, THEN
      * SWEPT FOR THE REPORT
           SELECT OPTIONAL COHIST-FILE
               ASSIGN       TO COHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CO-COHORT-KEY
               FILE STATUS  IS COHIST-STATUS.

      * COHORT RETENTION REPORT
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
       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   VKSDCLV-FILE.
       COPY ODCSFLV.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   ORDHIST-FILE.
       COPY ODCSFOH.

       FD   PRSFILE-FILE.
       COPY ODCSFPS.

       FD   RSNFILE-FILE.
       COPY ODCSFRS.

       FD   COHIST-FILE.
       COPY ODCSFCO.

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
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  VKSDCLV-STATUS.
           05  VKSDCLV-STAT1       PIC X.
           05  VKSDCLV-STAT2       PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  ORDHIST-STATUS.
           05  ORDHIST-STAT1       PIC X.
           05  ORDHIST-STAT2       PIC X.
       01  PRSFILE-STATUS.
           05  PRSFILE-STAT1       PIC X.
           05  PRSFILE-STAT2       PIC X.
       01  RSNFILE-STATUS.
           05  RSNFILE-STAT1       PIC X.
           05  RSNFILE-STAT2       PIC X.
       01  COHIST-STATUS.
           05  COHIST-STAT1        PIC X.
           05  COHIST-STAT2        PIC X.
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

       01  WS-CUST-EOF-SWITCH      PIC X       VALUE 'N'.
           88  CUST-EOF            VALUE 'Y'.
       01  WS-PRS-EOF-SWITCH       PIC X       VALUE 'N'.
           88  PRS-EOF             VALUE 'Y'.
       01  WS-CO-EOF-SWITCH        PIC X       VALUE 'N'.
           88  CO-EOF              VALUE 'Y'.
       01  WS-ORDERS-DONE-SWITCH   PIC X       VALUE 'N'.
           88  ORDERS-DONE         VALUE 'Y'.

      * RUN PARAMETERS: THE QUARTER MEASURED TO AND THE WINDOW
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-DATE-G           REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(004).
           05  WS-RUN-MM           PIC 9(002).
           05  WS-RUN-DD           PIC 9(002).
       01  WS-QUARTER              PIC 9(005)  VALUE 0.
       01  WS-QUARTER-G            REDEFINES WS-QUARTER.
           05  WS-QUARTER-YYYY     PIC 9(004).
           05  WS-QUARTER-Q        PIC 9(001).
       01  WS-TO-DATE              PIC 9(008)  VALUE 0.
       01  WS-RUN-QIDX             PIC S9(7) COMP VALUE 0.
       01  WS-WINDOW-MONTHS        PIC 9(002)  VALUE 36.
       01  WS-LAST-MIDX            PIC S9(7) COMP VALUE 0.
       01  WS-FIRST-MIDX           PIC S9(7) COMP VALUE 0.

      * THE CUSTOMER BEING MEASURED
       01  WS-COHORT-MONTH         PIC 9(006)  VALUE 0.
       01  WS-COHORT-MONTH-G       REDEFINES WS-COHORT-MONTH.
           05  WS-COHORT-YYYY      PIC 9(004).
           05  WS-COHORT-MM        PIC 9(002).
       01  WS-COHORT-QIDX          PIC S9(7) COMP VALUE 0.
       01  WS-ORDER-DATE           PIC 9(008)  VALUE 0.
       01  WS-ORDER-DATE-G         REDEFINES WS-ORDER-DATE.
           05  WS-ORDER-YYYY       PIC 9(004).
           05  WS-ORDER-MM         PIC 9(002).
           05  WS-ORDER-DD         PIC 9(002).
       01  WS-ORDER-QIDX           PIC S9(7) COMP VALUE 0.
       01  WS-COHORT-IX            PIC S9(4) COMP VALUE +0.
       01  WS-CHANNEL-IX           PIC S9(4) COMP VALUE +0.
       01  WS-QTR-IX               PIC S9(4) COMP VALUE +0.
       01  WS-FIRST-ORDERNUM       PIC 9(006)  VALUE 0.
       01  WS-CUST-REVENUE         PIC S9(011)V99 VALUE 0.
       01  WS-WORK-AMT             PIC S9(011)V99 VALUE 0.
       01  WS-RATE                 PIC 9(003)V9(006) VALUE 0.
       01  WS-ORDERED-FLAGS.
           05  WS-ORDERED          PIC X(001)  OCCURS 12.
       01  WS-FIRST-PROGRAM        PIC X(008)  VALUE SPACES.
       01  WS-FIRST-STATUS         PIC X(010)  VALUE SPACES.

      * THE CONVERTED PROSPECTS' CUSTOMER IDS, IN ASCENDING ORDER,
      * WALKED ALONG WITH THE CUSTOMER SWEEP
       01  WS-PROSPECT-TABLE.
           05  WS-PX-COUNT         PIC S9(8) COMP VALUE +0.
           05  WS-PX-CUSTIDENT     PIC 9(009)  OCCURS 50000.
       01  WS-PX-IX                PIC S9(8) COMP VALUE +0.
       01  WS-PX-SHIFT-IX          PIC S9(8) COMP VALUE +0.

      * THE COHORTS MEASURED THIS RUN: ONE PER MONTH OF THE WINDOW
      * AND CHANNEL ('B', 'O', 'P', 'X' IN KEY ORDER)
       01  WS-COHORT-TABLE.
           05  WS-CT-MONTH         OCCURS 60.
               10  WS-CT-CHANNEL   OCCURS 4.
                   15  WS-CT-CUSTOMERS PIC 9(007).
                   15  WS-CT-CLOSED    PIC 9(007).
                   15  WS-CT-DORMANT   PIC 9(007).
                   15  WS-CT-REVENUE   PIC 9(011)V99.
                   15  WS-CT-ORDERING  PIC 9(007) OCCURS 12.
       01  WS-CHANNEL-CODES        PIC X(004)  VALUE 'BOPX'.
       01  WS-CHANNEL-CODE         REDEFINES WS-CHANNEL-CODES
                                   PIC X(001) OCCURS 4.
       01  WS-CHANNEL-NAMES        PIC X(032)  VALUE
           'BUREAU  OTHER   PORTAL  PROSPECT'.
       01  WS-CHANNEL-NAME         REDEFINES WS-CHANNEL-NAMES
                                   PIC X(008) OCCURS 4.

      * THE CLOSED AND DORMANT CUSTOMERS BY STATUS REASON, IN CODE
      * ORDER
       01  WS-REASON-TABLE.
           05  WS-RN-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-RN-ENTRY         OCCURS 200.
               10  WS-RN-CODE      PIC X(003).
               10  WS-RN-CLOSED    PIC 9(007).
               10  WS-RN-DORMANT   PIC 9(007).
       01  WS-RN-IX                PIC S9(4) COMP VALUE +0.
       01  WS-RN-SHIFT-IX          PIC S9(4) COMP VALUE +0.

      * ONE COHORT MONTH'S FIGURES FOR ALL CHANNELS, BUILT AS ITS
      * HISTORY RECORDS ARE PRINTED
       01  WS-ALL-MONTH            PIC 9(006)  VALUE 0.
       01  WS-ALL-FIGURES.
           05  WS-ALL-CUSTOMERS    PIC 9(007).
           05  WS-ALL-CLOSED       PIC 9(007).
           05  WS-ALL-DORMANT      PIC 9(007).
           05  WS-ALL-REVENUE      PIC 9(011)V99.
           05  WS-ALL-QTRS         PIC 9(002).
           05  WS-ALL-ORDERING     PIC 9(007) OCCURS 12.

      * ONE PRINTED ROW'S FIGURES
       01  WS-ROW-CUSTOMERS        PIC 9(007)  VALUE 0.
       01  WS-ROW-CLOSED           PIC 9(007)  VALUE 0.
       01  WS-ROW-DORMANT          PIC 9(007)  VALUE 0.
       01  WS-ROW-REVENUE          PIC 9(011)V99 VALUE 0.
       01  WS-ROW-QTRS             PIC 9(002)  VALUE 0.
       01  WS-ROW-ORDERING         PIC 9(007)  OCCURS 12.

      * RUN STATISTICS
       01  WS-READ-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-MEASURED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-OUTSIDE-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-PROSPECT-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-COHORT-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-PRINTED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-NORATE-COUNT         PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC24'.
           05  FILLER              PIC X(020) VALUE SPACES.
           05  FILLER              PIC X(046) VALUE
               'ACQUISITION-COHORT RETENTION, MEASURED TO END '.
           05  WT-QUARTER          PIC 9(004).
           05  FILLER              PIC X(002) VALUE ' Q'.
           05  WT-QUARTER-Q        PIC 9(001).
           05  FILLER              PIC X(032) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-SECTION.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(070).
           05  FILLER              PIC X(060) VALUE SPACES.

       01  W-COHORT-HEADING.
           05  FILLER              PIC X(018) VALUE
               '  COHORT  CHANNEL'.
           05  FILLER              PIC X(008) VALUE '   CUSTS'.
           05  FILLER              PIC X(011) VALUE '   REV/CUST'.
           05  FILLER              PIC X(006) VALUE ' CLSD%'.
           05  FILLER              PIC X(006) VALUE '  DRM%'.
           05  FILLER              PIC X(036) VALUE
               '    Q1    Q2    Q3    Q4    Q5    Q6'.
           05  FILLER              PIC X(036) VALUE
               '    Q7    Q8    Q9   Q10   Q11   Q12'.
           05  FILLER              PIC X(011) VALUE SPACES.

       01  W-COHORT-NOTE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(057) VALUE
           'QN: PCT ORDERING IN THE N-TH QUARTER AFTER THE FIRST ONE'.
           05  FILLER              PIC X(073) VALUE SPACES.

       01  W-COHORT-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-COHORT           PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CHANNEL          PIC X(008).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-CUSTS            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-REV-PER-CUST     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-CLOSED-PCT       PIC ZZ9.9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-DORMANT-PCT      PIC ZZ9.9.
           05  WD-QTR-COLUMNS      OCCURS 12.
               10  FILLER          PIC X(001).
               10  WD-QTR-PCT      PIC ZZ9.9.
               10  WD-QTR-PCT-X    REDEFINES WD-QTR-PCT PIC X(005).
           05  FILLER              PIC X(011) VALUE SPACES.

       01  W-REASON-HEADING.
           05  FILLER              PIC X(041) VALUE
               '  CODE  DESCRIPTION'.
           05  FILLER              PIC X(020) VALUE
               '  CLOSED   DORMANT'.
           05  FILLER              PIC X(071) VALUE SPACES.

       01  W-REASON-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WN-CODE             PIC X(003).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WN-DESC             PIC X(030).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WN-CLOSED           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WN-DORMANT          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(074) VALUE SPACES.

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
           MOVE 'RSSABC24' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RUN-PARAMETERS.
           INITIALIZE WS-COHORT-TABLE.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDCUST-OPEN.
           PERFORM VKSDCLV-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM ORDHIST-OPEN.
           PERFORM PRSFILE-OPEN.
           PERFORM RSNFILE-OPEN.
           PERFORM COHIST-OPEN.

      * ------------------------------------------------------------- *
      * PROSPECT STORE'S SWEEPING: THE CUSTOMERS WON BY CONVERSION...
           DISPLAY "LOADING THE CONVERTED PROSPECTS..."
           PERFORM PRSFILE-NEXT.
           PERFORM UNTIL PRS-EOF
              IF  PS-STATUS = 'C'
              AND PS-CONV-CUSTIDENT > 0
                  PERFORM LOAD-ONE-PROSPECT
              END-IF
              PERFORM PRSFILE-NEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * CUSTOMER FILE'S SWEEPING: EVERY CUSTOMER WON INSIDE THE
      * WINDOW IS MEASURED UNDER THEIR COHORT...
           DISPLAY "MEASURING THE COHORTS..."
           MOVE 1 TO WS-PX-IX
           PERFORM VKSDCUST-NEXT.
           PERFORM UNTIL CUST-EOF
              ADD 1 TO WS-READ-COUNT
              PERFORM MEASURE-ONE-CUSTOMER
              PERFORM VKSDCUST-NEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE COHORTS MEASURED GO ON THE HISTORY FILE...
           PERFORM STORE-COHORT-MONTH
               VARYING WS-COHORT-IX FROM 1 BY 1
               UNTIL WS-COHORT-IX > WS-WINDOW-MONTHS.

      * ------------------------------------------------------------- *
      * THE REPORT: EVERY COHORT ON THE HISTORY FILE, THEN THE
      * REASONS...
           OPEN OUTPUT SYSPRINT.
           MOVE 'RETENTION BY ACQUISITION MONTH AND CHANNEL'
             TO WS-SECTION-TITLE
           PERFORM PRINT-COHORT-HEADINGS.
           MOVE 0 TO WS-ALL-MONTH
           PERFORM START-COHIST-SWEEP.
           PERFORM UNTIL CO-EOF
              IF  CO-COHORT-MONTH NOT = WS-ALL-MONTH
                  PERFORM PRINT-ALL-CHANNELS
                  MOVE CO-COHORT-MONTH TO WS-ALL-MONTH
                  INITIALIZE WS-ALL-FIGURES
              END-IF
              PERFORM PRINT-ONE-COHORT
              PERFORM COHIST-NEXT
           END-PERFORM.
           PERFORM PRINT-ALL-CHANNELS.
           MOVE 'CLOSED AND DORMANT CUSTOMERS MEASURED, BY REASON'
             TO WS-SECTION-TITLE
           PERFORM PRINT-REASON-HEADINGS.
           PERFORM PRINT-ONE-REASON
               VARYING WS-RN-IX FROM 1 BY 1
               UNTIL WS-RN-IX > WS-RN-COUNT.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDCUST-CLOSE.
           PERFORM VKSDCLV-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM ORDHIST-CLOSE.
           PERFORM PRSFILE-CLOSE.
           PERFORM RSNFILE-CLOSE.
           PERFORM COHIST-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC24' TO CTLTOT-PROGRAM
           MOVE 'CUSTOMERS MEASURED' TO CTLTOT-LABEL
           MOVE WS-MEASURED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC24' TO CTLTOT-PROGRAM
           MOVE 'COHORTS STORED' TO CTLTOT-LABEL
           MOVE WS-COHORT-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC24: QUARTER.............' WS-QUARTER
           DISPLAY 'RSSABC24: CUSTOMERS READ......' WS-READ-COUNT
           DISPLAY 'RSSABC24: CUSTOMERS MEASURED..' WS-MEASURED-COUNT
           DISPLAY 'RSSABC24: OUTSIDE THE WINDOW..' WS-OUTSIDE-COUNT
           DISPLAY 'RSSABC24: WON AS PROSPECTS....' WS-PROSPECT-COUNT
           DISPLAY 'RSSABC24: COHORTS STORED......' WS-COHORT-COUNT
           DISPLAY 'RSSABC24: COHORTS PRINTED.....' WS-PRINTED-COUNT
           DISPLAY 'RSSABC24: NO EXCHANGE RATE....' WS-NORATE-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC24' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-MEASURED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * THE QUARTER MEASURED TO (THE ONE BEFORE THE RUN DATE'S UNLESS *
      * A RERUN NAMES ONE), ITS LAST DAY, AND THE WINDOW OF COHORT    *
      * MONTHS ENDING WITH IT. QUARTERS AND MONTHS ARE COUNTED AS     *
      * YEAR * 4 + QUARTER - 1 AND YEAR * 12 + MONTH - 1.             *
      *---------------------------------------------------------------*
       GET-RUN-PARAMETERS.
           MOVE 'RSSABC24_QUARTER' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE (1:5) IS NUMERIC
           AND WS-ENV-VALUE (6:) = SPACES
           AND WS-ENV-VALUE (5:1) >= '1'
           AND WS-ENV-VALUE (5:1) <= '4'
               MOVE WS-ENV-VALUE (1:5) TO WS-QUARTER
           ELSE
               MOVE WS-RUN-YYYY TO WS-QUARTER-YYYY
               COMPUTE WS-QUARTER-Q = (WS-RUN-MM - 1) / 3 + 1
               IF  WS-QUARTER-Q = 1
                   MOVE 4 TO WS-QUARTER-Q
                   SUBTRACT 1 FROM WS-QUARTER-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-QUARTER-Q
               END-IF
           END-IF
           COMPUTE WS-TO-DATE = WS-QUARTER-YYYY * 10000
                              + (WS-QUARTER-Q * 3) * 100 + 31
           COMPUTE WS-RUN-QIDX = WS-QUARTER-YYYY * 4 + WS-QUARTER-Q - 1

           MOVE 'RSSABC24_COHORT_MONTHS' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE (1:2) IS NUMERIC
           AND WS-ENV-VALUE (3:) = SPACES
               MOVE WS-ENV-VALUE (1:2) TO WS-WINDOW-MONTHS
           END-IF
           IF  WS-WINDOW-MONTHS = 0
           OR  WS-WINDOW-MONTHS > 60
               MOVE 36 TO WS-WINDOW-MONTHS
           END-IF
           COMPUTE WS-LAST-MIDX = WS-QUARTER-YYYY * 12
                                + WS-QUARTER-Q * 3 - 1
           COMPUTE WS-FIRST-MIDX = WS-LAST-MIDX - WS-WINDOW-MONTHS + 1

           DISPLAY 'RSSABC24: QUARTER.....' WS-QUARTER
           DISPLAY 'RSSABC24: WINDOW......' WS-WINDOW-MONTHS
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
      * KEEP A CONVERTED PROSPECT'S CUSTOMER ID IN ORDER (IDS ARE     *
      * HANDED OUT ASCENDING, SO THE NEW ONE NEARLY ALWAYS GOES LAST).*
      *---------------------------------------------------------------*
       LOAD-ONE-PROSPECT.
           IF  WS-PX-COUNT >= 50000
               MOVE 'RSSABC24: PROSPECT TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE WS-PX-COUNT TO WS-PX-SHIFT-IX
           PERFORM UNTIL WS-PX-SHIFT-IX < 1
                   OR WS-PX-CUSTIDENT (WS-PX-SHIFT-IX)
                      NOT > PS-CONV-CUSTIDENT
              MOVE WS-PX-CUSTIDENT (WS-PX-SHIFT-IX)
                TO WS-PX-CUSTIDENT (WS-PX-SHIFT-IX + 1)
              SUBTRACT 1 FROM WS-PX-SHIFT-IX
           END-PERFORM
           MOVE PS-CONV-CUSTIDENT
             TO WS-PX-CUSTIDENT (WS-PX-SHIFT-IX + 1)
           ADD 1 TO WS-PX-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * ONE CUSTOMER: THEIR COHORT AND CHANNEL, THE QUARTERS THEY     *
      * ORDERED IN AND THEIR REVENUE, AND WHETHER THEY ARE NOW CLOSED *
      * OR DORMANT.                                                   *
      *---------------------------------------------------------------*
       MEASURE-ONE-CUSTOMER.
           MOVE VS-CUSTIDENT TO QL-CUSTIDENT
           READ VKSDCLV-FILE
           IF  VKSDCLV-STATUS NOT = '00'
           OR  QL-FIRST-ORDERDT NOT NUMERIC
           OR  QL-FIRST-ORDERDT = 0
               ADD 1 TO WS-OUTSIDE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE QL-FIRST-ORDERDT (1:6) TO WS-COHORT-MONTH
           COMPUTE WS-COHORT-IX = WS-COHORT-YYYY * 12 + WS-COHORT-MM
                                - 1 - WS-FIRST-MIDX + 1
           IF  WS-COHORT-IX < 1
           OR  WS-COHORT-IX > WS-WINDOW-MONTHS
               ADD 1 TO WS-OUTSIDE-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COHORT-QIDX = WS-COHORT-YYYY * 4
                                  + (WS-COHORT-MM - 1) / 3
           ADD 1 TO WS-MEASURED-COUNT

           PERFORM SCAN-CUSTOMER-ORDERS
           PERFORM FIND-CUSTOMER-CHANNEL

           ADD 1 TO WS-CT-CUSTOMERS (WS-COHORT-IX WS-CHANNEL-IX)
           ADD WS-CUST-REVENUE
             TO WS-CT-REVENUE (WS-COHORT-IX WS-CHANNEL-IX)
           PERFORM VARYING WS-QTR-IX FROM 1 BY 1 UNTIL WS-QTR-IX > 12
              IF  WS-ORDERED (WS-QTR-IX) = 'Y'
                  ADD 1 TO WS-CT-ORDERING
                           (WS-COHORT-IX WS-CHANNEL-IX WS-QTR-IX)
              END-IF
           END-PERFORM
           EVALUATE VS-CUSTSTATUS
              WHEN 'C'
                   ADD 1 TO WS-CT-CLOSED (WS-COHORT-IX WS-CHANNEL-IX)
                   PERFORM FIND-REASON
                   ADD 1 TO WS-RN-CLOSED (WS-RN-IX)
              WHEN 'D'
                   ADD 1 TO WS-CT-DORMANT (WS-COHORT-IX WS-CHANNEL-IX)
                   PERFORM FIND-REASON
                   ADD 1 TO WS-RN-DORMANT (WS-RN-IX)
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * THE CUSTOMER'S ORDERS UP TO THE END OF THE QUARTER MEASURED:  *
      * THEIR REVENUE AND THE QUARTERS AFTER THE COHORT'S THEY FALL   *
      * IN, AND THE FIRST ORDER (THE LOWEST NUMBER PLACED ON THE      *
      * FIRST ORDER DATE).                                            *
      *---------------------------------------------------------------*
       SCAN-CUSTOMER-ORDERS.
           MOVE 0      TO WS-CUST-REVENUE
           MOVE 0      TO WS-FIRST-ORDERNUM
           MOVE SPACES TO WS-ORDERED-FLAGS
           MOVE 'N'    TO WS-ORDERS-DONE-SWITCH
           MOVE VS-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS        TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ORDERS-DONE
              READ VKSDORD-FILE NEXT RECORD
              IF  VKSDORD-STATUS NOT = '00'
              OR  QO-CUSTIDENT NOT = VS-CUSTIDENT
                  MOVE 'Y' TO WS-ORDERS-DONE-SWITCH
              ELSE
                  PERFORM MEASURE-ONE-ORDER
              END-IF
           END-PERFORM
           EXIT.

       MEASURE-ONE-ORDER.
           IF  QO-ORDERDATE = QL-FIRST-ORDERDT
           AND WS-FIRST-ORDERNUM = 0
               MOVE QO-ORDERNUM TO WS-FIRST-ORDERNUM
           END-IF
           IF  QO-ORDERSTATUS = 'CANCELLED'
           OR  QO-ORDERSTATUS = 'FINCHG'
           OR  QO-ORDERDATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-ORDER-ORIGIN
           IF  WS-FIRST-STATUS = 'FINCHG'
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-RATE
           IF  QO-CURRENCY NOT = SPACES
           AND QO-CURRENCY NOT = 'USD'
               MOVE QO-CURRENCY  TO CUR-CURRENCY
               MOVE QO-ORDERDATE TO CUR-DATE
               CALL 'RSSCUR00' USING RSSCUR-AREA
               IF  CUR-RETCODE = '00'
                   MOVE CUR-RATE TO WS-RATE
               ELSE
                   ADD 1 TO WS-NORATE-COUNT
               END-IF
           END-IF
           COMPUTE WS-WORK-AMT ROUNDED = QO-ORDERAMT * WS-RATE
           ADD WS-WORK-AMT TO WS-CUST-REVENUE

           MOVE QO-ORDERDATE TO WS-ORDER-DATE
           COMPUTE WS-ORDER-QIDX = WS-ORDER-YYYY * 4
                                 + (WS-ORDER-MM - 1) / 3
           COMPUTE WS-QTR-IX = WS-ORDER-QIDX - WS-COHORT-QIDX
           IF  WS-QTR-IX >= 1
           AND WS-QTR-IX <= 12
               MOVE 'Y' TO WS-ORDERED (WS-QTR-IX)
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE ORDER'S FIRST STATUS-HISTORY ENTRY: THE PROGRAM THAT      *
      * WROTE IT AND THE STATUS IT WAS BOOKED WITH (SPACES WHEN THE   *
      * ORDER HAS NO HISTORY).                                        *
      *---------------------------------------------------------------*
       GET-ORDER-ORIGIN.
           MOVE SPACES TO WS-FIRST-PROGRAM
           MOVE SPACES TO WS-FIRST-STATUS
           MOVE QO-CUSTIDENT TO OH-CUSTIDENT
           MOVE QO-ORDERNUM  TO OH-ORDERNUM
           MOVE ZEROS        TO OH-CHGSEQ
           START ORDHIST-FILE KEY NOT < OH-HIST-KEY
           IF  ORDHIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ ORDHIST-FILE NEXT RECORD
           IF  ORDHIST-STATUS = '00'
           AND OH-CUSTIDENT = QO-CUSTIDENT
           AND OH-ORDERNUM = QO-ORDERNUM
               MOVE OH-PROGRAM    TO WS-FIRST-PROGRAM
               MOVE OH-NEW-STATUS TO WS-FIRST-STATUS
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * HOW THE CUSTOMER WAS WON: A CONVERTED PROSPECT (THE PROSPECT  *
      * TABLE IS WALKED IN STEP WITH THE CUSTOMER SWEEP), ELSE THE    *
      * PROGRAM THAT BROUGHT IN THEIR FIRST ORDER.                    *
      *---------------------------------------------------------------*
       FIND-CUSTOMER-CHANNEL.
           PERFORM UNTIL WS-PX-IX > WS-PX-COUNT
                   OR WS-PX-CUSTIDENT (WS-PX-IX) NOT < VS-CUSTIDENT
              ADD 1 TO WS-PX-IX
           END-PERFORM
           IF  WS-PX-IX <= WS-PX-COUNT
           AND WS-PX-CUSTIDENT (WS-PX-IX) = VS-CUSTIDENT
               MOVE 4 TO WS-CHANNEL-IX
               ADD 1 TO WS-PROSPECT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 2 TO WS-CHANNEL-IX
           IF  WS-FIRST-ORDERNUM = 0
               EXIT PARAGRAPH
           END-IF
           MOVE VS-CUSTIDENT      TO QO-CUSTIDENT
           MOVE WS-FIRST-ORDERNUM TO QO-ORDERNUM
           PERFORM GET-ORDER-ORIGIN
           EVALUATE WS-FIRST-PROGRAM
              WHEN 'RSSABB08'
                   MOVE 1 TO WS-CHANNEL-IX
              WHEN 'RSSABB82'
                   MOVE 3 TO WS-CHANNEL-IX
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * FIND THE CUSTOMER'S STATUS REASON, OPENING IT IN ORDER WHEN   *
      * IT IS NEW.                                                    *
      *---------------------------------------------------------------*
       FIND-REASON.
           MOVE 1 TO WS-RN-IX
           PERFORM UNTIL WS-RN-IX > WS-RN-COUNT
                   OR WS-RN-CODE (WS-RN-IX) NOT < VS-STATUS-REASON
              ADD 1 TO WS-RN-IX
           END-PERFORM
           IF  WS-RN-IX > WS-RN-COUNT
           OR  WS-RN-CODE (WS-RN-IX) NOT = VS-STATUS-REASON
               IF  WS-RN-COUNT >= 200
                   MOVE 'RSSABC24: REASON TABLE IS FULL' TO DISP-MSG
                   PERFORM Z-ABEND-PROGRAM
               END-IF
               MOVE WS-RN-COUNT TO WS-RN-SHIFT-IX
               PERFORM UNTIL WS-RN-SHIFT-IX < WS-RN-IX
                  MOVE WS-RN-ENTRY (WS-RN-SHIFT-IX)
                    TO WS-RN-ENTRY (WS-RN-SHIFT-IX + 1)
                  SUBTRACT 1 FROM WS-RN-SHIFT-IX
               END-PERFORM
               MOVE VS-STATUS-REASON TO WS-RN-CODE (WS-RN-IX)
               MOVE 0 TO WS-RN-CLOSED (WS-RN-IX)
                         WS-RN-DORMANT (WS-RN-IX)
               ADD 1 TO WS-RN-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * STORE ONE MONTH'S COHORTS (A CHANNEL THAT WON NOBODY IS NOT   *
      * STORED), REPLACING THE FIGURES OF AN EARLIER RUN.             *
      *---------------------------------------------------------------*
       STORE-COHORT-MONTH.
           COMPUTE WS-COHORT-YYYY =
                   (WS-FIRST-MIDX + WS-COHORT-IX - 1) / 12
           COMPUTE WS-COHORT-MM = WS-FIRST-MIDX + WS-COHORT-IX - 1
                                - WS-COHORT-YYYY * 12 + 1
           COMPUTE WS-COHORT-QIDX = WS-COHORT-YYYY * 4
                                  + (WS-COHORT-MM - 1) / 3
           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX > 4
              IF  WS-CT-CUSTOMERS (WS-COHORT-IX WS-CHANNEL-IX) > 0
                  PERFORM STORE-ONE-COHORT
              END-IF
           END-PERFORM
           EXIT.

       STORE-ONE-COHORT.
           MOVE WS-COHORT-MONTH TO CO-COHORT-MONTH
           MOVE WS-CHANNEL-CODE (WS-CHANNEL-IX) TO CO-CHANNEL
           PERFORM COHIST-READ
           MOVE WS-QUARTER TO CO-MEASURED-QTR
           MOVE WS-CT-CUSTOMERS (WS-COHORT-IX WS-CHANNEL-IX)
             TO CO-CUSTOMERS
           MOVE WS-CT-CLOSED (WS-COHORT-IX WS-CHANNEL-IX)
             TO CO-CLOSED
           MOVE WS-CT-DORMANT (WS-COHORT-IX WS-CHANNEL-IX)
             TO CO-DORMANT
           MOVE WS-CT-REVENUE (WS-COHORT-IX WS-CHANNEL-IX)
             TO CO-REVENUE
           COMPUTE CO-QTRS-MEASURED = WS-RUN-QIDX - WS-COHORT-QIDX
           IF  WS-RUN-QIDX - WS-COHORT-QIDX > 12
               MOVE 12 TO CO-QTRS-MEASURED
           END-IF
           PERFORM VARYING WS-QTR-IX FROM 1 BY 1 UNTIL WS-QTR-IX > 12
              MOVE WS-CT-ORDERING (WS-COHORT-IX WS-CHANNEL-IX WS-QTR-IX)
                TO CO-ORDERING (WS-QTR-IX)
           END-PERFORM
           MOVE SPACES TO CO-FILLER
           IF  COHIST-STATUS = '23'
               PERFORM COHIST-WRITE
           ELSE
               PERFORM COHIST-REWRITE
           END-IF
           ADD 1 TO WS-COHORT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * POSITION AT THE FIRST COHORT ON THE HISTORY FILE AND READ IT. *
      *---------------------------------------------------------------*
       START-COHIST-SWEEP.
           MOVE 'N'         TO WS-CO-EOF-SWITCH
           MOVE LOW-VALUES  TO CO-COHORT-KEY
           START COHIST-FILE KEY NOT < CO-COHORT-KEY
           IF  COHIST-STATUS = '00'
               PERFORM COHIST-NEXT
           ELSE
               MOVE 'Y' TO WS-CO-EOF-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE COHORT'S ROW, ALSO ADDED INTO ITS MONTH'S ALL-CHANNELS    *
      * ROW.                                                          *
      *---------------------------------------------------------------*
       PRINT-ONE-COHORT.
           MOVE CO-CUSTOMERS     TO WS-ROW-CUSTOMERS
           MOVE CO-CLOSED        TO WS-ROW-CLOSED
           MOVE CO-DORMANT       TO WS-ROW-DORMANT
           MOVE CO-REVENUE       TO WS-ROW-REVENUE
           MOVE CO-QTRS-MEASURED TO WS-ROW-QTRS
           ADD CO-CUSTOMERS TO WS-ALL-CUSTOMERS
           ADD CO-CLOSED    TO WS-ALL-CLOSED
           ADD CO-DORMANT   TO WS-ALL-DORMANT
           ADD CO-REVENUE   TO WS-ALL-REVENUE
           IF  CO-QTRS-MEASURED > WS-ALL-QTRS
               MOVE CO-QTRS-MEASURED TO WS-ALL-QTRS
           END-IF
           PERFORM VARYING WS-QTR-IX FROM 1 BY 1 UNTIL WS-QTR-IX > 12
              MOVE CO-ORDERING (WS-QTR-IX)
                TO WS-ROW-ORDERING (WS-QTR-IX)
              ADD CO-ORDERING (WS-QTR-IX)
                TO WS-ALL-ORDERING (WS-QTR-IX)
           END-PERFORM

           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-COHORT-HEADINGS
           END-IF
           PERFORM EDIT-COHORT-ROW
           MOVE CO-COHORT-MONTH TO WD-COHORT
           MOVE SPACES          TO WD-CHANNEL
           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX > 4
              IF  WS-CHANNEL-CODE (WS-CHANNEL-IX) = CO-CHANNEL
                  MOVE WS-CHANNEL-NAME (WS-CHANNEL-IX) TO WD-CHANNEL
              END-IF
           END-PERFORM
           WRITE REPORT-REC FROM W-COHORT-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           ADD 1 TO WS-PRINTED-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * THE ALL-CHANNELS ROW OF THE COHORT MONTH JUST PRINTED.        *
      *---------------------------------------------------------------*
       PRINT-ALL-CHANNELS.
           IF  WS-ALL-MONTH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALL-CUSTOMERS TO WS-ROW-CUSTOMERS
           MOVE WS-ALL-CLOSED    TO WS-ROW-CLOSED
           MOVE WS-ALL-DORMANT   TO WS-ROW-DORMANT
           MOVE WS-ALL-REVENUE   TO WS-ROW-REVENUE
           MOVE WS-ALL-QTRS      TO WS-ROW-QTRS
           PERFORM VARYING WS-QTR-IX FROM 1 BY 1 UNTIL WS-QTR-IX > 12
              MOVE WS-ALL-ORDERING (WS-QTR-IX)
                TO WS-ROW-ORDERING (WS-QTR-IX)
           END-PERFORM
           PERFORM EDIT-COHORT-ROW
           MOVE SPACES          TO WD-COHORT
           MOVE 'ALL'           TO WD-CHANNEL
           WRITE REPORT-REC FROM W-COHORT-DETAIL
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           ADD 2 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE ROW'S SHARES OF ITS CUSTOMERS; THE QUARTERS NOT YET       *
      * REACHED ARE LEFT BLANK.                                       *
      *---------------------------------------------------------------*
       EDIT-COHORT-ROW.
           MOVE SPACES TO W-COHORT-DETAIL
           MOVE WS-ROW-CUSTOMERS TO WD-CUSTS
           IF  WS-ROW-CUSTOMERS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WD-REV-PER-CUST ROUNDED =
                   WS-ROW-REVENUE / WS-ROW-CUSTOMERS
           COMPUTE WD-CLOSED-PCT ROUNDED =
                   WS-ROW-CLOSED * 100 / WS-ROW-CUSTOMERS
           COMPUTE WD-DORMANT-PCT ROUNDED =
                   WS-ROW-DORMANT * 100 / WS-ROW-CUSTOMERS
           PERFORM VARYING WS-QTR-IX FROM 1 BY 1
                   UNTIL WS-QTR-IX > WS-ROW-QTRS
              COMPUTE WD-QTR-PCT (WS-QTR-IX) ROUNDED =
                      WS-ROW-ORDERING (WS-QTR-IX) * 100
                    / WS-ROW-CUSTOMERS
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-REASON.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-REASON-HEADINGS
           END-IF
           MOVE SPACES TO W-REASON-DETAIL
           MOVE WS-RN-CODE (WS-RN-IX) TO WN-CODE RS-REASON-CODE
           IF  WS-RN-CODE (WS-RN-IX) = SPACES
               MOVE '(NO REASON GIVEN)' TO WN-DESC
           ELSE
               READ RSNFILE-FILE
               IF  RSNFILE-STATUS = '00'
                   MOVE RS-DESC TO WN-DESC
               ELSE
                   MOVE '(NOT ON THE REASON TABLE)' TO WN-DESC
               END-IF
           END-IF
           MOVE WS-RN-CLOSED (WS-RN-IX)  TO WN-CLOSED
           MOVE WS-RN-DORMANT (WS-RN-IX) TO WN-DORMANT
           WRITE REPORT-REC FROM W-REASON-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-COHORT-HEADINGS.
           PERFORM PRINT-TITLE
           WRITE REPORT-REC FROM W-COHORT-NOTE
                 AFTER ADVANCING 1 LINE
           WRITE REPORT-REC FROM W-COHORT-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 8 TO W-LINE
           EXIT.

       PRINT-REASON-HEADINGS.
           PERFORM PRINT-TITLE
           WRITE REPORT-REC FROM W-REASON-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 6 TO W-LINE
           EXIT.

       PRINT-TITLE.
           MOVE WS-RUN-DATE     TO WT-DATE
           MOVE WS-QUARTER-YYYY TO WT-QUARTER
           MOVE WS-QUARTER-Q    TO WT-QUARTER-Q
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 2 LINES
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
               MOVE 'RSSABC24: VKSDCUST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-NEXT.
           READ VKSDCUST-FILE NEXT RECORD
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDCUST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-CUST-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC24: VKSDCUST-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE VKSDCUST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABC24: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCLV-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDCLV-FILE
           IF  VKSDCLV-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC24: VKSDCLV-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCLV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCLV-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDCLV-FILE
           IF  VKSDCLV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC24: VKSDCLV, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCLV-STATUS TO IO-STATUS
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
               MOVE 'RSSABC24: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABC24: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
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
               MOVE 'RSSABC24: ORDHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE ORDHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
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
               MOVE 'RSSABC24: ORDHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE ORDHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRSFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT PRSFILE-FILE
           IF  PRSFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC24: PRSFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PRSFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRSFILE-NEXT.
           READ PRSFILE-FILE NEXT RECORD
           IF  PRSFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  PRSFILE-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-PRS-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC24: PRSFILE-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE PRSFILE-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRSFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PRSFILE-FILE
           IF  PRSFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC24: PRSFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PRSFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RSNFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT RSNFILE-FILE
           IF  RSNFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC24: RSNFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE RSNFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RSNFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE RSNFILE-FILE
           IF  RSNFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC24: RSNFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE RSNFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       COHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O COHIST-FILE
           IF  COHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC24: COHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE COHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       COHIST-READ.
           READ COHIST-FILE
           IF  COHIST-STATUS = '00'
           OR  COHIST-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC24: COHIST-FAILURE-READ...'
                 TO DISP-MSG
               MOVE COHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       COHIST-NEXT.
           READ COHIST-FILE NEXT RECORD
           IF  COHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  COHIST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-CO-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC24: COHIST-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE COHIST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       COHIST-WRITE.
           WRITE CO-ODCSFCO-RECORD
           IF  COHIST-STATUS NOT = '00'
               MOVE 'RSSABC24: COHIST-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE COHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       COHIST-REWRITE.
           REWRITE CO-ODCSFCO-RECORD
           IF  COHIST-STATUS NOT = '00'
               MOVE 'RSSABC24: COHIST-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE COHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       COHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE COHIST-FILE
           IF  COHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC24: COHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE COHIST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC24: CTLTOT-FAILURE-OPEN...'
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
           IF  CTLTOT-STATUS NOT = '00'
               MOVE 'RSSABC24: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC24: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC24: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC24: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC24: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
