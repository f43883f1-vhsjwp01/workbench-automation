       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC33.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -MONTHLY BRANCH SALES BUDGET-VERSUS-ACTUAL REPORT, GATED   *
      *     ON THE COMPANY CALENDAR'S MONTH-END FLAG THRU RSSCAL00.   *
      *     EACH BRANCH OF THE BRANCH TABLE (ODCSFBR) IS SHOWN WITH   *
      *     ITS REVENUE, NEW CUSTOMERS AND ORDER COUNT FOR THE MONTH  *
      *     AND THE YEAR TO DATE AGAINST ITS BUDGET (ODCSFBG, LOADED  *
      *     BY RSSABC32): ACTUAL, BUDGET, VARIANCE AND PERCENTAGE     *
      *     ATTAINMENT, SUBTOTALED BY REGION WITH A GRAND TOTAL.      *
      *    -ACTUAL REVENUE AND ORDERS COME FROM THE ORDERS FILE BY    *
      *     THE CUSTOMER'S BRANCH, THE AMOUNT MEASURED THE WAY        *
      *     RSSABB09 MEASURES IT FOR THE REVENUE HISTORY (ORDER       *
      *     AMOUNT LESS CREDITS, IN USD THRU RSSCUR00 AT THE ORDER    *
      *     DATE'S RATE); CANCELLED ORDERS ARE LEFT OUT. NEW          *
      *     CUSTOMERS ARE THE AUDIT TRAIL'S ADD ROWS, UNDER THE       *
      *     CUSTOMER'S BRANCH.                                        *
      *    -A FIGURE BELOW THE MINIMUM ATTAINMENT IS MARKED WITH AN   *
      *     ASTERISK AND ITS BRANCH IS FLAGGED, AND THE FLAGGED       *
      *     BRANCHES ARE LISTED AGAIN ON THE LAST PAGE.               *
      *    -THE LAST PAGE ALSO HOLDS THE CONTROL TOTALS: THE MONTH'S  *
      *     REVENUE ON THE REVENUE HISTORY FILE (ODCSFRH, BY STATE)   *
      *     AND ITS NEW CUSTOMERS ON THE SNAPSHOT HISTORY (SNAPHIST,  *
      *     RSSABB35) AGAINST THE FIGURES OF THIS REPORT.             *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - BRFILE (BRANCH TABLE, ODCSFBR)            *
      * INPUT FILE : VSAM - BUDGET (BRANCH SALES BUDGET, ODCSFBG)     *
      * INPUT FILE : VSAM - REVHIST (REVENUE HISTORY, ODCSFRH)        *
      * INPUT FILE : QSAM - SNAPHIST (MONTHLY SNAPSHOT HISTORY)       *
      * INPUT TABLE: DB2  - PJ01DB2.ODCSF0_AUDIT (ADDS OF THE YEAR)   *
      * OUTPUT     : SYSPRINT - BUDGET-VERSUS-ACTUAL REPORT           *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE RUN DATE'S MONTH. RSSABC33_MONTH (YYYYMM) ON   *
      * THE RUN-PARAMETER FILE (OR THE ENVIRONMENT) REPORTS THAT      *
      * MONTH INSTEAD, ON ANY DAY, FOR A RERUN. THE YEAR TO DATE RUNS *
      * FROM JANUARY OF THE SAME YEAR.                                *
      * RSSABC33_MIN_ATTAIN: THE MINIMUM PERCENTAGE ATTAINMENT BELOW  *
      * WHICH A BRANCH IS FLAGGED (DEFAULT 90).                       *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * ORDER'S DATA VSAM-KSDS FILE, SWEPT FOR THE YEAR'S ORDERS
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, THE CUSTOMER'S BRANCH
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * BRANCH TABLE, THE BRANCHES REPORTED AND THEIR REGIONS
           SELECT BRFILE-FILE
               ASSIGN       TO BRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS BR-BRANCH
               FILE STATUS  IS BRFILE-STATUS.

      * BRANCH SALES BUDGET, BY BRANCH AND MONTH
           SELECT OPTIONAL BUDGET-FILE
               ASSIGN       TO BUDGET
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS BG-BUDGET-KEY
               FILE STATUS  IS BUDGET-STATUS.

      * REVENUE HISTORY, THE MONTH'S STATE TOTALS AS A CONTROL
           SELECT OPTIONAL REVHIST-FILE
               ASSIGN       TO REVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS RH-REV-KEY
               FILE STATUS  IS REVHIST-STATUS.

      * MONTHLY SNAPSHOT HISTORY, THE MONTH'S NEW CUSTOMERS AS A
      * CONTROL
           SELECT OPTIONAL SNAPHIST-FILE
               ASSIGN       TO SNAPHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SNAPHIST-STATUS.

      * BUDGET-VERSUS-ACTUAL REPORT
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
       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   BRFILE-FILE.
       COPY ODCSFBR.

       FD   BUDGET-FILE.
       COPY ODCSFBG.

       FD   REVHIST-FILE.
       COPY ODCSFRH.

       FD   SNAPHIST-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  SNAPHIST-RECORD.
           05  SN-YEARMONTH        PIC 9(006).
           05  SN-TOTAL            PIC 9(007).
           05  SN-NEW              PIC 9(007).
           05  SN-CLOSED           PIC 9(007).
           05  SN-ACTIVE           PIC 9(007).
           05  SN-SUSPENDED        PIC 9(007).
           05  SN-DORMANT          PIC 9(007).
           05  SN-CLOSED-STAT      PIC 9(007).
           05  FILLER              PIC X(025).

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
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  BRFILE-STATUS.
           05  BRFILE-STAT1        PIC X.
           05  BRFILE-STAT2        PIC X.
       01  BUDGET-STATUS.
           05  BUDGET-STAT1        PIC X.
           05  BUDGET-STAT2        PIC X.
       01  REVHIST-STATUS.
           05  REVHIST-STAT1       PIC X.
           05  REVHIST-STAT2       PIC X.
       01  SNAPHIST-STATUS.
           05  SNAPHIST-STAT1      PIC X.
           05  SNAPHIST-STAT2      PIC X.
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

       01  WS-ORDER-EOF-SWITCH     PIC X       VALUE 'N'.
           88  ORDER-EOF           VALUE 'Y'.
       01  WS-BRANCH-EOF-SWITCH    PIC X       VALUE 'N'.
           88  BRANCH-EOF          VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH      PIC X       VALUE 'N'.
           88  HIST-EOF            VALUE 'Y'.
       01  WS-AUD-EOF-SWITCH       PIC X       VALUE 'N'.
           88  AUD-EOF             VALUE 'Y'.
       01  WS-SNAP-FOUND-SWITCH    PIC X       VALUE 'N'.
           88  SNAP-FOUND          VALUE 'Y'.

      * RUN PARAMETERS AND THE MONTH REPORTED
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-REPORT-MONTH         PIC 9(006)  VALUE 0.
       01  WS-REPORT-MONTH-G       REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY      PIC 9(004).
           05  WS-REPORT-MM        PIC 9(002).
       01  WS-MIN-ATTAIN           PIC 9(003)V9 VALUE 90.
       01  WS-ED-MIN-ATTAIN        PIC ZZ9.9.

      * THE ORDER BEING COUNTED: ITS CUSTOMER'S BRANCH AND ITS NET
      * AMOUNT IN USD
       01  WS-FIND-BRANCH          PIC X(003)  VALUE SPACES.
       01  WS-NET-AMOUNT           PIC S9(009)V99 VALUE 0.
       01  WS-CONV-AMOUNT          PIC S9(011)V99 VALUE 0.

      * ONE ENTRY PER BRANCH, IN REGION AND BRANCH ORDER; THE LAST
      * ENTRY (REGION HIGH-VALUES) TAKES WHAT BELONGS TO NO BRANCH
      * OF THE TABLE. EACH ENTRY HOLDS THE MONTH AND YEAR-TO-DATE
      * ACTUAL AND BUDGET OF THE THREE MEASURES: 1 REVENUE, 2 NEW
      * CUSTOMERS, 3 ORDERS.
       01  WS-BRANCH-TABLE.
           05  WS-BT-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-BT-ENTRY         OCCURS 500.
               10  WS-BT-KEY.
                   15  WS-BT-REGION    PIC X(003).
                   15  WS-BT-BRANCH    PIC X(003).
               10  WS-BT-NAME          PIC X(030).
               10  WS-BT-BUDGET-SEEN   PIC X(001).
               10  WS-BT-FLAG          PIC X(001).
               10  WS-BT-MEASURE       OCCURS 3.
                   15  WS-BT-MTH-ACT   PIC S9(011)V99.
                   15  WS-BT-MTH-BUD   PIC S9(011)V99.
                   15  WS-BT-YTD-ACT   PIC S9(011)V99.
                   15  WS-BT-YTD-BUD   PIC S9(011)V99.
       01  WS-BT-IX                PIC S9(4) COMP VALUE +0.
       01  WS-BT-SHIFT-IX          PIC S9(4) COMP VALUE +0.
       01  WS-BT-OTHER-IX          PIC S9(4) COMP VALUE +0.
       01  WS-NEW-KEY.
           05  WS-NK-REGION        PIC X(003).
           05  WS-NK-BRANCH        PIC X(003).
       01  WS-MS-IX                PIC S9(4) COMP VALUE +0.
       01  WS-MONTH-IX             PIC S9(4) COMP VALUE +0.

      * THE FIGURES OF THE ROW BEING PRINTED (A BRANCH, A REGION OR
      * THE WHOLE COMPANY) AND THE REGION AND GRAND TOTALS
       01  WS-ROW-FIGURES.
           05  WS-ROW-MEASURE      OCCURS 3.
               10  WS-ROW-MTH-ACT  PIC S9(011)V99.
               10  WS-ROW-MTH-BUD  PIC S9(011)V99.
               10  WS-ROW-YTD-ACT  PIC S9(011)V99.
               10  WS-ROW-YTD-BUD  PIC S9(011)V99.
       01  WS-REGION-FIGURES.
           05  WS-RG-MEASURE       OCCURS 3.
               10  WS-RG-MTH-ACT   PIC S9(011)V99.
               10  WS-RG-MTH-BUD   PIC S9(011)V99.
               10  WS-RG-YTD-ACT   PIC S9(011)V99.
               10  WS-RG-YTD-BUD   PIC S9(011)V99.
       01  WS-GRAND-FIGURES.
           05  WS-GT-MEASURE       OCCURS 3.
               10  WS-GT-MTH-ACT   PIC S9(011)V99.
               10  WS-GT-MTH-BUD   PIC S9(011)V99.
               10  WS-GT-YTD-ACT   PIC S9(011)V99.
               10  WS-GT-YTD-BUD   PIC S9(011)V99.
       01  WS-CUR-REGION           PIC X(003)  VALUE SPACES.
       01  WS-ROW-FLAG             PIC X(001)  VALUE SPACE.
       01  WS-VARIANCE             PIC S9(011)V99 VALUE 0.
       01  WS-ATTAIN               PIC S9(005)V9  VALUE 0.

      * DB2 HOST VARIABLES: THE YEAR'S ADDS, UP TO THE MONTH'S END
       01  WS-HV-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  WS-HV-DATE              PIC S9(9)V USAGE COMP-3.
       01  WS-HV-FROM-DATE         PIC S9(9)V USAGE COMP-3.
       01  WS-HV-TO-DATE           PIC S9(9)V USAGE COMP-3.
       01  WS-AUD-DATE             PIC 9(008)  VALUE 0.

      * CONTROL TOTALS AND RUN STATISTICS
       01  WS-HIST-AMOUNT          PIC S9(011)V99 VALUE 0.
       01  WS-HIST-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-CANCEL-AMOUNT        PIC S9(011)V99 VALUE 0.
       01  WS-GONE-AMOUNT          PIC S9(011)V99 VALUE 0.
       01  WS-SNAP-NEW             PIC 9(7) VALUE 0.
       01  WS-ORDER-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-ADD-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-BUDGET-READ-COUNT    PIC 9(7) COMP VALUE 0.
       01  WS-FLAGGED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-NORATE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-GONE-COUNT           PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC33'.
           05  FILLER              PIC X(020) VALUE SPACES.
           05  FILLER              PIC X(041) VALUE
               'BRANCH SALES BUDGET VERSUS ACTUAL, MONTH '.
           05  WT-MONTH            PIC 9(006).
           05  FILLER              PIC X(038) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-SECTION.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(060).
           05  FILLER              PIC X(070) VALUE SPACES.

       01  W-HEADING-1.
           05  FILLER              PIC X(036) VALUE SPACES.
           05  FILLER              PIC X(044) VALUE
               '------------------ MONTH ------------------'.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(044) VALUE
               '--------------- YEAR TO DATE --------------'.
           05  FILLER              PIC X(006) VALUE SPACES.

       01  W-HEADING-2.
           05  FILLER              PIC X(036) VALUE
               ' BR  NAME                 MEASURE'.
           05  FILLER              PIC X(044) VALUE
               '     ACTUAL      BUDGET     VARIANCE  ATT% '.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(044) VALUE
               '     ACTUAL      BUDGET     VARIANCE  ATT% '.
           05  FILLER              PIC X(006) VALUE SPACES.

       01  W-DETAIL.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-BRANCH           PIC X(003).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-NAME             PIC X(020).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-MEASURE          PIC X(009).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-MTH-ACT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-MTH-BUD          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-MTH-VAR          PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-MTH-ATT          PIC ZZZ9.9.
           05  WD-MTH-ATT-X        REDEFINES WD-MTH-ATT PIC X(006).
           05  WD-MTH-FLAG         PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-YTD-ACT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-YTD-BUD          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-YTD-VAR          PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-YTD-ATT          PIC ZZZ9.9.
           05  WD-YTD-ATT-X        REDEFINES WD-YTD-ATT PIC X(006).
           05  WD-YTD-FLAG         PIC X(001).
           05  FILLER              PIC X(006) VALUE SPACES.

       01  W-FLAG-LINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WF-BRANCH           PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-NAME             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-REGION           PIC X(003).
           05  FILLER              PIC X(087) VALUE SPACES.

       01  W-NOTE-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WN-TEXT             PIC X(050).
           05  WN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WN-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(056) VALUE SPACES.

       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.

      * EXCHANGE-RATE AREA FOR THE RSSCUR00 READER
       COPY RSSCURC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC33' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * THE MONTH: A RERUN NAMES ITS MONTH, OTHERWISE THE MONTH-END
      * GATE, THE WAY RSSABC22 GATES THE PRODUCT SALES ANALYSIS...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'RSSABC33_MONTH' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE (1:6) IS NUMERIC
           AND WS-ENV-VALUE (7:) = SPACES
               MOVE WS-ENV-VALUE (1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE 'M'         TO CAL-FUNC
               MOVE WS-RUN-DATE TO CAL-DATE
               CALL 'RSSCAL00' USING RSSCAL-AREA
               IF  CAL-RETCODE NOT = '00'
               OR  CAL-ANSWER NOT = 'Y'
                   DISPLAY 'RSSABC33: NOT A MONTH-END BUSINESS DAY,'
                           ' NOTHING TO DO'
                   PERFORM END-RUN-LOG
                   GOBACK
               END-IF
               MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
           END-IF.

      * THE MINIMUM ATTAINMENT, IN PERCENT
           MOVE 'RSSABC33_MIN_ATTAIN' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-MIN-ATTAIN = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF.
           MOVE WS-MIN-ATTAIN TO WS-ED-MIN-ATTAIN.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM BRFILE-OPEN.
           PERFORM BUDGET-OPEN.

      * ------------------------------------------------------------- *
      * THE BRANCHES, IN REGION ORDER, EACH WITH ITS BUDGET...
           DISPLAY "LOADING THE BRANCHES AND THEIR BUDGET..."
           PERFORM BRFILE-NEXT.
           PERFORM UNTIL BRANCH-EOF
              MOVE BR-REGION TO WS-NK-REGION
              MOVE BR-BRANCH TO WS-NK-BRANCH
              PERFORM ADD-BRANCH-ENTRY
              MOVE BR-NAME   TO WS-BT-NAME (WS-BT-IX)
              PERFORM BRFILE-NEXT
           END-PERFORM.
           MOVE HIGH-VALUES TO WS-NK-REGION
           MOVE '???'       TO WS-NK-BRANCH
           PERFORM ADD-BRANCH-ENTRY
           MOVE '(NOT ON THE BRANCH TABLE)' TO WS-BT-NAME (WS-BT-IX)
           MOVE WS-BT-IX TO WS-BT-OTHER-IX
           PERFORM READ-BRANCH-BUDGET
               VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT.

      * ------------------------------------------------------------- *
      * ORDERS FILE'S SWEEPING: THE YEAR'S ORDERS UP TO THE MONTH...
           DISPLAY "COUNTING THE YEAR'S ORDERS..."
           PERFORM VKSDORD-NEXT.
           PERFORM UNTIL ORDER-EOF
              IF  QO-ORDERDATE (1:4) = WS-REPORT-YYYY
              AND QO-ORDERDATE (1:6) NOT > WS-REPORT-MONTH
                  PERFORM COUNT-ONE-ORDER
              END-IF
              PERFORM VKSDORD-NEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE AUDIT TRAIL: THE YEAR'S NEW CUSTOMERS UP TO THE MONTH...
           DISPLAY "COUNTING THE YEAR'S NEW CUSTOMERS..."
           PERFORM SWEEP-AUDIT-ADDS.

      * ------------------------------------------------------------- *
      * THE CONTROL TOTALS: THE REVENUE HISTORY AND THE SNAPSHOT...
           PERFORM READ-REVENUE-HISTORY.
           PERFORM READ-SNAPSHOT-HISTORY.

      * ------------------------------------------------------------- *
      * THE REPORT...
           OPEN OUTPUT SYSPRINT.
           MOVE 'BRANCHES BY REGION, ACTUAL AGAINST BUDGET'
             TO WS-SECTION-TITLE
           PERFORM PRINT-HEADINGS.
           INITIALIZE WS-GRAND-FIGURES
           MOVE LOW-VALUES TO WS-CUR-REGION
           PERFORM PRINT-ONE-BRANCH
               VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT.
           PERFORM PRINT-REGION-TOTAL.
           PERFORM PRINT-GRAND-TOTAL.
           PERFORM PRINT-CONTROL-PAGE.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM BRFILE-CLOSE.
           PERFORM BUDGET-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC33' TO CTLTOT-PROGRAM
           MOVE 'ORDERS AGAINST BUDGET' TO CTLTOT-LABEL
           MOVE WS-ORDER-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC33' TO CTLTOT-PROGRAM
           MOVE 'NEW CUSTOMERS AGAINST BUDGET' TO CTLTOT-LABEL
           MOVE WS-ADD-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC33' TO CTLTOT-PROGRAM
           MOVE 'BRANCHES BELOW MIN ATTAINMENT' TO CTLTOT-LABEL
           MOVE WS-FLAGGED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC33: MONTH...............' WS-REPORT-MONTH
           DISPLAY 'RSSABC33: BRANCHES............' WS-BT-COUNT
           DISPLAY 'RSSABC33: BUDGET MONTHS READ..' WS-BUDGET-READ-COUNT
           DISPLAY 'RSSABC33: ORDERS (YTD)........' WS-ORDER-COUNT
           DISPLAY 'RSSABC33: NEW CUSTOMERS (YTD).' WS-ADD-COUNT
           DISPLAY 'RSSABC33: BRANCHES FLAGGED....' WS-FLAGGED-COUNT
           DISPLAY 'RSSABC33: NO EXCHANGE RATE....' WS-NORATE-COUNT
           DISPLAY 'RSSABC33: CUSTOMERS GONE......' WS-GONE-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC33' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-ORDER-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
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
      * OPEN THE BRANCH'S ENTRY IN REGION AND BRANCH ORDER, WS-BT-IX  *
      * LEFT ON IT.                                                   *
      *---------------------------------------------------------------*
       ADD-BRANCH-ENTRY.
           IF  WS-BT-COUNT >= 500
               MOVE 'RSSABC33: BRANCH TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE 1 TO WS-BT-IX
           PERFORM UNTIL WS-BT-IX > WS-BT-COUNT
                   OR WS-BT-KEY (WS-BT-IX) > WS-NEW-KEY
              ADD 1 TO WS-BT-IX
           END-PERFORM
           MOVE WS-BT-COUNT TO WS-BT-SHIFT-IX
           PERFORM UNTIL WS-BT-SHIFT-IX < WS-BT-IX
              MOVE WS-BT-ENTRY (WS-BT-SHIFT-IX)
                TO WS-BT-ENTRY (WS-BT-SHIFT-IX + 1)
              SUBTRACT 1 FROM WS-BT-SHIFT-IX
           END-PERFORM
           INITIALIZE WS-BT-ENTRY (WS-BT-IX)
           MOVE WS-NEW-KEY TO WS-BT-KEY (WS-BT-IX)
           MOVE 'N'        TO WS-BT-BUDGET-SEEN (WS-BT-IX)
           MOVE SPACE      TO WS-BT-FLAG (WS-BT-IX)
           ADD 1 TO WS-BT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * FIND THE ENTRY OF THE BRANCH IN WS-FIND-BRANCH; A BRANCH NOT  *
      * ON THE TABLE (OR A CUSTOMER WITHOUT ONE) FALLS TO THE LAST.   *
      *---------------------------------------------------------------*
       FIND-BRANCH.
           MOVE 1 TO WS-BT-IX
           PERFORM UNTIL WS-BT-IX >= WS-BT-OTHER-IX
                   OR WS-BT-BRANCH (WS-BT-IX) = WS-FIND-BRANCH
              ADD 1 TO WS-BT-IX
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * THE BRANCH'S BUDGET FOR EACH MONTH FROM JANUARY TO THE MONTH  *
      * REPORTED: THE YEAR TO DATE, AND THE MONTH ITSELF.             *
      *---------------------------------------------------------------*
       READ-BRANCH-BUDGET.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-REPORT-MM
              MOVE WS-BT-BRANCH (WS-BT-IX) TO BG-BRANCH
              COMPUTE BG-YYYYMM = WS-REPORT-YYYY * 100 + WS-MONTH-IX
              PERFORM BUDGET-READ
              IF  BUDGET-STATUS = '00'
                  ADD 1 TO WS-BUDGET-READ-COUNT
                  MOVE 'Y' TO WS-BT-BUDGET-SEEN (WS-BT-IX)
                  ADD BG-REVENUE  TO WS-BT-YTD-BUD (WS-BT-IX 1)
                  ADD BG-NEW-CUST TO WS-BT-YTD-BUD (WS-BT-IX 2)
                  ADD BG-ORDERS   TO WS-BT-YTD-BUD (WS-BT-IX 3)
                  IF  WS-MONTH-IX = WS-REPORT-MM
                      MOVE BG-REVENUE  TO WS-BT-MTH-BUD (WS-BT-IX 1)
                      MOVE BG-NEW-CUST TO WS-BT-MTH-BUD (WS-BT-IX 2)
                      MOVE BG-ORDERS   TO WS-BT-MTH-BUD (WS-BT-IX 3)
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * AN ORDER OF THE YEAR TO DATE UNDER ITS CUSTOMER'S BRANCH: ITS *
      * NET AMOUNT IN USD AND ONE ORDER, IN THE MONTH AS WELL WHEN IT *
      * WAS PLACED IN IT. A CANCELLED ORDER, AND ONE WHOSE CUSTOMER   *
      * IS GONE, ONLY COUNT FOR THE REVENUE HISTORY CONTROL.          *
      *---------------------------------------------------------------*
       COUNT-ONE-ORDER.
           MOVE QO-ORDERAMT TO WS-NET-AMOUNT
           IF  QO-CREDIT-AMT NUMERIC
               SUBTRACT QO-CREDIT-AMT FROM WS-NET-AMOUNT
           END-IF
           PERFORM CONVERT-NET-AMOUNT
           IF  QO-ORDERSTATUS = 'CANCELLED'
               IF  QO-ORDERDATE (1:6) = WS-REPORT-MONTH
                   ADD WS-CONV-AMOUNT TO WS-CANCEL-AMOUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE QO-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS NOT = '00'
               ADD 1 TO WS-GONE-COUNT
               IF  QO-ORDERDATE (1:6) = WS-REPORT-MONTH
                   ADD WS-CONV-AMOUNT TO WS-GONE-AMOUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORDER-COUNT
           MOVE VS-BRANCH TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH
           ADD WS-CONV-AMOUNT TO WS-BT-YTD-ACT (WS-BT-IX 1)
           ADD 1              TO WS-BT-YTD-ACT (WS-BT-IX 3)
           IF  QO-ORDERDATE (1:6) = WS-REPORT-MONTH
               ADD WS-CONV-AMOUNT TO WS-BT-MTH-ACT (WS-BT-IX 1)
               ADD 1              TO WS-BT-MTH-ACT (WS-BT-IX 3)
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * CONVERT THE ORDER'S NET AMOUNT TO THE REPORTING CURRENCY AT   *
      * THE RATE IN FORCE ON ITS ORDER DATE, AS RSSABB09 DOES. AN     *
      * ORDER WHOSE CURRENCY CARRIES NO RATE STAYS UNCONVERTED AND IS *
      * COUNTED.                                                      *
      *---------------------------------------------------------------*
       CONVERT-NET-AMOUNT.
           MOVE WS-NET-AMOUNT TO WS-CONV-AMOUNT
           IF  QO-CURRENCY NOT = SPACES
           AND QO-CURRENCY NOT = 'USD'
               MOVE QO-CURRENCY  TO CUR-CURRENCY
               MOVE QO-ORDERDATE TO CUR-DATE
               CALL 'RSSCUR00' USING RSSCUR-AREA
               IF  CUR-RETCODE = '00'
                   COMPUTE WS-CONV-AMOUNT ROUNDED =
                           WS-NET-AMOUNT * CUR-RATE
               ELSE
                   ADD 1 TO WS-NORATE-COUNT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE AUDIT TRAIL'S ADD ROWS FROM JANUARY TO THE MONTH'S END,   *
      * EACH A NEW CUSTOMER OF THE YEAR UNDER THEIR BRANCH (THE LAST  *
      * ENTRY WHEN THE CUSTOMER IS GONE SINCE).                       *
      *---------------------------------------------------------------*
       SWEEP-AUDIT-ADDS.
           COMPUTE WS-HV-FROM-DATE = WS-REPORT-YYYY * 10000 + 101
           COMPUTE WS-HV-TO-DATE   = WS-REPORT-MONTH * 100 + 31
           EXEC SQL
                DECLARE CURS-BUDADD CURSOR FOR
                SELECT  CUSTIDENT, AUDITDATE
                FROM    PJ01DB2.ODCSF0_AUDIT
                WHERE   AUDITACTN = 'ADD'
                AND     AUDITDATE >= :WS-HV-FROM-DATE
                AND     AUDITDATE <= :WS-HV-TO-DATE
           END-EXEC.
           EXEC SQL OPEN CURS-BUDADD END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              DISPLAY 'RSSABC33: FAILURE-OPEN-CURS-BUDADD...'
                      ' SQLCODE:' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF.
           PERFORM UNTIL AUD-EOF
              EXEC SQL
                   FETCH CURS-BUDADD
                   INTO :WS-HV-CUSTIDENT, :WS-HV-DATE
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF SQLCODE = +100
                 MOVE 'Y' TO WS-AUD-EOF-SWITCH
              ELSE
                 IF SQLCODE NOT = +0
                    DISPLAY 'RSSABC33: FAILURE-FETCH-CURS-BUDADD...'
                            ' SQLCODE:' WS-SQLCODE
                    COPY ZSQLSTAT.
                    PERFORM Z-ABEND-PROGRAM
                 ELSE
                    PERFORM COUNT-ONE-ADD
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CURS-BUDADD END-EXEC.
           EXIT.

       COUNT-ONE-ADD.
           ADD 1 TO WS-ADD-COUNT
           MOVE WS-HV-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
               MOVE VS-BRANCH TO WS-FIND-BRANCH
           ELSE
               MOVE '???'     TO WS-FIND-BRANCH
           END-IF
           PERFORM FIND-BRANCH
           ADD 1 TO WS-BT-YTD-ACT (WS-BT-IX 2)
           MOVE WS-HV-DATE TO WS-AUD-DATE
           IF  WS-AUD-DATE (1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-BT-MTH-ACT (WS-BT-IX 2)
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE MONTH'S REVENUE AS RSSABB09 RECORDED IT, ALL STATES.      *
      *---------------------------------------------------------------*
       READ-REVENUE-HISTORY.
           PERFORM REVHIST-OPEN
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           PERFORM REVHIST-NEXT
           PERFORM UNTIL HIST-EOF
              IF  RH-YYYYMM = WS-REPORT-MONTH
                  ADD RH-AMOUNT      TO WS-HIST-AMOUNT
                  ADD RH-ORDER-COUNT TO WS-HIST-COUNT
              END-IF
              PERFORM REVHIST-NEXT
           END-PERFORM
           PERFORM REVHIST-CLOSE
           EXIT.

      *---------------------------------------------------------------*
      * THE MONTH'S NEW CUSTOMERS AS RSSABB35 RECORDED THEM (THE LAST *
      * SNAPSHOT OF THE MONTH WHEN IT WAS RERUN).                     *
      *---------------------------------------------------------------*
       READ-SNAPSHOT-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           OPEN INPUT SNAPHIST-FILE
           IF  SNAPHIST-STATUS = '00' OR '05'
               PERFORM UNTIL HIST-EOF
                  READ SNAPHIST-FILE
                  IF  SNAPHIST-STATUS NOT = '00'
                      MOVE 'Y' TO WS-HIST-EOF-SWITCH
                  ELSE
                      IF  SN-YEARMONTH = WS-REPORT-MONTH
                          MOVE 'Y'    TO WS-SNAP-FOUND-SWITCH
                          MOVE SN-NEW TO WS-SNAP-NEW
                      END-IF
                  END-IF
               END-PERFORM
               CLOSE SNAPHIST-FILE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE BRANCH'S THREE LINES. A NEW REGION FIRST CLOSES THE ONE   *
      * BEFORE WITH ITS SUBTOTAL. THE LAST ENTRY ONLY PRINTS WHEN     *
      * SOMETHING FELL TO IT.                                         *
      *---------------------------------------------------------------*
       PRINT-ONE-BRANCH.
           IF  WS-BT-IX = WS-BT-OTHER-IX
           AND WS-BT-YTD-ACT (WS-BT-IX 1) = 0
           AND WS-BT-YTD-ACT (WS-BT-IX 2) = 0
           AND WS-BT-YTD-ACT (WS-BT-IX 3) = 0
               EXIT PARAGRAPH
           END-IF
           IF  WS-BT-REGION (WS-BT-IX) NOT = WS-CUR-REGION
               IF  WS-CUR-REGION NOT = LOW-VALUES
                   PERFORM PRINT-REGION-TOTAL
               END-IF
               MOVE WS-BT-REGION (WS-BT-IX) TO WS-CUR-REGION
               INITIALIZE WS-REGION-FIGURES
           END-IF
           IF  W-LINE > W-MAX-LINE - 4
               PERFORM PRINT-HEADINGS
           END-IF
           PERFORM VARYING WS-MS-IX FROM 1 BY 1 UNTIL WS-MS-IX > 3
              MOVE WS-BT-MEASURE (WS-BT-IX WS-MS-IX)
                TO WS-ROW-MEASURE (WS-MS-IX)
              ADD WS-BT-MTH-ACT (WS-BT-IX WS-MS-IX)
                TO WS-RG-MTH-ACT (WS-MS-IX)
              ADD WS-BT-MTH-BUD (WS-BT-IX WS-MS-IX)
                TO WS-RG-MTH-BUD (WS-MS-IX)
              ADD WS-BT-YTD-ACT (WS-BT-IX WS-MS-IX)
                TO WS-RG-YTD-ACT (WS-MS-IX)
              ADD WS-BT-YTD-BUD (WS-BT-IX WS-MS-IX)
                TO WS-RG-YTD-BUD (WS-MS-IX)
           END-PERFORM
           MOVE SPACE TO WS-ROW-FLAG
           MOVE 1 TO WS-MS-IX
           PERFORM EDIT-ROW-FIGURES
           MOVE WS-BT-BRANCH (WS-BT-IX) TO WD-BRANCH
           MOVE WS-BT-NAME (WS-BT-IX)   TO WD-NAME
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-MS-IX
           PERFORM EDIT-ROW-FIGURES
           IF  WS-BT-BUDGET-SEEN (WS-BT-IX) = 'N'
               MOVE '(NO BUDGET)' TO WD-NAME
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-MS-IX
           PERFORM EDIT-ROW-FIGURES
           IF  WS-ROW-FLAG = '*'
               MOVE '** BELOW MINIMUM **' TO WD-NAME
               MOVE '*' TO WS-BT-FLAG (WS-BT-IX)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 4 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE REGION'S SUBTOTAL, ADDED TO THE GRAND TOTAL.              *
      *---------------------------------------------------------------*
       PRINT-REGION-TOTAL.
           IF  WS-CUR-REGION = LOW-VALUES
               EXIT PARAGRAPH
           END-IF
           IF  W-LINE > W-MAX-LINE - 4
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE WS-REGION-FIGURES TO WS-ROW-FIGURES
           PERFORM VARYING WS-MS-IX FROM 1 BY 1 UNTIL WS-MS-IX > 3
              ADD WS-RG-MTH-ACT (WS-MS-IX) TO WS-GT-MTH-ACT (WS-MS-IX)
              ADD WS-RG-MTH-BUD (WS-MS-IX) TO WS-GT-MTH-BUD (WS-MS-IX)
              ADD WS-RG-YTD-ACT (WS-MS-IX) TO WS-GT-YTD-ACT (WS-MS-IX)
              ADD WS-RG-YTD-BUD (WS-MS-IX) TO WS-GT-YTD-BUD (WS-MS-IX)
           END-PERFORM
           MOVE 1 TO WS-MS-IX
           PERFORM EDIT-ROW-FIGURES
           EVALUATE WS-CUR-REGION
              WHEN HIGH-VALUES
                   MOVE 'NO BRANCH TOTAL'     TO WD-NAME
              WHEN SPACES
                   MOVE 'NO REGION TOTAL'     TO WD-NAME
              WHEN OTHER
                   MOVE SPACES TO WD-NAME
                   STRING 'REGION '           DELIMITED BY SIZE
                          WS-CUR-REGION       DELIMITED BY SIZE
                          ' TOTAL'            DELIMITED BY SIZE
                     INTO WD-NAME
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-MS-IX
           PERFORM EDIT-ROW-FIGURES
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-MS-IX
           PERFORM EDIT-ROW-FIGURES
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 4 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-GRAND-TOTAL.
           IF  W-LINE > W-MAX-LINE - 5
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE WS-GRAND-FIGURES TO WS-ROW-FIGURES
           MOVE 1 TO WS-MS-IX
           PERFORM EDIT-ROW-FIGURES
           MOVE 'ALL BRANCHES'   TO WD-NAME
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 3 LINES
           MOVE 2 TO WS-MS-IX
           PERFORM EDIT-ROW-FIGURES
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-MS-IX
           PERFORM EDIT-ROW-FIGURES
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 5 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * ONE MEASURE OF THE ROW (WS-MS-IX) READY IN W-DETAIL: ACTUAL,  *
      * BUDGET, VARIANCE AND ATTAINMENT FOR THE MONTH AND THE YEAR TO *
      * DATE. AN ATTAINMENT BELOW THE MINIMUM IS MARKED AND SETS      *
      * WS-ROW-FLAG; WITH NO BUDGET THERE IS NO ATTAINMENT.           *
      *---------------------------------------------------------------*
       EDIT-ROW-FIGURES.
           MOVE SPACES TO W-DETAIL
           EVALUATE WS-MS-IX
              WHEN 1  MOVE 'REVENUE'  TO WD-MEASURE
              WHEN 2  MOVE 'NEW CUST' TO WD-MEASURE
              WHEN 3  MOVE 'ORDERS'   TO WD-MEASURE
           END-EVALUATE
           MOVE WS-ROW-MTH-ACT (WS-MS-IX) TO WD-MTH-ACT
           MOVE WS-ROW-MTH-BUD (WS-MS-IX) TO WD-MTH-BUD
           COMPUTE WS-VARIANCE = WS-ROW-MTH-ACT (WS-MS-IX)
                               - WS-ROW-MTH-BUD (WS-MS-IX)
           MOVE WS-VARIANCE TO WD-MTH-VAR
           IF  WS-ROW-MTH-BUD (WS-MS-IX) > 0
               COMPUTE WS-ATTAIN ROUNDED =
                       WS-ROW-MTH-ACT (WS-MS-IX) * 100
                       / WS-ROW-MTH-BUD (WS-MS-IX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-ATTAIN
               END-COMPUTE
               MOVE WS-ATTAIN TO WD-MTH-ATT
               IF  WS-ATTAIN < WS-MIN-ATTAIN
                   MOVE '*' TO WD-MTH-FLAG
                   MOVE '*' TO WS-ROW-FLAG
               END-IF
           ELSE
               MOVE '   N/A' TO WD-MTH-ATT-X
           END-IF
           MOVE WS-ROW-YTD-ACT (WS-MS-IX) TO WD-YTD-ACT
           MOVE WS-ROW-YTD-BUD (WS-MS-IX) TO WD-YTD-BUD
           COMPUTE WS-VARIANCE = WS-ROW-YTD-ACT (WS-MS-IX)
                               - WS-ROW-YTD-BUD (WS-MS-IX)
           MOVE WS-VARIANCE TO WD-YTD-VAR
           IF  WS-ROW-YTD-BUD (WS-MS-IX) > 0
               COMPUTE WS-ATTAIN ROUNDED =
                       WS-ROW-YTD-ACT (WS-MS-IX) * 100
                       / WS-ROW-YTD-BUD (WS-MS-IX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-ATTAIN
               END-COMPUTE
               MOVE WS-ATTAIN TO WD-YTD-ATT
               IF  WS-ATTAIN < WS-MIN-ATTAIN
                   MOVE '*' TO WD-YTD-FLAG
                   MOVE '*' TO WS-ROW-FLAG
               END-IF
           ELSE
               MOVE '   N/A' TO WD-YTD-ATT-X
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE LAST PAGE: THE FLAGGED BRANCHES AGAIN, THEN THE CONTROL   *
      * TOTALS AGAINST THE REVENUE HISTORY AND THE SNAPSHOT.          *
      *---------------------------------------------------------------*
       PRINT-CONTROL-PAGE.
           MOVE SPACES TO WS-SECTION-TITLE
           STRING 'BRANCHES BELOW THE MINIMUM ATTAINMENT OF '
                                       DELIMITED BY SIZE
                  WS-ED-MIN-ATTAIN     DELIMITED BY SIZE
                  ' PERCENT'           DELIMITED BY SIZE
             INTO WS-SECTION-TITLE
           END-STRING
           MOVE WS-RUN-DATE     TO WT-DATE
           MOVE WS-REPORT-MONTH TO WT-MONTH
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
                 AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
              IF  WS-BT-FLAG (WS-BT-IX) = '*'
                  MOVE WS-BT-BRANCH (WS-BT-IX) TO WF-BRANCH
                  MOVE WS-BT-NAME (WS-BT-IX)   TO WF-NAME
                  MOVE WS-BT-REGION (WS-BT-IX) TO WF-REGION
                  WRITE REPORT-REC FROM W-FLAG-LINE
                        AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM

           MOVE 'CONTROL TOTALS FOR THE MONTH' TO WS-SECTION-TITLE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'REVENUE OF THIS REPORT (ALL BRANCHES)            :'
             TO WN-TEXT
           MOVE WS-GT-MTH-ACT (3) TO WN-COUNT
           MOVE WS-GT-MTH-ACT (1) TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'CANCELLED ORDERS LEFT OUT                        :'
             TO WN-TEXT
           MOVE WS-CANCEL-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'ORDERS OF CUSTOMERS NO LONGER ON FILE            :'
             TO WN-TEXT
           MOVE WS-GONE-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'REVENUE HISTORY (RSSABB09), ALL STATES           :'
             TO WN-TEXT
           MOVE WS-HIST-COUNT  TO WN-COUNT
           MOVE WS-HIST-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'NEW CUSTOMERS OF THIS REPORT (AUDIT TRAIL)       :'
             TO WN-TEXT
           MOVE WS-GT-MTH-ACT (2) TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO W-NOTE-LINE
           IF  SNAP-FOUND
               MOVE 'NEW CUSTOMERS ON THE SNAPSHOT (RSSABB35)         :'
                 TO WN-TEXT
               MOVE WS-SNAP-NEW TO WN-COUNT
           ELSE
               MOVE 'NO SNAPSHOT (RSSABB35) FOR THE MONTH YET'
                 TO WN-TEXT
           END-IF
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'ORDERS IN A CURRENCY WITH NO RATE (UNCONVERTED)  :'
             TO WN-TEXT
           MOVE WS-NORATE-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE     TO WT-DATE
           MOVE WS-REPORT-MONTH TO WT-MONTH
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-HEADING-1
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-HEADING-2
                 AFTER ADVANCING 1 LINE
           MOVE 7 TO W-LINE
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
               MOVE 'RSSABC33: VKSDORD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-NEXT.
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
                   MOVE 'RSSABC33: VKSDORD-FAILURE-NEXT...'
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
               MOVE 'RSSABC33: VKSDORD-FAILURE-CLOSE...'
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
               MOVE 'RSSABC33: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC33: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABC33: VKSDCUST-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BRFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT BRFILE-FILE
           IF  BRFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC33: BRFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE BRFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BRFILE-NEXT.
           READ BRFILE-FILE NEXT RECORD
           IF  BRFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  BRFILE-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-BRANCH-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC33: BRFILE-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE BRFILE-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BRFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE BRFILE-FILE
           IF  BRFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC33: BRFILE-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE BRFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BUDGET-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT BUDGET-FILE
           IF  BUDGET-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC33: BUDGET-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE BUDGET-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BUDGET-READ.
           READ BUDGET-FILE
           IF  BUDGET-STATUS = '00'
           OR  BUDGET-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC33: BUDGET-FAILURE-READ...'
                 TO DISP-MSG
               MOVE BUDGET-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BUDGET-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE BUDGET-FILE
           IF  BUDGET-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC33: BUDGET-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE BUDGET-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       REVHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT REVHIST-FILE
           IF  REVHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC33: REVHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE REVHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       REVHIST-NEXT.
           READ REVHIST-FILE NEXT RECORD
           IF  REVHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  REVHIST-STATUS = '10'
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
                   MOVE 'RSSABC33: REVHIST-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE REVHIST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       REVHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE REVHIST-FILE
           IF  REVHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC33: REVHIST-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE REVHIST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC33: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC33: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC33: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABC33: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC33: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC33: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
