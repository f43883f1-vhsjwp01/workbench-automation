       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC22.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -MONTHLY PRODUCT SALES ANALYSIS, GATED ON THE COMPANY      *
      *     CALENDAR'S MONTH-END FLAG THRU RSSCAL00. EVERY LINE ITEM  *
      *     (ODCSFOL) OF THE ORDERS PLACED IN THE MONTH (CANCELLED    *
      *     ORDERS LEFT OUT) COUNTS UNDER ITS PRODUCT: THE UNITS AND  *
      *     THE LINE'S REVENUE (QUANTITY TIMES UNIT PRICE, LESS THE   *
      *     LINE'S PROMOTION DISCOUNT), CONVERTED TO USD THRU         *
      *     RSSCUR00 AT THE ORDER DATE'S RATE.                        *
      *    -RETURN CREDIT MEMOS DATED IN THE MONTH (THOSE KEYED ON    *
      *     THE ORDER SCREEN OR LOADED FROM THE BUREAU) NET OUT: EACH *
      *     MEMO IS SPREAD OVER THE LINES OF THE ORDER IT CREDITS IN  *
      *     PROPORTION TO THEIR VALUE. A MEMO WHOSE ORDER HAS NO      *
      *     LINES IS COUNTED AS UNALLOCATED.                          *
      *    -THE REPORT SHOWS EACH PRODUCT WITH ITS DESCRIPTION FROM   *
      *     THE PRODUCT FILE (ODCSFPD): UNITS, GROSS REVENUE,         *
      *     RETURNS, NET REVENUE, AVERAGE SELLING PRICE AGAINST THE   *
      *     LIST PRICE, AND THE NET REVENUE'S CHANGE ON THE PRIOR     *
      *     MONTH AND THE SAME MONTH LAST YEAR FROM THE PRODUCT SALES *
      *     HISTORY FILE (ODCSFSP), FOLLOWED BY ITS BREAKDOWN BY THE  *
      *     CUSTOMER'S STATE AND BRANCH. A LAST PAGE RANKS THE TOP 20 *
      *     AND THE BOTTOM 20 PRODUCTS BY NET REVENUE.                *
      *    -THE MONTH'S PRODUCT FIGURES ARE STORED ON THE HISTORY     *
      *     FILE (A RERUN REPLACES THEM), AND THE SAME ROWS GO TO A   *
      *     CSV FILE WITH A HEADING ROW FOR THE MERCHANDISING TEAM.   *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - VKSDLIN (ORDER LINE ITEMS, ODCSFOL)       *
      * INPUT FILE : VSAM - CRMEMO (CREDIT MEMOS, ODCSFCM, OPTIONAL)  *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - PRDFILE (PRODUCTS, ODCSFPD)               *
      * INPUT FILE : VSAM - BRFILE (BRANCH TABLE, ODCSFBR)            *
      * I-O FILE   : VSAM - PRODHIST (PRODUCT SALES HISTORY, ODCSFSP) *
      * OUTPUT     : SYSPRINT - PRODUCT SALES REPORT                  *
      * OUTPUT FILE: LINE SEQUENTIAL - PRODCSV (THE CSV VERSION)      *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE RUN DATE'S MONTH. RSSABC22_MONTH (YYYYMM) ON   *
      * THE RUN-PARAMETER FILE (OR THE ENVIRONMENT) REPORTS THAT      *
      * MONTH INSTEAD, ON ANY DAY, FOR A RERUN.                       *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * ORDER'S DATA VSAM-KSDS FILE, SWEPT IN KEY ORDER, THEN READ
      * BY KEY FOR THE ORDERS THE MONTH'S MEMOS CREDIT
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * ORDER LINE-ITEM VSAM-KSDS FILE, READ ORDER BY ORDER
           SELECT VKSDLIN-FILE
               ASSIGN       TO VKSDLIN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OL-LINE-KEY
               FILE STATUS  IS VKSDLIN-STATUS.

      * CREDIT-MEMO VSAM-KSDS FILE, SWEPT FOR THE MONTH'S RETURNS
           SELECT OPTIONAL VKSDCM-FILE
               ASSIGN       TO CRMEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CM-MEMO-KEY
               FILE STATUS  IS VKSDCM-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, THE STATE AND BRANCH
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * PRODUCT REFERENCE VSAM-KSDS FILE, DESCRIPTION AND LIST PRICE
           SELECT PRDFILE-FILE
               ASSIGN       TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PD-PRODCODE
               FILE STATUS  IS PRDFILE-STATUS.

      * BRANCH TABLE, THE BRANCH NAMES ON THE REPORT
           SELECT OPTIONAL BRFILE-FILE
               ASSIGN       TO BRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS BR-BRANCH
               FILE STATUS  IS BRFILE-STATUS.

      * PRODUCT SALES HISTORY (PRIOR MONTHS READ BACK, THIS MONTH'S
      * FIGURES STORED)
           SELECT OPTIONAL PRODHIST-FILE
               ASSIGN       TO PRODHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS SP-SALES-KEY
               FILE STATUS  IS PRODHIST-STATUS.

      * PRODUCT SALES REPORT
           SELECT SYSPRINT
                  ASSIGN TO UT-S-SYSPRINT.

      * THE CSV VERSION FOR THE MERCHANDISING TEAM
           SELECT PRODCSV-FILE
               ASSIGN       TO PRODCSV
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS PRODCSV-STATUS.

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

       FD   VKSDLIN-FILE.
       COPY ODCSFOL.

       FD   VKSDCM-FILE.
       COPY ODCSFCM.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   PRDFILE-FILE.
       COPY ODCSFPD.

       FD   BRFILE-FILE.
       COPY ODCSFBR.

       FD   PRODHIST-FILE.
       COPY ODCSFSP.

       FD  SYSPRINT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-REC
           RECORDING MODE IS F.
       01  REPORT-REC                 PIC X(132).

       FD   PRODCSV-FILE
            RECORD CONTAINS 200 CHARACTERS.
       01  PRODCSV-RECORD          PIC X(200).

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
       01  VKSDLIN-STATUS.
           05  VKSDLIN-STAT1       PIC X.
           05  VKSDLIN-STAT2       PIC X.
       01  VKSDCM-STATUS.
           05  VKSDCM-STAT1        PIC X.
           05  VKSDCM-STAT2        PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  PRDFILE-STATUS.
           05  PRDFILE-STAT1       PIC X.
           05  PRDFILE-STAT2       PIC X.
       01  BRFILE-STATUS.
           05  BRFILE-STAT1        PIC X.
           05  BRFILE-STAT2        PIC X.
       01  PRODHIST-STATUS.
           05  PRODHIST-STAT1      PIC X.
           05  PRODHIST-STAT2      PIC X.
       01  PRODCSV-STATUS.
           05  PRODCSV-STAT1       PIC X.
           05  PRODCSV-STAT2       PIC X.
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
       01  WS-MEMO-EOF-SWITCH      PIC X       VALUE 'N'.
           88  MEMO-EOF            VALUE 'Y'.
       01  WS-CHILD-DONE-SWITCH    PIC X       VALUE 'N'.
           88  CHILD-DONE          VALUE 'Y'.

      * RUN PARAMETERS AND THE MONTHS COMPARED
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-REPORT-MONTH         PIC 9(006)  VALUE 0.
       01  WS-REPORT-MONTH-G       REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY      PIC 9(004).
           05  WS-REPORT-MM        PIC 9(002).
       01  WS-PRIOR-MONTH          PIC 9(006)  VALUE 0.
       01  WS-PRIOR-MONTH-G        REDEFINES WS-PRIOR-MONTH.
           05  WS-PRIOR-YYYY       PIC 9(004).
           05  WS-PRIOR-MM         PIC 9(002).
       01  WS-PRIOR-YEAR           PIC 9(006)  VALUE 0.
       01  WS-PRIOR-YEAR-G         REDEFINES WS-PRIOR-YEAR.
           05  WS-PRIOR-YEAR-YYYY  PIC 9(004).
           05  WS-PRIOR-YEAR-MM    PIC 9(002).

      * THE ORDER BEING COUNTED: ITS CUSTOMER'S STATE AND BRANCH AND
      * ITS CURRENCY'S RATE
       01  WS-ORDER-STATE          PIC X(002)  VALUE SPACES.
       01  WS-ORDER-BRANCH         PIC X(003)  VALUE SPACES.
       01  WS-ORDER-RATE           PIC 9(003)V9(006) VALUE 0.
       01  WS-LINE-AMOUNT          PIC S9(009)V99 VALUE 0.
       01  WS-LINE-USD             PIC S9(011)V99 VALUE 0.
       01  WS-RETURN-USD           PIC S9(011)V99 VALUE 0.

      * THE MEMO BEING SPREAD OVER ITS ORDER'S LINES
       01  WS-MEMO-USD             PIC S9(011)V99 VALUE 0.
       01  WS-MEMO-LEFT            PIC S9(011)V99 VALUE 0.
       01  WS-ORDER-LINES-AMT      PIC S9(011)V99 VALUE 0.
       01  WS-ORDER-LINE-COUNT     PIC S9(4) COMP VALUE +0.
       01  WS-LINE-SEEN            PIC S9(4) COMP VALUE +0.

      * ONE ENTRY PER PRODUCT SOLD OR RETURNED IN THE MONTH, IN
      * PRODUCT CODE ORDER
       01  WS-PROD-TABLE.
           05  WS-PT-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-PT-ENTRY         OCCURS 3000.
               10  WS-PT-PRODCODE      PIC X(008).
               10  WS-PT-DESC          PIC X(030).
               10  WS-PT-LIST          PIC 9(005)V99.
               10  WS-PT-UNITS         PIC S9(009).
               10  WS-PT-GROSS         PIC S9(011)V99.
               10  WS-PT-RETURNS       PIC S9(011)V99.
               10  WS-PT-NET           PIC S9(011)V99.
               10  WS-PT-PM-FOUND      PIC X(001).
               10  WS-PT-PM-NET        PIC S9(011)V99.
               10  WS-PT-PY-FOUND      PIC X(001).
               10  WS-PT-PY-NET        PIC S9(011)V99.
               10  WS-PT-TOP-FLAG      PIC X(001).
               10  WS-PT-BOTTOM-FLAG   PIC X(001).
       01  WS-PT-IX                PIC S9(4) COMP VALUE +0.
       01  WS-PT-SHIFT-IX          PIC S9(4) COMP VALUE +0.
       01  WS-FIND-PRODCODE        PIC X(008)  VALUE SPACES.

      * ONE CELL PER PRODUCT AND STATE ('1') OR BRANCH ('2'), IN
      * PRODUCT, SECTION AND KEY ORDER
       01  WS-CELL-TABLE.
           05  WS-CT-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-CT-ENTRY         OCCURS 9000.
               10  WS-CT-KEY.
                   15  WS-CT-PRODCODE  PIC X(008).
                   15  WS-CT-SECTION   PIC X(001).
                   15  WS-CT-VALUE     PIC X(003).
               10  WS-CT-UNITS         PIC S9(009).
               10  WS-CT-GROSS         PIC S9(011)V99.
               10  WS-CT-RETURNS       PIC S9(011)V99.
       01  WS-CT-IX                PIC S9(4) COMP VALUE +0.
       01  WS-CT-SHIFT-IX          PIC S9(4) COMP VALUE +0.
       01  WS-CELL-KEY.
           05  WS-CK-PRODCODE      PIC X(008).
           05  WS-CK-SECTION       PIC X(001).
           05  WS-CK-VALUE         PIC X(003).

      * THE FIGURES OF ONE ROW (PRODUCT, CELL OR TOTAL) WORKED OUT
      * BY EDIT-ROW-FIGURES
       01  WS-ROW-UNITS            PIC S9(009)    VALUE 0.
       01  WS-ROW-GROSS            PIC S9(011)V99 VALUE 0.
       01  WS-ROW-RETURNS          PIC S9(011)V99 VALUE 0.
       01  WS-ROW-NET              PIC S9(011)V99 VALUE 0.
       01  WS-ROW-ASP              PIC S9(007)V99 VALUE 0.
       01  WS-ROW-ASP-PCT          PIC S9(005)    VALUE 0.
       01  WS-ROW-PCT              PIC S9(005)V9  VALUE 0.
       01  WS-PCT-BASE             PIC S9(011)V99 VALUE 0.

      * THE MONTH'S TOTALS
       01  WS-TOT-UNITS            PIC S9(009)    VALUE 0.
       01  WS-TOT-GROSS            PIC S9(011)V99 VALUE 0.
       01  WS-TOT-RETURNS          PIC S9(011)V99 VALUE 0.
       01  WS-TOT-PM-NET           PIC S9(011)V99 VALUE 0.
       01  WS-TOT-PY-NET           PIC S9(011)V99 VALUE 0.

      * THE TOP/BOTTOM RANKING
       01  WS-RANK                 PIC S9(4) COMP VALUE +0.
       01  WS-RANK-IX              PIC S9(4) COMP VALUE +0.
       01  WS-RANK-DIRECTION       PIC X(001)  VALUE 'T'.
           88  RANK-TOP            VALUE 'T'.
           88  RANK-BOTTOM         VALUE 'B'.

      * ONE CSV ROW, BUILT FIELD BY FIELD
       01  WS-CSV-LINE             PIC X(200)  VALUE SPACES.
       01  WS-CSV-DESC             PIC X(030)  VALUE SPACES.
       01  WS-CSV-SECTION          PIC X(006)  VALUE SPACES.
       01  WS-CSV-KEY              PIC X(008)  VALUE SPACES.
       01  WS-CSV-UNITS            PIC -(9)9.
       01  WS-CSV-GROSS            PIC -(11)9.99.
       01  WS-CSV-RETURNS          PIC -(11)9.99.
       01  WS-CSV-NET              PIC -(11)9.99.
       01  WS-CSV-ASP              PIC -(7)9.99.
       01  WS-CSV-LIST             PIC -(5)9.99.
       01  WS-CSV-LIST-X           REDEFINES WS-CSV-LIST PIC X(09).
       01  WS-CSV-PM-NET           PIC -(11)9.99.
       01  WS-CSV-PM-NET-X         REDEFINES WS-CSV-PM-NET PIC X(15).
       01  WS-CSV-PY-NET           PIC -(11)9.99.
       01  WS-CSV-PY-NET-X         REDEFINES WS-CSV-PY-NET PIC X(15).

      * RUN STATISTICS
       01  WS-ORDER-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-LINE-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-MEMO-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-UNALLOC-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-UNALLOC-AMOUNT       PIC S9(011)V99 VALUE 0.
       01  WS-NORATE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-GONE-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-CSV-COUNT            PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC22'.
           05  FILLER              PIC X(024) VALUE SPACES.
           05  FILLER              PIC X(034) VALUE
               'PRODUCT SALES ANALYSIS, MONTH '.
           05  WT-MONTH            PIC 9(006).
           05  FILLER              PIC X(041) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-SECTION.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(060).
           05  FILLER              PIC X(070) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(034) VALUE
               ' PRODUCT  DESCRIPTION'.
           05  FILLER              PIC X(010) VALUE '     UNITS'.
           05  FILLER              PIC X(015) VALUE '  GROSS REVENUE'.
           05  FILLER              PIC X(014) VALUE '       RETURNS'.
           05  FILLER              PIC X(016) VALUE
               '     NET REVENUE'.
           05  FILLER              PIC X(010) VALUE '  AVG SELL'.
           05  FILLER              PIC X(010) VALUE '  LIST PRC'.
           05  FILLER              PIC X(005) VALUE ' %LST'.
           05  FILLER              PIC X(008) VALUE ' MOM PCT'.
           05  FILLER              PIC X(008) VALUE ' YOY PCT'.
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-DETAIL.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-KEY              PIC X(008).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-NAME             PIC X(024).
           05  WD-UNITS            PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-RETURNS          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-NET              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-ASP              PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-LIST-AREA.
               10  WD-LIST         PIC ZZ,ZZ9.99.
               10  FILLER          PIC X(001).
               10  WD-ASP-PCT      PIC ZZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-MOM              PIC -ZZZ9.9.
           05  WD-MOM-X            REDEFINES WD-MOM PIC X(007).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-YOY              PIC -ZZZ9.9.
           05  WD-YOY-X            REDEFINES WD-YOY PIC X(007).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-RANK-HEADING.
           05  FILLER              PIC X(045) VALUE
               '  RANK  PRODUCT   DESCRIPTION'.
           05  FILLER              PIC X(012) VALUE '       UNITS'.
           05  FILLER              PIC X(017) VALUE
               '      NET REVENUE'.
           05  FILLER              PIC X(009) VALUE '  YOY PCT'.
           05  FILLER              PIC X(049) VALUE SPACES.

       01  W-RANK-DETAIL.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WR-RANK             PIC ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-PRODCODE         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-DESC             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-UNITS            PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-NET              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-YOY              PIC -ZZZ9.9.
           05  WR-YOY-X            REDEFINES WR-YOY PIC X(007).
           05  FILLER              PIC X(046) VALUE SPACES.

       01  W-NOTE-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WN-TEXT             PIC X(050).
           05  WN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WN-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(056) VALUE SPACES.

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
           MOVE 'RSSABC22' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * THE MONTH: A RERUN NAMES ITS MONTH, OTHERWISE THE MONTH-END
      * GATE, THE WAY RSSABC08 GATES THE NET PROMOTER REPORT...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'RSSABC22_MONTH' TO PRM-NAME
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
                   DISPLAY 'RSSABC22: NOT A MONTH-END BUSINESS DAY,'
                           ' NOTHING TO DO'
                   PERFORM END-RUN-LOG
                   GOBACK
               END-IF
               MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
           END-IF.

      * THE MONTHS COMPARED WITH: THE ONE BEFORE AND LAST YEAR'S
           MOVE WS-REPORT-MONTH TO WS-PRIOR-MONTH
           IF  WS-PRIOR-MM = 1
               MOVE 12 TO WS-PRIOR-MM
               SUBTRACT 1 FROM WS-PRIOR-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           MOVE WS-REPORT-MONTH TO WS-PRIOR-YEAR
           SUBTRACT 1 FROM WS-PRIOR-YEAR-YYYY.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDLIN-OPEN.
           PERFORM VKSDCM-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM PRDFILE-OPEN.
           PERFORM BRFILE-OPEN.
           PERFORM PRODHIST-OPEN.

      * ------------------------------------------------------------- *
      * ORDERS FILE'S SWEEPING: THE LINES OF THE MONTH'S ORDERS...
           DISPLAY "COUNTING THE MONTH'S ORDER LINES..."
           PERFORM VKSDORD-NEXT.
           PERFORM UNTIL ORDER-EOF
              IF  QO-ORDERDATE (1:6) = WS-REPORT-MONTH
              AND QO-ORDERSTATUS NOT = 'CANCELLED'
                  ADD 1 TO WS-ORDER-COUNT
                  PERFORM COUNT-ONE-ORDER
              END-IF
              PERFORM VKSDORD-NEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * CREDIT-MEMO FILE'S SWEEPING: THE MONTH'S RETURNS NET OUT...
           DISPLAY "NETTING OUT THE MONTH'S RETURNS..."
           PERFORM VKSDCM-NEXT.
           PERFORM UNTIL MEMO-EOF
              IF  CM-MEMODATE (1:6) = WS-REPORT-MONTH
              AND (CM-SOURCE = 'SCR' OR CM-SOURCE = 'BUR')
                  ADD 1 TO WS-MEMO-COUNT
                  PERFORM SPREAD-ONE-MEMO
              END-IF
              PERFORM VKSDCM-NEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * EACH PRODUCT: ITS REFERENCE DATA, ITS PRIOR MONTHS AND THIS
      * MONTH'S HISTORY RECORD...
           PERFORM COMPLETE-ONE-PRODUCT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT.

      * ------------------------------------------------------------- *
      * THE REPORT AND ITS CSV VERSION...
           OPEN OUTPUT SYSPRINT.
           PERFORM PRODCSV-OPEN.
           PERFORM WRITE-CSV-HEADING.
           MOVE 'PRODUCTS, WITH THEIR SALES BY STATE AND BY BRANCH'
             TO WS-SECTION-TITLE
           PERFORM PRINT-HEADINGS.
           MOVE 1 TO WS-CT-IX
           PERFORM PRINT-ONE-PRODUCT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT.
           PERFORM PRINT-MONTH-TOTAL.
           PERFORM PRINT-RANKING-PAGE.
           CLOSE SYSPRINT.
           PERFORM PRODCSV-CLOSE.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDLIN-CLOSE.
           PERFORM VKSDCM-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM PRDFILE-CLOSE.
           PERFORM BRFILE-CLOSE.
           PERFORM PRODHIST-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC22' TO CTLTOT-PROGRAM
           MOVE 'PRODUCTS SOLD' TO CTLTOT-LABEL
           MOVE WS-PT-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC22' TO CTLTOT-PROGRAM
           MOVE 'ORDER LINES COUNTED' TO CTLTOT-LABEL
           MOVE WS-LINE-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC22' TO CTLTOT-PROGRAM
           MOVE 'RETURN MEMOS NETTED' TO CTLTOT-LABEL
           MOVE WS-MEMO-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC22: MONTH...............' WS-REPORT-MONTH
           DISPLAY 'RSSABC22: ORDERS..............' WS-ORDER-COUNT
           DISPLAY 'RSSABC22: ORDER LINES.........' WS-LINE-COUNT
           DISPLAY 'RSSABC22: PRODUCTS............' WS-PT-COUNT
           DISPLAY 'RSSABC22: RETURN MEMOS........' WS-MEMO-COUNT
           DISPLAY 'RSSABC22: MEMOS UNALLOCATED...' WS-UNALLOC-COUNT
           DISPLAY 'RSSABC22: NO EXCHANGE RATE....' WS-NORATE-COUNT
           DISPLAY 'RSSABC22: CUSTOMERS GONE......' WS-GONE-COUNT
           DISPLAY 'RSSABC22: CSV ROWS............' WS-CSV-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC22' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-LINE-COUNT TO RLOG-COUNT
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
      * THE ORDER'S CUSTOMER STATE AND BRANCH ('??' / '???' WHEN THE  *
      * CUSTOMER IS GONE) AND THE RATE OF ITS CURRENCY ON A DATE. AN  *
      * ORDER WHOSE CURRENCY HAS NO RATE COUNTS UNCONVERTED, THE WAY  *
      * RSSABB09 COUNTS IT.                                           *
      *---------------------------------------------------------------*
       GET-ORDER-CUSTOMER.
           MOVE QO-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
               MOVE VS-CUSTSTATE TO WS-ORDER-STATE
               MOVE VS-BRANCH    TO WS-ORDER-BRANCH
           ELSE
               ADD 1 TO WS-GONE-COUNT
               MOVE '??'         TO WS-ORDER-STATE
               MOVE '???'        TO WS-ORDER-BRANCH
           END-IF
           EXIT.

       GET-ORDER-RATE.
           MOVE 1 TO WS-ORDER-RATE
           IF  QO-CURRENCY NOT = SPACES
           AND QO-CURRENCY NOT = 'USD'
               MOVE QO-CURRENCY TO CUR-CURRENCY
               CALL 'RSSCUR00' USING RSSCUR-AREA
               IF  CUR-RETCODE = '00'
                   MOVE CUR-RATE TO WS-ORDER-RATE
               ELSE
                   ADD 1 TO WS-NORATE-COUNT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * COUNT EVERY LINE OF THE ORDER UNDER ITS PRODUCT, ITS STATE    *
      * CELL AND ITS BRANCH CELL.                                     *
      *---------------------------------------------------------------*
       COUNT-ONE-ORDER.
           PERFORM GET-ORDER-CUSTOMER
           MOVE QO-ORDERDATE TO CUR-DATE
           PERFORM GET-ORDER-RATE
           PERFORM START-ORDER-LINES
           PERFORM UNTIL CHILD-DONE
              ADD 1 TO WS-LINE-COUNT
              PERFORM WORK-OUT-LINE-AMOUNT
              MOVE OL-PRODCODE TO WS-FIND-PRODCODE
              PERFORM FIND-PRODUCT
              ADD OL-QUANTITY  TO WS-PT-UNITS (WS-PT-IX)
              ADD WS-LINE-USD  TO WS-PT-GROSS (WS-PT-IX)
              MOVE '1'            TO WS-CK-SECTION
              MOVE WS-ORDER-STATE TO WS-CK-VALUE
              PERFORM FIND-CELL
              ADD OL-QUANTITY  TO WS-CT-UNITS (WS-CT-IX)
              ADD WS-LINE-USD  TO WS-CT-GROSS (WS-CT-IX)
              MOVE '2'             TO WS-CK-SECTION
              MOVE WS-ORDER-BRANCH TO WS-CK-VALUE
              PERFORM FIND-CELL
              ADD OL-QUANTITY  TO WS-CT-UNITS (WS-CT-IX)
              ADD WS-LINE-USD  TO WS-CT-GROSS (WS-CT-IX)
              PERFORM READ-NEXT-ORDER-LINE
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * POSITION ON THE ORDER'S FIRST LINE; CHILD-DONE WHEN IT HAS    *
      * NONE. READ-NEXT-ORDER-LINE MOVES ON, CHILD-DONE PAST THE LAST.*
      *---------------------------------------------------------------*
       START-ORDER-LINES.
           MOVE 'N' TO WS-CHILD-DONE-SWITCH
           MOVE QO-CUSTIDENT TO OL-CUSTIDENT
           MOVE QO-ORDERNUM  TO OL-ORDERNUM
           MOVE ZEROS        TO OL-LINENUM
           START VKSDLIN-FILE KEY NOT < OL-LINE-KEY
           IF  VKSDLIN-STATUS = '00'
               PERFORM READ-NEXT-ORDER-LINE
           ELSE
               MOVE 'Y' TO WS-CHILD-DONE-SWITCH
           END-IF
           EXIT.

       READ-NEXT-ORDER-LINE.
           READ VKSDLIN-FILE NEXT RECORD
           IF  VKSDLIN-STATUS NOT = '00'
           OR  OL-CUSTIDENT NOT = QO-CUSTIDENT
           OR  OL-ORDERNUM NOT = QO-ORDERNUM
               MOVE 'Y' TO WS-CHILD-DONE-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE LINE'S REVENUE: QUANTITY TIMES UNIT PRICE LESS THE LINE'S *
      * PROMOTION DISCOUNT (SPACES ON OLD RECORDS, READ AS ZERO), IN  *
      * USD AT THE ORDER'S RATE.                                      *
      *---------------------------------------------------------------*
       WORK-OUT-LINE-AMOUNT.
           COMPUTE WS-LINE-AMOUNT = OL-QUANTITY * OL-UNITPRICE
           IF  OL-DISC-AMT NUMERIC
               SUBTRACT OL-DISC-AMT FROM WS-LINE-AMOUNT
           END-IF
           COMPUTE WS-LINE-USD ROUNDED = WS-LINE-AMOUNT * WS-ORDER-RATE
           EXIT.

      *---------------------------------------------------------------*
      * SPREAD A RETURN MEMO OVER THE LINES OF THE ORDER IT CREDITS,  *
      * IN PROPORTION TO THEIR VALUE; THE LAST LINE TAKES WHAT THE    *
      * ROUNDING LEAVES. THE MEMO IS IN THE ORDER'S CURRENCY,         *
      * CONVERTED AT THE MEMO DATE'S RATE.                            *
      *---------------------------------------------------------------*
       SPREAD-ONE-MEMO.
           MOVE CM-CUSTIDENT TO QO-CUSTIDENT
           MOVE CM-ORDERNUM  TO QO-ORDERNUM
           READ VKSDORD-FILE
           IF  VKSDORD-STATUS NOT = '00'
               ADD 1 TO WS-UNALLOC-COUNT
               ADD CM-MEMOAMT TO WS-UNALLOC-AMOUNT
               EXIT PARAGRAPH
           END-IF

      * FIRST PASS: THE ORDER'S LINE COUNT AND VALUE...
           MOVE 1           TO WS-ORDER-RATE
           MOVE 0           TO WS-ORDER-LINES-AMT
           MOVE 0           TO WS-ORDER-LINE-COUNT
           PERFORM START-ORDER-LINES
           PERFORM UNTIL CHILD-DONE
              PERFORM WORK-OUT-LINE-AMOUNT
              ADD WS-LINE-AMOUNT TO WS-ORDER-LINES-AMT
              ADD 1 TO WS-ORDER-LINE-COUNT
              PERFORM READ-NEXT-ORDER-LINE
           END-PERFORM
           IF  WS-ORDER-LINES-AMT NOT > 0
               ADD 1 TO WS-UNALLOC-COUNT
               ADD CM-MEMOAMT TO WS-UNALLOC-AMOUNT
               EXIT PARAGRAPH
           END-IF

      * ...SECOND PASS: EACH LINE'S SHARE, IN USD
           PERFORM GET-ORDER-CUSTOMER
           MOVE CM-MEMODATE TO CUR-DATE
           PERFORM GET-ORDER-RATE
           COMPUTE WS-MEMO-USD ROUNDED = CM-MEMOAMT * WS-ORDER-RATE
           MOVE WS-MEMO-USD TO WS-MEMO-LEFT
           MOVE 0           TO WS-LINE-SEEN
           PERFORM START-ORDER-LINES
           PERFORM UNTIL CHILD-DONE
              ADD 1 TO WS-LINE-SEEN
              IF  WS-LINE-SEEN = WS-ORDER-LINE-COUNT
                  MOVE WS-MEMO-LEFT TO WS-RETURN-USD
              ELSE
                  COMPUTE WS-LINE-AMOUNT = OL-QUANTITY * OL-UNITPRICE
                  IF  OL-DISC-AMT NUMERIC
                      SUBTRACT OL-DISC-AMT FROM WS-LINE-AMOUNT
                  END-IF
                  COMPUTE WS-RETURN-USD ROUNDED =
                          WS-MEMO-USD * WS-LINE-AMOUNT
                                      / WS-ORDER-LINES-AMT
                  SUBTRACT WS-RETURN-USD FROM WS-MEMO-LEFT
              END-IF
              MOVE OL-PRODCODE TO WS-FIND-PRODCODE
              PERFORM FIND-PRODUCT
              ADD WS-RETURN-USD TO WS-PT-RETURNS (WS-PT-IX)
              MOVE '1'            TO WS-CK-SECTION
              MOVE WS-ORDER-STATE TO WS-CK-VALUE
              PERFORM FIND-CELL
              ADD WS-RETURN-USD TO WS-CT-RETURNS (WS-CT-IX)
              MOVE '2'             TO WS-CK-SECTION
              MOVE WS-ORDER-BRANCH TO WS-CK-VALUE
              PERFORM FIND-CELL
              ADD WS-RETURN-USD TO WS-CT-RETURNS (WS-CT-IX)
              PERFORM READ-NEXT-ORDER-LINE
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * FIND THE PRODUCT'S ENTRY, OPENING IT IN ORDER WHEN IT IS NEW. *
      *---------------------------------------------------------------*
       FIND-PRODUCT.
           MOVE 1 TO WS-PT-IX
           PERFORM UNTIL WS-PT-IX > WS-PT-COUNT
                   OR WS-PT-PRODCODE (WS-PT-IX) NOT < WS-FIND-PRODCODE
              ADD 1 TO WS-PT-IX
           END-PERFORM
           IF  WS-PT-IX > WS-PT-COUNT
           OR  WS-PT-PRODCODE (WS-PT-IX) NOT = WS-FIND-PRODCODE
               IF  WS-PT-COUNT >= 3000
                   MOVE 'RSSABC22: PRODUCT TABLE IS FULL' TO DISP-MSG
                   PERFORM Z-ABEND-PROGRAM
               END-IF
               MOVE WS-PT-COUNT TO WS-PT-SHIFT-IX
               PERFORM UNTIL WS-PT-SHIFT-IX < WS-PT-IX
                  MOVE WS-PT-ENTRY (WS-PT-SHIFT-IX)
                    TO WS-PT-ENTRY (WS-PT-SHIFT-IX + 1)
                  SUBTRACT 1 FROM WS-PT-SHIFT-IX
               END-PERFORM
               INITIALIZE WS-PT-ENTRY (WS-PT-IX)
               MOVE WS-FIND-PRODCODE TO WS-PT-PRODCODE (WS-PT-IX)
               ADD 1 TO WS-PT-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * FIND THE PRODUCT'S STATE OR BRANCH CELL, OPENING IT IN ORDER  *
      * WHEN IT IS NEW.                                               *
      *---------------------------------------------------------------*
       FIND-CELL.
           MOVE WS-FIND-PRODCODE TO WS-CK-PRODCODE
           MOVE 1 TO WS-CT-IX
           PERFORM UNTIL WS-CT-IX > WS-CT-COUNT
                   OR WS-CT-KEY (WS-CT-IX) NOT < WS-CELL-KEY
              ADD 1 TO WS-CT-IX
           END-PERFORM
           IF  WS-CT-IX > WS-CT-COUNT
           OR  WS-CT-KEY (WS-CT-IX) NOT = WS-CELL-KEY
               IF  WS-CT-COUNT >= 9000
                   MOVE 'RSSABC22: BREAKDOWN TABLE IS FULL' TO DISP-MSG
                   PERFORM Z-ABEND-PROGRAM
               END-IF
               MOVE WS-CT-COUNT TO WS-CT-SHIFT-IX
               PERFORM UNTIL WS-CT-SHIFT-IX < WS-CT-IX
                  MOVE WS-CT-ENTRY (WS-CT-SHIFT-IX)
                    TO WS-CT-ENTRY (WS-CT-SHIFT-IX + 1)
                  SUBTRACT 1 FROM WS-CT-SHIFT-IX
               END-PERFORM
               MOVE WS-CELL-KEY TO WS-CT-KEY (WS-CT-IX)
               MOVE 0 TO WS-CT-UNITS (WS-CT-IX)
                         WS-CT-GROSS (WS-CT-IX)
                         WS-CT-RETURNS (WS-CT-IX)
               ADD 1 TO WS-CT-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE PRODUCT'S DESCRIPTION AND LIST PRICE, ITS NET REVENUE IN  *
      * THE PRIOR MONTH AND A YEAR AGO, AND THIS MONTH'S HISTORY      *
      * RECORD (REWRITTEN ON A RERUN).                                *
      *---------------------------------------------------------------*
       COMPLETE-ONE-PRODUCT.
           MOVE WS-PT-PRODCODE (WS-PT-IX) TO PD-PRODCODE
           PERFORM PRDFILE-READ
           IF  PRDFILE-STATUS = '00'
               MOVE PD-DESC      TO WS-PT-DESC (WS-PT-IX)
               MOVE PD-UNITPRICE TO WS-PT-LIST (WS-PT-IX)
           ELSE
               MOVE '(NOT ON THE PRODUCT FILE)' TO WS-PT-DESC (WS-PT-IX)
               MOVE 0            TO WS-PT-LIST (WS-PT-IX)
           END-IF
           COMPUTE WS-PT-NET (WS-PT-IX) = WS-PT-GROSS (WS-PT-IX)
                                        - WS-PT-RETURNS (WS-PT-IX)

           MOVE WS-PT-PRODCODE (WS-PT-IX) TO SP-PRODCODE
           MOVE WS-PRIOR-MONTH            TO SP-YYYYMM
           PERFORM PRODHIST-READ
           IF  PRODHIST-STATUS = '00'
               MOVE 'Y'        TO WS-PT-PM-FOUND (WS-PT-IX)
               MOVE SP-NET-AMT TO WS-PT-PM-NET (WS-PT-IX)
               ADD SP-NET-AMT  TO WS-TOT-PM-NET
           ELSE
               MOVE 'N'        TO WS-PT-PM-FOUND (WS-PT-IX)
           END-IF
           MOVE WS-PT-PRODCODE (WS-PT-IX) TO SP-PRODCODE
           MOVE WS-PRIOR-YEAR             TO SP-YYYYMM
           PERFORM PRODHIST-READ
           IF  PRODHIST-STATUS = '00'
               MOVE 'Y'        TO WS-PT-PY-FOUND (WS-PT-IX)
               MOVE SP-NET-AMT TO WS-PT-PY-NET (WS-PT-IX)
               ADD SP-NET-AMT  TO WS-TOT-PY-NET
           ELSE
               MOVE 'N'        TO WS-PT-PY-FOUND (WS-PT-IX)
           END-IF

           MOVE WS-PT-PRODCODE (WS-PT-IX) TO SP-PRODCODE
           MOVE WS-REPORT-MONTH           TO SP-YYYYMM
           PERFORM PRODHIST-READ
           MOVE WS-PT-UNITS (WS-PT-IX)    TO SP-UNITS
           MOVE WS-PT-GROSS (WS-PT-IX)    TO SP-GROSS-AMT
           MOVE WS-PT-RETURNS (WS-PT-IX)  TO SP-RETURN-AMT
           MOVE WS-PT-NET (WS-PT-IX)      TO SP-NET-AMT
           MOVE SPACES                    TO SP-FILLER
           IF  PRODHIST-STATUS = '23'
               PERFORM PRODHIST-WRITE
           ELSE
               PERFORM PRODHIST-REWRITE
           END-IF

           ADD WS-PT-UNITS (WS-PT-IX)   TO WS-TOT-UNITS
           ADD WS-PT-GROSS (WS-PT-IX)   TO WS-TOT-GROSS
           ADD WS-PT-RETURNS (WS-PT-IX) TO WS-TOT-RETURNS
           EXIT.

      *---------------------------------------------------------------*
      * THE PRODUCT'S ROW, THEN ITS STATE AND BRANCH CELLS (THE CELL  *
      * TABLE IS IN PRODUCT ORDER, SO WS-CT-IX RUNS ALONG WITH IT),   *
      * EACH ALSO WRITTEN TO THE CSV FILE.                            *
      *---------------------------------------------------------------*
       PRINT-ONE-PRODUCT.
           IF  W-LINE > W-MAX-LINE - 2
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE WS-PT-UNITS (WS-PT-IX)   TO WS-ROW-UNITS
           MOVE WS-PT-GROSS (WS-PT-IX)   TO WS-ROW-GROSS
           MOVE WS-PT-RETURNS (WS-PT-IX) TO WS-ROW-RETURNS
           PERFORM EDIT-ROW-FIGURES
           MOVE WS-PT-PRODCODE (WS-PT-IX) TO WD-KEY
           MOVE WS-PT-DESC (WS-PT-IX)     TO WD-NAME
           MOVE WS-PT-LIST (WS-PT-IX)     TO WD-LIST
           IF  WS-PT-LIST (WS-PT-IX) > 0
               COMPUTE WS-ROW-ASP-PCT ROUNDED =
                       WS-ROW-ASP * 100 / WS-PT-LIST (WS-PT-IX)
               MOVE WS-ROW-ASP-PCT TO WD-ASP-PCT
           END-IF
           IF  WS-PT-PM-FOUND (WS-PT-IX) = 'Y'
               MOVE WS-PT-PM-NET (WS-PT-IX) TO WS-PCT-BASE
               PERFORM WORK-OUT-CHANGE-PCT
               MOVE WS-ROW-PCT TO WD-MOM
           ELSE
               MOVE '    NEW' TO WD-MOM-X
           END-IF
           IF  WS-PT-PY-FOUND (WS-PT-IX) = 'Y'
               MOVE WS-PT-PY-NET (WS-PT-IX) TO WS-PCT-BASE
               PERFORM WORK-OUT-CHANGE-PCT
               MOVE WS-ROW-PCT TO WD-YOY
           ELSE
               MOVE '    NEW' TO WD-YOY-X
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 2 LINES
           ADD 2 TO W-LINE

           MOVE WS-PT-DESC (WS-PT-IX) TO WS-CSV-DESC
           MOVE 'ALL'                 TO WS-CSV-SECTION
           MOVE SPACES                TO WS-CSV-KEY
           PERFORM WRITE-CSV-ROW

           PERFORM PRINT-ONE-CELL
               UNTIL WS-CT-IX > WS-CT-COUNT
               OR WS-CT-PRODCODE (WS-CT-IX)
                  NOT = WS-PT-PRODCODE (WS-PT-IX)
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-CELL.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE WS-CT-UNITS (WS-CT-IX)   TO WS-ROW-UNITS
           MOVE WS-CT-GROSS (WS-CT-IX)   TO WS-ROW-GROSS
           MOVE WS-CT-RETURNS (WS-CT-IX) TO WS-ROW-RETURNS
           PERFORM EDIT-ROW-FIGURES
           MOVE SPACES TO WD-LIST-AREA WD-MOM-X WD-YOY-X
           IF  WS-CT-SECTION (WS-CT-IX) = '1'
               MOVE SPACES TO WD-KEY
               STRING '  ST '             DELIMITED BY SIZE
                      WS-CT-VALUE (WS-CT-IX) (1:2) DELIMITED BY SIZE
                 INTO WD-KEY
               END-STRING
               MOVE 'STATE'  TO WS-CSV-SECTION
           ELSE
               MOVE SPACES TO WD-KEY
               STRING '  BR '             DELIMITED BY SIZE
                      WS-CT-VALUE (WS-CT-IX) DELIMITED BY SIZE
                 INTO WD-KEY
               END-STRING
               MOVE WS-CT-VALUE (WS-CT-IX) TO BR-BRANCH
               READ BRFILE-FILE
               IF  BRFILE-STATUS = '00'
                   MOVE BR-NAME TO WD-NAME
               END-IF
               MOVE 'BRANCH' TO WS-CSV-SECTION
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE

           MOVE WD-NAME               TO WS-CSV-DESC
           MOVE WS-CT-VALUE (WS-CT-IX) TO WS-CSV-KEY
           PERFORM WRITE-CSV-ROW
           ADD 1 TO WS-CT-IX
           EXIT.

      *---------------------------------------------------------------*
      * NET REVENUE AND AVERAGE SELLING PRICE OF ONE ROW, READY IN    *
      * W-DETAIL (THE COLUMNS A ROW DOES NOT HAVE ARE LEFT BLANK).    *
      *---------------------------------------------------------------*
       EDIT-ROW-FIGURES.
           COMPUTE WS-ROW-NET = WS-ROW-GROSS - WS-ROW-RETURNS
           MOVE 0 TO WS-ROW-ASP
           IF  WS-ROW-UNITS > 0
               COMPUTE WS-ROW-ASP ROUNDED = WS-ROW-NET / WS-ROW-UNITS
           END-IF
           MOVE SPACES          TO W-DETAIL
           MOVE WS-ROW-UNITS    TO WD-UNITS
           MOVE WS-ROW-GROSS    TO WD-GROSS
           MOVE WS-ROW-RETURNS  TO WD-RETURNS
           MOVE WS-ROW-NET      TO WD-NET
           MOVE WS-ROW-ASP      TO WD-ASP
           EXIT.

      *---------------------------------------------------------------*
      * PERCENT CHANGE OF THE ROW'S NET REVENUE ON WS-PCT-BASE (ZERO  *
      * WHEN THE BASE IS ZERO).                                       *
      *---------------------------------------------------------------*
       WORK-OUT-CHANGE-PCT.
           MOVE 0 TO WS-ROW-PCT
           IF  WS-PCT-BASE > 0
               COMPUTE WS-ROW-PCT ROUNDED =
                       (WS-ROW-NET - WS-PCT-BASE) * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-ROW-PCT
               END-COMPUTE
           END-IF
           IF  WS-PCT-BASE < 0
               COMPUTE WS-ROW-PCT ROUNDED =
                       (WS-ROW-NET - WS-PCT-BASE) * 100
                       / (0 - WS-PCT-BASE)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-ROW-PCT
               END-COMPUTE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRINT-MONTH-TOTAL.
           MOVE WS-TOT-UNITS   TO WS-ROW-UNITS
           MOVE WS-TOT-GROSS   TO WS-ROW-GROSS
           MOVE WS-TOT-RETURNS TO WS-ROW-RETURNS
           PERFORM EDIT-ROW-FIGURES
           MOVE SPACES         TO WD-LIST-AREA
           MOVE 'ALL'          TO WD-KEY
           MOVE 'WHOLE MONTH'  TO WD-NAME
           MOVE WS-TOT-PM-NET  TO WS-PCT-BASE
           PERFORM WORK-OUT-CHANGE-PCT
           MOVE WS-ROW-PCT     TO WD-MOM
           MOVE WS-TOT-PY-NET  TO WS-PCT-BASE
           PERFORM WORK-OUT-CHANGE-PCT
           MOVE WS-ROW-PCT     TO WD-YOY
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 3 LINES

           MOVE SPACES TO W-NOTE-LINE
           MOVE 'RETURN MEMOS WITH NO ORDER LINES TO SPREAD OVER :'
             TO WN-TEXT
           MOVE WS-UNALLOC-COUNT  TO WN-COUNT
           MOVE WS-UNALLOC-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'ORDERS IN A CURRENCY WITH NO RATE (UNCONVERTED) :'
             TO WN-TEXT
           MOVE WS-NORATE-COUNT   TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE TOP 20 AND BOTTOM 20 PRODUCTS BY NET REVENUE, EACH PICKED *
      * IN TURN AS THE HIGHEST (LOWEST) NOT YET RANKED.               *
      *---------------------------------------------------------------*
       PRINT-RANKING-PAGE.
           MOVE 'TOP 20 PRODUCTS BY NET REVENUE' TO WS-SECTION-TITLE
           MOVE 'T' TO WS-RANK-DIRECTION
           PERFORM PRINT-RANK-HEADINGS
           PERFORM PRINT-ONE-RANK
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > 20 OR WS-RANK > WS-PT-COUNT

           MOVE 'BOTTOM 20 PRODUCTS BY NET REVENUE' TO WS-SECTION-TITLE
           MOVE 'B' TO WS-RANK-DIRECTION
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM W-RANK-HEADING
                 AFTER ADVANCING 2 LINES
           PERFORM PRINT-ONE-RANK
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > 20 OR WS-RANK > WS-PT-COUNT
           EXIT.

       PRINT-ONE-RANK.
           MOVE 0 TO WS-RANK-IX
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PT-COUNT
              IF  RANK-TOP
                  IF  WS-PT-TOP-FLAG (WS-PT-IX) NOT = 'Y'
                      IF  WS-RANK-IX = 0
                          MOVE WS-PT-IX TO WS-RANK-IX
                      ELSE
                          IF  WS-PT-NET (WS-PT-IX)
                              > WS-PT-NET (WS-RANK-IX)
                              MOVE WS-PT-IX TO WS-RANK-IX
                          END-IF
                      END-IF
                  END-IF
              ELSE
                  IF  WS-PT-BOTTOM-FLAG (WS-PT-IX) NOT = 'Y'
                      IF  WS-RANK-IX = 0
                          MOVE WS-PT-IX TO WS-RANK-IX
                      ELSE
                          IF  WS-PT-NET (WS-PT-IX)
                              < WS-PT-NET (WS-RANK-IX)
                              MOVE WS-PT-IX TO WS-RANK-IX
                          END-IF
                      END-IF
                  END-IF
              END-IF
           END-PERFORM
           IF  RANK-TOP
               MOVE 'Y' TO WS-PT-TOP-FLAG (WS-RANK-IX)
           ELSE
               MOVE 'Y' TO WS-PT-BOTTOM-FLAG (WS-RANK-IX)
           END-IF

           MOVE WS-RANK                     TO WR-RANK
           MOVE WS-PT-PRODCODE (WS-RANK-IX) TO WR-PRODCODE
           MOVE WS-PT-DESC (WS-RANK-IX)     TO WR-DESC
           MOVE WS-PT-UNITS (WS-RANK-IX)    TO WR-UNITS
           MOVE WS-PT-NET (WS-RANK-IX)      TO WR-NET
           IF  WS-PT-PY-FOUND (WS-RANK-IX) = 'Y'
               MOVE WS-PT-NET (WS-RANK-IX)    TO WS-ROW-NET
               MOVE WS-PT-PY-NET (WS-RANK-IX) TO WS-PCT-BASE
               PERFORM WORK-OUT-CHANGE-PCT
               MOVE WS-ROW-PCT TO WR-YOY
           ELSE
               MOVE '    NEW' TO WR-YOY-X
           END-IF
           WRITE REPORT-REC FROM W-RANK-DETAIL
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE     TO WT-DATE
           MOVE WS-REPORT-MONTH TO WT-MONTH
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 6 TO W-LINE
           EXIT.

       PRINT-RANK-HEADINGS.
           MOVE WS-RUN-DATE     TO WT-DATE
           MOVE WS-REPORT-MONTH TO WT-MONTH
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-RANK-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 6 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE CSV FILE: A HEADING ROW, THEN ONE ROW PER REPORT ROW.     *
      * THE DESCRIPTION IS QUOTED (ITS OWN QUOTES TURNED TO           *
      * APOSTROPHES); THE OTHER FIELDS ARE TRIMMED.                   *
      *---------------------------------------------------------------*
       WRITE-CSV-HEADING.
           MOVE SPACES TO PRODCSV-RECORD
           STRING 'MONTH,PRODUCT,DESCRIPTION,BREAKDOWN,KEY,UNITS,'
                                      DELIMITED BY SIZE
                  'GROSS,RETURNS,NET,AVG_PRICE,LIST_PRICE,'
                                      DELIMITED BY SIZE
                  'PRIOR_MONTH_NET,PRIOR_YEAR_NET'
                                      DELIMITED BY SIZE
             INTO PRODCSV-RECORD
           END-STRING
           PERFORM PRODCSV-WRITE
           EXIT.

       WRITE-CSV-ROW.
           INSPECT WS-CSV-DESC REPLACING ALL '"' BY "'"
           MOVE WS-ROW-UNITS   TO WS-CSV-UNITS
           MOVE WS-ROW-GROSS   TO WS-CSV-GROSS
           MOVE WS-ROW-RETURNS TO WS-CSV-RETURNS
           MOVE WS-ROW-NET     TO WS-CSV-NET
           MOVE WS-ROW-ASP     TO WS-CSV-ASP
           IF  WS-CSV-SECTION = 'ALL'
               MOVE WS-PT-LIST (WS-PT-IX)   TO WS-CSV-LIST
               MOVE WS-PT-PM-NET (WS-PT-IX) TO WS-CSV-PM-NET
               MOVE WS-PT-PY-NET (WS-PT-IX) TO WS-CSV-PY-NET
               IF  WS-PT-PM-FOUND (WS-PT-IX) NOT = 'Y'
                   MOVE SPACES TO WS-CSV-PM-NET-X
               END-IF
               IF  WS-PT-PY-FOUND (WS-PT-IX) NOT = 'Y'
                   MOVE SPACES TO WS-CSV-PY-NET-X
               END-IF
           ELSE
               MOVE SPACES TO WS-CSV-LIST-X WS-CSV-PM-NET-X
                              WS-CSV-PY-NET-X
           END-IF
           MOVE SPACES TO WS-CSV-LINE
           STRING WS-REPORT-MONTH            DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PT-PRODCODE (WS-PT-IX))
                                             DELIMITED BY SIZE
                  ',"'                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-DESC) DELIMITED BY SIZE
                  '",'                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-SECTION) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-KEY) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-UNITS) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-GROSS) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-RETURNS) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-NET) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-ASP) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-LIST) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-PM-NET) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-PY-NET) DELIMITED BY SIZE
             INTO WS-CSV-LINE
           END-STRING
           MOVE WS-CSV-LINE TO PRODCSV-RECORD
           PERFORM PRODCSV-WRITE
           ADD 1 TO WS-CSV-COUNT
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
               MOVE 'RSSABC22: VKSDORD-FAILURE-OPEN...'
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
                   MOVE 'RSSABC22: VKSDORD-FAILURE-NEXT...'
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
               MOVE 'RSSABC22: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC22: VKSDLIN-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC22: VKSDLIN, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
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
               MOVE 'RSSABC22: VKSDCM-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCM-NEXT.
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
                   MOVE 'RSSABC22: VKSDCM-FAILURE-NEXT...'
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
               MOVE 'RSSABC22: VKSDCM, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
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
               MOVE 'RSSABC22: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC22: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABC22: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC22: PRDFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-READ.
           READ PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
           OR  PRDFILE-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC22: PRDFILE-FAILURE-READ...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC22: PRDFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BRFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT BRFILE-FILE
           IF  BRFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC22: BRFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE BRFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
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
               MOVE 'RSSABC22: BRFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE BRFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRODHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O PRODHIST-FILE
           IF  PRODHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC22: PRODHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PRODHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRODHIST-READ.
           READ PRODHIST-FILE
           IF  PRODHIST-STATUS = '00'
           OR  PRODHIST-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC22: PRODHIST-FAILURE-READ...'
                 TO DISP-MSG
               MOVE PRODHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRODHIST-WRITE.
           WRITE SP-ODCSFSP-RECORD
           IF  PRODHIST-STATUS NOT = '00'
               MOVE 'RSSABC22: PRODHIST-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE PRODHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRODHIST-REWRITE.
           REWRITE SP-ODCSFSP-RECORD
           IF  PRODHIST-STATUS NOT = '00'
               MOVE 'RSSABC22: PRODHIST-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE PRODHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRODHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PRODHIST-FILE
           IF  PRODHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC22: PRODHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PRODHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRODCSV-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT PRODCSV-FILE
           IF  PRODCSV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC22: PRODCSV-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PRODCSV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRODCSV-WRITE.
           WRITE PRODCSV-RECORD
           IF  PRODCSV-STATUS NOT = '00'
               MOVE 'RSSABC22: PRODCSV-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE PRODCSV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRODCSV-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PRODCSV-FILE
           IF  PRODCSV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC22: PRODCSV, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PRODCSV-STATUS TO IO-STATUS
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
               MOVE 'RSSABC22: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC22: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC22: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC22: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC22: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC22: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
