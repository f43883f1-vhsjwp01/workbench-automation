       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC23.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -QUARTERLY CUSTOMER PROFITABILITY. FOR THE CALENDAR        *
      *     QUARTER BEFORE THE RUN DATE'S, EACH CUSTOMER'S PROFIT IS  *
      *     THEIR ORDER REVENUE, LESS THE CREDIT MEMOS, WRITE-OFFS    *
      *     AND REFUNDS OF THE QUARTER, PLUS THE FINANCE CHARGES      *
      *     COLLECTED IN IT, LESS A COST TO SERVE. UNLIKE THE         *
      *     LIFETIME-VALUE ROLLUP (ODCSFLV), WHICH ONLY ADDS UP GROSS *
      *     ORDER AMOUNTS, A CUSTOMER WHO RETURNS OR DOES NOT PAY     *
      *     WHAT THEY ORDER, OR WHO TAKES A LOT OF SERVICING, SHOWS   *
      *     UP AS SUCH.                                               *
      *    -REVENUE IS THE AMOUNT OF THE ORDERS PLACED IN THE QUARTER *
      *     (CANCELLED ORDERS AND FINANCE-CHARGE ORDERS LEFT OUT). A  *
      *     FINANCE-CHARGE ORDER IS ONE RSSABB51 BOOKED WITH STATUS   *
      *     FINCHG (ITS FIRST STATUS ON THE ORDER STATUS HISTORY);    *
      *     THE PAYMENTS APPLIED TO IT IN THE QUARTER (NET OF BANK    *
      *     RETURNS) ARE THE FINANCE CHARGES COLLECTED. A WRITE-OFF   *
      *     IS AN ORDER'S MOVE TO WRITEOFF IN THE QUARTER, AT THE     *
      *     BALANCE IT LEFT OFF; CREDIT MEMOS AND REFUNDS COUNT BY    *
      *     THEIR OWN DATES. AMOUNTS ARE CONVERTED TO USD THRU        *
      *     RSSCUR00 AT THEIR DATE'S RATE.                            *
      *    -THE COST TO SERVE IS A RATE PER CASE OPENED IN THE        *
      *     QUARTER, PER DUNNING NOTICE SENT AND PER INVOICE BILLED   *
      *     (THE ORDER'S MOVE TO INVOICED, CLASSIFIED AS RSSABB96     *
      *     DOES), AT THE ELECTRONIC RATE FOR A CUSTOMER WHOSE        *
      *     DOCUMENTS GO BY E-MAIL ONLY AND THE PAPER RATE OTHERWISE. *
      *    -THE REPORT SUBTOTALS THE CUSTOMERS BY BRANCH AND VALUE    *
      *     TIER WITH HOW MANY OF THEM ARE UNPROFITABLE, SHOWS HOW    *
      *     MANY 'A'-TIER CUSTOMERS ARE UNPROFITABLE, THEN RANKS THE  *
      *     100 MOST PROFITABLE CUSTOMERS AND THE 100 LEAST           *
      *     PROFITABLE, THE LATTER FOR ACCOUNT REVIEW. A CUSTOMER     *
      *     WITH NO ACTIVITY IN THE QUARTER IS LEFT OUT.              *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - ORDHIST (ORDER STATUS HISTORY, ODCSFOH)   *
      * INPUT FILE : VSAM - VKSDPH (ORDER PAYMENT HISTORY, ODCSFPH)   *
      * INPUT FILE : VSAM - DUNHIST (DUNNING HISTORY, ODCSFDH)        *
      * INPUT FILE : VSAM - CRMEMO (CREDIT MEMOS, ODCSFCM)            *
      * INPUT FILE : VSAM - REFUND (REFUNDS DUE, ODCSFRF)             *
      * INPUT FILE : VSAM - CASEFILE (CUSTOMER CASES, ODCSFCS)        *
      * INPUT FILE : VSAM - CONTPREF (CONTACT PREFERENCES, ODCSFCP)   *
      * INPUT FILE : VSAM - BRFILE (BRANCH TABLE, ODCSFBR)            *
      * OUTPUT     : SYSPRINT - CUSTOMER PROFITABILITY REPORT         *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE COST-TO-SERVE RATES COME FROM THE RUN-         *
      * PARAMETER FILE (DIGITS WITH TWO IMPLIED DECIMALS, '02500' =   *
      * 25.00): RSSABC23_CASE_COST PER CASE, RSSABC23_DUN_COST PER    *
      * DUNNING NOTICE, RSSABC23_PAPER_COST PER PAPER INVOICE AND     *
      * RSSABC23_EDOC_COST PER ELECTRONIC INVOICE, FALLING BACK TO    *
      * THE ENVIRONMENT VARIABLES OF THE SAME NAMES; A RATE NOT GIVEN *
      * IS ZERO. RSSABC23_QUARTER (YYYYQ) REPORTS THAT QUARTER        *
      * INSTEAD, FOR A RERUN.                                         *
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

      * ORDER'S DATA VSAM-KSDS FILE, READ CUSTOMER BY CUSTOMER
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * ORDER STATUS HISTORY, READ ORDER BY ORDER
           SELECT OPTIONAL ORDHIST-FILE
               ASSIGN       TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OH-HIST-KEY
               FILE STATUS  IS ORDHIST-STATUS.

      * ORDER PAYMENT HISTORY, READ FOR THE FINANCE-CHARGE ORDERS
           SELECT VKSDPH-FILE
               ASSIGN       TO VKSDPH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PH-PAY-KEY
               FILE STATUS  IS VKSDPH-STATUS.

      * DUNNING HISTORY, THE NOTICES SENT, READ ORDER BY ORDER
           SELECT VKSDDH-FILE
               ASSIGN       TO DUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DH-DUN-KEY
               FILE STATUS  IS VKSDDH-STATUS.

      * CREDIT-MEMO VSAM-KSDS FILE, READ CUSTOMER BY CUSTOMER
           SELECT OPTIONAL VKSDCM-FILE
               ASSIGN       TO CRMEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CM-MEMO-KEY
               FILE STATUS  IS VKSDCM-STATUS.

      * REFUNDS DUE, READ CUSTOMER BY CUSTOMER
           SELECT OPTIONAL VKSDRF-FILE
               ASSIGN       TO REFUND
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RF-REFUND-KEY
               FILE STATUS  IS VKSDRF-STATUS.

      * CUSTOMER CASES, READ CUSTOMER BY CUSTOMER
           SELECT OPTIONAL CASEFILE-FILE
               ASSIGN       TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CS-CASE-KEY
               FILE STATUS  IS CASEFILE-STATUS.

      * CONTACT PREFERENCES, THE DOCUMENT DELIVERY CHANNEL
           SELECT OPTIONAL CONTPREF-FILE
               ASSIGN       TO CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

      * BRANCH TABLE, THE BRANCH NAMES ON THE REPORT
           SELECT OPTIONAL BRFILE-FILE
               ASSIGN       TO BRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS BR-BRANCH
               FILE STATUS  IS BRFILE-STATUS.

      * CUSTOMER PROFITABILITY REPORT
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

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   ORDHIST-FILE.
       COPY ODCSFOH.

       FD   VKSDPH-FILE.
       COPY ODCSFPH.

       FD   VKSDDH-FILE.
       COPY ODCSFDH.

       FD   VKSDCM-FILE.
       COPY ODCSFCM.

       FD   VKSDRF-FILE.
       COPY ODCSFRF.

       FD   CASEFILE-FILE.
       COPY ODCSFCS.

       FD   CONTPREF-FILE.
       COPY ODCSFCP.

       FD   BRFILE-FILE.
       COPY ODCSFBR.

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
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  ORDHIST-STATUS.
           05  ORDHIST-STAT1       PIC X.
           05  ORDHIST-STAT2       PIC X.
       01  VKSDPH-STATUS.
           05  VKSDPH-STAT1        PIC X.
           05  VKSDPH-STAT2        PIC X.
       01  VKSDDH-STATUS.
           05  VKSDDH-STAT1        PIC X.
           05  VKSDDH-STAT2        PIC X.
       01  VKSDCM-STATUS.
           05  VKSDCM-STAT1        PIC X.
           05  VKSDCM-STAT2        PIC X.
       01  VKSDRF-STATUS.
           05  VKSDRF-STAT1        PIC X.
           05  VKSDRF-STAT2        PIC X.
       01  CASEFILE-STATUS.
           05  CASEFILE-STAT1      PIC X.
           05  CASEFILE-STAT2      PIC X.
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1      PIC X.
           05  CONTPREF-STAT2      PIC X.
       01  BRFILE-STATUS.
           05  BRFILE-STAT1        PIC X.
           05  BRFILE-STAT2        PIC X.
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
       01  WS-ORDERS-DONE-SWITCH   PIC X       VALUE 'N'.
           88  ORDERS-DONE         VALUE 'Y'.
       01  WS-CHILD-DONE-SWITCH    PIC X       VALUE 'N'.
           88  CHILD-DONE          VALUE 'Y'.
       01  WS-FINCHG-SWITCH        PIC X       VALUE 'N'.
           88  FINANCE-CHARGE-ORDER VALUE 'Y'.

      * RUN PARAMETERS: THE QUARTER AND THE COST-TO-SERVE RATES
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
       01  WS-FROM-DATE            PIC 9(008)  VALUE 0.
       01  WS-TO-DATE              PIC 9(008)  VALUE 0.
       01  WS-COST-DIGITS          PIC 9(005)  VALUE 0.
       01  WS-COST-RATE            REDEFINES WS-COST-DIGITS
                                   PIC 9(003)V99.
       01  WS-CASE-COST            PIC 9(003)V99 VALUE 0.
       01  WS-DUN-COST             PIC 9(003)V99 VALUE 0.
       01  WS-PAPER-COST           PIC 9(003)V99 VALUE 0.
       01  WS-EDOC-COST            PIC 9(003)V99 VALUE 0.

      * THE RATE OF A CURRENCY ON A DATE (CUR-DATE)
       01  WS-RATE-CURRENCY        PIC X(003)  VALUE SPACES.
       01  WS-RATE                 PIC 9(003)V9(006) VALUE 0.
       01  WS-WORK-AMT             PIC S9(011)V99 VALUE 0.

      * THE CUSTOMER BEING PROFILED
       01  WS-CUST-FIGURES.
           05  WS-C-REVENUE        PIC S9(011)V99.
           05  WS-C-CREDITS        PIC S9(011)V99.
           05  WS-C-WRITEOFFS      PIC S9(011)V99.
           05  WS-C-REFUNDS        PIC S9(011)V99.
           05  WS-C-DEDUCTIONS     PIC S9(011)V99.
           05  WS-C-FINCHG         PIC S9(011)V99.
           05  WS-C-COST           PIC S9(011)V99.
           05  WS-C-PROFIT         PIC S9(011)V99.
           05  WS-C-CASES          PIC 9(005).
           05  WS-C-NOTICES        PIC 9(005).
           05  WS-C-INVOICES       PIC 9(005).
           05  WS-C-ACTIVITY       PIC X(001).
       01  WS-C-ELECTRONIC         PIC X(001)  VALUE 'N'.
       01  WS-TIER-IX              PIC S9(4) COMP VALUE +0.

      * ONE ENTRY PER BRANCH, IN BRANCH ORDER, WITH THE FIGURES OF
      * ITS CUSTOMERS BY VALUE TIER ('A', 'B', 'C', THEN NONE)
       01  WS-BRANCH-TABLE.
           05  WS-BR-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-BR-ENTRY         OCCURS 500.
               10  WS-BE-BRANCH    PIC X(003).
               10  WS-BE-TIER      OCCURS 4.
                   15  WS-BE-CUSTS     PIC 9(007).
                   15  WS-BE-UNPROF    PIC 9(007).
                   15  WS-BE-REVENUE   PIC S9(011)V99.
                   15  WS-BE-DEDUCT    PIC S9(011)V99.
                   15  WS-BE-FINCHG    PIC S9(011)V99.
                   15  WS-BE-COST      PIC S9(011)V99.
                   15  WS-BE-PROFIT    PIC S9(011)V99.
       01  WS-BR-IX                PIC S9(4) COMP VALUE +0.
       01  WS-BR-SHIFT-IX          PIC S9(4) COMP VALUE +0.

      * THE WHOLE COMPANY BY VALUE TIER, AND A LINE'S ACCUMULATOR
       01  WS-COMPANY-TABLE.
           05  WS-CO-TIER          OCCURS 4.
               10  WS-CO-CUSTS         PIC 9(007).
               10  WS-CO-UNPROF        PIC 9(007).
               10  WS-CO-REVENUE       PIC S9(011)V99.
               10  WS-CO-DEDUCT        PIC S9(011)V99.
               10  WS-CO-FINCHG        PIC S9(011)V99.
               10  WS-CO-COST          PIC S9(011)V99.
               10  WS-CO-PROFIT        PIC S9(011)V99.
       01  WS-SUM-FIGURES.
           05  WS-SUM-CUSTS        PIC 9(007).
           05  WS-SUM-UNPROF       PIC 9(007).
           05  WS-SUM-REVENUE      PIC S9(011)V99.
           05  WS-SUM-DEDUCT       PIC S9(011)V99.
           05  WS-SUM-FINCHG       PIC S9(011)V99.
           05  WS-SUM-COST         PIC S9(011)V99.
           05  WS-SUM-PROFIT       PIC S9(011)V99.
       01  WS-TIER-NAMES           PIC X(016)  VALUE
           'A   B   C   NONE'.
       01  WS-TIER-NAME            REDEFINES WS-TIER-NAMES
                                   PIC X(004) OCCURS 4.

      * THE RANKED LISTS: (1) THE 100 MOST PROFITABLE, HIGHEST FIRST,
      * (2) THE 100 LEAST PROFITABLE, LOWEST FIRST
       01  WS-RANK-TABLE.
           05  WS-RANK-LIST        OCCURS 2.
               10  WS-RL-COUNT         PIC S9(4) COMP.
               10  WS-RL-ENTRY         OCCURS 100.
                   15  WS-RL-CUSTIDENT     PIC 9(009).
                   15  WS-RL-NAME          PIC X(024).
                   15  WS-RL-BRANCH        PIC X(003).
                   15  WS-RL-TIER          PIC X(001).
                   15  WS-RL-REVENUE       PIC S9(011)V99.
                   15  WS-RL-DEDUCT        PIC S9(011)V99.
                   15  WS-RL-FINCHG        PIC S9(011)V99.
                   15  WS-RL-COST          PIC S9(011)V99.
                   15  WS-RL-PROFIT        PIC S9(011)V99.
                   15  WS-RL-CASES         PIC 9(005).
                   15  WS-RL-NOTICES       PIC 9(005).
       01  WS-LIST-IX              PIC S9(4) COMP VALUE +0.
       01  WS-RL-IX                PIC S9(4) COMP VALUE +0.
       01  WS-RL-SHIFT-IX          PIC S9(4) COMP VALUE +0.

      * THE REPORT SECTION BEING PRINTED ('1' SUBTOTALS, '2' MOST
      * PROFITABLE, '3' LEAST PROFITABLE)
       01  WS-PRINT-SECTION        PIC X(001)  VALUE '1'.

      * RUN STATISTICS
       01  WS-READ-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-PROFILED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-UNPROF-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-IDLE-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-NORATE-COUNT         PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC23'.
           05  FILLER              PIC X(020) VALUE SPACES.
           05  FILLER              PIC X(031) VALUE
               'CUSTOMER PROFITABILITY, FROM '.
           05  WT-FROM             PIC 9(008).
           05  FILLER              PIC X(004) VALUE ' TO '.
           05  WT-TO               PIC 9(008).
           05  FILLER              PIC X(034) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-SECTION.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(060).
           05  FILLER              PIC X(070) VALUE SPACES.

       01  W-RATE-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(030) VALUE
               'COST TO SERVE RATES: PER CASE '.
           05  WRL-CASE            PIC ZZ9.99.
           05  FILLER              PIC X(013) VALUE ', PER NOTICE '.
           05  WRL-DUN             PIC ZZ9.99.
           05  FILLER              PIC X(020) VALUE
               ', PER PAPER INVOICE '.
           05  WRL-PAPER           PIC ZZ9.99.
           05  FILLER              PIC X(026) VALUE
               ', PER ELECTRONIC INVOICE '.
           05  WRL-EDOC            PIC ZZ9.99.
           05  FILLER              PIC X(017) VALUE SPACES.

       01  W-SUM-HEADING.
           05  FILLER              PIC X(037) VALUE
               '  BR   NAME                      TIER'.
           05  FILLER              PIC X(007) VALUE '  CUSTS'.
           05  FILLER              PIC X(009) VALUE '   UNPROF'.
           05  FILLER              PIC X(016) VALUE
               '         REVENUE'.
           05  FILLER              PIC X(016) VALUE
               '      DEDUCTIONS'.
           05  FILLER              PIC X(015) VALUE
               '    FINANCE CHG'.
           05  FILLER              PIC X(015) VALUE
               '  COST TO SERVE'.
           05  FILLER              PIC X(016) VALUE
               '          PROFIT'.
           05  FILLER              PIC X(001) VALUE SPACES.

       01  W-SUM-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-BRANCH           PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-NAME             PIC X(024).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-TIER             PIC X(004).
           05  WD-CUSTS            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-UNPROF           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-REVENUE          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-DEDUCT           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-FINCHG           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-COST             PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WD-PROFIT           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.

       01  W-BRANCH-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(007) VALUE 'BRANCH '.
           05  WB-BRANCH           PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WB-NAME             PIC X(030).
           05  FILLER              PIC X(088) VALUE SPACES.

       01  W-A-TIER-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(035) VALUE
               '''A''-TIER CUSTOMERS UNPROFITABLE : '.
           05  WA-UNPROF           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(004) VALUE ' OF '.
           05  WA-CUSTS            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(077) VALUE SPACES.

       01  W-RANK-HEADING.
           05  FILLER              PIC X(048) VALUE
               '  RNK  CUSTOMER  NAME                     BR  T'.
           05  FILLER              PIC X(015) VALUE
               '        REVENUE'.
           05  FILLER              PIC X(015) VALUE
               '     DEDUCTIONS'.
           05  FILLER              PIC X(014) VALUE
               '   FINANCE CHG'.
           05  FILLER              PIC X(014) VALUE
               ' COST TO SERVE'.
           05  FILLER              PIC X(015) VALUE
               '         PROFIT'.
           05  FILLER              PIC X(005) VALUE 'CASES'.
           05  FILLER              PIC X(005) VALUE ' DUNS'.
           05  FILLER              PIC X(001) VALUE SPACES.

       01  W-RANK-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-RANK             PIC ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-NAME             PIC X(024).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-BRANCH           PIC X(003).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-TIER             PIC X(001).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-REVENUE          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-DEDUCT           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-FINCHG           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-COST             PIC -Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-PROFIT           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-CASES            PIC ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-NOTICES          PIC ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.

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
           MOVE 'RSSABC23' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RUN-PARAMETERS.
           INITIALIZE WS-COMPANY-TABLE.
           MOVE 0 TO WS-RL-COUNT (1) WS-RL-COUNT (2).

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDCUST-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM ORDHIST-OPEN.
           PERFORM VKSDPH-OPEN.
           PERFORM VKSDDH-OPEN.
           PERFORM VKSDCM-OPEN.
           PERFORM VKSDRF-OPEN.
           PERFORM CASEFILE-OPEN.
           PERFORM CONTPREF-OPEN.
           PERFORM BRFILE-OPEN.

      * ------------------------------------------------------------- *
      * CUSTOMER FILE'S SWEEPING: ONE PROFIT FIGURE PER CUSTOMER...
           DISPLAY "WORKING OUT EACH CUSTOMER'S PROFIT..."
           PERFORM VKSDCUST-NEXT.
           PERFORM UNTIL CUST-EOF
              ADD 1 TO WS-READ-COUNT
              PERFORM PROFILE-ONE-CUSTOMER
              PERFORM VKSDCUST-NEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE REPORT: THE SUBTOTALS, THEN THE TWO RANKED LISTS...
           OPEN OUTPUT SYSPRINT.
           MOVE '1' TO WS-PRINT-SECTION
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-BRANCH-SUBTOTALS
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-COUNT.
           PERFORM PRINT-COMPANY-SUBTOTALS.
           MOVE '2' TO WS-PRINT-SECTION
           MOVE 1   TO WS-LIST-IX
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-ONE-RANK
               VARYING WS-RL-IX FROM 1 BY 1
               UNTIL WS-RL-IX > WS-RL-COUNT (WS-LIST-IX).
           MOVE '3' TO WS-PRINT-SECTION
           MOVE 2   TO WS-LIST-IX
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-ONE-RANK
               VARYING WS-RL-IX FROM 1 BY 1
               UNTIL WS-RL-IX > WS-RL-COUNT (WS-LIST-IX).
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDCUST-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM ORDHIST-CLOSE.
           PERFORM VKSDPH-CLOSE.
           PERFORM VKSDDH-CLOSE.
           PERFORM VKSDCM-CLOSE.
           PERFORM VKSDRF-CLOSE.
           PERFORM CASEFILE-CLOSE.
           PERFORM CONTPREF-CLOSE.
           PERFORM BRFILE-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC23' TO CTLTOT-PROGRAM
           MOVE 'CUSTOMERS PROFILED' TO CTLTOT-LABEL
           MOVE WS-PROFILED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC23' TO CTLTOT-PROGRAM
           MOVE 'UNPROFITABLE' TO CTLTOT-LABEL
           MOVE WS-UNPROF-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC23' TO CTLTOT-PROGRAM
           MOVE 'A-TIER UNPROFITABLE' TO CTLTOT-LABEL
           MOVE WS-CO-UNPROF (1) TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC23: QUARTER.............' WS-FROM-DATE
                   ' - ' WS-TO-DATE
           DISPLAY 'RSSABC23: CUSTOMERS READ......' WS-READ-COUNT
           DISPLAY 'RSSABC23: CUSTOMERS PROFILED..' WS-PROFILED-COUNT
           DISPLAY 'RSSABC23: NO ACTIVITY.........' WS-IDLE-COUNT
           DISPLAY 'RSSABC23: UNPROFITABLE........' WS-UNPROF-COUNT
           DISPLAY 'RSSABC23: A-TIER UNPROFITABLE.' WS-CO-UNPROF (1)
           DISPLAY 'RSSABC23: NO EXCHANGE RATE....' WS-NORATE-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC23' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-PROFILED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * THE QUARTER (THE ONE BEFORE THE RUN DATE'S UNLESS A RERUN     *
      * NAMES ONE) AND THE COST-TO-SERVE RATES.                       *
      *---------------------------------------------------------------*
       GET-RUN-PARAMETERS.
           MOVE 'RSSABC23_QUARTER' TO PRM-NAME
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
           COMPUTE WS-FROM-DATE = WS-QUARTER-YYYY * 10000
                                + (WS-QUARTER-Q * 3 - 2) * 100 + 1
           COMPUTE WS-TO-DATE   = WS-QUARTER-YYYY * 10000
                                + (WS-QUARTER-Q * 3) * 100 + 31

           MOVE 'RSSABC23_CASE_COST' TO PRM-NAME
           PERFORM GET-ONE-COST
           MOVE WS-COST-RATE TO WS-CASE-COST
           MOVE 'RSSABC23_DUN_COST' TO PRM-NAME
           PERFORM GET-ONE-COST
           MOVE WS-COST-RATE TO WS-DUN-COST
           MOVE 'RSSABC23_PAPER_COST' TO PRM-NAME
           PERFORM GET-ONE-COST
           MOVE WS-COST-RATE TO WS-PAPER-COST
           MOVE 'RSSABC23_EDOC_COST' TO PRM-NAME
           PERFORM GET-ONE-COST
           MOVE WS-COST-RATE TO WS-EDOC-COST

           DISPLAY 'RSSABC23: CASE-COST...' WS-CASE-COST
           DISPLAY 'RSSABC23: DUN-COST....' WS-DUN-COST
           DISPLAY 'RSSABC23: PAPER-COST..' WS-PAPER-COST
           DISPLAY 'RSSABC23: EDOC-COST...' WS-EDOC-COST
           EXIT.

       GET-ONE-COST.
           PERFORM GET-ONE-PARAMETER
           MOVE 0 TO WS-COST-DIGITS
           IF  WS-ENV-VALUE (1:5) IS NUMERIC
           AND WS-ENV-VALUE (6:) = SPACES
               MOVE WS-ENV-VALUE (1:5) TO WS-COST-DIGITS
           END-IF
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
      * THE RATE OF WS-RATE-CURRENCY ON CUR-DATE; AN AMOUNT WHOSE     *
      * CURRENCY HAS NO RATE COUNTS UNCONVERTED, THE WAY RSSABB09     *
      * COUNTS IT.                                                    *
      *---------------------------------------------------------------*
       GET-RATE.
           MOVE 1 TO WS-RATE
           IF  WS-RATE-CURRENCY NOT = SPACES
           AND WS-RATE-CURRENCY NOT = 'USD'
               MOVE WS-RATE-CURRENCY TO CUR-CURRENCY
               CALL 'RSSCUR00' USING RSSCUR-AREA
               IF  CUR-RETCODE = '00'
                   MOVE CUR-RATE TO WS-RATE
               ELSE
                   ADD 1 TO WS-NORATE-COUNT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE CUSTOMER: THEIR ORDERS, MEMOS, REFUNDS AND CASES, THEN    *
      * THE COST TO SERVE AND THE PROFIT, ADDED TO THEIR BRANCH AND   *
      * TIER AND OFFERED TO THE TWO RANKED LISTS.                     *
      *---------------------------------------------------------------*
       PROFILE-ONE-CUSTOMER.
           INITIALIZE WS-CUST-FIGURES
           MOVE 'N' TO WS-C-ACTIVITY
           MOVE 'N' TO WS-C-ELECTRONIC
           MOVE VS-CUSTIDENT TO CP-CUSTIDENT
           READ CONTPREF-FILE
           IF  CONTPREF-STATUS = '00'
           AND CP-DELIV-PREF = 'E'
               MOVE 'Y' TO WS-C-ELECTRONIC
           END-IF

           PERFORM SCAN-CUSTOMER-ORDERS
           PERFORM SCAN-CUSTOMER-MEMOS
           PERFORM SCAN-CUSTOMER-REFUNDS
           PERFORM SCAN-CUSTOMER-CASES

           IF  WS-C-ACTIVITY NOT = 'Y'
               ADD 1 TO WS-IDLE-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-C-COST = WS-C-CASES   * WS-CASE-COST
                             + WS-C-NOTICES * WS-DUN-COST
           IF  WS-C-ELECTRONIC = 'Y'
               COMPUTE WS-C-COST = WS-C-COST
                                 + WS-C-INVOICES * WS-EDOC-COST
           ELSE
               COMPUTE WS-C-COST = WS-C-COST
                                 + WS-C-INVOICES * WS-PAPER-COST
           END-IF
           COMPUTE WS-C-DEDUCTIONS = WS-C-CREDITS + WS-C-WRITEOFFS
                                   + WS-C-REFUNDS
           COMPUTE WS-C-PROFIT = WS-C-REVENUE - WS-C-DEDUCTIONS
                               + WS-C-FINCHG  - WS-C-COST
           ADD 1 TO WS-PROFILED-COUNT
           IF  WS-C-PROFIT < 0
               ADD 1 TO WS-UNPROF-COUNT
           END-IF

           PERFORM ADD-TO-BRANCH-AND-TIER
           MOVE 1 TO WS-LIST-IX
           PERFORM RANK-INTO-LIST
           MOVE 2 TO WS-LIST-IX
           PERFORM RANK-INTO-LIST
           EXIT.

      *---------------------------------------------------------------*
      * EVERY ORDER OF THE CUSTOMER: REVENUE FOR THE QUARTER'S        *
      * ORDERS, AND FROM ITS HISTORY THE WRITE-OFFS, INVOICES,        *
      * NOTICES AND FINANCE CHARGES COLLECTED THAT FALL IN IT.        *
      *---------------------------------------------------------------*
       SCAN-CUSTOMER-ORDERS.
           MOVE 'N' TO WS-ORDERS-DONE-SWITCH
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
                  PERFORM PROFILE-ONE-ORDER
              END-IF
           END-PERFORM
           EXIT.

       PROFILE-ONE-ORDER.
           MOVE QO-CURRENCY TO WS-RATE-CURRENCY
           PERFORM SCAN-ORDER-HISTORY
           IF  QO-ORDERSTATUS = 'FINCHG'
               MOVE 'Y' TO WS-FINCHG-SWITCH
           END-IF

           IF  NOT FINANCE-CHARGE-ORDER
           AND QO-ORDERSTATUS NOT = 'CANCELLED'
           AND QO-ORDERDATE NOT < WS-FROM-DATE
           AND QO-ORDERDATE NOT > WS-TO-DATE
               MOVE QO-ORDERDATE TO CUR-DATE
               PERFORM GET-RATE
               COMPUTE WS-WORK-AMT ROUNDED = QO-ORDERAMT * WS-RATE
               ADD WS-WORK-AMT TO WS-C-REVENUE
               MOVE 'Y' TO WS-C-ACTIVITY
           END-IF

           IF  FINANCE-CHARGE-ORDER
               PERFORM SCAN-ORDER-PAYMENTS
           END-IF
           PERFORM SCAN-ORDER-NOTICES
           EXIT.

      *---------------------------------------------------------------*
      * THE ORDER'S STATUS HISTORY: WHETHER IT WAS BOOKED AS A        *
      * FINANCE CHARGE, ITS WRITE-OFF IN THE QUARTER (AT THE BALANCE  *
      * LEFT OFF, AS RSSABB53 TAKES IT) AND ITS BILLINGS IN THE       *
      * QUARTER (A MOVE TO INVOICED, NOT A RETURN TO IT).             *
      *---------------------------------------------------------------*
       SCAN-ORDER-HISTORY.
           MOVE 'N' TO WS-FINCHG-SWITCH
           MOVE 'N' TO WS-CHILD-DONE-SWITCH
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
           AND OH-NEW-STATUS = 'FINCHG'
               MOVE 'Y' TO WS-FINCHG-SWITCH
           END-IF
           PERFORM UNTIL CHILD-DONE
              IF  ORDHIST-STATUS NOT = '00'
              OR  OH-CUSTIDENT NOT = QO-CUSTIDENT
              OR  OH-ORDERNUM NOT = QO-ORDERNUM
                  MOVE 'Y' TO WS-CHILD-DONE-SWITCH
              ELSE
                  IF  OH-CHGDATE NOT < WS-FROM-DATE
                  AND OH-CHGDATE NOT > WS-TO-DATE
                      PERFORM CLASSIFY-ORDER-TRANSITION
                  END-IF
                  READ ORDHIST-FILE NEXT RECORD
              END-IF
           END-PERFORM
           EXIT.

       CLASSIFY-ORDER-TRANSITION.
           EVALUATE TRUE
              WHEN OH-NEW-STATUS = 'WRITEOFF'
                   MOVE QO-ORDERAMT TO WS-WORK-AMT
                   IF  QO-PAID-AMT NUMERIC
                       SUBTRACT QO-PAID-AMT FROM WS-WORK-AMT
                   END-IF
                   IF  QO-CREDIT-AMT NUMERIC
                       SUBTRACT QO-CREDIT-AMT FROM WS-WORK-AMT
                   END-IF
                   MOVE OH-CHGDATE TO CUR-DATE
                   PERFORM GET-RATE
                   COMPUTE WS-WORK-AMT ROUNDED = WS-WORK-AMT * WS-RATE
                   ADD WS-WORK-AMT TO WS-C-WRITEOFFS
                   MOVE 'Y' TO WS-C-ACTIVITY
              WHEN OH-NEW-STATUS = 'INVOICED'
               AND OH-OLD-STATUS NOT = 'PARTPAID'
               AND OH-OLD-STATUS NOT = 'SETTLED'
               AND OH-OLD-STATUS NOT = 'PLACED'
               AND OH-OLD-STATUS NOT = 'INVOICED'
                   ADD 1 TO WS-C-INVOICES
                   MOVE 'Y' TO WS-C-ACTIVITY
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * THE PAYMENTS APPLIED TO A FINANCE-CHARGE ORDER IN THE QUARTER *
      * (A BANK RETURN IS ITS OWN NEGATIVE ENTRY, SO IT NETS OUT).    *
      *---------------------------------------------------------------*
       SCAN-ORDER-PAYMENTS.
           MOVE 'N' TO WS-CHILD-DONE-SWITCH
           MOVE QO-CUSTIDENT TO PH-CUSTIDENT
           MOVE QO-ORDERNUM  TO PH-ORDERNUM
           MOVE ZEROS        TO PH-PAYSEQ
           START VKSDPH-FILE KEY NOT < PH-PAY-KEY
           IF  VKSDPH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHILD-DONE
              READ VKSDPH-FILE NEXT RECORD
              IF  VKSDPH-STATUS NOT = '00'
              OR  PH-CUSTIDENT NOT = QO-CUSTIDENT
              OR  PH-ORDERNUM NOT = QO-ORDERNUM
                  MOVE 'Y' TO WS-CHILD-DONE-SWITCH
              ELSE
                  IF  PH-PAYDATE NOT < WS-FROM-DATE
                  AND PH-PAYDATE NOT > WS-TO-DATE
                      MOVE PH-PAYDATE TO CUR-DATE
                      PERFORM GET-RATE
                      COMPUTE WS-WORK-AMT ROUNDED =
                              PH-PAYAMT * WS-RATE
                      ADD WS-WORK-AMT TO WS-C-FINCHG
                      MOVE 'Y' TO WS-C-ACTIVITY
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * THE DUNNING NOTICES SENT ON THE ORDER IN THE QUARTER.         *
      *---------------------------------------------------------------*
       SCAN-ORDER-NOTICES.
           MOVE 'N' TO WS-CHILD-DONE-SWITCH
           MOVE QO-CUSTIDENT TO DH-CUSTIDENT
           MOVE QO-ORDERNUM  TO DH-ORDERNUM
           MOVE ZEROS        TO DH-LEVEL
           START VKSDDH-FILE KEY NOT < DH-DUN-KEY
           IF  VKSDDH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHILD-DONE
              READ VKSDDH-FILE NEXT RECORD
              IF  VKSDDH-STATUS NOT = '00'
              OR  DH-CUSTIDENT NOT = QO-CUSTIDENT
              OR  DH-ORDERNUM NOT = QO-ORDERNUM
                  MOVE 'Y' TO WS-CHILD-DONE-SWITCH
              ELSE
                  IF  DH-SENTDATE NOT < WS-FROM-DATE
                  AND DH-SENTDATE NOT > WS-TO-DATE
                      ADD 1 TO WS-C-NOTICES
                      MOVE 'Y' TO WS-C-ACTIVITY
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * THE CREDIT MEMOS DATED IN THE QUARTER, IN THE CURRENCY OF THE *
      * ORDER THEY CREDIT.                                            *
      *---------------------------------------------------------------*
       SCAN-CUSTOMER-MEMOS.
           MOVE 'N' TO WS-CHILD-DONE-SWITCH
           MOVE VS-CUSTIDENT TO CM-CUSTIDENT
           MOVE ZEROS        TO CM-ORDERNUM
           MOVE ZEROS        TO CM-MEMOSEQ
           START VKSDCM-FILE KEY NOT < CM-MEMO-KEY
           IF  VKSDCM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHILD-DONE
              READ VKSDCM-FILE NEXT RECORD
              IF  VKSDCM-STATUS NOT = '00'
              OR  CM-CUSTIDENT NOT = VS-CUSTIDENT
                  MOVE 'Y' TO WS-CHILD-DONE-SWITCH
              ELSE
                  IF  CM-MEMODATE NOT < WS-FROM-DATE
                  AND CM-MEMODATE NOT > WS-TO-DATE
                      MOVE CM-ORDERNUM TO QO-ORDERNUM
                      PERFORM GET-ORDER-CURRENCY
                      MOVE CM-MEMODATE TO CUR-DATE
                      PERFORM GET-RATE
                      COMPUTE WS-WORK-AMT ROUNDED =
                              CM-MEMOAMT * WS-RATE
                      ADD WS-WORK-AMT TO WS-C-CREDITS
                      MOVE 'Y' TO WS-C-ACTIVITY
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * THE REFUNDS RAISED IN THE QUARTER, IN THE CURRENCY OF THE     *
      * ORDER OVERPAID.                                               *
      *---------------------------------------------------------------*
       SCAN-CUSTOMER-REFUNDS.
           MOVE 'N' TO WS-CHILD-DONE-SWITCH
           MOVE VS-CUSTIDENT TO RF-CUSTIDENT
           MOVE ZEROS        TO RF-REFSEQ
           START VKSDRF-FILE KEY NOT < RF-REFUND-KEY
           IF  VKSDRF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHILD-DONE
              READ VKSDRF-FILE NEXT RECORD
              IF  VKSDRF-STATUS NOT = '00'
              OR  RF-CUSTIDENT NOT = VS-CUSTIDENT
                  MOVE 'Y' TO WS-CHILD-DONE-SWITCH
              ELSE
                  IF  RF-CREATEDT NOT < WS-FROM-DATE
                  AND RF-CREATEDT NOT > WS-TO-DATE
                      MOVE RF-ORDERNUM TO QO-ORDERNUM
                      PERFORM GET-ORDER-CURRENCY
                      MOVE RF-CREATEDT TO CUR-DATE
                      PERFORM GET-RATE
                      COMPUTE WS-WORK-AMT ROUNDED =
                              RF-AMOUNT * WS-RATE
                      ADD WS-WORK-AMT TO WS-C-REFUNDS
                      MOVE 'Y' TO WS-C-ACTIVITY
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * THE CURRENCY OF THE CUSTOMER'S ORDER QO-ORDERNUM (THE         *
      * REPORTING CURRENCY WHEN THE ORDER IS GONE).                   *
      *---------------------------------------------------------------*
       GET-ORDER-CURRENCY.
           MOVE VS-CUSTIDENT TO QO-CUSTIDENT
           READ VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               MOVE QO-CURRENCY TO WS-RATE-CURRENCY
           ELSE
               MOVE SPACES      TO WS-RATE-CURRENCY
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE CASES OPENED IN THE QUARTER.                              *
      *---------------------------------------------------------------*
       SCAN-CUSTOMER-CASES.
           MOVE 'N' TO WS-CHILD-DONE-SWITCH
           MOVE VS-CUSTIDENT TO CS-CUSTIDENT
           MOVE ZEROS        TO CS-CASENUM
           START CASEFILE-FILE KEY NOT < CS-CASE-KEY
           IF  CASEFILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHILD-DONE
              READ CASEFILE-FILE NEXT RECORD
              IF  CASEFILE-STATUS NOT = '00'
              OR  CS-CUSTIDENT NOT = VS-CUSTIDENT
                  MOVE 'Y' TO WS-CHILD-DONE-SWITCH
              ELSE
                  IF  CS-OPENDATE NOT < WS-FROM-DATE
                  AND CS-OPENDATE NOT > WS-TO-DATE
                      ADD 1 TO WS-C-CASES
                      MOVE 'Y' TO WS-C-ACTIVITY
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * ADD THE CUSTOMER TO THEIR BRANCH (OPENED IN ORDER WHEN IT IS  *
      * THE BRANCH'S FIRST) AND TO THE COMPANY, UNDER THEIR TIER.     *
      *---------------------------------------------------------------*
       ADD-TO-BRANCH-AND-TIER.
           EVALUATE VS-CUST-TIER
              WHEN 'A'   MOVE 1 TO WS-TIER-IX
              WHEN 'B'   MOVE 2 TO WS-TIER-IX
              WHEN 'C'   MOVE 3 TO WS-TIER-IX
              WHEN OTHER MOVE 4 TO WS-TIER-IX
           END-EVALUATE

           MOVE 1 TO WS-BR-IX
           PERFORM UNTIL WS-BR-IX > WS-BR-COUNT
                   OR WS-BE-BRANCH (WS-BR-IX) NOT < VS-BRANCH
              ADD 1 TO WS-BR-IX
           END-PERFORM
           IF  WS-BR-IX > WS-BR-COUNT
           OR  WS-BE-BRANCH (WS-BR-IX) NOT = VS-BRANCH
               PERFORM OPEN-NEW-BRANCH
           END-IF

           ADD 1 TO WS-BE-CUSTS (WS-BR-IX WS-TIER-IX)
                    WS-CO-CUSTS (WS-TIER-IX)
           IF  WS-C-PROFIT < 0
               ADD 1 TO WS-BE-UNPROF (WS-BR-IX WS-TIER-IX)
                        WS-CO-UNPROF (WS-TIER-IX)
           END-IF
           ADD WS-C-REVENUE    TO WS-BE-REVENUE (WS-BR-IX WS-TIER-IX)
                                  WS-CO-REVENUE (WS-TIER-IX)
           ADD WS-C-DEDUCTIONS TO WS-BE-DEDUCT (WS-BR-IX WS-TIER-IX)
                                  WS-CO-DEDUCT (WS-TIER-IX)
           ADD WS-C-FINCHG     TO WS-BE-FINCHG (WS-BR-IX WS-TIER-IX)
                                  WS-CO-FINCHG (WS-TIER-IX)
           ADD WS-C-COST       TO WS-BE-COST (WS-BR-IX WS-TIER-IX)
                                  WS-CO-COST (WS-TIER-IX)
           ADD WS-C-PROFIT     TO WS-BE-PROFIT (WS-BR-IX WS-TIER-IX)
                                  WS-CO-PROFIT (WS-TIER-IX)
           EXIT.

      *---------------------------------------------------------------*
       OPEN-NEW-BRANCH.
           IF  WS-BR-COUNT >= 500
               MOVE 'RSSABC23: BRANCH TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE WS-BR-COUNT TO WS-BR-SHIFT-IX
           PERFORM UNTIL WS-BR-SHIFT-IX < WS-BR-IX
              MOVE WS-BR-ENTRY (WS-BR-SHIFT-IX)
                TO WS-BR-ENTRY (WS-BR-SHIFT-IX + 1)
              SUBTRACT 1 FROM WS-BR-SHIFT-IX
           END-PERFORM
           INITIALIZE WS-BR-ENTRY (WS-BR-IX)
           MOVE VS-BRANCH TO WS-BE-BRANCH (WS-BR-IX)
           ADD 1 TO WS-BR-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * PLACE THE CUSTOMER IN RANKED LIST WS-LIST-IX (1 HIGHEST PROFIT*
      * FIRST, 2 LOWEST FIRST) WHEN THEY MAKE ITS 100; A TIE GOES     *
      * AFTER THE CUSTOMERS ALREADY THERE.                            *
      *---------------------------------------------------------------*
       RANK-INTO-LIST.
           MOVE 1 TO WS-RL-IX
           PERFORM UNTIL WS-RL-IX > WS-RL-COUNT (WS-LIST-IX)
                   OR (WS-LIST-IX = 1 AND
                       WS-RL-PROFIT (WS-LIST-IX WS-RL-IX) < WS-C-PROFIT)
                   OR (WS-LIST-IX = 2 AND
                       WS-RL-PROFIT (WS-LIST-IX WS-RL-IX) > WS-C-PROFIT)
              ADD 1 TO WS-RL-IX
           END-PERFORM
           IF  WS-RL-IX > 100
               EXIT PARAGRAPH
           END-IF
           IF  WS-RL-COUNT (WS-LIST-IX) < 100
               ADD 1 TO WS-RL-COUNT (WS-LIST-IX)
           END-IF
           MOVE WS-RL-COUNT (WS-LIST-IX) TO WS-RL-SHIFT-IX
           PERFORM UNTIL WS-RL-SHIFT-IX <= WS-RL-IX
              MOVE WS-RL-ENTRY (WS-LIST-IX WS-RL-SHIFT-IX - 1)
                TO WS-RL-ENTRY (WS-LIST-IX WS-RL-SHIFT-IX)
              SUBTRACT 1 FROM WS-RL-SHIFT-IX
           END-PERFORM

           MOVE VS-CUSTIDENT TO WS-RL-CUSTIDENT (WS-LIST-IX WS-RL-IX)
           MOVE SPACES       TO WS-RL-NAME (WS-LIST-IX WS-RL-IX)
           STRING VS-CUSTLNAME DELIMITED BY '  '
                  ', '         DELIMITED BY SIZE
                  VS-CUSTFNAME DELIMITED BY '  '
             INTO WS-RL-NAME (WS-LIST-IX WS-RL-IX)
           END-STRING
           MOVE VS-BRANCH    TO WS-RL-BRANCH (WS-LIST-IX WS-RL-IX)
           MOVE VS-CUST-TIER TO WS-RL-TIER (WS-LIST-IX WS-RL-IX)
           MOVE WS-C-REVENUE TO WS-RL-REVENUE (WS-LIST-IX WS-RL-IX)
           MOVE WS-C-DEDUCTIONS
                             TO WS-RL-DEDUCT (WS-LIST-IX WS-RL-IX)
           MOVE WS-C-FINCHG  TO WS-RL-FINCHG (WS-LIST-IX WS-RL-IX)
           MOVE WS-C-COST    TO WS-RL-COST (WS-LIST-IX WS-RL-IX)
           MOVE WS-C-PROFIT  TO WS-RL-PROFIT (WS-LIST-IX WS-RL-IX)
           MOVE WS-C-CASES   TO WS-RL-CASES (WS-LIST-IX WS-RL-IX)
           MOVE WS-C-NOTICES TO WS-RL-NOTICES (WS-LIST-IX WS-RL-IX)
           EXIT.

      *---------------------------------------------------------------*
      * ONE BRANCH: A LINE NAMING IT, A ROW PER TIER IT HAS CUSTOMERS *
      * IN, AND THE BRANCH'S TOTAL.                                   *
      *---------------------------------------------------------------*
       PRINT-BRANCH-SUBTOTALS.
           IF  W-LINE > W-MAX-LINE - 6
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE WS-BE-BRANCH (WS-BR-IX) TO WB-BRANCH BR-BRANCH
           READ BRFILE-FILE
           IF  BRFILE-STATUS NOT = '00'
               MOVE '(NOT ON THE BRANCH TABLE)' TO BR-NAME
           END-IF
           MOVE BR-NAME TO WB-NAME
           WRITE REPORT-REC FROM W-BRANCH-LINE
                 AFTER ADVANCING 2 LINES
           ADD 2 TO W-LINE

           PERFORM VARYING WS-TIER-IX FROM 1 BY 1 UNTIL WS-TIER-IX > 4
              IF  WS-BE-CUSTS (WS-BR-IX WS-TIER-IX) > 0
                  MOVE WS-BE-TIER (WS-BR-IX WS-TIER-IX)
                    TO WS-SUM-FIGURES
                  PERFORM PRINT-TIER-ROW
              END-IF
           END-PERFORM
           PERFORM SUM-BRANCH-TIERS
           MOVE SPACES TO W-SUM-DETAIL
           MOVE WS-BE-BRANCH (WS-BR-IX) TO WD-BRANCH
           MOVE 'BRANCH TOTAL'          TO WD-NAME
           PERFORM EDIT-SUM-FIGURES
           WRITE REPORT-REC FROM W-SUM-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-TIER-ROW.
           MOVE SPACES TO W-SUM-DETAIL
           MOVE WS-TIER-NAME (WS-TIER-IX) TO WD-TIER
           PERFORM EDIT-SUM-FIGURES
           WRITE REPORT-REC FROM W-SUM-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       SUM-BRANCH-TIERS.
           INITIALIZE WS-SUM-FIGURES
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1 UNTIL WS-TIER-IX > 4
              ADD WS-BE-CUSTS (WS-BR-IX WS-TIER-IX)   TO WS-SUM-CUSTS
              ADD WS-BE-UNPROF (WS-BR-IX WS-TIER-IX)  TO WS-SUM-UNPROF
              ADD WS-BE-REVENUE (WS-BR-IX WS-TIER-IX) TO WS-SUM-REVENUE
              ADD WS-BE-DEDUCT (WS-BR-IX WS-TIER-IX)  TO WS-SUM-DEDUCT
              ADD WS-BE-FINCHG (WS-BR-IX WS-TIER-IX)  TO WS-SUM-FINCHG
              ADD WS-BE-COST (WS-BR-IX WS-TIER-IX)    TO WS-SUM-COST
              ADD WS-BE-PROFIT (WS-BR-IX WS-TIER-IX)  TO WS-SUM-PROFIT
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       EDIT-SUM-FIGURES.
           MOVE WS-SUM-CUSTS   TO WD-CUSTS
           MOVE WS-SUM-UNPROF  TO WD-UNPROF
           MOVE WS-SUM-REVENUE TO WD-REVENUE
           MOVE WS-SUM-DEDUCT  TO WD-DEDUCT
           MOVE WS-SUM-FINCHG  TO WD-FINCHG
           MOVE WS-SUM-COST    TO WD-COST
           MOVE WS-SUM-PROFIT  TO WD-PROFIT
           EXIT.

      *---------------------------------------------------------------*
      * THE WHOLE COMPANY BY TIER, ITS TOTAL, AND THE 'A'-TIER        *
      * CUSTOMERS WHO ARE UNPROFITABLE.                               *
      *---------------------------------------------------------------*
       PRINT-COMPANY-SUBTOTALS.
           IF  W-LINE > W-MAX-LINE - 9
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE 'ALL'           TO WB-BRANCH
           MOVE 'WHOLE COMPANY' TO WB-NAME
           WRITE REPORT-REC FROM W-BRANCH-LINE
                 AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1 UNTIL WS-TIER-IX > 4
              MOVE WS-CO-TIER (WS-TIER-IX) TO WS-SUM-FIGURES
              PERFORM PRINT-TIER-ROW
           END-PERFORM
           INITIALIZE WS-SUM-FIGURES
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1 UNTIL WS-TIER-IX > 4
              ADD WS-CO-CUSTS (WS-TIER-IX)   TO WS-SUM-CUSTS
              ADD WS-CO-UNPROF (WS-TIER-IX)  TO WS-SUM-UNPROF
              ADD WS-CO-REVENUE (WS-TIER-IX) TO WS-SUM-REVENUE
              ADD WS-CO-DEDUCT (WS-TIER-IX)  TO WS-SUM-DEDUCT
              ADD WS-CO-FINCHG (WS-TIER-IX)  TO WS-SUM-FINCHG
              ADD WS-CO-COST (WS-TIER-IX)    TO WS-SUM-COST
              ADD WS-CO-PROFIT (WS-TIER-IX)  TO WS-SUM-PROFIT
           END-PERFORM
           MOVE SPACES          TO W-SUM-DETAIL
           MOVE 'ALL'           TO WD-BRANCH
           MOVE 'COMPANY TOTAL' TO WD-NAME
           PERFORM EDIT-SUM-FIGURES
           WRITE REPORT-REC FROM W-SUM-DETAIL
                 AFTER ADVANCING 1 LINE

           MOVE WS-CO-UNPROF (1) TO WA-UNPROF
           MOVE WS-CO-CUSTS (1)  TO WA-CUSTS
           WRITE REPORT-REC FROM W-A-TIER-LINE
                 AFTER ADVANCING 3 LINES
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-RANK.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE WS-RL-IX TO WR-RANK
           MOVE WS-RL-CUSTIDENT (WS-LIST-IX WS-RL-IX) TO WR-CUSTIDENT
           MOVE WS-RL-NAME (WS-LIST-IX WS-RL-IX)      TO WR-NAME
           MOVE WS-RL-BRANCH (WS-LIST-IX WS-RL-IX)    TO WR-BRANCH
           MOVE WS-RL-TIER (WS-LIST-IX WS-RL-IX)      TO WR-TIER
           MOVE WS-RL-REVENUE (WS-LIST-IX WS-RL-IX)   TO WR-REVENUE
           MOVE WS-RL-DEDUCT (WS-LIST-IX WS-RL-IX)    TO WR-DEDUCT
           MOVE WS-RL-FINCHG (WS-LIST-IX WS-RL-IX)    TO WR-FINCHG
           MOVE WS-RL-COST (WS-LIST-IX WS-RL-IX)      TO WR-COST
           MOVE WS-RL-PROFIT (WS-LIST-IX WS-RL-IX)    TO WR-PROFIT
           MOVE WS-RL-CASES (WS-LIST-IX WS-RL-IX)     TO WR-CASES
           MOVE WS-RL-NOTICES (WS-LIST-IX WS-RL-IX)   TO WR-NOTICES
           WRITE REPORT-REC FROM W-RANK-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE  TO WT-DATE
           MOVE WS-FROM-DATE TO WT-FROM
           MOVE WS-TO-DATE   TO WT-TO
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           EVALUATE WS-PRINT-SECTION
              WHEN '1'
                   MOVE 'SUBTOTALS BY BRANCH AND VALUE TIER'
                     TO WS-SECTION-TITLE
              WHEN '2'
                   MOVE 'THE 100 MOST PROFITABLE CUSTOMERS'
                     TO WS-SECTION-TITLE
              WHEN OTHER
                   MOVE
          'THE 100 LEAST PROFITABLE CUSTOMERS, FOR ACCOUNT REVIEW'
                     TO WS-SECTION-TITLE
           END-EVALUATE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 2 LINES
           MOVE WS-CASE-COST  TO WRL-CASE
           MOVE WS-DUN-COST   TO WRL-DUN
           MOVE WS-PAPER-COST TO WRL-PAPER
           MOVE WS-EDOC-COST  TO WRL-EDOC
           WRITE REPORT-REC FROM W-RATE-LINE
                 AFTER ADVANCING 1 LINE
           IF  WS-PRINT-SECTION = '1'
               WRITE REPORT-REC FROM W-SUM-HEADING
                     AFTER ADVANCING 2 LINES
           ELSE
               WRITE REPORT-REC FROM W-RANK-HEADING
                     AFTER ADVANCING 2 LINES
           END-IF
           MOVE 7 TO W-LINE
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
               MOVE 'RSSABC23: VKSDCUST-FAILURE-OPEN...'
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
                   MOVE 'RSSABC23: VKSDCUST-FAILURE-NEXT...'
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
               MOVE 'RSSABC23: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC23: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABC23: VKSDORD, FAILURE, CLOSE...'
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
               MOVE 'RSSABC23: ORDHIST-FAILURE-OPEN...'
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
               MOVE 'RSSABC23: ORDHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE ORDHIST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC23: VKSDPH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
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
               MOVE 'RSSABC23: VKSDPH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDDH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDDH-FILE
           IF  VKSDDH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC23: VKSDDH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDDH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
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
               MOVE 'RSSABC23: VKSDDH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDDH-STATUS TO IO-STATUS
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
               MOVE 'RSSABC23: VKSDCM-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
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
               MOVE 'RSSABC23: VKSDCM, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDRF-FILE
           IF  VKSDRF-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC23: VKSDRF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDRF-FILE
           IF  VKSDRF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC23: VKSDRF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CASEFILE-FILE
           IF  CASEFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC23: CASEFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CASEFILE-FILE
           IF  CASEFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC23: CASEFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CONTPREF-FILE
           IF  CONTPREF-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC23: CONTPREF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CONTPREF-FILE
           IF  CONTPREF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC23: CONTPREF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
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
               MOVE 'RSSABC23: BRFILE-FAILURE-OPEN...'
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
               MOVE 'RSSABC23: BRFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE BRFILE-STATUS TO IO-STATUS
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
               MOVE 'RSSABC23: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC23: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC23: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC23: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC23: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC23: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
