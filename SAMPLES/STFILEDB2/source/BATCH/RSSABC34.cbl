       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC34.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -YEAR-END RECEIVABLES AUDIT CONFIRMATION RUN, ON REQUEST   *
      *     OF THE EXTERNAL AUDITORS. EVERY INVOICE ACCOUNT'S OPEN    *
      *     BALANCE IS MEASURED AS OF THE AUDIT DATE, AND A           *
      *     STRATIFIED SAMPLE OF THE ACCOUNTS IS SENT A CONFIRMATION  *
      *     LETTER: EVERY ACCOUNT AT OR ABOVE THE THRESHOLD, PLUS A   *
      *     RANDOM SHARE OF THOSE BELOW IT.                           *
      *    -AN ORDER'S BALANCE AS OF THE AUDIT DATE IS ITS OPEN       *
      *     BALANCE TODAY WITH THE PAYMENTS (PAYHIST, REVERSALS       *
      *     NETTED) AND CREDIT MEMOS (CRMEMO) DATED AFTER THE AUDIT   *
      *     DATE ADDED BACK, CONVERTED TO USD THRU RSSCUR00 AT THE    *
      *     AUDIT DATE'S RATE. ONLY BILLED ORDERS PLACED ON OR        *
      *     BEFORE THE AUDIT DATE COUNT: INVOICED, PART-PAID, UNDER   *
      *     FINANCE CHARGE, OR SETTLED SINCE.                         *
      *    -A LOCATION OF A BILL-TO HIERARCHY (BILLTO, THRU RSSBTR00) *
      *     IS CONFIRMED UNDER ITS PARENT, WHICH IS THE ACCOUNT THE   *
      *     INVOICES GO TO; THE PARENT'S LETTER LISTS THE LOCATIONS'  *
      *     ORDERS WITH ITS OWN.                                      *
      *    -THE RANDOM DRAW SCRAMBLES THE ACCOUNT NUMBER WITH A SEED  *
      *     THE WAY THE CAMPAIGN HOLDOUT DRAW OF RSSABB32 DOES, SO A  *
      *     RERUN WITH THE SAME SEED DRAWS THE SAME ACCOUNTS.         *
      *    -EACH LETTER CARRIES THE ACCOUNT'S INVOICE ADDRESS BLOCK,  *
      *     ITS OPEN ORDERS AND BALANCE AS OF THE AUDIT DATE AND THE  *
      *     REPLY INSTRUCTIONS, AND IS DELIVERED THE WAY RSSABB11     *
      *     DELIVERS THE INVOICE: PRINTED, E-DELIVERED (ONE EDELIV    *
      *     RECORD) OR BOTH PER THE ACCOUNT'S CONTPREF RECORD, AND    *
      *     LOGGED ON ITS CORRESPONDENCE HISTORY THRU RSSCHW00.       *
      *    -EVERY LETTER IS ENTERED ON THE CONFIRMATION REGISTER      *
      *     (CONFREG, ODCSFAC) UNDER THE AUDIT DATE, FOR THE RESPONSE *
      *     SCREEN (RSSAT055) AND THE EXCEPTIONS REPORT (RSSABC35).   *
      *     A RERUN REPLACES AN ENTRY STILL AWAITING ITS REPLY AND    *
      *     LEAVES AN ANSWERED ONE AS IT IS, WITHOUT A NEW LETTER.    *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - VKSDPH (PAYMENT HISTORY, ODCSFPH)         *
      * INPUT FILE : VSAM - CRMEMO (CREDIT MEMOS, ODCSFCM)            *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - CONTPREF (CONTACT PREFERENCES)            *
      * INPUT FILE : VSAM - BILLTO (THRU RSSBTR00)                    *
      * I-O   FILE : VSAM - CONFREG (CONFIRMATION REGISTER, ODCSFAC)  *
      * OUTPUT FILE: QSAM - CONFDOC (PRINTABLE CONFIRMATION LETTERS)  *
      * OUTPUT FILE: QSAM - EDELIV (E-DELIVERY EXTRACT)               *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * OUTPUT     : SYSPRINT - CONFIRMATION REGISTER LISTING         *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABC34_AUDIT_DATE (CCYYMMDD) ON THE RUN-PARAMETER*
      * FILE (OR THE ENVIRONMENT) IS THE BALANCE DATE CONFIRMED,      *
      * DECEMBER 31 OF THE PRIOR YEAR BY DEFAULT.                     *
      * RSSABC34_THRESHOLD: THE USD BALANCE AT OR ABOVE WHICH EVERY   *
      * ACCOUNT IS CONFIRMED (DEFAULT 10000).                         *
      * RSSABC34_SAMPLE_PCT: THE PERCENTAGE OF THE ACCOUNTS BELOW THE *
      * THRESHOLD DRAWN AT RANDOM (DEFAULT 10).                       *
      * RSSABC34_SEED: THE SEED OF THE DRAW (DEFAULT THE AUDIT DATE'S *
      * LAST FIVE DIGITS).                                            *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * ORDER'S DATA VSAM-KSDS FILE: SWEPT FOR THE BALANCES, THEN
      * BROWSED PER ACCOUNT FOR THE LETTERS
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * PAYMENT-HISTORY VSAM-KSDS FILE, KEYED BROWSE PER ORDER
           SELECT OPTIONAL VKSDPH-FILE
               ASSIGN       TO VKSDPH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PH-PAY-KEY
               FILE STATUS  IS VKSDPH-STATUS.

      * CREDIT-MEMO VSAM-KSDS FILE, KEYED BROWSE PER ORDER
           SELECT OPTIONAL VKSDCM-FILE
               ASSIGN       TO CRMEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CM-MEMO-KEY
               FILE STATUS  IS VKSDCM-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, THE ACCOUNT'S ADDRESS BLOCK
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * CONTACT-PREFERENCE VSAM-KSDS FILE: THE ACCOUNT'S DELIVERY
      * PREFERENCE ROUTES ITS LETTER (ABSENT RECORD OR FILE MEANS
      * PRINT)
           SELECT OPTIONAL CONTPREF-FILE
               ASSIGN       TO CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

      * CONFIRMATION REGISTER, BY AUDIT DATE AND ACCOUNT
           SELECT OPTIONAL CONFREG-FILE
               ASSIGN       TO CONFREG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS AC-CONF-KEY
               FILE STATUS  IS CONFREG-STATUS.

      * PRINTABLE CONFIRMATION LETTERS
           SELECT CONFDOC-FILE
               ASSIGN       TO CONFDOC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS CONFDOC-STATUS.

      * E-DELIVERY EXTRACT FOR THE MAIL GATEWAY, ONE RECORD PER
      * ELECTRONICALLY DELIVERED LETTER
           SELECT EDELIV-FILE
               ASSIGN       TO EDELIV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS EDELIV-STATUS.

      * CONFIRMATION REGISTER LISTING
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

       FD   VKSDPH-FILE.
       COPY ODCSFPH.

       FD   VKSDCM-FILE.
       COPY ODCSFCM.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   CONTPREF-FILE.
       COPY ODCSFCP.

       FD   CONFREG-FILE.
       COPY ODCSFAC.

       FD   CONFDOC-FILE
            RECORD CONTAINS 132 CHARACTERS.
       01  CONFDOC-RECORD             PIC X(132).

       FD   EDELIV-FILE
            RECORD CONTAINS 120 CHARACTERS.
       01  EDELIV-RECORD              PIC X(120).

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
       01  VKSDPH-STATUS.
           05  VKSDPH-STAT1        PIC X.
           05  VKSDPH-STAT2        PIC X.
       01  VKSDCM-STATUS.
           05  VKSDCM-STAT1        PIC X.
           05  VKSDCM-STAT2        PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1      PIC X.
           05  CONTPREF-STAT2      PIC X.
       01  CONFREG-STATUS.
           05  CONFREG-STAT1       PIC X.
           05  CONFREG-STAT2       PIC X.
       01  CONFDOC-STATUS.
           05  CONFDOC-STAT1       PIC X.
           05  CONFDOC-STAT2       PIC X.
       01  EDELIV-STATUS.
           05  EDELIV-STAT1        PIC X.
           05  EDELIV-STAT2        PIC X.
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
       01  WS-BROWSE-DONE-SWITCH   PIC X       VALUE 'N'.
           88  BROWSE-DONE         VALUE 'Y'.
       01  WS-REG-FOUND-SWITCH     PIC X       VALUE 'N'.
           88  REGISTER-ENTRY-FOUND VALUE 'Y'.

      * RUN PARAMETERS
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-DATE-G           REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(004).
           05  FILLER              PIC 9(004).
       01  WS-AUDIT-DATE           PIC 9(008)  VALUE 0.
       01  WS-THRESHOLD            PIC 9(009)V99 VALUE 10000.
       01  WS-SAMPLE-PCT           PIC 9(003)  VALUE 10.
       01  WS-ED-THRESHOLD         PIC ZZZ,ZZZ,ZZ9.99.

      * THE DRAW THAT PUTS AN ACCOUNT BELOW THE THRESHOLD IN THE
      * SAMPLE
       01  WS-DRAW-SEED            PIC 9(005) VALUE 0.
       01  WS-DRAW-WORK            PIC 9(015) VALUE 0.
       01  WS-DRAW-QUOT            PIC 9(015) VALUE 0.
       01  WS-DRAW-REM             PIC 9(005) VALUE 0.
       01  WS-DRAW-PCT             PIC 9(003) VALUE 0.

      * THE ORDER BEING MEASURED: ITS BALANCE AS OF THE AUDIT DATE IN
      * ITS OWN CURRENCY AND IN USD
       01  WS-ORD-BALANCE          PIC S9(009)V99 VALUE 0.
       01  WS-ORD-BALANCE-USD      PIC S9(011)V99 VALUE 0.
       01  WS-ORD-COUNTS-SWITCH    PIC X       VALUE 'N'.
           88  ORDER-COUNTS        VALUE 'Y'.

      * THE CUSTOMER BEING SWEPT, ITS BALANCE AND OPEN ORDERS
       01  WS-CURR-CUSTIDENT       PIC 9(009)  VALUE 0.
       01  WS-CURR-BALANCE         PIC S9(011)V99 VALUE 0.
       01  WS-CURR-ORDERS          PIC 9(005)  VALUE 0.
       01  WS-ACCT-CUSTIDENT       PIC 9(009)  VALUE 0.

      * ONE ENTRY PER INVOICE ACCOUNT WITH OPEN ORDERS AS OF THE
      * AUDIT DATE, IN ACCOUNT ORDER, WITH ITS STRATUM ONCE SELECTED
      * ('H' AT OR ABOVE THE THRESHOLD, 'R' DRAWN, SPACE NOT
      * SELECTED)
       01  WS-ACCOUNT-TABLE.
           05  WS-AT-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-AT-ENTRY         OCCURS 5000.
               10  WS-AT-CUSTIDENT     PIC 9(009).
               10  WS-AT-BALANCE       PIC S9(011)V99.
               10  WS-AT-ORDERS        PIC 9(005).
               10  WS-AT-STRATUM       PIC X(001).
       01  WS-AT-IX                PIC S9(4) COMP VALUE +0.
       01  WS-AT-SHIFT-IX          PIC S9(4) COMP VALUE +0.

      * THE LETTER BEING WRITTEN: ITS DELIVERY CHANNEL, ITS MEMBERS
      * (THE ACCOUNT AND ITS LOCATIONS) AND ITS TOTALS
       01  WS-CHN-PRINT-SWITCH     PIC X      VALUE 'Y'.
           88  CHANNEL-PRINT       VALUE 'Y'.
       01  WS-CHN-EMAIL-SWITCH     PIC X      VALUE 'N'.
           88  CHANNEL-EMAIL       VALUE 'Y'.
       01  WS-LTR-CHANNEL          PIC X(005) VALUE SPACES.
       01  WS-LTR-NAME             PIC X(030) VALUE SPACES.
       01  WS-LTR-BALANCE          PIC S9(011)V99 VALUE 0.
       01  WS-LTR-ORDERS           PIC 9(005)  VALUE 0.
       01  WS-LTR-FIRST-ORDER      PIC 9(006)  VALUE 0.
       01  WS-MEMBER-CUSTIDENT     PIC 9(009)  VALUE 0.
       01  WS-MEMBER-TABLE.
           05  WS-MB-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-MB-CHILD         PIC 9(009) OCCURS 200.
       01  WS-MB-IX                PIC S9(4) COMP VALUE +0.
       01  WS-REG-REMARK           PIC X(040) VALUE SPACES.

      * A DATE EDITED MM/DD/CCYY FOR THE LETTER
       01  WS-DATE-IN              PIC 9(008)  VALUE 0.
       01  WS-DATE-IN-G            REDEFINES WS-DATE-IN.
           05  WS-DATE-IN-CCYY     PIC 9(004).
           05  WS-DATE-IN-MM       PIC 9(002).
           05  WS-DATE-IN-DD       PIC 9(002).
       01  WS-DATE-OUT.
           05  WS-DATE-OUT-MM      PIC 9(002).
           05  FILLER              PIC X(001) VALUE '/'.
           05  WS-DATE-OUT-DD      PIC 9(002).
           05  FILLER              PIC X(001) VALUE '/'.
           05  WS-DATE-OUT-CCYY    PIC 9(004).
       01  WS-ED-AUDIT-DATE        PIC X(010) VALUE SPACES.

      * E-DELIVERY EXTRACT RECORD, ONE PER ELECTRONIC LETTER
       01  W-EDELIV-RECORD.
           05  WE-DOCTYPE          PIC X(008).
           05  WE-CUSTIDENT        PIC 9(009).
           05  WE-DOCDATE          PIC 9(008).
           05  WE-DOCAMT           PIC 9(011)V99.
           05  WE-CUSTEMAIL        PIC X(040).
           05  FILLER              PIC X(042).
       01  W-EDELIV-IMAGE          REDEFINES W-EDELIV-RECORD
                                   PIC X(120).

      * CORRESPONDENCE-HISTORY DOCUMENT INFORMATION: THE AUDIT DATE
      * AND THE BALANCE CONFIRMED
       01  W-CHW-CONF-INFO.
           05  FILLER              PIC X(003) VALUE 'AD '.
           05  WC-AUDIT-DATE       PIC 9(008).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WC-BALANCE          PIC 9(006)V99.

      * RUN STATISTICS AND THE POPULATION SAMPLED
       01  WS-ORDER-READ-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-ORDER-OPEN-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-POP-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-POP-AMOUNT           PIC S9(011)V99 VALUE 0.
       01  WS-HIGH-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-HIGH-AMOUNT          PIC S9(011)V99 VALUE 0.
       01  WS-LOW-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-LOW-AMOUNT           PIC S9(011)V99 VALUE 0.
       01  WS-DRAWN-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-DRAWN-AMOUNT         PIC S9(011)V99 VALUE 0.
       01  WS-SENT-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-SENT-AMOUNT          PIC S9(011)V99 VALUE 0.
       01  WS-KEPT-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-NOADDR-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-PRINT-CHN-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-EDELIV-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-FALLBACK-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-NORATE-COUNT         PIC 9(7) COMP VALUE 0.

      *-- CONFIRMATION LETTER LINES
       01  W-LTR-TITLE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'ACCOUNT BALANCE CONFIRMATION REQUEST'.
           05  FILLER              PIC X(035) VALUE SPACES.
           05  FILLER              PIC X(006) VALUE 'DATE: '.
           05  WL-DATE             PIC X(010).
           05  FILLER              PIC X(036) VALUE SPACES.

       01  W-LTR-CUSTLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'ACCOUNT : '.
           05  WL-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WL-CUSTNAME         PIC X(052).
           05  FILLER              PIC X(054) VALUE SPACES.

       01  W-LTR-ADDRLINE.
           05  FILLER              PIC X(015) VALUE SPACES.
           05  WL-ADDR-TEXT        PIC X(060).
           05  FILLER              PIC X(057) VALUE SPACES.

       01  W-LTR-TEXTLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WL-TEXT             PIC X(080).
           05  FILLER              PIC X(047) VALUE SPACES.

       01  W-LTR-ORDHEAD.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(011) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(008) VALUE 'ORDER'.
           05  FILLER              PIC X(012) VALUE 'ORDER DATE'.
           05  FILLER              PIC X(005) VALUE 'CUR'.
           05  FILLER              PIC X(017) VALUE
               '        BALANCE'.
           05  FILLER              PIC X(015) VALUE
               ' BALANCE IN USD'.
           05  FILLER              PIC X(059) VALUE SPACES.

       01  W-LTR-ORDLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WL-ORD-CUSTIDENT    PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WL-ORDERNUM         PIC 9(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WL-ORDERDATE        PIC X(010).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WL-CURRENCY         PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WL-ORD-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WL-ORD-BALANCE-USD  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(059) VALUE SPACES.

       01  W-LTR-TOTLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(026) VALUE
               'BALANCE DUE TO US AS OF '.
           05  WL-TOT-DATE         PIC X(010).
           05  FILLER              PIC X(023) VALUE
               ' IN USD  . . . . . . :'.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WL-TOT-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(049) VALUE SPACES.

       01  W-LTR-REFLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(017) VALUE
               'OUR REFERENCE :  '.
           05  FILLER              PIC X(006) VALUE 'AUDIT '.
           05  WL-REF-DATE         PIC 9(008).
           05  FILLER              PIC X(009) VALUE ' ACCOUNT '.
           05  WL-REF-CUSTIDENT    PIC 9(009).
           05  FILLER              PIC X(078) VALUE SPACES.

       01  W-BLANK-LINE            PIC X(132) VALUE SPACES.

      *-- THE LETTER'S REPLY INSTRUCTIONS
       01  WS-REPLY-TEXT-VALUES.
           05  FILLER              PIC X(040) VALUE
               'OUR AUDITORS ARE EXAMINING OUR FINANCIAL'.
           05  FILLER              PIC X(040) VALUE
               ' STATEMENTS AND ASK YOU TO CONFIRM THE'.
           05  FILLER              PIC X(040) VALUE
               'BALANCE OF YOUR ACCOUNT SHOWN BELOW. IT'.
           05  FILLER              PIC X(040) VALUE
               ' IS NOT A REQUEST FOR PAYMENT.'.
           05  FILLER              PIC X(040) VALUE
               'IF THE BALANCE AGREES WITH YOUR RECORDS,'.
           05  FILLER              PIC X(040) VALUE
               ' PLEASE SIGN THIS LETTER AND RETURN IT'.
           05  FILLER              PIC X(040) VALUE
               'DIRECTLY TO OUR AUDITORS. IF IT DOES'.
           05  FILLER              PIC X(040) VALUE
               ' NOT, PLEASE STATE THE BALANCE YOUR'.
           05  FILLER              PIC X(040) VALUE
               'RECORDS SHOW AND THE ITEMS THAT MAKE UP'.
           05  FILLER              PIC X(040) VALUE
               ' THE DIFFERENCE, QUOTING OUR REFERENCE.'.
           05  FILLER              PIC X(040) VALUE
               'THE BALANCE SHOWN ABOVE :  IS CORRECT /'.
           05  FILLER              PIC X(040) VALUE
               ' IS NOT CORRECT, OUR BALANCE IS ________'.
           05  FILLER              PIC X(040) VALUE
               'SIGNATURE ............. : ______________'.
           05  FILLER              PIC X(040) VALUE
               '____________  DATE : ____________'.
       01  WS-REPLY-TEXT-TABLE     REDEFINES WS-REPLY-TEXT-VALUES.
           05  WS-REPLY-TEXT       PIC X(080) OCCURS 7.
       01  WS-TEXT-IX              PIC S9(4) COMP VALUE +0.

      *-- REGISTER LISTING LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC34'.
           05  FILLER              PIC X(020) VALUE SPACES.
           05  FILLER              PIC X(044) VALUE
               'RECEIVABLES AUDIT CONFIRMATIONS, AUDIT DATE '.
           05  WT-AUDIT-DATE       PIC 9(008).
           05  FILLER              PIC X(033) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-SECTION.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(060).
           05  FILLER              PIC X(070) VALUE SPACES.

       01  W-HEADING-1.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  FILLER              PIC X(011) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(032) VALUE 'NAME'.
           05  FILLER              PIC X(003) VALUE 'ST'.
           05  FILLER              PIC X(017) VALUE
               '    BALANCE USD'.
           05  FILLER              PIC X(008) VALUE 'ORDERS'.
           05  FILLER              PIC X(007) VALUE 'VIA'.
           05  FILLER              PIC X(040) VALUE 'REMARK'.
           05  FILLER              PIC X(013) VALUE SPACES.

       01  W-REG-DETAIL.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-NAME             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-STRATUM          PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-ORDERS           PIC ZZ,ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-CHANNEL          PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-REMARK           PIC X(040).
           05  FILLER              PIC X(013) VALUE SPACES.

       01  W-NOTE-LINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WN-TEXT             PIC X(050).
           05  WN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WN-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(048) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * EXCHANGE-RATE AREA FOR THE RSSCUR00 READER
       COPY RSSCURC.

      * BILL-TO HIERARCHY AREA FOR THE RSSBTR00 READER
       COPY RSSBTRC.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC34' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * THE AUDIT DATE, THE THRESHOLD, THE SAMPLE AND ITS SEED...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'RSSABC34_AUDIT_DATE' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE (1:8) IS NUMERIC
           AND WS-ENV-VALUE (9:) = SPACES
               MOVE WS-ENV-VALUE (1:8) TO WS-AUDIT-DATE
           ELSE
               COMPUTE WS-AUDIT-DATE =
                       (WS-RUN-YYYY - 1) * 10000 + 1231
           END-IF.
           IF  WS-AUDIT-DATE > WS-RUN-DATE
               DISPLAY 'RSSABC34: AUDIT DATE ' WS-AUDIT-DATE
                       ' IS AFTER THE RUN DATE'
               MOVE 8 TO RETURN-CODE
               PERFORM END-RUN-LOG
               GOBACK
           END-IF.
           MOVE WS-AUDIT-DATE TO WS-DATE-IN
           PERFORM EDIT-LETTER-DATE
           MOVE WS-DATE-OUT   TO WS-ED-AUDIT-DATE.

           MOVE 'RSSABC34_THRESHOLD' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-THRESHOLD = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF.
           MOVE WS-THRESHOLD TO WS-ED-THRESHOLD.

           MOVE 'RSSABC34_SAMPLE_PCT' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-SAMPLE-PCT = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF.
           IF  WS-SAMPLE-PCT > 100
               MOVE 100 TO WS-SAMPLE-PCT
           END-IF.

           MOVE WS-AUDIT-DATE (4:5) TO WS-DRAW-SEED
           MOVE 'RSSABC34_SEED' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-DRAW-SEED = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDPH-OPEN.
           PERFORM VKSDCM-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM CONTPREF-OPEN.
           PERFORM CONFREG-OPEN.
           PERFORM CONFDOC-OPEN.
           PERFORM EDELIV-OPEN.

      * ------------------------------------------------------------- *
      * ORDERS FILE'S SWEEPING: EACH CUSTOMER'S BALANCE AS OF THE
      * AUDIT DATE, ROLLED UP UNDER ITS INVOICE ACCOUNT...
           DISPLAY "MEASURING THE BALANCES AS OF THE AUDIT DATE..."
           MOVE 0 TO WS-CURR-CUSTIDENT
           PERFORM VKSDORD-NEXT.
           PERFORM UNTIL ORDER-EOF
              ADD 1 TO WS-ORDER-READ-COUNT
              IF  QO-CUSTIDENT NOT = WS-CURR-CUSTIDENT
                  PERFORM POST-CUSTOMER-BALANCE
                  MOVE QO-CUSTIDENT TO WS-CURR-CUSTIDENT
              END-IF
              PERFORM MEASURE-ORDER-AT-AUDIT
              IF  ORDER-COUNTS
                  ADD 1                  TO WS-ORDER-OPEN-COUNT
                  ADD 1                  TO WS-CURR-ORDERS
                  ADD WS-ORD-BALANCE-USD TO WS-CURR-BALANCE
              END-IF
              PERFORM VKSDORD-NEXT
           END-PERFORM.
           PERFORM POST-CUSTOMER-BALANCE.

      * ------------------------------------------------------------- *
      * THE SAMPLE: EVERY ACCOUNT AT OR ABOVE THE THRESHOLD, AND THE
      * DRAW BELOW IT...
           DISPLAY "SELECTING THE SAMPLE..."
           PERFORM SELECT-ONE-ACCOUNT
               VARYING WS-AT-IX FROM 1 BY 1
               UNTIL WS-AT-IX > WS-AT-COUNT.

      * ------------------------------------------------------------- *
      * THE LETTERS AND THE REGISTER...
           DISPLAY "WRITING THE CONFIRMATION LETTERS..."
           OPEN OUTPUT SYSPRINT.
           MOVE 'CONFIRMATIONS SELECTED, BY ACCOUNT' TO WS-SECTION-TITLE
           PERFORM PRINT-HEADINGS.
           PERFORM CONFIRM-ONE-ACCOUNT
               VARYING WS-AT-IX FROM 1 BY 1
               UNTIL WS-AT-IX > WS-AT-COUNT.
           PERFORM PRINT-SAMPLE-SUMMARY.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDPH-CLOSE.
           PERFORM VKSDCM-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM CONTPREF-CLOSE.
           PERFORM CONFREG-CLOSE.
           PERFORM CONFDOC-CLOSE.
           PERFORM EDELIV-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC34' TO CTLTOT-PROGRAM
           MOVE 'AUDIT ACCOUNTS OWING' TO CTLTOT-LABEL
           MOVE WS-POP-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC34' TO CTLTOT-PROGRAM
           MOVE 'AUDIT CONFIRMS SENT' TO CTLTOT-LABEL
           MOVE WS-SENT-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC34' TO CTLTOT-PROGRAM
           MOVE 'AUDIT CONFIRMS EMAIL' TO CTLTOT-LABEL
           MOVE WS-EDELIV-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC34: AUDIT DATE..........' WS-AUDIT-DATE
           DISPLAY 'RSSABC34: ORDERS READ.........' WS-ORDER-READ-COUNT
           DISPLAY 'RSSABC34: ORDERS OPEN.........' WS-ORDER-OPEN-COUNT
           DISPLAY 'RSSABC34: ACCOUNTS OPEN.......' WS-POP-COUNT
           DISPLAY 'RSSABC34: ABOVE THRESHOLD.....' WS-HIGH-COUNT
           DISPLAY 'RSSABC34: DRAWN BELOW IT......' WS-DRAWN-COUNT
           DISPLAY 'RSSABC34: LETTERS SENT........' WS-SENT-COUNT
           DISPLAY 'RSSABC34: PRINTED.............' WS-PRINT-CHN-COUNT
           DISPLAY 'RSSABC34: E-DELIVERED.........' WS-EDELIV-COUNT
           DISPLAY 'RSSABC34: E-MAIL FALLBACKS....' WS-FALLBACK-COUNT
           DISPLAY 'RSSABC34: ANSWERED, KEPT......' WS-KEPT-COUNT
           DISPLAY 'RSSABC34: NO CUSTOMER RECORD..' WS-NOADDR-COUNT
           DISPLAY 'RSSABC34: NO EXCHANGE RATE....' WS-NORATE-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC34' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-SENT-COUNT TO RLOG-COUNT
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
      * THE ORDER JUST READ: DOES IT COUNT AS A RECEIVABLE ON THE     *
      * AUDIT DATE, AND FOR HOW MUCH? IT COUNTS WHEN IT WAS PLACED ON *
      * OR BEFORE THE AUDIT DATE, HAS BEEN BILLED AND NOT WRITTEN     *
      * OFF OR CANCELLED, AND ITS BALANCE AS OF THAT DATE (TODAY'S    *
      * OPEN BALANCE WITH THE LATER PAYMENTS AND CREDITS ADDED BACK)  *
      * IS NOT ZERO.                                                  *
      *---------------------------------------------------------------*
       MEASURE-ORDER-AT-AUDIT.
           MOVE 'N' TO WS-ORD-COUNTS-SWITCH
           MOVE 0   TO WS-ORD-BALANCE WS-ORD-BALANCE-USD
           IF  QO-ORDERDATE > WS-AUDIT-DATE
               EXIT PARAGRAPH
           END-IF
           IF  QO-ORDERSTATUS NOT = 'INVOICED'
           AND QO-ORDERSTATUS NOT = 'PARTPAID'
           AND QO-ORDERSTATUS NOT = 'FINCHG'
           AND QO-ORDERSTATUS NOT = 'SETTLED'
               EXIT PARAGRAPH
           END-IF
           IF  QO-ORDERAMT NUMERIC
               MOVE QO-ORDERAMT TO WS-ORD-BALANCE
           END-IF
           IF  QO-PAID-AMT NUMERIC
               SUBTRACT QO-PAID-AMT FROM WS-ORD-BALANCE
           END-IF
           IF  QO-CREDIT-AMT NUMERIC
               SUBTRACT QO-CREDIT-AMT FROM WS-ORD-BALANCE
           END-IF
           PERFORM ADD-BACK-LATER-PAYMENTS
           PERFORM ADD-BACK-LATER-CREDITS
           IF  WS-ORD-BALANCE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ORD-COUNTS-SWITCH
           PERFORM CONVERT-ORDER-BALANCE
           EXIT.

      *---------------------------------------------------------------*
      * THE ORDER'S PAYMENTS DATED AFTER THE AUDIT DATE, EACH ONE     *
      * SIGNED AS RECORDED (A REVERSAL CARRIES A NEGATIVE AMOUNT).    *
      *---------------------------------------------------------------*
       ADD-BACK-LATER-PAYMENTS.
           MOVE 'N'          TO WS-BROWSE-DONE-SWITCH
           MOVE QO-CUSTIDENT TO PH-CUSTIDENT
           MOVE QO-ORDERNUM  TO PH-ORDERNUM
           MOVE ZEROS        TO PH-PAYSEQ
           START VKSDPH-FILE KEY NOT < PH-PAY-KEY
           IF  VKSDPH-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ VKSDPH-FILE NEXT RECORD
              IF  VKSDPH-STATUS NOT = '00'
              OR  PH-CUSTIDENT NOT = QO-CUSTIDENT
              OR  PH-ORDERNUM  NOT = QO-ORDERNUM
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  IF  PH-PAYDATE > WS-AUDIT-DATE
                  AND PH-PAYAMT NUMERIC
                      ADD PH-PAYAMT TO WS-ORD-BALANCE
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * THE ORDER'S CREDIT MEMOS DATED AFTER THE AUDIT DATE.          *
      *---------------------------------------------------------------*
       ADD-BACK-LATER-CREDITS.
           MOVE 'N'          TO WS-BROWSE-DONE-SWITCH
           MOVE QO-CUSTIDENT TO CM-CUSTIDENT
           MOVE QO-ORDERNUM  TO CM-ORDERNUM
           MOVE ZEROS        TO CM-MEMOSEQ
           START VKSDCM-FILE KEY NOT < CM-MEMO-KEY
           IF  VKSDCM-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ VKSDCM-FILE NEXT RECORD
              IF  VKSDCM-STATUS NOT = '00'
              OR  CM-CUSTIDENT NOT = QO-CUSTIDENT
              OR  CM-ORDERNUM  NOT = QO-ORDERNUM
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  IF  CM-MEMODATE > WS-AUDIT-DATE
                  AND CM-MEMOAMT NUMERIC
                      ADD CM-MEMOAMT TO WS-ORD-BALANCE
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * CONVERT THE ORDER'S BALANCE TO THE REPORTING CURRENCY AT THE  *
      * RATE IN FORCE ON THE AUDIT DATE. AN ORDER WHOSE CURRENCY      *
      * CARRIES NO RATE STAYS UNCONVERTED AND IS COUNTED.             *
      *---------------------------------------------------------------*
       CONVERT-ORDER-BALANCE.
           MOVE WS-ORD-BALANCE TO WS-ORD-BALANCE-USD
           IF  QO-CURRENCY NOT = SPACES
           AND QO-CURRENCY NOT = 'USD'
               MOVE QO-CURRENCY   TO CUR-CURRENCY
               MOVE WS-AUDIT-DATE TO CUR-DATE
               CALL 'RSSCUR00' USING RSSCUR-AREA
               IF  CUR-RETCODE = '00'
                   COMPUTE WS-ORD-BALANCE-USD ROUNDED =
                           WS-ORD-BALANCE * CUR-RATE
               ELSE
                   ADD 1 TO WS-NORATE-COUNT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE CUSTOMER JUST SWEPT, WHEN IT HAS OPEN ORDERS, GOES UNDER  *
      * ITS INVOICE ACCOUNT: ITS BILL-TO PARENT, OR ITSELF.           *
      *---------------------------------------------------------------*
       POST-CUSTOMER-BALANCE.
           IF  WS-CURR-ORDERS > 0
               MOVE 'P'               TO BTR-FUNC
               MOVE WS-CURR-CUSTIDENT TO BTR-CUSTIDENT
               CALL 'RSSBTR00' USING RSSBTR-AREA
               IF  BTR-RETCODE = '00'
                   MOVE BTR-PARENT        TO WS-ACCT-CUSTIDENT
               ELSE
                   MOVE WS-CURR-CUSTIDENT TO WS-ACCT-CUSTIDENT
               END-IF
               PERFORM FIND-ACCOUNT-ENTRY
               ADD WS-CURR-BALANCE TO WS-AT-BALANCE (WS-AT-IX)
               ADD WS-CURR-ORDERS  TO WS-AT-ORDERS (WS-AT-IX)
           END-IF
           MOVE 0 TO WS-CURR-BALANCE
           MOVE 0 TO WS-CURR-ORDERS
           EXIT.

      *---------------------------------------------------------------*
      * FIND THE ENTRY OF THE ACCOUNT IN WS-ACCT-CUSTIDENT, OPENING   *
      * IT IN ACCOUNT ORDER WHEN IT IS NEW; WS-AT-IX LEFT ON IT.      *
      *---------------------------------------------------------------*
       FIND-ACCOUNT-ENTRY.
           MOVE 1 TO WS-AT-IX
           PERFORM UNTIL WS-AT-IX > WS-AT-COUNT
                   OR WS-AT-CUSTIDENT (WS-AT-IX) >= WS-ACCT-CUSTIDENT
              ADD 1 TO WS-AT-IX
           END-PERFORM
           IF  WS-AT-IX <= WS-AT-COUNT
           AND WS-AT-CUSTIDENT (WS-AT-IX) = WS-ACCT-CUSTIDENT
               EXIT PARAGRAPH
           END-IF
           IF  WS-AT-COUNT >= 5000
               MOVE 'RSSABC34: ACCOUNT TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE WS-AT-COUNT TO WS-AT-SHIFT-IX
           PERFORM UNTIL WS-AT-SHIFT-IX < WS-AT-IX
              MOVE WS-AT-ENTRY (WS-AT-SHIFT-IX)
                TO WS-AT-ENTRY (WS-AT-SHIFT-IX + 1)
              SUBTRACT 1 FROM WS-AT-SHIFT-IX
           END-PERFORM
           MOVE WS-ACCT-CUSTIDENT TO WS-AT-CUSTIDENT (WS-AT-IX)
           MOVE 0                 TO WS-AT-BALANCE (WS-AT-IX)
           MOVE 0                 TO WS-AT-ORDERS (WS-AT-IX)
           MOVE SPACE             TO WS-AT-STRATUM (WS-AT-IX)
           ADD 1 TO WS-AT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * AN ACCOUNT OWING US ON THE AUDIT DATE IS PART OF THE          *
      * POPULATION; IT IS SELECTED WHEN ITS BALANCE REACHES THE       *
      * THRESHOLD, OR WHEN A SCRAMBLE OF ITS NUMBER AND THE SEED      *
      * FALLS WITHIN THE SAMPLE PERCENTAGE.                           *
      *---------------------------------------------------------------*
       SELECT-ONE-ACCOUNT.
           IF  WS-AT-BALANCE (WS-AT-IX) NOT > 0
               EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-POP-COUNT
           ADD WS-AT-BALANCE (WS-AT-IX) TO WS-POP-AMOUNT
           IF  WS-AT-BALANCE (WS-AT-IX) >= WS-THRESHOLD
               MOVE 'H' TO WS-AT-STRATUM (WS-AT-IX)
               ADD 1                        TO WS-HIGH-COUNT
               ADD WS-AT-BALANCE (WS-AT-IX) TO WS-HIGH-AMOUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-LOW-COUNT
           ADD WS-AT-BALANCE (WS-AT-IX) TO WS-LOW-AMOUNT
           COMPUTE WS-DRAW-WORK =
                   WS-AT-CUSTIDENT (WS-AT-IX) * 31821 + WS-DRAW-SEED
           DIVIDE WS-DRAW-WORK BY 65536 GIVING WS-DRAW-QUOT
                  REMAINDER WS-DRAW-REM
           COMPUTE WS-DRAW-PCT = WS-DRAW-REM * 100 / 65536
           IF  WS-DRAW-PCT < WS-SAMPLE-PCT
               MOVE 'R' TO WS-AT-STRATUM (WS-AT-IX)
               ADD 1                        TO WS-DRAWN-COUNT
               ADD WS-AT-BALANCE (WS-AT-IX) TO WS-DRAWN-AMOUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE SELECTED ACCOUNT: ITS LETTER, ITS REGISTER ENTRY AND ITS  *
      * LINE ON THE LISTING. AN ENTRY ALREADY ANSWERED FOR THE AUDIT  *
      * DATE IS KEPT AS IT IS AND NO LETTER GOES OUT AGAIN; AN        *
      * ACCOUNT WHOSE CUSTOMER RECORD IS GONE HAS NO ADDRESS TO WRITE *
      * TO AND IS ONLY LISTED.                                        *
      *---------------------------------------------------------------*
       CONFIRM-ONE-ACCOUNT.
           IF  WS-AT-STRATUM (WS-AT-IX) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AT-CUSTIDENT (WS-AT-IX) TO WS-ACCT-CUSTIDENT
           MOVE SPACES TO WS-LTR-CHANNEL WS-LTR-NAME WS-REG-REMARK
           MOVE WS-AT-BALANCE (WS-AT-IX) TO WS-LTR-BALANCE
           MOVE WS-AT-ORDERS (WS-AT-IX)  TO WS-LTR-ORDERS

           MOVE WS-AUDIT-DATE     TO AC-AUDIT-DATE
           MOVE WS-ACCT-CUSTIDENT TO AC-CUSTIDENT
           PERFORM CONFREG-READ
           IF  CONFREG-STATUS = '00'
               MOVE 'Y' TO WS-REG-FOUND-SWITCH
           ELSE
               MOVE 'N' TO WS-REG-FOUND-SWITCH
           END-IF
           IF  REGISTER-ENTRY-FOUND
           AND AC-RESPONSE NOT = SPACE
               ADD 1 TO WS-KEPT-COUNT
               MOVE AC-CHANNEL TO WS-LTR-CHANNEL
               MOVE 'ANSWERED ALREADY, KEPT, NO NEW LETTER'
                 TO WS-REG-REMARK
               PERFORM PRINT-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCT-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS NOT = '00'
               ADD 1 TO WS-NOADDR-COUNT
               MOVE 'NO CUSTOMER RECORD, NO LETTER SENT'
                 TO WS-REG-REMARK
               PERFORM PRINT-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           STRING VS-CUSTFNAME  DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  VS-CUSTLNAME  DELIMITED BY '  '
             INTO WS-LTR-NAME
           END-STRING

           PERFORM RESOLVE-DELIVERY-CHANNEL
           PERFORM WRITE-CONFIRMATION-LETTER
           PERFORM STORE-REGISTER-ENTRY
           ADD 1              TO WS-SENT-COUNT
           ADD WS-LTR-BALANCE TO WS-SENT-AMOUNT
           PERFORM PRINT-REGISTER-LINE
           EXIT.

      *---------------------------------------------------------------*
      * RESOLVE THE ACCOUNT'S DELIVERY CHANNEL FROM ITS CONTPREF      *
      * RECORD THE WAY RSSABB11 DOES FOR THE INVOICE: PRINT UNLESS    *
      * ELECTRONIC ('E') OR BOTH ('B') WAS ASKED FOR, AND BACK TO     *
      * PRINT (COUNTED) WHEN THE E-MAIL IS ABSENT OR FLAGGED          *
      * UNDELIVERABLE. THE CUSTOMER RECORD IS CURRENT.                *
      *---------------------------------------------------------------*
       RESOLVE-DELIVERY-CHANNEL.
           MOVE 'Y' TO WS-CHN-PRINT-SWITCH
           MOVE 'N' TO WS-CHN-EMAIL-SWITCH
           MOVE WS-ACCT-CUSTIDENT TO CP-CUSTIDENT
           PERFORM CONTPREF-READ
           IF  CONTPREF-STATUS = '00'
           AND (CP-DELIV-PREF = 'E' OR CP-DELIV-PREF = 'B')
               IF  VS-CUSTEMAIL NOT = SPACES
               AND VS-EMAIL-UNDELIV NOT = 'Y'
                   MOVE 'Y' TO WS-CHN-EMAIL-SWITCH
                   IF  CP-DELIV-PREF = 'E'
                       MOVE 'N' TO WS-CHN-PRINT-SWITCH
                   END-IF
               ELSE
                   ADD 1 TO WS-FALLBACK-COUNT
               END-IF
           END-IF
           EVALUATE TRUE
              WHEN CHANNEL-PRINT AND CHANNEL-EMAIL
                   MOVE 'BOTH'  TO WS-LTR-CHANNEL
              WHEN CHANNEL-EMAIL
                   MOVE 'EMAIL' TO WS-LTR-CHANNEL
              WHEN OTHER
                   MOVE 'PRINT' TO WS-LTR-CHANNEL
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * THE LETTER: THE ACCOUNT'S INVOICE ADDRESS BLOCK, THE REQUEST, *
      * THE OPEN ORDERS OF THE ACCOUNT AND OF ITS LOCATIONS WITH      *
      * THEIR BALANCES AS OF THE AUDIT DATE, THE TOTAL AND THE REPLY  *
      * FORM. THE LISTED ORDERS ARE MEASURED AGAIN AS THEY ARE READ,  *
      * SO THE LETTER'S TOTAL IS THE ONE REGISTERED.                  *
      *---------------------------------------------------------------*
       WRITE-CONFIRMATION-LETTER.
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM EDIT-LETTER-DATE
           MOVE WS-DATE-OUT TO WL-DATE
           MOVE W-LTR-TITLE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE W-BLANK-LINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE

           MOVE WS-ACCT-CUSTIDENT TO WL-CUSTIDENT
           MOVE WS-LTR-NAME       TO WL-CUSTNAME
           MOVE W-LTR-CUSTLINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE VS-CUSTADDRS TO WL-ADDR-TEXT
           MOVE W-LTR-ADDRLINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE SPACES TO WL-ADDR-TEXT
           STRING VS-CUSTCITY    DELIMITED BY '  '
                  ', '           DELIMITED BY SIZE
                  VS-CUSTSTATE   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  VS-CUSTZIP     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  VS-CUSTCOUNTRY DELIMITED BY SIZE
             INTO WL-ADDR-TEXT
           END-STRING
           MOVE W-LTR-ADDRLINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE W-BLANK-LINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE

           PERFORM VARYING WS-TEXT-IX FROM 1 BY 1
                   UNTIL WS-TEXT-IX > 2
              MOVE WS-REPLY-TEXT (WS-TEXT-IX) TO WL-TEXT
              MOVE W-LTR-TEXTLINE TO CONFDOC-RECORD
              PERFORM LETTER-LINE-WRITE
           END-PERFORM
           MOVE W-BLANK-LINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE W-LTR-ORDHEAD TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE

           MOVE 0 TO WS-LTR-BALANCE WS-LTR-ORDERS WS-LTR-FIRST-ORDER
           MOVE 'C'               TO BTR-FUNC
           MOVE WS-ACCT-CUSTIDENT TO BTR-CUSTIDENT
           CALL 'RSSBTR00' USING RSSBTR-AREA
           MOVE 0 TO WS-MB-COUNT
           IF  BTR-RETCODE = '00' OR '04'
               MOVE BTR-CHILD-COUNT TO WS-MB-COUNT
               PERFORM VARYING WS-MB-IX FROM 1 BY 1
                       UNTIL WS-MB-IX > WS-MB-COUNT
                  MOVE BTR-CHILD (WS-MB-IX) TO WS-MB-CHILD (WS-MB-IX)
               END-PERFORM
           END-IF
           MOVE WS-ACCT-CUSTIDENT TO WS-MEMBER-CUSTIDENT
           PERFORM LIST-MEMBER-ORDERS
           PERFORM VARYING WS-MB-IX FROM 1 BY 1
                   UNTIL WS-MB-IX > WS-MB-COUNT
              MOVE WS-MB-CHILD (WS-MB-IX) TO WS-MEMBER-CUSTIDENT
              PERFORM LIST-MEMBER-ORDERS
           END-PERFORM

           MOVE W-BLANK-LINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE WS-ED-AUDIT-DATE TO WL-TOT-DATE
           MOVE WS-LTR-BALANCE   TO WL-TOT-BALANCE
           MOVE W-LTR-TOTLINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE W-BLANK-LINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           PERFORM VARYING WS-TEXT-IX FROM 3 BY 1
                   UNTIL WS-TEXT-IX > 5
              MOVE WS-REPLY-TEXT (WS-TEXT-IX) TO WL-TEXT
              MOVE W-LTR-TEXTLINE TO CONFDOC-RECORD
              PERFORM LETTER-LINE-WRITE
           END-PERFORM
           MOVE W-BLANK-LINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE WS-AUDIT-DATE     TO WL-REF-DATE
           MOVE WS-ACCT-CUSTIDENT TO WL-REF-CUSTIDENT
           MOVE W-LTR-REFLINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE W-BLANK-LINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           PERFORM VARYING WS-TEXT-IX FROM 6 BY 1
                   UNTIL WS-TEXT-IX > 7
              MOVE WS-REPLY-TEXT (WS-TEXT-IX) TO WL-TEXT
              MOVE W-LTR-TEXTLINE TO CONFDOC-RECORD
              PERFORM LETTER-LINE-WRITE
              MOVE W-BLANK-LINE TO CONFDOC-RECORD
              PERFORM LETTER-LINE-WRITE
           END-PERFORM
           MOVE ALL '-' TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE

           IF  CHANNEL-PRINT
               ADD 1 TO WS-PRINT-CHN-COUNT
               MOVE 'PRINT' TO CHW-CHANNEL
               PERFORM RECORD-CORRESPONDENCE
           END-IF
           IF  CHANNEL-EMAIL
               PERFORM WRITE-EDELIV-DOCUMENT
               MOVE 'EMAIL' TO CHW-CHANNEL
               PERFORM RECORD-CORRESPONDENCE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE ONE MEMBER'S KEY RANGE OF THE ORDERS FILE AND LIST ITS *
      * ORDERS OPEN ON THE AUDIT DATE ON THE LETTER.                  *
      *---------------------------------------------------------------*
       LIST-MEMBER-ORDERS.
           MOVE 'N' TO WS-ORDER-EOF-SWITCH
           MOVE WS-MEMBER-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS               TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM VKSDORD-NEXT
           PERFORM UNTIL ORDER-EOF
                   OR QO-CUSTIDENT NOT = WS-MEMBER-CUSTIDENT
              PERFORM MEASURE-ORDER-AT-AUDIT
              IF  ORDER-COUNTS
                  PERFORM LIST-ONE-ORDER
              END-IF
              PERFORM VKSDORD-NEXT
           END-PERFORM
           EXIT.

       LIST-ONE-ORDER.
           ADD 1                  TO WS-LTR-ORDERS
           ADD WS-ORD-BALANCE-USD TO WS-LTR-BALANCE
           IF  WS-LTR-FIRST-ORDER = 0
               MOVE QO-ORDERNUM TO WS-LTR-FIRST-ORDER
           END-IF
           MOVE QO-CUSTIDENT TO WL-ORD-CUSTIDENT
           MOVE QO-ORDERNUM  TO WL-ORDERNUM
           MOVE QO-ORDERDATE TO WS-DATE-IN
           PERFORM EDIT-LETTER-DATE
           MOVE WS-DATE-OUT  TO WL-ORDERDATE
           IF  QO-CURRENCY = SPACES
               MOVE 'USD'       TO WL-CURRENCY
           ELSE
               MOVE QO-CURRENCY TO WL-CURRENCY
           END-IF
           MOVE WS-ORD-BALANCE     TO WL-ORD-BALANCE
           MOVE WS-ORD-BALANCE-USD TO WL-ORD-BALANCE-USD
           MOVE W-LTR-ORDLINE TO CONFDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           EXIT.

      *---------------------------------------------------------------*
      * EDIT WS-DATE-IN (CCYYMMDD) INTO WS-DATE-OUT (MM/DD/CCYY).     *
      *---------------------------------------------------------------*
       EDIT-LETTER-DATE.
           MOVE WS-DATE-IN-MM   TO WS-DATE-OUT-MM
           MOVE WS-DATE-IN-DD   TO WS-DATE-OUT-DD
           MOVE WS-DATE-IN-CCYY TO WS-DATE-OUT-CCYY
           EXIT.

      *---------------------------------------------------------------*
      * ROUTE ONE FORMATTED LETTER LINE: THE PRINT STREAM GETS IT     *
      * UNLESS THE LETTER IS ELECTRONIC-ONLY. THE E-CHANNEL CARRIES   *
      * ONE EXTRACT RECORD PER LETTER, NOT PER LINE.                  *
      *---------------------------------------------------------------*
       LETTER-LINE-WRITE.
           IF  CHANNEL-PRINT
               PERFORM CONFDOC-WRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       WRITE-EDELIV-DOCUMENT.
           MOVE 'AUDCONF '        TO WE-DOCTYPE
           MOVE WS-ACCT-CUSTIDENT TO WE-CUSTIDENT
           MOVE WS-RUN-DATE       TO WE-DOCDATE
           IF  WS-LTR-BALANCE > 0
               MOVE WS-LTR-BALANCE TO WE-DOCAMT
           ELSE
               MOVE 0              TO WE-DOCAMT
           END-IF
           MOVE VS-CUSTEMAIL      TO WE-CUSTEMAIL
           MOVE W-EDELIV-IMAGE    TO EDELIV-RECORD
           PERFORM EDELIV-WRITE
           ADD 1 TO WS-EDELIV-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * LOG THE LETTER ON THE ACCOUNT'S CORRESPONDENCE HISTORY FOR    *
      * THE CHANNEL IN CHW-CHANNEL.                                   *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE WS-ACCT-CUSTIDENT  TO CHW-CUSTIDENT
           MOVE 'AUDCONF '         TO CHW-DOC-TYPE
           MOVE 'RSSABC34'         TO CHW-PROGRAM
           MOVE WS-RUN-DATE        TO CHW-SENT-DATE
           MOVE WS-LTR-FIRST-ORDER TO CHW-ORDERNUM
           MOVE SPACES             TO CHW-CAMPAIGN
           MOVE WS-AUDIT-DATE      TO WC-AUDIT-DATE
           IF  WS-LTR-BALANCE > 999999.99
               MOVE 999999.99      TO WC-BALANCE
           ELSE
               MOVE WS-LTR-BALANCE TO WC-BALANCE
           END-IF
           MOVE W-CHW-CONF-INFO    TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
      * ENTER THE LETTER ON THE CONFIRMATION REGISTER, REPLACING AN   *
      * ENTRY OF AN EARLIER RUN STILL AWAITING ITS REPLY.             *
      *---------------------------------------------------------------*
       STORE-REGISTER-ENTRY.
           MOVE SPACES TO AC-ODCSFAC-RECORD
           MOVE WS-AUDIT-DATE            TO AC-AUDIT-DATE
           MOVE WS-ACCT-CUSTIDENT        TO AC-CUSTIDENT
           MOVE WS-AT-STRATUM (WS-AT-IX) TO AC-STRATUM
           MOVE WS-LTR-BALANCE           TO AC-BALANCE
           MOVE WS-LTR-ORDERS            TO AC-ORDER-COUNT
           MOVE WS-LTR-CHANNEL           TO AC-CHANNEL
           MOVE WS-RUN-DATE              TO AC-SENT-DATE
           MOVE SPACE                    TO AC-RESPONSE
           MOVE 0                        TO AC-CUST-AMOUNT
           MOVE 0                        TO AC-RESP-DATE
           IF  REGISTER-ENTRY-FOUND
               PERFORM CONFREG-REWRITE
               MOVE 'LETTER SENT AGAIN, ENTRY REPLACED'
                 TO WS-REG-REMARK
           ELSE
               PERFORM CONFREG-WRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRINT-REGISTER-LINE.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE WS-ACCT-CUSTIDENT        TO WR-CUSTIDENT
           MOVE WS-LTR-NAME              TO WR-NAME
           MOVE WS-AT-STRATUM (WS-AT-IX) TO WR-STRATUM
           MOVE WS-LTR-BALANCE           TO WR-BALANCE
           MOVE WS-LTR-ORDERS            TO WR-ORDERS
           MOVE WS-LTR-CHANNEL           TO WR-CHANNEL
           MOVE WS-REG-REMARK            TO WR-REMARK
           WRITE REPORT-REC FROM W-REG-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE POPULATION AND THE SAMPLE TAKEN FROM IT, FOR THE          *
      * AUDITORS' WORKING PAPERS.                                     *
      *---------------------------------------------------------------*
       PRINT-SAMPLE-SUMMARY.
           MOVE 'THE POPULATION AND THE SAMPLE' TO WS-SECTION-TITLE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO W-NOTE-LINE
           STRING 'THRESHOLD (USD) ' DELIMITED BY SIZE
                  WS-ED-THRESHOLD    DELIMITED BY SIZE
                  ', SAMPLE BELOW IT ' DELIMITED BY SIZE
                  WS-SAMPLE-PCT      DELIMITED BY SIZE
                  '%'                DELIMITED BY SIZE
             INTO WN-TEXT
           END-STRING
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'ACCOUNTS OWING ON THE AUDIT DATE  . . . . . . :'
             TO WN-TEXT
           MOVE WS-POP-COUNT  TO WN-COUNT
           MOVE WS-POP-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE 'AT OR ABOVE THE THRESHOLD, ALL SELECTED (H) . :'
             TO WN-TEXT
           MOVE WS-HIGH-COUNT  TO WN-COUNT
           MOVE WS-HIGH-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'BELOW THE THRESHOLD . . . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-LOW-COUNT  TO WN-COUNT
           MOVE WS-LOW-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  OF WHICH DRAWN AT RANDOM (R)  . . . . . . . :'
             TO WN-TEXT
           MOVE WS-DRAWN-COUNT  TO WN-COUNT
           MOVE WS-DRAWN-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'LETTERS SENT THIS RUN . . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-SENT-COUNT  TO WN-COUNT
           MOVE WS-SENT-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'ANSWERED ON AN EARLIER RUN, KEPT  . . . . . . :'
             TO WN-TEXT
           MOVE WS-KEPT-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'SELECTED WITHOUT A CUSTOMER RECORD, NOT SENT  :'
             TO WN-TEXT
           MOVE WS-NOADDR-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'ORDERS IN A CURRENCY WITH NO RATE (UNCONVERTED):'
             TO WN-TEXT
           MOVE WS-NORATE-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE   TO WT-DATE
           MOVE WS-AUDIT-DATE TO WT-AUDIT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-HEADING-1
                 AFTER ADVANCING 2 LINES
           MOVE 6 TO W-LINE
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
               MOVE 'RSSABC34: VKSDORD-FAILURE-OPEN...'
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
                   MOVE 'RSSABC34: VKSDORD-FAILURE-NEXT...'
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
               MOVE 'RSSABC34: VKSDORD-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDPH-FILE
           IF  VKSDPH-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC34: VKSDPH-FAILURE-OPEN...'
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
               MOVE 'RSSABC34: VKSDPH-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
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
               MOVE 'RSSABC34: VKSDCM-FAILURE-OPEN...'
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
               MOVE 'RSSABC34: VKSDCM-FAILURE-CLOSE...'
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
               MOVE 'RSSABC34: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC34: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABC34: VKSDCUST-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC34: CONTPREF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-READ.
           READ CONTPREF-FILE
           IF  CONTPREF-STATUS = '00'
           OR  CONTPREF-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC34: CONTPREF-FAILURE-READ...'
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
               MOVE 'RSSABC34: CONTPREF-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONFREG-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O CONFREG-FILE
           IF  CONFREG-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC34: CONFREG-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CONFREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONFREG-READ.
           READ CONFREG-FILE
           IF  CONFREG-STATUS = '00'
           OR  CONFREG-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC34: CONFREG-FAILURE-READ...'
                 TO DISP-MSG
               MOVE CONFREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONFREG-WRITE.
           WRITE AC-ODCSFAC-RECORD
           IF  CONFREG-STATUS NOT = '00'
               MOVE 'RSSABC34: CONFREG-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CONFREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONFREG-REWRITE.
           REWRITE AC-ODCSFAC-RECORD
           IF  CONFREG-STATUS NOT = '00'
               MOVE 'RSSABC34: CONFREG-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE CONFREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONFREG-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CONFREG-FILE
           IF  CONFREG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC34: CONFREG-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE CONFREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONFDOC-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT CONFDOC-FILE
           IF  CONFDOC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC34: CONFDOC-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CONFDOC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONFDOC-WRITE.
           WRITE CONFDOC-RECORD
           IF  CONFDOC-STATUS NOT = '00'
               MOVE 'RSSABC34: CONFDOC-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CONFDOC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONFDOC-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CONFDOC-FILE
           IF  CONFDOC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC34: CONFDOC-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE CONFDOC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       EDELIV-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT EDELIV-FILE
           IF  EDELIV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC34: EDELIV-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE EDELIV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       EDELIV-WRITE.
           WRITE EDELIV-RECORD
           IF  EDELIV-STATUS NOT = '00'
               MOVE 'RSSABC34: EDELIV-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE EDELIV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       EDELIV-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE EDELIV-FILE
           IF  EDELIV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC34: EDELIV-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE EDELIV-STATUS TO IO-STATUS
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
               MOVE 'RSSABC34: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC34: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC34: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABC34: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC34: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC34: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
