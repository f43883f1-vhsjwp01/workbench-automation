      *     STATE'S RATE OTHERWISE), PRINTED AS A TAX LINE AND        *
      *     INCLUDED IN THE INVOICE TOTAL; THE TAX IS SUMMARIZED BY   *
      *     STATE AT END OF JOB FOR THE FILING DESK.                  *
      *    -EVERY INVOICE'S TAXABLE BASE AND TAX (OR ITS EXEMPT BASE  *
      *     WHEN NO RATE APPLIES) IS ALSO BOOKED ON THE TAX-LIABILITY *
      *     HISTORY BY JURISDICTION AND PERIOD THRU RSSTXL00, FOR THE *
      *     QUARTERLY SALES-TAX RETURNS.                              *
      *    -A CUSTOMER HOLDING A TAX-EXEMPTION CERTIFICATE FOR THE    *
      *     STATE, VALID ON THE RUN DATE (EXEMPCRT), IS CHARGED NO    *
      *     TAX: THE INVOICE PRINTS THE CERTIFICATE NUMBER INSTEAD OF *
      *     THE TAX LINE AND THE SALE IS BOOKED AS EXEMPT.            *
      *    -AN ORDER STATED IN A FOREIGN CURRENCY PRINTS ITS          *
      *     ORIGINAL-CURRENCY AMOUNT AND CODE ON ITS DETAIL LINE,     *
      *     AND ENTERS THE INVOICE TOTAL AT ITS REPORTING-CURRENCY    *
      *     (ONE EDELIV EXTRACT RECORD PER INVOICE FOR THE MAIL       *
      *     GATEWAY), OR BOTH. AN ELECTRONIC CUSTOMER WITHOUT A       *
      *     DELIVERABLE E-MAIL FALLS BACK TO PRINT AND IS COUNTED.    *
      *    -A BILLED ORDER THE WAREHOUSE CONFIRMED SHIPPED PRINTS ITS *
      *     SHIP DATE, CARRIER AND TRACKING NUMBER FROM THE SHIPMENT  *
      *     FILE UNDER ITS DETAIL LINE.                               *
      *    -AN ORDER PLACED UNDER A PROMOTION CODE PRINTS ITS GROSS   *
      *     AMOUNT ON ITS DETAIL LINE AND THE PROMOTION'S DISCOUNT    *
      *     (FROM THE ORDER'S REDEMPTION RECORD) AS A LINE OF ITS     *
      *     OWN; THE ORDER ENTERS THE INVOICE TOTAL NET, AS IT IS     *
      *     CARRIED ON THE ORDERS FILE.                               *
      *    -EACH INVOICE PRINTS THE CUSTOMER'S PAYMENT TERMS (FROM    *
      *     THE TERMS TABLE; NO CODE MEANS THE 'STD ' ENTRY, AND NO   *
      *     ENTRY MEANS DUE ON THE INVOICE DATE), ITS DUE DATE AND    *
      *     ANY EARLY-PAYMENT DISCOUNT DATE. EVERY BILLED ORDER GETS  *
      *     AN INVTERMS RECORD CARRYING THOSE DATES, WHICH AGING,     *
      *     DUNNING, FINANCE CHARGES AND PAYMENT APPLY WORK FROM.     *
      *    -EVERY INVOICE SENT IS LOGGED ON THE CUSTOMER'S            *
      *     CORRESPONDENCE HISTORY THRU RSSCHW00, ONCE PER DELIVERY   *
      *     CHANNEL, WITH THE FIRST ORDER IT BILLS AND ITS TOTAL.     *
      *    -A CORPORATE ACCOUNT WHOSE LOCATIONS ARE LINKED TO A       *
      *     BILL-TO PARENT (BILLTO, RESOLVED THRU RSSBTR00) GETS ONE  *
      *     CONSOLIDATED INVOICE ADDRESSED TO THE PARENT, WITH THE    *
      *     BILLABLE ORDERS OF THE PARENT AND OF EACH LOCATION        *
      *     LISTED UNDER A LOCATION HEADING. THE MAIN SWEEP PASSES    *
      *     THE HIERARCHY'S ORDERS OVER AND NOTES THE PARENT; EACH    *
      *     NOTED PARENT IS THEN BILLED BY KEYED BROWSES OF ITS       *
      *     LOCATIONS' ORDERS. TERMS, TAX AND DELIVERY ARE THE        *
      *     PARENT'S.                                                 *
      *    -AN ORDER SHIPPED TO ONE OF THE CUSTOMER'S SHIP-TO         *
      *     ADDRESSES (SHIPTO, BY THE ORDER'S SHIP-TO SEQUENCE)       *
      *     PRINTS THAT ADDRESS UNDER ITS DETAIL LINE AND IS TAXED    *
      *     ON ITS OWN FROM THE SHIP-TO'S ZIP AND STATE, WITH ITS OWN *
      *     TAX LINE AND TAX-LIABILITY POSTING; THE INVOICE-LEVEL TAX *
      *     COVERS ONLY THE ORDERS SHIPPED TO THE CUSTOMER'S OWN      *
      *     ADDRESS. A SHIP-TO NO LONGER ON FILE IS TAXED AT THE      *
      *     CUSTOMER'S ADDRESS AND COUNTED.                           *
      *    -THE INVOICE PRINTS IN ITS CUSTOMER'S PREFERRED LANGUAGE   *
      *     (VS-CUST-LANG, THE PARENT'S ON A CONSOLIDATED INVOICE):   *
      *     ITS FIXED WORDING COMES FROM THE DOCUMENT-TEXT CATALOG    *
      *     (DOCUMENT 'INVOICE', THRU RSSDTX00) AND ITS DATES AND     *
      *     AMOUNTS ARE EDITED THE WAY THAT LANGUAGE WRITES THEM. AN  *
      *     INVOICE THAT HAD TO BORROW ANY ENGLISH WORDING FOR A      *
      *     MISSING TRANSLATION IS COUNTED TO CTLTOT.                 *
      * ------------------------------------------------------------- *
      * INPUT/OUTPUT FILE: VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)    *
      * INPUT FILE       : VSAM - PJ01AAA.RT.VSAM.ORDLINE (ODCSFOL)   *
      * INPUT FILE       : VSAM - CRMEMO (CREDIT MEMOS, ODCSFCM)      *
      * INPUT FILE       : VSAM - PJ01AAA.RT.VSAM.CUSTOMER            *
      * INPUT FILE       : VSAM - TAXFILE (TAX RATES, ODCSFTX)        *
      * INPUT FILE       : VSAM - EXEMPCRT (EXEMPTION CERTIFICATES)   *
      * INPUT FILE       : VSAM - CONTPREF (CONTACT PREFERENCES)      *
      * INPUT FILE       : VSAM - SHIPMNT (ORDER SHIPMENTS, ODCSFSH)  *
      * INPUT FILE       : VSAM - PROMORED (PROMO REDEMPTIONS)        *
      * INPUT FILE       : VSAM - TERMTBL (PAYMENT TERMS, ODCSFTM)    *
      * OUTPUT FILE      : VSAM - INVTERMS (INVOICE TERMS, ODCSFIT)   *
      * OUTPUT FILE      : QSAM - INVPRINT (PRINTABLE INVOICES)       *
      * OUTPUT FILE      : QSAM - EDELIV (E-DELIVERY EXTRACT)         *
      * OUTPUT FILE      : QSAM - CTLTOT (END-OF-SUITE COUNTS)        *
      * OUTPUT FILE      : VSAM - CORRHIST (THRU RSSCHW00)            *
      * INPUT FILE       : VSAM - BILLTO (THRU RSSBTR00)              *
      * INPUT FILE       : VSAM - SHIPTO (SHIP-TO ADDRESSES, ODCSFST) *
      * INPUT FILE       : VSAM - DOCTEXT (THRU RSSDTX00)             *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * ORDER'S DATA VSAM-KSDS FILE, SWEPT AND STAMPED IN PLACE,
      * THEN BROWSED BY LOCATION FOR THE BILL-TO INVOICES
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

               RECORD KEY   IS TX-TAX-KEY
               FILE STATUS  IS TAXFILE-STATUS.

      * SALES-TAX EXEMPTION CERTIFICATE VSAM-KSDS FILE (ABSENT
      * RECORD OR FILE MEANS THE CUSTOMER IS TAXED)
           SELECT OPTIONAL EXEMPCRT-FILE
               ASSIGN       TO EXEMPCRT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS EX-CERT-KEY
               FILE STATUS  IS EXEMPCRT-STATUS.

      * CONTACT-PREFERENCE VSAM-KSDS FILE: THE CUSTOMER'S DELIVERY
      * PREFERENCE ROUTES HIS INVOICE (ABSENT RECORD OR FILE MEANS
      * PRINT)
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

      * ORDER SHIPMENT VSAM-KSDS FILE (ABSENT RECORD OR FILE MEANS
      * NO SHIPMENT LINE PRINTS)
           SELECT OPTIONAL SHIPMNT-FILE
               ASSIGN       TO SHIPMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS SH-ORDER-KEY
               FILE STATUS  IS SHIPMNT-STATUS.

      * SHIP-TO ADDRESS VSAM-KSDS FILE (ABSENT RECORD OR FILE MEANS
      * THE ORDER IS TAXED AT THE CUSTOMER'S OWN ADDRESS)
           SELECT OPTIONAL SHIPTO-FILE
               ASSIGN       TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS ST-SHIPTO-KEY
               FILE STATUS  IS SHIPTO-STATUS.

      * PAYMENT-TERMS TABLE VSAM-KSDS FILE (ABSENT RECORD OR FILE
      * MEANS DUE ON THE INVOICE DATE, NO DISCOUNT)
           SELECT OPTIONAL TERMTBL-FILE
               ASSIGN       TO TERMTBL
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS TM-TERMS-CODE
               FILE STATUS  IS TERMTBL-STATUS.

      * INVOICE TERMS VSAM-KSDS FILE, ONE RECORD PER BILLED ORDER
           SELECT OPTIONAL INVTERMS-FILE
               ASSIGN       TO INVTERMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IT-ORDER-KEY
               FILE STATUS  IS INVTERMS-STATUS.

      * PROMOTION REDEMPTION VSAM-KSDS FILE (ABSENT RECORD OR FILE
      * MEANS NO DISCOUNT LINE PRINTS)
           SELECT OPTIONAL PROMORED-FILE
               ASSIGN       TO PROMORED
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS RD-REDEEM-KEY
               FILE STATUS  IS PROMORED-STATUS.

      * PRINTABLE INVOICES
           SELECT INVPRINT-FILE
               ASSIGN       TO INVPRINT
       FD   TAXFILE-FILE.
       COPY ODCSFTX.

       FD   EXEMPCRT-FILE.
       COPY ODCSFEX.

       FD   CONTPREF-FILE.
       COPY ODCSFCP.

       FD   SHIPMNT-FILE.
       COPY ODCSFSH.

       FD   SHIPTO-FILE.
       COPY ODCSFST.

       FD   PROMORED-FILE.
       COPY ODCSFRD.

       FD   TERMTBL-FILE.
       COPY ODCSFTM.

       FD   INVTERMS-FILE.
       COPY ODCSFIT.

       FD   INVPRINT-FILE
            RECORD CONTAINS 132 CHARACTERS.
       01  INVPRINT-RECORD            PIC X(132).
       01  TAXFILE-STATUS.
           05  TAXFILE-STAT1       PIC X.
           05  TAXFILE-STAT2       PIC X.
       01  EXEMPCRT-STATUS.
           05  EXEMPCRT-STAT1      PIC X.
           05  EXEMPCRT-STAT2      PIC X.
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1      PIC X.
           05  CONTPREF-STAT2      PIC X.
       01  SHIPMNT-STATUS.
           05  SHIPMNT-STAT1       PIC X.
           05  SHIPMNT-STAT2       PIC X.
       01  SHIPTO-STATUS.
           05  SHIPTO-STAT1        PIC X.
           05  SHIPTO-STAT2        PIC X.
       01  PROMORED-STATUS.
           05  PROMORED-STAT1      PIC X.
           05  PROMORED-STAT2      PIC X.
       01  TERMTBL-STATUS.
           05  TERMTBL-STAT1       PIC X.
           05  TERMTBL-STAT2       PIC X.
       01  INVTERMS-STATUS.
           05  INVTERMS-STAT1      PIC X.
           05  INVTERMS-STAT2      PIC X.
       01  INVPRINT-STATUS.
           05  INVPRINT-STAT1      PIC X.
           05  INVPRINT-STAT2      PIC X.
      * CURRENT INVOICE STATE
       01  WS-CURR-CUSTIDENT       PIC 9(009) VALUE 0.
       01  WS-CURR-STATE           PIC X(002) VALUE SPACES.
       01  WS-CURR-ZIP             PIC X(005) VALUE SPACES.
       01  WS-CURR-TAX-RATE        PIC 9(002)V999 VALUE 0.
       01  WS-CURR-EXEMPT-CERT     PIC X(020) VALUE SPACES.
       01  WS-INV-TAX-AMT          PIC 9(009)V99 COMP-3 VALUE 0.
       01  WS-INV-OPEN-SWITCH      PIC X      VALUE 'N'.
           88  INVOICE-OPEN        VALUE 'Y'.
       01  WS-INV-TOTAL-AMT        PIC 9(011)V99 COMP-3 VALUE 0.
       01  WS-INV-HOME-BASE        PIC 9(011)V99 COMP-3 VALUE 0.
       01  WS-INV-SHIPTO-COUNT     PIC 9(005) VALUE 0.
       01  WS-INV-ORDER-COUNT      PIC 9(005) VALUE 0.
       01  WS-INV-FIRST-ORDER      PIC 9(006) VALUE 0.
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.

      * PAYMENT TERMS OF THE CURRENT INVOICE, RESOLVED FROM THE
      * TERMS TABLE WHEN THE INVOICE OPENS
       01  WS-CURR-TERMS-CODE      PIC X(004) VALUE SPACES.
       01  WS-CURR-TERMS-DESC      PIC X(030) VALUE SPACES.
       01  WS-CURR-NET-DAYS        PIC 9(003) VALUE 0.
       01  WS-CURR-DISC-PCT        PIC 9(002)V99 VALUE 0.
       01  WS-CURR-DISC-DAYS       PIC 9(003) VALUE 0.
       01  WS-CURR-DUE-DATE        PIC 9(008) VALUE 0.
       01  WS-CURR-DISC-DATE       PIC 9(008) VALUE 0.
       01  WS-RUN-DAYNBR           PIC 9(007) VALUE 0.
       01  WS-WORK-DAYNBR          PIC 9(007) VALUE 0.
       01  WS-NOTERMS-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-DUEDATED-COUNT       PIC 9(7) COMP VALUE 0.

      * TAX-BY-STATE SUMMARY TABLE FOR THE FILING DESK
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY-COUNT  PIC S9(4) COMP VALUE +0.
       01  WS-TAX-IX               PIC S9(4) COMP VALUE +0.
       01  WS-TAX-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  TAX-ENTRY-FOUND     VALUE 'Y'.
       01  WS-SUM-POST-STATE       PIC X(002) VALUE SPACES.
       01  WS-SUM-POST-TAX         PIC 9(009)V99 COMP-3 VALUE 0.

      * TAX-RATE LOOKUP FOR ONE DESTINATION (THE INVOICE'S ADDRESS OR
      * AN ORDER'S SHIP-TO ADDRESS)
       01  WS-LKP-STATE            PIC X(002) VALUE SPACES.
       01  WS-LKP-ZIP              PIC X(005) VALUE SPACES.
       01  WS-LKP-TAX-RATE         PIC 9(002)V999 VALUE 0.
       01  WS-LKP-EXEMPT-CERT      PIC X(020) VALUE SPACES.

      * SHIP-TO TAX OF THE CURRENT BILLED ORDER
       01  WS-ORD-TAX-AMT          PIC 9(009)V99 COMP-3 VALUE 0.
       01  WS-SHIPTO-ORD-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-NOSHIPTO-COUNT       PIC 9(7) COMP VALUE 0.

       01  W-INV-SHIPTOLINE.
           05  FILLER              PIC X(016) VALUE SPACES.
           05  WI-SHIPTO-CAPTION   PIC X(012).
           05  WS-SHIPTO-TEXT      PIC X(076).
           05  FILLER              PIC X(028) VALUE SPACES.

      * DELIVERY CHANNEL FOR THE CURRENT INVOICE, RESOLVED FROM THE
      * CUSTOMER'S CONTPREF RECORD WHEN HIS INVOICE OPENS
       01  W-EDELIV-IMAGE          REDEFINES W-EDELIV-RECORD
                                   PIC X(120).

      *-- PROMOTION DISCOUNT LINE UNDER A DISCOUNTED ORDER
       01  WS-ORD-DISC-AMT         PIC 9(007)V99 VALUE 0.
       01  WS-DISCOUNT-COUNT       PIC 9(7) COMP VALUE 0.

       01  W-INV-DISCLINE.
           05  FILLER              PIC X(016) VALUE SPACES.
           05  WD-PROMO-CAPTION    PIC X(012).
           05  WD-PROMO-CODE       PIC X(008).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-DISC-AMT         PIC ZZZZZZ9.99.
           05  WD-DISC-CAPTION     PIC X(014).
           05  FILLER              PIC X(069) VALUE SPACES.

      * CURRENCY CONVERSION OF THE ORDER'S NET AMOUNT INTO THE
      * INVOICE TOTAL
       01  WS-ORD-NET              PIC 9(007)V99 VALUE 0.
       01  WS-ORD-NET-USD          PIC 9(009)V99 VALUE 0.
       01  WS-NORATE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-EXEMPT-COUNT         PIC 9(7) COMP VALUE 0.

      * EXCHANGE-RATE AREA FOR THE RSSCUR00 READER
       COPY RSSCURC.

      * BILL-TO HIERARCHY: THE CURRENT CUSTOMER'S MEMBERSHIP, THE
      * PARENTS NOTED BY THE MAIN SWEEP FOR A CONSOLIDATED INVOICE,
      * AND THE LOCATION BEING BROWSED FOR ONE
       COPY RSSBTRC.
       01  WS-BT-MEMBER-SWITCH     PIC X      VALUE 'N'.
           88  BILLTO-MEMBER       VALUE 'Y'.
       01  WS-BT-PARENT            PIC 9(009) VALUE 0.
       01  WS-BTP-TABLE.
           05  WS-BTP-COUNT-ENT    PIC S9(4) COMP VALUE +0.
           05  WS-BTP-PARENT       PIC 9(009) OCCURS 500.
       01  WS-BTP-IX               PIC S9(4) COMP VALUE +0.
       01  WS-BTP-FOUND-SWITCH     PIC X      VALUE 'N'.
           88  BTP-ENTRY-FOUND     VALUE 'Y'.
       01  WS-BTP-CHILDREN.
           05  WS-BTP-CHILD-COUNT  PIC 9(003) VALUE 0.
           05  WS-BTP-CHILD        PIC 9(009) OCCURS 200.
       01  WS-BTP-CHILD-IX         PIC S9(4) COMP VALUE +0.
       01  WS-CONSOL-SWITCH        PIC X      VALUE 'N'.
           88  CONSOLIDATED-INVOICE VALUE 'Y'.
       01  WS-LOC-CUSTIDENT        PIC 9(009) VALUE 0.
       01  WS-LOC-HEAD-SWITCH      PIC X      VALUE 'N'.
           88  LOCATION-HEADED     VALUE 'Y'.
       01  WS-CONSOL-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-LOC-BILLED-COUNT     PIC 9(7) COMP VALUE 0.

       01  W-INV-LOCLINE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WI-LOC-CAPTION      PIC X(012).
           05  WI-LOC-CUSTIDENT    PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WI-LOC-NAME         PIC X(051).
           05  FILLER              PIC X(048) VALUE SPACES.

      * RUN STATISTICS
       01  WS-INVOICE-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-BILLED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-PRINT-CHN-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-EDELIV-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-FALLBACK-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-LANG-FALLBACK-COUNT  PIC 9(7) COMP VALUE 0.

      * THE INVOICE'S FIXED WORDING: THE BUILT-IN ENGLISH LINES OF
      * DOCUMENT 'INVOICE' AND THE LINES LOADED FOR THE LANGUAGE OF
      * THE CURRENT INVOICE'S CUSTOMER
       01  WS-INV-TEXT-DEFAULTS.
           05  FILLER              PIC X(034) VALUE 'INVOICE'.
           05  FILLER              PIC X(034) VALUE 'DATE: '.
           05  FILLER              PIC X(034) VALUE 'CUSTOMER: '.
           05  FILLER              PIC X(034) VALUE 'TERMS: '.
           05  FILLER              PIC X(034) VALUE 'DUE DATE: '.
           05  FILLER              PIC X(034) VALUE
               ' PCT DISCOUNT IF PAID IN FULL '.
           05  FILLER              PIC X(034) VALUE 'BY '.
           05  FILLER              PIC X(034) VALUE 'SHIPPED '.
           05  FILLER              PIC X(034) VALUE ' VIA '.
           05  FILLER              PIC X(034) VALUE ' TRACKING: '.
           05  FILLER              PIC X(034) VALUE 'CREDIT  '.
           05  FILLER              PIC X(034) VALUE 'SALES TAX     :'.
           05  FILLER              PIC X(034) VALUE ' AT  '.
           05  FILLER              PIC X(034) VALUE ' PCT'.
           05  FILLER              PIC X(034) VALUE 'TAX EXEMPT    :'.
           05  FILLER              PIC X(034) VALUE ' CERTIFICATE '.
           05  FILLER              PIC X(034) VALUE ' IN '.
           05  FILLER              PIC X(034) VALUE 'INVOICE TOTAL :'.
           05  FILLER              PIC X(034) VALUE ' FOR '.
           05  FILLER              PIC X(034) VALUE ' ORDER(S)'.
           05  FILLER              PIC X(034) VALUE 'SHIP TO '.
           05  FILLER              PIC X(034) VALUE 'PROMOTION '.
           05  FILLER              PIC X(034) VALUE '- DISCOUNT '.
           05  FILLER              PIC X(034) VALUE 'LOCATION: '.
       01  WS-INV-TEXT-DEFAULT-T   REDEFINES WS-INV-TEXT-DEFAULTS.
           05  WS-INV-TEXT-DEFAULT PIC X(034) OCCURS 24.
       01  WS-INV-TEXT-T.
           05  WS-INV-TEXT         PIC X(034) OCCURS 24.
       01  WS-TEXT-IX              PIC S9(4) COMP VALUE +0.
       01  WS-CUST-LANG            PIC X(001) VALUE SPACE.
       01  WS-DOC-LANG             PIC X(001) VALUE SPACE.
       01  WS-DOC-FALLBACKS        PIC 9(3) COMP VALUE 0.
       01  WS-AMT-MARKS            PIC X(002) VALUE ',.'.

      * DOCUMENT-TEXT LOOKUP AREA FOR THE RSSDTX00 CATALOG READER
       COPY RSSDTXC.

      *-- INVOICE HEADING AND ADDRESS BLOCK LINES
       01  W-INV-TITLE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(030) VALUE
               'SIMPLE SAMPLE APPLICATION'.
           05  WI-TITLE-TEXT       PIC X(012).
           05  WI-DATE-CAPTION     PIC X(008).
           05  WI-DATE             PIC X(010).
           05  FILLER              PIC X(062) VALUE SPACES.

       01  W-INV-CUSTLINE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WI-CUST-CAPTION     PIC X(010).
           05  WI-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WI-CUSTNAME         PIC X(051).
           05  WI-ADDR-TEXT        PIC X(076).
           05  FILLER              PIC X(046) VALUE SPACES.

      *-- PAYMENT-TERMS LINES UNDER THE ADDRESS BLOCK
       01  W-INV-TERMLINE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WT-TERMS-CAPTION    PIC X(012).
           05  WT-TERMS-DESC       PIC X(030).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WT-DUE-CAPTION      PIC X(014).
           05  WT-DUE-DATE         PIC X(010).
           05  FILLER              PIC X(053) VALUE SPACES.

       01  W-INV-TERMDISC.
           05  FILLER              PIC X(017) VALUE SPACES.
           05  WT-DISC-PCT         PIC Z9.99.
           05  WT-PCT-CAPTION      PIC X(034).
           05  WT-BY-CAPTION       PIC X(006).
           05  WT-DISC-DATE        PIC X(010).
           05  FILLER              PIC X(060) VALUE SPACES.

       01  W-INV-DETAIL.
           05  FILLER              PIC X(012) VALUE SPACES.
           05  WI-ORDERNUM         PIC 9(006).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WI-ORDERDATE        PIC X(010).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WI-ORDERAMT         PIC ZZZZZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WI-CURRENCY         PIC X(003).
           05  FILLER              PIC X(084) VALUE SPACES.

      *-- SHIPMENT LINE UNDER A SHIPPED ORDER'S DETAIL LINE
       01  W-INV-SHIPLINE.
           05  FILLER              PIC X(016) VALUE SPACES.
           05  WH-SHIP-CAPTION     PIC X(010).
           05  WH-SHIPDATE         PIC X(010).
           05  WH-VIA-CAPTION      PIC X(006).
           05  WH-CARRIER          PIC X(010).
           05  WH-TRK-CAPTION      PIC X(012).
           05  WH-TRACKING         PIC X(030).
           05  FILLER              PIC X(038) VALUE SPACES.

      *-- LINE-ITEM BROWSE STATE AND ITEM LINE
       01  WS-LINE-DONE-SWITCH     PIC X      VALUE 'N'.

       01  W-INV-CREDLINE.
           05  FILLER              PIC X(016) VALUE SPACES.
           05  WC-CRED-CAPTION     PIC X(010).
           05  WC-MEMODATE         PIC X(010).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WC-MEMOAMT          PIC ZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE '- '.
           05  WC-REASON           PIC X(020).
           05  FILLER              PIC X(061) VALUE SPACES.

       01  W-INV-TAXLINE.
           05  FILLER              PIC X(012) VALUE SPACES.
           05  WI-TAX-CAPTION      PIC X(016).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WI-TAX-AMT          PIC ZZZZZZZZZZ9.99.
           05  WI-AT-CAPTION       PIC X(005).
           05  WI-TAX-RATE         PIC Z9.999.
           05  WI-PCT-CAPTION      PIC X(004).
           05  FILLER              PIC X(074) VALUE SPACES.

       01  W-INV-EXEMPTLINE.
           05  FILLER              PIC X(012) VALUE SPACES.
           05  WI-EXM-CAPTION      PIC X(016).
           05  WI-CERT-CAPTION     PIC X(014).
           05  WI-EXEMPT-CERT      PIC X(020).
           05  WI-IN-CAPTION       PIC X(004).
           05  WI-EXEMPT-STATE     PIC X(002).
           05  FILLER              PIC X(064) VALUE SPACES.

       01  W-TAX-SUMMARY-LINE.
           05  FILLER              PIC X(010) VALUE SPACES.

       01  W-INV-TOTAL.
           05  FILLER              PIC X(012) VALUE SPACES.
           05  WI-TOT-CAPTION      PIC X(016).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WI-TOTAL-AMT        PIC ZZZZZZZZZZ9.99.
           05  WI-FOR-CAPTION      PIC X(006).
           05  WI-TOTAL-COUNT      PIC ZZZZ9.
           05  WI-ORD-CAPTION      PIC X(014).
           05  FILLER              PIC X(064) VALUE SPACES.

       01  W-BLANK-LINE            PIC X(132) VALUE SPACES.

      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

      * SALES-TAX LIABILITY AREA FOR THE RSSTXL00 WRITER
       COPY RSSTXLC.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

       01  W-CHW-INV-INFO.
           05  FILLER              PIC X(006) VALUE 'TOTAL '.
           05  WC-INV-TOTAL        PIC ZZZZZZZZZZ9.99.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYNBR =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDLIN-OPEN.
           PERFORM VKSDCM-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM TAXFILE-OPEN.
           PERFORM EXEMPCRT-OPEN.
           PERFORM CONTPREF-OPEN.
           PERFORM SHIPMNT-OPEN.
           PERFORM SHIPTO-OPEN.
           PERFORM PROMORED-OPEN.
           PERFORM TERMTBL-OPEN.
           PERFORM INVTERMS-OPEN.
           PERFORM INVPRINT-OPEN.
           PERFORM EDELIV-OPEN.

                      PERFORM CLOSE-CURRENT-INVOICE
                  END-IF
                  MOVE QO-CUSTIDENT TO WS-CURR-CUSTIDENT
                  PERFORM RESOLVE-BILLTO-MEMBER
              END-IF
              IF  QO-ORDERSTATUS = 'SHIPPED'
              OR  QO-ORDERSTATUS = 'FINCHG'
                  IF  BILLTO-MEMBER
                      PERFORM NOTE-BILLTO-PARENT
                  ELSE
                      PERFORM BILL-CURRENT-ORDER
                  END-IF
              END-IF
              PERFORM GET-NEXT-ORDER
           END-PERFORM.
               PERFORM CLOSE-CURRENT-INVOICE
           END-IF.

      * ------------------------------------------------------------- *
      * ONE CONSOLIDATED INVOICE PER BILL-TO PARENT NOTED ABOVE...
           DISPLAY "BILLING CORPORATE ACCOUNTS..."
           MOVE 'Y' TO WS-CONSOL-SWITCH.
           PERFORM BILL-ONE-PARENT
               VARYING WS-BTP-IX FROM 1 BY 1
               UNTIL WS-BTP-IX > WS-BTP-COUNT-ENT.
           MOVE 'N' TO WS-CONSOL-SWITCH.

      * ------------------------------------------------------------- *
      * FILE CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDCM-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM TAXFILE-CLOSE.
           PERFORM EXEMPCRT-CLOSE.
           PERFORM CONTPREF-CLOSE.
           PERFORM SHIPMNT-CLOSE.
           PERFORM SHIPTO-CLOSE.
           PERFORM PROMORED-CLOSE.
           PERFORM TERMTBL-CLOSE.
           PERFORM INVTERMS-CLOSE.
           PERFORM WRITE-TAX-SUMMARY.
           PERFORM INVPRINT-CLOSE.
           PERFORM EDELIV-CLOSE.
           MOVE 'CLS' TO DTX-ACTION
           CALL 'RSSDTX00' USING RSSDTX-AREA.

           PERFORM CTLTOT-OPEN.
           PERFORM WRITE-CONTROL-TOTALS.

           DISPLAY 'RSSABB11: GENERATED ' WS-INVOICE-COUNT
                   ' INVOICE(S) FOR ' WS-BILLED-COUNT ' ORDER(S)'
           DISPLAY 'RSSABB11: ' WS-LANG-FALLBACK-COUNT
                   ' INVOICE(S) WITH ENGLISH FALLBACK WORDING'
           DISPLAY "EXITING PROGRAM..."
           GOBACK.

           END-IF

           IF  INVOICE-OPEN
           AND CONSOLIDATED-INVOICE
           AND NOT LOCATION-HEADED
               PERFORM PRINT-LOCATION-HEADING
           END-IF

           IF  INVOICE-OPEN
               PERFORM FIND-ORDER-DISCOUNT
               MOVE QO-ORDERNUM  TO WI-ORDERNUM
               MOVE QO-ORDERDATE TO DTX-DATE
               PERFORM EDIT-DOCUMENT-DATE
               MOVE DTX-DATE-OUT TO WI-ORDERDATE
               COMPUTE WI-ORDERAMT = QO-ORDERAMT + WS-ORD-DISC-AMT
               INSPECT WI-ORDERAMT CONVERTING ',.' TO WS-AMT-MARKS
               IF  QO-CURRENCY = SPACES
                   MOVE 'USD'       TO WI-CURRENCY
               ELSE
               END-IF
               MOVE W-INV-DETAIL TO INVPRINT-RECORD
               PERFORM INVOICE-LINE-WRITE
               PERFORM PRINT-ORDER-SHIPMENT
               PERFORM PRINT-ORDER-LINES
               PERFORM PRINT-ORDER-DISCOUNT
               PERFORM PRINT-ORDER-CREDITS
               MOVE QO-ORDERAMT  TO WS-ORD-NET
               IF  QO-CREDIT-AMT NUMERIC
               END-IF
               PERFORM CONVERT-ORDER-NET
               ADD WS-ORD-NET-USD TO WS-INV-TOTAL-AMT
               IF  QO-SHIPTO-SEQ NUMERIC
               AND QO-SHIPTO-SEQ > 0
                   PERFORM TAX-SHIPTO-ORDER
               ELSE
                   ADD WS-ORD-NET-USD TO WS-INV-HOME-BASE
               END-IF
               IF  WS-INV-ORDER-COUNT = 0
                   MOVE QO-ORDERNUM TO WS-INV-FIRST-ORDER
               END-IF
               ADD 1             TO WS-INV-ORDER-COUNT
               MOVE QO-ORDERSTATUS TO OHW-OLD-STATUS
               MOVE 'INVOICED'   TO QO-ORDERSTATUS
               PERFORM VKSDORD-REWRITE
               PERFORM WRITE-INVOICE-TERMS
               MOVE QO-CUSTIDENT   TO OHW-CUSTIDENT
               MOVE QO-ORDERNUM    TO OHW-ORDERNUM
               MOVE QO-ORDERSTATUS TO OHW-NEW-STATUS
               MOVE SPACES         TO OHW-USERID
               CALL 'RSSOHW00' USING RSSOHW-AREA
               ADD 1             TO WS-BILLED-COUNT
               IF  CONSOLIDATED-INVOICE
                   ADD 1         TO WS-LOC-BILLED-COUNT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * IS THE CUSTOMER JUST REACHED BY THE SWEEP PART OF A BILL-TO   *
      * HIERARCHY, AS A LOCATION OR AS A PARENT WITH LOCATIONS? ITS   *
      * ORDERS ARE THEN LEFT TO THE PARENT'S CONSOLIDATED INVOICE.    *
      *---------------------------------------------------------------*
       RESOLVE-BILLTO-MEMBER.
           MOVE 'N' TO WS-BT-MEMBER-SWITCH
           MOVE 'P'               TO BTR-FUNC
           MOVE WS-CURR-CUSTIDENT TO BTR-CUSTIDENT
           CALL 'RSSBTR00' USING RSSBTR-AREA
           IF  BTR-RETCODE = '00'
               MOVE 'Y'        TO WS-BT-MEMBER-SWITCH
               MOVE BTR-PARENT TO WS-BT-PARENT
               EXIT PARAGRAPH
           END-IF
           MOVE 'C'               TO BTR-FUNC
           MOVE WS-CURR-CUSTIDENT TO BTR-CUSTIDENT
           CALL 'RSSBTR00' USING RSSBTR-AREA
           IF  BTR-RETCODE = '00' OR '04'
               MOVE 'Y'               TO WS-BT-MEMBER-SWITCH
               MOVE WS-CURR-CUSTIDENT TO WS-BT-PARENT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * NOTE THE CURRENT ORDER'S BILL-TO PARENT FOR A CONSOLIDATED    *
      * INVOICE, ONCE PER PARENT.                                     *
      *---------------------------------------------------------------*
       NOTE-BILLTO-PARENT.
           MOVE 'N' TO WS-BTP-FOUND-SWITCH
           PERFORM VARYING WS-BTP-IX FROM 1 BY 1
                   UNTIL WS-BTP-IX > WS-BTP-COUNT-ENT
                      OR BTP-ENTRY-FOUND
              IF  WS-BTP-PARENT (WS-BTP-IX) = WS-BT-PARENT
                  MOVE 'Y' TO WS-BTP-FOUND-SWITCH
              END-IF
           END-PERFORM
           IF  NOT BTP-ENTRY-FOUND
               IF  WS-BTP-COUNT-ENT >= 500
                   MOVE 'RSSABB11: BILL-TO PARENT TABLE IS FULL'
                     TO DISP-MSG
                   PERFORM Z-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-BTP-COUNT-ENT
               MOVE WS-BT-PARENT TO WS-BTP-PARENT (WS-BTP-COUNT-ENT)
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BILL ONE PARENT'S CONSOLIDATED INVOICE: THE PARENT'S OWN      *
      * BILLABLE ORDERS FIRST, THEN EACH LOCATION'S IN CUSTOMER       *
      * ORDER. THE INVOICE OPENS ON THE FIRST BILLABLE ORDER FOUND,   *
      * ADDRESSED TO THE PARENT.                                      *
      *---------------------------------------------------------------*
       BILL-ONE-PARENT.
           MOVE WS-BTP-PARENT (WS-BTP-IX) TO WS-CURR-CUSTIDENT
           MOVE 'C'               TO BTR-FUNC
           MOVE WS-CURR-CUSTIDENT TO BTR-CUSTIDENT
           CALL 'RSSBTR00' USING RSSBTR-AREA
           MOVE BTR-CHILD-COUNT   TO WS-BTP-CHILD-COUNT
           PERFORM VARYING WS-BTP-CHILD-IX FROM 1 BY 1
                   UNTIL WS-BTP-CHILD-IX > WS-BTP-CHILD-COUNT
              MOVE BTR-CHILD (WS-BTP-CHILD-IX)
                TO WS-BTP-CHILD (WS-BTP-CHILD-IX)
           END-PERFORM

           MOVE WS-CURR-CUSTIDENT TO WS-LOC-CUSTIDENT
           PERFORM BILL-ONE-LOCATION
           PERFORM VARYING WS-BTP-CHILD-IX FROM 1 BY 1
                   UNTIL WS-BTP-CHILD-IX > WS-BTP-CHILD-COUNT
              MOVE WS-BTP-CHILD (WS-BTP-CHILD-IX) TO WS-LOC-CUSTIDENT
              PERFORM BILL-ONE-LOCATION
           END-PERFORM

           IF  INVOICE-OPEN
               PERFORM CLOSE-CURRENT-INVOICE
               ADD 1 TO WS-CONSOL-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE ONE LOCATION'S KEY RANGE OF THE ORDERS FILE AND ADD    *
      * ITS BILLABLE ORDERS TO THE PARENT'S INVOICE.                  *
      *---------------------------------------------------------------*
       BILL-ONE-LOCATION.
           MOVE 'N' TO WS-LOC-HEAD-SWITCH
           MOVE 'N' TO WS-ORDER-EOF-SWITCH
           MOVE WS-LOC-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS            TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NEXT-ORDER
           PERFORM UNTIL ORDER-EOF
                   OR QO-CUSTIDENT NOT = WS-LOC-CUSTIDENT
              IF  QO-ORDERSTATUS = 'SHIPPED'
              OR  QO-ORDERSTATUS = 'FINCHG'
                  PERFORM BILL-CURRENT-ORDER
              END-IF
              PERFORM GET-NEXT-ORDER
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * PRINT THE LOCATION HEADING AHEAD OF THE LOCATION'S FIRST      *
      * BILLED ORDER ON A CONSOLIDATED INVOICE. THE PARENT'S CUSTOMER *
      * RECORD IS READ BACK AFTERWARDS: THE INVOICE'S DELIVERY USES   *
      * IT WHEN IT CLOSES.                                            *
      *---------------------------------------------------------------*
       PRINT-LOCATION-HEADING.
           MOVE 'Y' TO WS-LOC-HEAD-SWITCH
           MOVE WS-LOC-CUSTIDENT TO WI-LOC-CUSTIDENT
           MOVE SPACES TO WI-LOC-NAME
           MOVE WS-LOC-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
               STRING VS-CUSTFNAME  DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      VS-CUSTLNAME  DELIMITED BY '  '
                 INTO WI-LOC-NAME
               END-STRING
           END-IF
           MOVE W-INV-LOCLINE TO INVPRINT-RECORD
           PERFORM INVOICE-LINE-WRITE
           MOVE WS-CURR-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           EXIT.

      *---------------------------------------------------------------*
      * CONVERT THE ORDER'S NET AMOUNT TO THE REPORTING CURRENCY AT   *
      * THE RATE IN FORCE ON ITS ORDER DATE, FOR THE INVOICE TOTAL.   *
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * PRINT THE CURRENT BILLED ORDER'S SHIP DATE, CARRIER AND       *
      * TRACKING NUMBER UNDER ITS DETAIL LINE WHEN THE WAREHOUSE HAS  *
      * CONFIRMED IT SHIPPED. AN ORDER WITHOUT A SHIPMENT RECORD      *
      * (SHIPPED BY HAND, OR A FINANCE CHARGE) PRINTS NONE.           *
      *---------------------------------------------------------------*
       PRINT-ORDER-SHIPMENT.
           MOVE QO-CUSTIDENT TO SH-CUSTIDENT
           MOVE QO-ORDERNUM  TO SH-ORDERNUM
           PERFORM SHIPMNT-READ
           IF  SHIPMNT-STATUS = '00'
               MOVE SH-SHIPDATE TO DTX-DATE
               PERFORM EDIT-DOCUMENT-DATE
               MOVE DTX-DATE-OUT TO WH-SHIPDATE
               MOVE SH-CARRIER  TO WH-CARRIER
               MOVE SH-TRACKING TO WH-TRACKING
               MOVE W-INV-SHIPLINE TO INVPRINT-RECORD
               PERFORM INVOICE-LINE-WRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * PRINT THE CURRENT BILLED ORDER'S LINE ITEMS UNDER ITS DETAIL  *
      * LINE BY BROWSING THE ORDER'S KEY RANGE OF THE LINE-ITEM FILE. *
           MOVE OL-QUANTITY  TO WL-QUANTITY
           MOVE OL-UNITPRICE TO WL-UNITPRICE
           MOVE WS-EXT-AMT   TO WL-EXT-AMT
           INSPECT WL-UNITPRICE CONVERTING ',.' TO WS-AMT-MARKS
           INSPECT WL-EXT-AMT   CONVERTING ',.' TO WS-AMT-MARKS
           MOVE W-INV-ITEMLINE TO INVPRINT-RECORD
           PERFORM INVOICE-LINE-WRITE
           EXIT.

      *---------------------------------------------------------------*
      * THE CURRENT BILLED ORDER'S PROMOTION DISCOUNT, FROM ITS       *
      * REDEMPTION RECORD. AN ORDER WITHOUT A PROMOTION CODE, OR      *
      * WHOSE REDEMPTION IS NOT ON FILE, HAS NONE.                    *
      *---------------------------------------------------------------*
       FIND-ORDER-DISCOUNT.
           MOVE ZEROS TO WS-ORD-DISC-AMT
           IF  QO-PROMO-CODE NOT = SPACES
               MOVE QO-PROMO-CODE TO RD-PROMO-CODE
               MOVE QO-CUSTIDENT  TO RD-CUSTIDENT
               MOVE QO-ORDERNUM   TO RD-ORDERNUM
               PERFORM PROMORED-READ
               IF  PROMORED-STATUS = '00'
               AND RD-DISC-AMT NUMERIC
                   MOVE RD-DISC-AMT TO WS-ORD-DISC-AMT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * PRINT THE CURRENT BILLED ORDER'S PROMOTION DISCOUNT AS ITS    *
      * OWN LINE UNDER THE ITEM LINES.                                *
      *---------------------------------------------------------------*
       PRINT-ORDER-DISCOUNT.
           IF  WS-ORD-DISC-AMT > 0
               MOVE QO-PROMO-CODE   TO WD-PROMO-CODE
               MOVE WS-ORD-DISC-AMT TO WD-DISC-AMT
               INSPECT WD-DISC-AMT CONVERTING ',.' TO WS-AMT-MARKS
               MOVE W-INV-DISCLINE  TO INVPRINT-RECORD
               PERFORM INVOICE-LINE-WRITE
               ADD 1 TO WS-DISCOUNT-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * PRINT THE CREDIT MEMOS ISSUED AGAINST THE CURRENT BILLED      *
      * ORDER AS CREDIT LINES UNDER ITS ITEM LINES.                   *
              OR  CM-ORDERNUM  NOT = QO-ORDERNUM
                  MOVE 'Y' TO WS-MEMO-DONE-SWITCH
              ELSE
                  MOVE CM-MEMODATE TO DTX-DATE
                  PERFORM EDIT-DOCUMENT-DATE
                  MOVE DTX-DATE-OUT TO WC-MEMODATE
                  MOVE CM-MEMOAMT  TO WC-MEMOAMT
                  INSPECT WC-MEMOAMT CONVERTING ',.' TO WS-AMT-MARKS
                  MOVE CM-REASON   TO WC-REASON
                  MOVE W-INV-CREDLINE TO INVPRINT-RECORD
                  PERFORM INVOICE-LINE-WRITE
      *---------------------------------------------------------------*
       OPEN-CURRENT-INVOICE.
           PERFORM RESOLVE-DELIVERY-CHANNEL
           PERFORM SET-DOCUMENT-LANGUAGE
           IF  WS-DOC-FALLBACKS > 0
               ADD 1 TO WS-LANG-FALLBACK-COUNT
           END-IF
           MOVE WS-RUN-DATE TO DTX-DATE
           PERFORM EDIT-DOCUMENT-DATE
           MOVE DTX-DATE-OUT TO WI-DATE
           MOVE W-INV-TITLE TO INVPRINT-RECORD
           PERFORM INVOICE-LINE-WRITE

           MOVE W-INV-ADDRLINE TO INVPRINT-RECORD
           PERFORM INVOICE-LINE-WRITE

           PERFORM RESOLVE-PAYMENT-TERMS
           MOVE WS-CURR-TERMS-DESC TO WT-TERMS-DESC
           MOVE WS-CURR-DUE-DATE   TO DTX-DATE
           PERFORM EDIT-DOCUMENT-DATE
           MOVE DTX-DATE-OUT       TO WT-DUE-DATE
           MOVE W-INV-TERMLINE TO INVPRINT-RECORD
           PERFORM INVOICE-LINE-WRITE
           IF  WS-CURR-DISC-PCT > 0
               MOVE WS-CURR-DISC-PCT  TO WT-DISC-PCT
               INSPECT WT-DISC-PCT CONVERTING ',.' TO WS-AMT-MARKS
               MOVE WS-CURR-DISC-DATE TO DTX-DATE
               PERFORM EDIT-DOCUMENT-DATE
               MOVE DTX-DATE-OUT      TO WT-DISC-DATE
               MOVE W-INV-TERMDISC TO INVPRINT-RECORD
               PERFORM INVOICE-LINE-WRITE
           END-IF

           MOVE W-BLANK-LINE TO INVPRINT-RECORD
           PERFORM INVOICE-LINE-WRITE

           MOVE VS-CUSTSTATE TO WS-CURR-STATE
           MOVE VS-CUSTZIP   TO WS-CURR-ZIP
           PERFORM RESOLVE-TAX-RATE

           MOVE 0   TO WS-INV-TOTAL-AMT
           MOVE 0   TO WS-INV-HOME-BASE
           MOVE 0   TO WS-INV-SHIPTO-COUNT
           MOVE 0   TO WS-INV-ORDER-COUNT
           MOVE 0   TO WS-INV-FIRST-ORDER
           MOVE 'Y' TO WS-INV-OPEN-SWITCH
           EXIT.

      *---------------------------------------------------------------*
      * RESOLVE THE INVOICE'S PAYMENT TERMS FROM THE CUSTOMER'S TERMS *
      * CODE ('STD ' WHEN THERE IS NONE) AND DATE THEM FROM THE       *
      * INVOICE DATE. A CODE NOT ON THE TABLE MAKES THE INVOICE DUE   *
      * ON ITS DATE WITH NO DISCOUNT, AND IS COUNTED.                 *
      *---------------------------------------------------------------*
       RESOLVE-PAYMENT-TERMS.
           IF  VS-TERMS-CODE = SPACES OR LOW-VALUES
               MOVE 'STD '        TO WS-CURR-TERMS-CODE
           ELSE
               MOVE VS-TERMS-CODE TO WS-CURR-TERMS-CODE
           END-IF
           MOVE WS-CURR-TERMS-CODE TO TM-TERMS-CODE
           PERFORM TERMTBL-READ
           IF  TERMTBL-STATUS = '00'
               MOVE TM-DESCRIPTION TO WS-CURR-TERMS-DESC
               MOVE TM-NET-DAYS    TO WS-CURR-NET-DAYS
               MOVE TM-DISC-PCT    TO WS-CURR-DISC-PCT
               MOVE TM-DISC-DAYS   TO WS-CURR-DISC-DAYS
           ELSE
               MOVE 'DUE ON RECEIPT' TO WS-CURR-TERMS-DESC
               MOVE 0 TO WS-CURR-NET-DAYS
               MOVE 0 TO WS-CURR-DISC-PCT
               MOVE 0 TO WS-CURR-DISC-DAYS
               ADD 1 TO WS-NOTERMS-COUNT
           END-IF
           COMPUTE WS-WORK-DAYNBR = WS-RUN-DAYNBR + WS-CURR-NET-DAYS
           COMPUTE WS-CURR-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-DAYNBR)
           IF  WS-CURR-DISC-PCT > 0
               COMPUTE WS-WORK-DAYNBR =
                       WS-RUN-DAYNBR + WS-CURR-DISC-DAYS
               COMPUTE WS-CURR-DISC-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-WORK-DAYNBR)
           ELSE
               MOVE 0 TO WS-CURR-DISC-DATE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RECORD THE CURRENT BILLED ORDER'S TERMS AND DUE DATE ON THE   *
      * INVOICE TERMS FILE (A RE-BILLED ORDER'S RECORD IS REPLACED).  *
      *---------------------------------------------------------------*
       WRITE-INVOICE-TERMS.
           MOVE QO-CUSTIDENT TO IT-CUSTIDENT
           MOVE QO-ORDERNUM  TO IT-ORDERNUM
           PERFORM INVTERMS-READ
           MOVE SPACES             TO IT-FILLER
           MOVE SPACE              TO IT-DEBIT-STATUS
           MOVE ZEROS              TO IT-DEBIT-DATE
           MOVE WS-RUN-DATE        TO IT-INVOICE-DATE
           MOVE WS-CURR-TERMS-CODE TO IT-TERMS-CODE
           MOVE WS-CURR-DUE-DATE   TO IT-DUE-DATE
           MOVE WS-CURR-DISC-DATE  TO IT-DISC-DATE
           MOVE WS-CURR-DISC-PCT   TO IT-DISC-PCT
           MOVE 'N'                TO IT-DISC-TAKEN
           IF  INVTERMS-STATUS = '00'
               PERFORM INVTERMS-REWRITE
           ELSE
               PERFORM INVTERMS-WRITE
           END-IF
           ADD 1 TO WS-DUEDATED-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * RESOLVE THE INVOICE'S TAX RATE FROM THE CUSTOMER'S OWN        *
      * ADDRESS (WS-CURR-STATE / WS-CURR-ZIP).                        *
      *---------------------------------------------------------------*
       RESOLVE-TAX-RATE.
           MOVE WS-CURR-STATE TO WS-LKP-STATE
           MOVE WS-CURR-ZIP   TO WS-LKP-ZIP
           PERFORM LOOKUP-TAX-RATE
           MOVE WS-LKP-TAX-RATE    TO WS-CURR-TAX-RATE
           MOVE WS-LKP-EXEMPT-CERT TO WS-CURR-EXEMPT-CERT
           EXIT.

      *---------------------------------------------------------------*
      * LOOK UP THE TAX RATE OF ONE DESTINATION: ITS ZIP OVERRIDE     *
      * FIRST, ITS STATE'S RATE OTHERWISE, NO TAX WHEN NEITHER IS ON  *
      * THE TABLE. A TAX-EXEMPTION CERTIFICATE OF THE BILLED CUSTOMER *
      * FOR THAT STATE VALID ON THE RUN DATE MEANS NO TAX EITHER.     *
      *---------------------------------------------------------------*
       LOOKUP-TAX-RATE.
           MOVE 0 TO WS-LKP-TAX-RATE
           MOVE SPACES TO WS-LKP-EXEMPT-CERT
           MOVE WS-CURR-CUSTIDENT TO EX-CUSTIDENT
           MOVE WS-LKP-STATE      TO EX-STATE
           PERFORM EXEMPCRT-READ
           IF  EXEMPCRT-STATUS = '00'
           AND EX-ISSUE-DATE  NOT > WS-RUN-DATE
           AND EX-EXPIRY-DATE NOT < WS-RUN-DATE
               MOVE EX-CERTNUM TO WS-LKP-EXEMPT-CERT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Z'        TO TX-KIND
           MOVE WS-LKP-ZIP TO TX-CODE
           PERFORM TAXFILE-READ
           IF  TAXFILE-STATUS = '00'
               MOVE TX-RATE TO WS-LKP-TAX-RATE
           ELSE
               MOVE 'S'          TO TX-KIND
               MOVE SPACES       TO TX-CODE
               MOVE WS-LKP-STATE TO TX-CODE (1:2)
               PERFORM TAXFILE-READ
               IF  TAXFILE-STATUS = '00'
                   MOVE TX-RATE TO WS-LKP-TAX-RATE
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE CURRENT BILLED ORDER GOES TO ONE OF THE CUSTOMER'S        *
      * SHIP-TO ADDRESSES: PRINT THAT ADDRESS, TAX THE ORDER FROM ITS *
      * ZIP AND STATE, PRINT AND BOOK THAT TAX ON ITS OWN AND ADD IT  *
      * TO THE INVOICE TOTAL. A SHIP-TO NO LONGER ON FILE LEAVES THE  *
      * ORDER TO THE INVOICE-LEVEL TAX, AND IS COUNTED.               *
      *---------------------------------------------------------------*
       TAX-SHIPTO-ORDER.
           MOVE QO-CUSTIDENT  TO ST-CUSTIDENT
           MOVE QO-SHIPTO-SEQ TO ST-SHIPTO-SEQ
           PERFORM SHIPTO-READ
           IF  SHIPTO-STATUS NOT = '00'
               ADD 1 TO WS-NOSHIPTO-COUNT
               ADD WS-ORD-NET-USD TO WS-INV-HOME-BASE
               EXIT PARAGRAPH
           END-IF

           MOVE ST-NAME TO WS-SHIPTO-TEXT
           MOVE W-INV-SHIPTOLINE TO INVPRINT-RECORD
           PERFORM INVOICE-LINE-WRITE
           MOVE SPACES TO WS-SHIPTO-TEXT
           STRING ST-ADDRS       DELIMITED BY '  '
                  ', '           DELIMITED BY SIZE
                  ST-CITY        DELIMITED BY '  '
                  ', '           DELIMITED BY SIZE
                  ST-STATE       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  ST-ZIP         DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  ST-COUNTRY     DELIMITED BY SIZE
             INTO WS-SHIPTO-TEXT
           END-STRING
           MOVE W-INV-SHIPTOLINE TO INVPRINT-RECORD
           PERFORM INVOICE-LINE-WRITE

           MOVE ST-STATE TO WS-LKP-STATE
           MOVE ST-ZIP   TO WS-LKP-ZIP
           PERFORM LOOKUP-TAX-RATE
           COMPUTE WS-ORD-TAX-AMT ROUNDED =
                   WS-ORD-NET-USD * WS-LKP-TAX-RATE / 100
           MOVE 'I'               TO TXL-KIND
           MOVE 'RSSABB11'        TO TXL-PROGRAM
           MOVE WS-CURR-CUSTIDENT TO TXL-CUSTIDENT
           MOVE ST-STATE          TO TXL-STATE
           MOVE ST-ZIP            TO TXL-ZIP
           MOVE WS-RUN-DATE       TO TXL-POST-DATE
           MOVE WS-ORD-NET-USD    TO TXL-BASE-AMT
           MOVE WS-ORD-TAX-AMT    TO TXL-TAX-AMT
           CALL 'RSSTXL00' USING RSSTXL-AREA
           IF  WS-LKP-TAX-RATE > 0
               MOVE WS-ORD-TAX-AMT  TO WI-TAX-AMT
               MOVE WS-LKP-TAX-RATE TO WI-TAX-RATE
               INSPECT WI-TAX-AMT  CONVERTING ',.' TO WS-AMT-MARKS
               INSPECT WI-TAX-RATE CONVERTING ',.' TO WS-AMT-MARKS
               MOVE W-INV-TAXLINE TO INVPRINT-RECORD
               PERFORM INVOICE-LINE-WRITE
               ADD WS-ORD-TAX-AMT TO WS-INV-TOTAL-AMT
               MOVE ST-STATE       TO WS-SUM-POST-STATE
               MOVE WS-ORD-TAX-AMT TO WS-SUM-POST-TAX
               PERFORM ADD-TAX-TO-STATE-SUMMARY
           END-IF
           IF  WS-LKP-EXEMPT-CERT NOT = SPACES
               MOVE WS-LKP-EXEMPT-CERT TO WI-EXEMPT-CERT
               MOVE ST-STATE           TO WI-EXEMPT-STATE
               MOVE W-INV-EXEMPTLINE TO INVPRINT-RECORD
               PERFORM INVOICE-LINE-WRITE
           END-IF
           ADD 1 TO WS-INV-SHIPTO-COUNT
           ADD 1 TO WS-SHIPTO-ORD-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * PRINT THE INVOICE TOTAL LINE AND CLOSE OUT THE INVOICE. ITS   *
      * TAX (OR ITS EXEMPT BASE) GOES ON THE TAX-LIABILITY HISTORY.   *
      * THE INVOICE-LEVEL TAX COVERS THE ORDERS SHIPPED TO THE        *
      * CUSTOMER'S OWN ADDRESS; AN INVOICE WHOSE ORDERS ALL WENT TO   *
      * SHIP-TO ADDRESSES HAS NONE.                                   *
      *---------------------------------------------------------------*
       CLOSE-CURRENT-INVOICE.
           COMPUTE WS-INV-TAX-AMT ROUNDED =
                   WS-INV-HOME-BASE * WS-CURR-TAX-RATE / 100
           IF  WS-INV-SHIPTO-COUNT < WS-INV-ORDER-COUNT
               MOVE 'I'               TO TXL-KIND
               MOVE 'RSSABB11'        TO TXL-PROGRAM
               MOVE WS-CURR-CUSTIDENT TO TXL-CUSTIDENT
               MOVE WS-CURR-STATE     TO TXL-STATE
               MOVE WS-CURR-ZIP       TO TXL-ZIP
               MOVE WS-RUN-DATE       TO TXL-POST-DATE
               MOVE WS-INV-HOME-BASE  TO TXL-BASE-AMT
               MOVE WS-INV-TAX-AMT    TO TXL-TAX-AMT
               CALL 'RSSTXL00' USING RSSTXL-AREA
           END-IF
           IF  WS-CURR-TAX-RATE > 0
           AND WS-INV-SHIPTO-COUNT < WS-INV-ORDER-COUNT
               MOVE WS-INV-TAX-AMT   TO WI-TAX-AMT
               MOVE WS-CURR-TAX-RATE TO WI-TAX-RATE
               INSPECT WI-TAX-AMT  CONVERTING ',.' TO WS-AMT-MARKS
               INSPECT WI-TAX-RATE CONVERTING ',.' TO WS-AMT-MARKS
               MOVE W-INV-TAXLINE TO INVPRINT-RECORD
               PERFORM INVOICE-LINE-WRITE
               ADD WS-INV-TAX-AMT TO WS-INV-TOTAL-AMT
               MOVE WS-CURR-STATE  TO WS-SUM-POST-STATE
               MOVE WS-INV-TAX-AMT TO WS-SUM-POST-TAX
               PERFORM ADD-TAX-TO-STATE-SUMMARY
           END-IF
           IF  WS-CURR-EXEMPT-CERT NOT = SPACES
           AND WS-INV-SHIPTO-COUNT < WS-INV-ORDER-COUNT
               MOVE WS-CURR-EXEMPT-CERT TO WI-EXEMPT-CERT
               MOVE WS-CURR-STATE       TO WI-EXEMPT-STATE
               MOVE W-INV-EXEMPTLINE TO INVPRINT-RECORD
               PERFORM INVOICE-LINE-WRITE
               ADD 1 TO WS-EXEMPT-COUNT
           END-IF
           MOVE WS-INV-TOTAL-AMT   TO WI-TOTAL-AMT
           INSPECT WI-TOTAL-AMT CONVERTING ',.' TO WS-AMT-MARKS
           MOVE WS-INV-ORDER-COUNT TO WI-TOTAL-COUNT
           MOVE W-INV-TOTAL TO INVPRINT-RECORD
           PERFORM INVOICE-LINE-WRITE
           PERFORM INVOICE-LINE-WRITE
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
           ADD  1   TO WS-INVOICE-COUNT
           MOVE 'N' TO WS-INV-OPEN-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE INVOICE'S LANGUAGE IS ITS CUSTOMER'S PREFERRED ONE, A     *
      * BLANK CODE TAKEN AS ENGLISH. THE WORDING IS RELOADED ONLY     *
      * WHEN THE LANGUAGE CHANGES FROM THE PREVIOUS INVOICE'S.        *
      *---------------------------------------------------------------*
       SET-DOCUMENT-LANGUAGE.
           IF  VS-CUST-LANG = 'F'
               MOVE 'F' TO WS-CUST-LANG
           ELSE
               MOVE 'E' TO WS-CUST-LANG
           END-IF
           IF  WS-CUST-LANG NOT = WS-DOC-LANG
               PERFORM LOAD-DOC-TEXT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * LOAD THE INVOICE'S WORDING IN THE CUSTOMER'S LANGUAGE FROM    *
      * THE DOCUMENT-TEXT CATALOG, COUNTING THE LINES THAT FELL BACK  *
      * TO ENGLISH, AND SET THE CAPTIONS OF THE PRINT LINES.          *
      *---------------------------------------------------------------*
       LOAD-DOC-TEXT.
           MOVE WS-CUST-LANG TO WS-DOC-LANG
           MOVE 0 TO WS-DOC-FALLBACKS
           PERFORM VARYING WS-TEXT-IX FROM 1 BY 1
                   UNTIL WS-TEXT-IX > 24
              MOVE 'TXT'        TO DTX-ACTION
              MOVE WS-DOC-LANG  TO DTX-LANGUAGE
              MOVE 'INVOICE'    TO DTX-DOC-ID
              MOVE WS-TEXT-IX   TO DTX-LINE-NO
              MOVE WS-INV-TEXT-DEFAULT (WS-TEXT-IX) TO DTX-TEXT
              CALL 'RSSDTX00' USING RSSDTX-AREA
              IF  DTX-RETCODE = '04'
                  ADD 1 TO WS-DOC-FALLBACKS
              END-IF
              MOVE DTX-TEXT TO WS-INV-TEXT (WS-TEXT-IX)
           END-PERFORM
           MOVE DTX-AMT-MARKS    TO WS-AMT-MARKS
           MOVE WS-INV-TEXT (1)  TO WI-TITLE-TEXT
           MOVE WS-INV-TEXT (2)  TO WI-DATE-CAPTION
           MOVE WS-INV-TEXT (3)  TO WI-CUST-CAPTION
           MOVE WS-INV-TEXT (4)  TO WT-TERMS-CAPTION
           MOVE WS-INV-TEXT (5)  TO WT-DUE-CAPTION
           MOVE WS-INV-TEXT (6)  TO WT-PCT-CAPTION
           MOVE WS-INV-TEXT (7)  TO WT-BY-CAPTION
           MOVE WS-INV-TEXT (8)  TO WH-SHIP-CAPTION
           MOVE WS-INV-TEXT (9)  TO WH-VIA-CAPTION
           MOVE WS-INV-TEXT (10) TO WH-TRK-CAPTION
           MOVE WS-INV-TEXT (11) TO WC-CRED-CAPTION
           MOVE WS-INV-TEXT (12) TO WI-TAX-CAPTION
           MOVE WS-INV-TEXT (13) TO WI-AT-CAPTION
           MOVE WS-INV-TEXT (14) TO WI-PCT-CAPTION
           MOVE WS-INV-TEXT (15) TO WI-EXM-CAPTION
           MOVE WS-INV-TEXT (16) TO WI-CERT-CAPTION
           MOVE WS-INV-TEXT (17) TO WI-IN-CAPTION
           MOVE WS-INV-TEXT (18) TO WI-TOT-CAPTION
           MOVE WS-INV-TEXT (19) TO WI-FOR-CAPTION
           MOVE WS-INV-TEXT (20) TO WI-ORD-CAPTION
           MOVE WS-INV-TEXT (21) TO WI-SHIPTO-CAPTION
           MOVE WS-INV-TEXT (22) TO WD-PROMO-CAPTION
           MOVE WS-INV-TEXT (23) TO WD-DISC-CAPTION
           MOVE WS-INV-TEXT (24) TO WI-LOC-CAPTION
           EXIT.

      *---------------------------------------------------------------*
      * EDIT DTX-DATE INTO DTX-DATE-OUT IN THE INVOICE'S LANGUAGE.    *
      *---------------------------------------------------------------*
       EDIT-DOCUMENT-DATE.
           MOVE 'DAT'       TO DTX-ACTION
           MOVE WS-DOC-LANG TO DTX-LANGUAGE
           CALL 'RSSDTX00' USING RSSDTX-AREA
           EXIT.

      *---------------------------------------------------------------*
      * ROUTE ONE FORMATTED INVOICE LINE: THE PRINT STREAM GETS IT    *
      * UNLESS THE INVOICE IS ELECTRONIC-ONLY. THE E-CHANNEL CARRIES  *
           EXIT.

      *---------------------------------------------------------------*
      * LOG THE INVOICE ON THE CUSTOMER'S CORRESPONDENCE HISTORY FOR  *
      * THE CHANNEL IN CHW-CHANNEL.                                   *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE WS-CURR-CUSTIDENT  TO CHW-CUSTIDENT
           MOVE 'INVOICE '         TO CHW-DOC-TYPE
           MOVE 'RSSABB11'         TO CHW-PROGRAM
           MOVE WS-RUN-DATE        TO CHW-SENT-DATE
           MOVE WS-INV-FIRST-ORDER TO CHW-ORDERNUM
           MOVE SPACES             TO CHW-CAMPAIGN
           MOVE WS-INV-TOTAL-AMT   TO WC-INV-TOTAL
           MOVE W-CHW-INV-INFO     TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
      * ROLL A TAX AMOUNT INTO ITS STATE'S SUMMARY ENTRY.             *
      *---------------------------------------------------------------*
       ADD-TAX-TO-STATE-SUMMARY.
           MOVE 'N' TO WS-TAX-FOUND-SWITCH
           MOVE 1   TO WS-TAX-IX
           PERFORM UNTIL TAX-ENTRY-FOUND
                   OR WS-TAX-IX > WS-TAX-ENTRY-COUNT
              IF  WS-TAX-STATE (WS-TAX-IX) = WS-SUM-POST-STATE
                  MOVE 'Y' TO WS-TAX-FOUND-SWITCH
              ELSE
                  ADD 1 TO WS-TAX-IX
               END-IF
               ADD 1 TO WS-TAX-ENTRY-COUNT
               MOVE WS-TAX-ENTRY-COUNT TO WS-TAX-IX
               MOVE WS-SUM-POST-STATE TO WS-TAX-STATE (WS-TAX-IX)
               MOVE 0             TO WS-TAX-TOTAL (WS-TAX-IX)
           END-IF
           ADD WS-SUM-POST-TAX TO WS-TAX-TOTAL (WS-TAX-IX)
           EXIT.

      *---------------------------------------------------------------*
           MOVE 'ORDERS NO RATE' TO CTLTOT-LABEL.
           MOVE WS-NORATE-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB11' TO CTLTOT-PROGRAM.
           MOVE 'ORDERS DISCOUNTED' TO CTLTOT-LABEL.
           MOVE WS-DISCOUNT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB11' TO CTLTOT-PROGRAM.
           MOVE 'ORDERS DUE-DATED' TO CTLTOT-LABEL.
           MOVE WS-DUEDATED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB11' TO CTLTOT-PROGRAM.
           MOVE 'INVOICES NO TERMS' TO CTLTOT-LABEL.
           MOVE WS-NOTERMS-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB11' TO CTLTOT-PROGRAM.
           MOVE 'INVOICES TAX EXEMPT' TO CTLTOT-LABEL.
           MOVE WS-EXEMPT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB11' TO CTLTOT-PROGRAM.
           MOVE 'BILL-TO INVOICES' TO CTLTOT-LABEL.
           MOVE WS-CONSOL-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB11' TO CTLTOT-PROGRAM.
           MOVE 'BILL-TO ORDERS' TO CTLTOT-LABEL.
           MOVE WS-LOC-BILLED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB11' TO CTLTOT-PROGRAM.
           MOVE 'ORDERS TO SHIP-TO' TO CTLTOT-LABEL.
           MOVE WS-SHIPTO-ORD-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB11' TO CTLTOT-PROGRAM.
           MOVE 'SHIP-TO NOT FOUND' TO CTLTOT-LABEL.
           MOVE WS-NOSHIPTO-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB11' TO CTLTOT-PROGRAM.
           MOVE 'ENGLISH FALLBACKS' TO CTLTOT-LABEL.
           MOVE WS-LANG-FALLBACK-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RANDOM READ OF THE EXEMPTION CERTIFICATES BY CUSTOMER PLUS    *
      * STATE. STATUS 23 (NO CERTIFICATE) IS LEFT FOR THE CALLER.     *
      *---------------------------------------------------------------*
       EXEMPCRT-READ.
           READ EXEMPCRT-FILE
           IF  EXEMPCRT-STATUS = '00'
           OR  EXEMPCRT-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB11: EXEMPCRT-FAILURE-READ...'
                 TO DISP-MSG
               MOVE EXEMPCRT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       EXEMPCRT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT EXEMPCRT-FILE
           IF  EXEMPCRT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB11: EXEMPCRT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE EXEMPCRT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       EXEMPCRT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE EXEMPCRT-FILE
           IF  EXEMPCRT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB11: EXEMPCRT-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE EXEMPCRT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RANDOM READ OF THE CONTACT PREFERENCES BY CP-CUSTIDENT.       *
      * STATUS 23 (NO PREFERENCE ON FILE) IS LEFT FOR THE CALLER TO   *
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RANDOM READ OF THE ORDER SHIPMENTS BY SH-ORDER-KEY. STATUS 23 *
      * (NO SHIPMENT ON FILE) IS LEFT FOR THE CALLER TO INTERPRET.    *
      *---------------------------------------------------------------*
       SHIPMNT-READ.
           READ SHIPMNT-FILE
           IF  SHIPMNT-STATUS = '00'
           OR  SHIPMNT-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB11: SHIPMNT-FAILURE-READ...'
                 TO DISP-MSG
               MOVE SHIPMNT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPMNT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT SHIPMNT-FILE
           IF  SHIPMNT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB11: SHIPMNT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SHIPMNT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPMNT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SHIPMNT-FILE
           IF  SHIPMNT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB11: SHIPMNT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SHIPMNT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RANDOM READ OF THE SHIP-TO ADDRESSES BY ST-SHIPTO-KEY. STATUS *
      * 23 (NO SUCH SHIP-TO) IS LEFT FOR THE CALLER TO INTERPRET.     *
      *---------------------------------------------------------------*
       SHIPTO-READ.
           READ SHIPTO-FILE
           IF  SHIPTO-STATUS = '00'
           OR  SHIPTO-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB11: SHIPTO-FAILURE-READ....'
                 TO DISP-MSG
               MOVE SHIPTO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPTO-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT SHIPTO-FILE
           IF  SHIPTO-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB11: SHIPTO-FAILURE-OPEN....'
                 TO DISP-MSG
               MOVE SHIPTO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPTO-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SHIPTO-FILE
           IF  SHIPTO-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB11: SHIPTO, FAILURE, CLOSE....'
                 TO DISP-MSG
               MOVE SHIPTO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PROMORED-READ.
           READ PROMORED-FILE
           IF  PROMORED-STATUS = '00'
           OR  PROMORED-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB11: PROMORED-FAILURE-READ...'
                 TO DISP-MSG
               MOVE PROMORED-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
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
               MOVE 'RSSABB11: PROMORED-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PROMORED-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
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
               MOVE 'RSSABB11: PROMORED, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PROMORED-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TERMTBL-READ.
           READ TERMTBL-FILE
           IF  TERMTBL-STATUS = '00'
           OR  TERMTBL-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB11: TERMTBL-FAILURE-READ...'
                 TO DISP-MSG
               MOVE TERMTBL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TERMTBL-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT TERMTBL-FILE
           IF  TERMTBL-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB11: TERMTBL-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE TERMTBL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TERMTBL-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE TERMTBL-FILE
           IF  TERMTBL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB11: TERMTBL, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE TERMTBL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-READ.
           READ INVTERMS-FILE
           IF  INVTERMS-STATUS = '00'
           OR  INVTERMS-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB11: INVTERMS-FAILURE-READ...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-WRITE.
           WRITE IT-ODCSFIT-RECORD
           IF  INVTERMS-STATUS NOT = '00'
               MOVE 'RSSABB11: INVTERMS-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-REWRITE.
           REWRITE IT-ODCSFIT-RECORD
           IF  INVTERMS-STATUS NOT = '00'
               MOVE 'RSSABB11: INVTERMS-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O INVTERMS-FILE
           IF  INVTERMS-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB11: INVTERMS-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE INVTERMS-FILE
           IF  INVTERMS-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB11: INVTERMS, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVPRINT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
