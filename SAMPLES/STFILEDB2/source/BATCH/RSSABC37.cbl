       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC37.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -ANNUAL UNCLAIMED-PROPERTY DUE-DILIGENCE RUN, THE FIRST    *
      *     HALF OF THE ESCHEATMENT CYCLE (RSSABC38 REPORTS WHAT IS   *
      *     LEFT AFTER THE RESPONSE WINDOW).                          *
      *    -THE PROPERTY OWED TO CUSTOMERS IS COLLECTED FIRST:        *
      *     THE REFUNDS STILL OPEN ON THE REFUND-DUE FILE (ODCSFRF,   *
      *     STATUS 'O': HELD OR NEVER PAID OUT), THE REFUNDS          *
      *     EXTRACTED FOR THE BANK THAT THE BANK STILL LISTS AS       *
      *     OUTSTANDING (OUTREF: NEVER CASHED OR RETURNED), AND THE   *
      *     CREDIT BALANCES LEFT ON THE ORDERS OF CLOSED ACCOUNTS     *
      *     (PAID PLUS CREDITED BEYOND THE ORDER'S AMOUNT, AS THE     *
      *     ACCOUNT-CLOSURE RUN RSSABC28 MEASURES THEM). A CREDIT     *
      *     BALANCE ON AN ORDER NOT IN USD IS LEFT TO THE DESK.       *
      *    -EACH CUSTOMER'S ITEMS ARE THEN WEIGHED AGAINST THE        *
      *     DORMANCY RULE OF THE OWNER'S STATE (DORMANCY, ODCSFDY):   *
      *     THE STATE OF THE CUSTOMER'S ADDRESS, OR THE HOLDER'S      *
      *     STATE WHEN THERE IS NO US ADDRESS. AN ITEM IS DORMANT     *
      *     WHEN THE STATE'S PERIOD HAS RUN SINCE THE LATER OF THE    *
      *     DAY IT AROSE AND THE CUSTOMER'S LAST CONTACT: THE LAST    *
      *     ORDER PLACED, PAYMENT MADE (PAYHIST, REVERSED ONES LEFT   *
      *     OUT) OR CASE OPENED (CASEFILE).                           *
      *    -A REFUND OF A CUSTOMER ON COMPLIANCE OR FRAUD HOLD IS     *
      *     BLOCKED PROPERTY AND IS NOT ESCHEATED WHILE THE HOLD      *
      *     LASTS; AN ITEM ALREADY UNDER DUE DILIGENCE IS LEFT AS IT  *
      *     IS.                                                       *
      *    -EVERY DORMANT ITEM IS ENTERED ON THE UNCLAIMED-PROPERTY   *
      *     REGISTER (UNCLPROP, ODCSFUP) UNDER DUE DILIGENCE ('D')    *
      *     WITH THE END OF ITS RESPONSE WINDOW. A CUSTOMER OWED AT   *
      *     LEAST THE STATE'S NOTICE MINIMUM IS SENT ONE PRINTED      *
      *     DUE-DILIGENCE LETTER LISTING ITS ITEMS AT THE ADDRESS ON  *
      *     FILE (THE LAW ASKS FOR A WRITTEN NOTICE TO THE LAST KNOWN *
      *     ADDRESS, SO THE MAILING OPT-OUTS DO NOT APPLY), LOGGED ON *
      *     ITS CORRESPONDENCE HISTORY THRU RSSCHW00.                 *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - REFUND (REFUNDS DUE, ODCSFRF)             *
      * INPUT FILE : QSAM - OUTREF (BANK'S OUTSTANDING REFUNDS)       *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - VKSDPH (PAYMENT HISTORY, ODCSFPH)         *
      * INPUT FILE : VSAM - CASEFILE (CUSTOMER CASES, ODCSFCS)        *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - DORMANCY (DORMANCY RULES, ODCSFDY)        *
      * I-O   FILE : VSAM - UNCLPROP (UNCLAIMED PROPERTY, ODCSFUP)    *
      * OUTPUT FILE: QSAM - UPDOC (PRINTABLE DUE-DILIGENCE LETTERS)   *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * OUTPUT     : SYSPRINT - DUE-DILIGENCE LISTING                 *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABC37_HOLDER_STATE ON THE RUN-PARAMETER FILE    *
      * (OR THE ENVIRONMENT) IS THE HOLDER'S STATE OF INCORPORATION,  *
      * WHICH TAKES THE PROPERTY OF OWNERS WITH NO US ADDRESS         *
      * (DEFAULT 'DE').                                               *
      * A STATE NOT ON THE DORMANCY FILE TAKES THE BUILT-IN RULE:     *
      * 3 YEARS FOR BOTH KINDS, A NOTICE FROM 50.00, 60 DAYS TO       *
      * ANSWER.                                                       *
      * RETURN CODE : 0 OK, 12 ABEND                                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * REFUND-DUE VSAM-KSDS FILE, SWEPT FOR THE REFUNDS STILL OWED
           SELECT VKSDRF-FILE
               ASSIGN       TO REFUND
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS RF-REFUND-KEY
               FILE STATUS  IS VKSDRF-STATUS.

      * THE BANK'S LIST OF THE REFUNDS IT PAID OUT THAT ARE STILL
      * OUTSTANDING, IN THE REFUND EXTRACT'S LAYOUT AND ENVELOPE
      * (ABSENT FILE MEANS NO EXTRACTED REFUND IS TAKEN)
           SELECT OPTIONAL OUTREF-FILE
               ASSIGN       TO OUTREF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS OUTREF-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE: SWEPT FOR THE CREDIT BALANCES,
      * THEN BROWSED PER CUSTOMER FOR THE LAST ORDER PLACED
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * PAYMENT-HISTORY VSAM-KSDS FILE, BROWSED PER CUSTOMER FOR THE
      * LAST PAYMENT MADE
           SELECT OPTIONAL VKSDPH-FILE
               ASSIGN       TO VKSDPH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PH-PAY-KEY
               FILE STATUS  IS VKSDPH-STATUS.

      * CUSTOMER CASE VSAM-KSDS FILE, BROWSED PER CUSTOMER FOR THE
      * LAST CASE OPENED
           SELECT OPTIONAL CASEFILE-FILE
               ASSIGN       TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CS-CASE-KEY
               FILE STATUS  IS CASEFILE-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, READ FOR THE ADDRESS, THE
      * ACCOUNT STATUS AND THE HOLDS
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * DORMANCY RULES BY STATE
           SELECT OPTIONAL DORMANCY-FILE
               ASSIGN       TO DORMANCY
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS DY-STATE
               FILE STATUS  IS DORMANCY-STATUS.

      * UNCLAIMED-PROPERTY REGISTER, BY CUSTOMER AND ITEM
           SELECT OPTIONAL UNCLPROP-FILE
               ASSIGN       TO UNCLPROP
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS UP-ITEM-KEY
               FILE STATUS  IS UNCLPROP-STATUS.

      * PRINTABLE DUE-DILIGENCE LETTERS
           SELECT UPDOC-FILE
               ASSIGN       TO UPDOC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS UPDOC-STATUS.

      * DUE-DILIGENCE LISTING
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
       FD   VKSDRF-FILE.
       COPY ODCSFRF.

       FD   OUTREF-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  OUTREF-RECORD              PIC X(080).

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDPH-FILE.
       COPY ODCSFPH.

       FD   CASEFILE-FILE.
       COPY ODCSFCS.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   DORMANCY-FILE.
       COPY ODCSFDY.

       FD   UNCLPROP-FILE.
       COPY ODCSFUP.

       FD   UPDOC-FILE
            RECORD CONTAINS 132 CHARACTERS.
       01  UPDOC-RECORD               PIC X(132).

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
       01  VKSDRF-STATUS.
           05  VKSDRF-STAT1        PIC X.
           05  VKSDRF-STAT2        PIC X.
       01  OUTREF-STATUS.
           05  OUTREF-STAT1        PIC X.
           05  OUTREF-STAT2        PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  VKSDPH-STATUS.
           05  VKSDPH-STAT1        PIC X.
           05  VKSDPH-STAT2        PIC X.
       01  CASEFILE-STATUS.
           05  CASEFILE-STAT1      PIC X.
           05  CASEFILE-STAT2      PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  DORMANCY-STATUS.
           05  DORMANCY-STAT1      PIC X.
           05  DORMANCY-STAT2      PIC X.
       01  UNCLPROP-STATUS.
           05  UNCLPROP-STAT1      PIC X.
           05  UNCLPROP-STAT2      PIC X.
       01  UPDOC-STATUS.
           05  UPDOC-STAT1         PIC X.
           05  UPDOC-STAT2         PIC X.
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

       01  WS-REFUND-EOF-SWITCH    PIC X       VALUE 'N'.
           88  REFUND-EOF          VALUE 'Y'.
       01  WS-OUTREF-EOF-SWITCH    PIC X       VALUE 'N'.
           88  OUTREF-EOF          VALUE 'Y'.
       01  WS-ORDER-EOF-SWITCH     PIC X       VALUE 'N'.
           88  ORDER-EOF           VALUE 'Y'.
       01  WS-BROWSE-DONE-SWITCH   PIC X       VALUE 'N'.
           88  BROWSE-DONE         VALUE 'Y'.
       01  WS-CUST-FOUND-SWITCH    PIC X       VALUE 'N'.
           88  CUSTOMER-FOUND      VALUE 'Y'.
       01  WS-CUST-CLOSED-SWITCH   PIC X       VALUE 'N'.
           88  CUSTOMER-CLOSED     VALUE 'Y'.
       01  WS-OUTSTANDING-SWITCH   PIC X       VALUE 'N'.
           88  REFUND-OUTSTANDING  VALUE 'Y'.

      * RUN PARAMETERS
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-HOLDER-STATE         PIC X(002)  VALUE 'DE'.

      * THE DORMANCY RULE OF THE CUSTOMER BEING EXAMINED, FROM THE
      * DORMANCY FILE OR BUILT IN
       01  WS-OWNER-STATE          PIC X(002)  VALUE SPACES.
       01  WS-RULE-REFUND-YEARS    PIC 9(002)  VALUE 0.
       01  WS-RULE-CREDIT-YEARS    PIC 9(002)  VALUE 0.
       01  WS-RULE-NOTICE-MIN      PIC 9(005)V99 VALUE 0.
       01  WS-RULE-RESP-DAYS       PIC 9(003)  VALUE 0.
       01  WS-RULE-AGENCY          PIC X(030)  VALUE SPACES.
       01  WS-RULE-YEARS           PIC 9(002)  VALUE 0.

      * THE BANK'S OUTSTANDING REFUNDS, ONE ENTRY PER REFUND LISTED
       01  W-OUTREF-DATA.
           05  WO-CUSTIDENT        PIC 9(009).
           05  WO-ORDERNUM         PIC 9(006).
           05  WO-PAYDATE          PIC 9(008).
           05  WO-AMOUNT           PIC 9(007)V99.
           05  WO-BANKREF          PIC X(011).
           05  FILLER              PIC X(037).
       01  WS-OUTREF-TABLE.
           05  WS-OR-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-OR-ENTRY         OCCURS 5000.
               10  WS-OR-CUSTIDENT     PIC 9(009).
               10  WS-OR-ORDERNUM      PIC 9(006).
               10  WS-OR-PAYDATE       PIC 9(008).
               10  WS-OR-AMOUNT        PIC 9(007)V99.
       01  WS-OR-IX                PIC S9(4) COMP VALUE +0.

      * THE ITEMS OWED, ONE ENTRY PER REFUND OR CREDIT BALANCE, IN
      * CUSTOMER AND ITEM ORDER; WS-IT-NOTICE IS 'Y' ONCE THE ITEM IS
      * FOUND DORMANT AND NOT YET ON THE REGISTER ('R' WHEN IT WAS
      * RELEASED THERE BEFORE AND IS TAKEN UP AGAIN)
       01  WS-ITEM-TABLE.
           05  WS-IT-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-IT-ENTRY         OCCURS 5000.
               10  WS-IT-CUSTIDENT     PIC 9(009).
               10  WS-IT-KIND          PIC X(001).
               10  WS-IT-REF           PIC 9(006).
               10  WS-IT-ORDERNUM      PIC 9(006).
               10  WS-IT-AMOUNT        PIC 9(007)V99.
               10  WS-IT-ITEM-DATE     PIC 9(008).
               10  WS-IT-DORMANT-DATE  PIC 9(008).
               10  WS-IT-NOTICE        PIC X(001).
       01  WS-IT-IX                PIC S9(4) COMP VALUE +0.
       01  WS-IT-SHIFT-IX          PIC S9(4) COMP VALUE +0.
       01  WS-GRP-FIRST            PIC S9(4) COMP VALUE +0.
       01  WS-GRP-LAST             PIC S9(4) COMP VALUE +0.
       01  WS-GX                   PIC S9(4) COMP VALUE +0.

      * THE ITEM BEING ADDED TO THE TABLE
       01  WS-NEW-CUSTIDENT        PIC 9(009)  VALUE 0.
       01  WS-NEW-KIND             PIC X(001)  VALUE SPACE.
       01  WS-NEW-REF              PIC 9(006)  VALUE 0.
       01  WS-NEW-ORDERNUM         PIC 9(006)  VALUE 0.
       01  WS-NEW-AMOUNT           PIC 9(007)V99 VALUE 0.
       01  WS-NEW-ITEM-DATE        PIC 9(008)  VALUE 0.

      * THE CUSTOMER BEING EXAMINED: ITS LAST CONTACT AND WHAT IS PUT
      * UNDER NOTICE FOR IT
       01  WS-CURR-CUSTIDENT       PIC 9(009)  VALUE 0.
       01  WS-CURR-CUSTNAME        PIC X(052)  VALUE SPACES.
       01  WS-LAST-CONTACT         PIC 9(008)  VALUE 0.
       01  WS-BASE-DATE            PIC 9(008)  VALUE 0.
       01  WS-DORMANT-DATE         PIC 9(008)  VALUE 0.
       01  WS-RESP-DUE             PIC 9(008)  VALUE 0.
       01  WS-CLOSE-DATE           PIC 9(008)  VALUE 0.
       01  WS-ORD-EXCESS           PIC S9(009)V99 VALUE 0.
       01  WS-LTR-ITEMS            PIC 9(005)  VALUE 0.
       01  WS-LTR-AMOUNT           PIC 9(009)V99 VALUE 0.
       01  WS-LTR-FIRST-ORDER      PIC 9(006)  VALUE 0.
       01  WS-LETTER-SENT          PIC X(001)  VALUE 'N'.
           88  LETTER-SENT         VALUE 'Y'.
       01  WS-REG-REMARK           PIC X(030)  VALUE SPACES.

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

      * CORRESPONDENCE-HISTORY DOCUMENT INFORMATION: THE END OF THE
      * RESPONSE WINDOW AND THE AMOUNT UNDER NOTICE
       01  W-CHW-UP-INFO.
           05  FILLER              PIC X(003) VALUE 'RD '.
           05  WC-RESP-DUE         PIC 9(008).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WC-AMOUNT           PIC 9(006)V99.

      * RUN STATISTICS
       01  WS-REFUND-READ-COUNT    PIC 9(7) COMP VALUE 0.
       01  WS-OUTREF-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-ORDER-READ-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-RF-ITEM-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-RF-ITEM-AMOUNT       PIC 9(011)V99 VALUE 0.
       01  WS-CR-ITEM-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-CR-ITEM-AMOUNT       PIC 9(011)V99 VALUE 0.
       01  WS-FOREIGN-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-ACTIVE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-BLOCKED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-NOTICED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-NOTICED-AMOUNT       PIC 9(011)V99 VALUE 0.
       01  WS-RETAKEN-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-LETTER-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-NOLETTER-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-NOADDR-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-HOLDER-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-NORULE-COUNT         PIC 9(7) COMP VALUE 0.

      *-- DUE-DILIGENCE LETTER LINES
       01  W-LTR-TITLE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'NOTICE OF UNCLAIMED PROPERTY'.
           05  FILLER              PIC X(035) VALUE SPACES.
           05  FILLER              PIC X(006) VALUE 'DATE: '.
           05  WL-DATE             PIC X(010).
           05  FILLER              PIC X(036) VALUE SPACES.

       01  W-LTR-CUSTLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(011) VALUE 'CUSTOMER : '.
           05  WL-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WL-CUSTNAME         PIC X(052).
           05  FILLER              PIC X(053) VALUE SPACES.

       01  W-LTR-ADDRLINE.
           05  FILLER              PIC X(016) VALUE SPACES.
           05  WL-ADDR-TEXT        PIC X(060).
           05  FILLER              PIC X(056) VALUE SPACES.

       01  W-LTR-TEXTLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WL-TEXT             PIC X(080).
           05  FILLER              PIC X(047) VALUE SPACES.

       01  W-LTR-ITEMHEAD.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(017) VALUE 'ITEM'.
           05  FILLER              PIC X(008) VALUE 'ORDER'.
           05  FILLER              PIC X(012) VALUE 'DATED'.
           05  FILLER              PIC X(015) VALUE
               '         AMOUNT'.
           05  FILLER              PIC X(075) VALUE SPACES.

       01  W-LTR-ITEMLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WL-ITEM-DESC        PIC X(015).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WL-ORDERNUM         PIC 9(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WL-ITEM-DATE        PIC X(010).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WL-ITEM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(076) VALUE SPACES.

       01  W-LTR-TOTLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(037) VALUE
               'TOTAL OWED TO YOU . . . . . . . . . :'.
           05  WL-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(076) VALUE SPACES.

       01  W-LTR-REFLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(017) VALUE
               'OUR REFERENCE :  '.
           05  FILLER              PIC X(003) VALUE 'UP '.
           05  WL-REF-DATE         PIC 9(008).
           05  FILLER              PIC X(010) VALUE ' CUSTOMER '.
           05  WL-REF-CUSTIDENT    PIC 9(009).
           05  FILLER              PIC X(080) VALUE SPACES.

       01  W-BLANK-LINE            PIC X(132) VALUE SPACES.

      *-- THE LETTER'S FIXED WORDING
       01  WS-NOTICE-TEXT-VALUES.
           05  FILLER              PIC X(040) VALUE
               'OUR RECORDS SHOW THAT THE AMOUNTS LISTED'.
           05  FILLER              PIC X(040) VALUE
               ' BELOW ARE OWED TO YOU AND HAVE NOT BEEN'.
           05  FILLER              PIC X(040) VALUE
               'CLAIMED, AND THAT WE HAVE NOT HEARD FROM'.
           05  FILLER              PIC X(040) VALUE
               ' YOU FOR SEVERAL YEARS.'.
           05  FILLER              PIC X(040) VALUE
               'TO KEEP THIS PROPERTY WITH US AND HAVE I'.
           05  FILLER              PIC X(040) VALUE
               'T PAID TO YOU, PLEASE CONTACT US QUOTING'.
           05  FILLER              PIC X(040) VALUE
               'AFTER THAT DATE IT WILL BE REPORTED AND '.
           05  FILLER              PIC X(040) VALUE
               'REMITTED TO THE FOLLOWING STATE OFFICE,'.
           05  FILLER              PIC X(040) VALUE
               'FROM WHICH YOU MAY STILL CLAIM IT:'.
           05  FILLER              PIC X(040) VALUE SPACES.
       01  WS-NOTICE-TEXT-TABLE    REDEFINES WS-NOTICE-TEXT-VALUES.
           05  WS-NOTICE-TEXT      PIC X(080) OCCURS 5.

      *-- DUE-DILIGENCE LISTING LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC37'.
           05  FILLER              PIC X(025) VALUE SPACES.
           05  FILLER              PIC X(050) VALUE
               'UNCLAIMED PROPERTY - DUE DILIGENCE'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-SECTION.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(060).
           05  FILLER              PIC X(070) VALUE SPACES.

       01  W-HEADING-1.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  FILLER              PIC X(011) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(027) VALUE 'NAME'.
           05  FILLER              PIC X(003) VALUE 'ST'.
           05  FILLER              PIC X(002) VALUE 'K'.
           05  FILLER              PIC X(008) VALUE 'ORDER'.
           05  FILLER              PIC X(015) VALUE
               '        AMOUNT'.
           05  FILLER              PIC X(010) VALUE 'CONTACT'.
           05  FILLER              PIC X(010) VALUE 'DORMANT'.
           05  FILLER              PIC X(004) VALUE 'LTR'.
           05  FILLER              PIC X(010) VALUE 'ANSWER BY'.
           05  FILLER              PIC X(031) VALUE 'REMARK'.

       01  W-REG-DETAIL.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-NAME             PIC X(025).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-STATE            PIC X(002).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-KIND             PIC X(001).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-ORDERNUM         PIC 9(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-CONTACT          PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-DORMANT          PIC 9(008).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WR-LETTER           PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-RESP-DUE         PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-REMARK           PIC X(030).

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

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC37' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * THE RUN DATE AND THE HOLDER'S STATE...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           MOVE 'RSSABC37_HOLDER_STATE' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE (1:2) IS ALPHABETIC
           AND WS-ENV-VALUE (1:2) NOT = SPACES
           AND WS-ENV-VALUE (3:) = SPACES
               MOVE WS-ENV-VALUE (1:2) TO WS-HOLDER-STATE
           END-IF.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDRF-OPEN.
           PERFORM OUTREF-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDPH-OPEN.
           PERFORM CASEFILE-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM DORMANCY-OPEN.
           PERFORM UNCLPROP-OPEN.
           PERFORM UPDOC-OPEN.

      * ------------------------------------------------------------- *
      * THE BANK'S OUTSTANDING REFUNDS...
           DISPLAY "LOADING THE BANK'S OUTSTANDING REFUNDS..."
           PERFORM OUTREF-GET.
           PERFORM UNTIL OUTREF-EOF
              IF  OUTREF-RECORD (1:3) NOT = 'HDR'
              AND OUTREF-RECORD (1:3) NOT = 'TRL'
                  PERFORM LOAD-ONE-OUTSTANDING-REFUND
              END-IF
              PERFORM OUTREF-GET
           END-PERFORM.

      * ------------------------------------------------------------- *
      * REFUND FILE'S SWEEPING: THE REFUNDS STILL OWED...
           DISPLAY "SWEEPING REFUND FILE..."
           PERFORM VKSDRF-NEXT.
           PERFORM UNTIL REFUND-EOF
              ADD 1 TO WS-REFUND-READ-COUNT
              PERFORM TAKE-ONE-REFUND
              PERFORM VKSDRF-NEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * ORDERS FILE'S SWEEPING: THE CREDIT BALANCES OF THE CLOSED
      * ACCOUNTS...
           DISPLAY "SWEEPING ORDERS FILE..."
           MOVE 0 TO WS-CURR-CUSTIDENT
           PERFORM VKSDORD-NEXT.
           PERFORM UNTIL ORDER-EOF
              ADD 1 TO WS-ORDER-READ-COUNT
              IF  QO-CUSTIDENT NOT = WS-CURR-CUSTIDENT
                  MOVE QO-CUSTIDENT TO WS-CURR-CUSTIDENT
                  MOVE QO-CUSTIDENT TO VS-CUSTIDENT
                  PERFORM VKSDCUST-READ
                  IF  VKSDCUST-STATUS = '00'
                  AND VS-CUSTSTATUS = 'C'
                      MOVE 'Y' TO WS-CUST-CLOSED-SWITCH
                  ELSE
                      MOVE 'N' TO WS-CUST-CLOSED-SWITCH
                  END-IF
              END-IF
              IF  CUSTOMER-CLOSED
                  PERFORM TAKE-ONE-CREDIT-BALANCE
              END-IF
              PERFORM VKSDORD-NEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * EACH CUSTOMER OWED: THE DORMANT ITEMS, THE LETTER AND THE
      * REGISTER...
           DISPLAY "EXAMINING THE ITEMS OWED..."
           OPEN OUTPUT SYSPRINT.
           MOVE 'ITEMS PUT UNDER DUE DILIGENCE' TO WS-SECTION-TITLE
           PERFORM PRINT-HEADINGS.
           MOVE 1 TO WS-IT-IX
           PERFORM UNTIL WS-IT-IX > WS-IT-COUNT
              PERFORM EXAMINE-ONE-CUSTOMER
           END-PERFORM.
           PERFORM PRINT-RUN-SUMMARY.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDRF-CLOSE.
           PERFORM OUTREF-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDPH-CLOSE.
           PERFORM CASEFILE-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM DORMANCY-CLOSE.
           PERFORM UNCLPROP-CLOSE.
           PERFORM UPDOC-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC37' TO CTLTOT-PROGRAM
           MOVE 'UNCLAIMED NOTICED' TO CTLTOT-LABEL
           MOVE WS-NOTICED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC37' TO CTLTOT-PROGRAM
           MOVE 'UNCLAIMED LETTERS' TO CTLTOT-LABEL
           MOVE WS-LETTER-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC37: REFUNDS READ........' WS-REFUND-READ-COUNT
           DISPLAY 'RSSABC37: BANK OUTSTANDING....' WS-OUTREF-COUNT
           DISPLAY 'RSSABC37: ORDERS READ.........' WS-ORDER-READ-COUNT
           DISPLAY 'RSSABC37: REFUNDS OWED........' WS-RF-ITEM-COUNT
           DISPLAY 'RSSABC37: CREDIT BALANCES.....' WS-CR-ITEM-COUNT
           DISPLAY 'RSSABC37: NOT IN USD, LEFT....' WS-FOREIGN-COUNT
           DISPLAY 'RSSABC37: STILL ACTIVE........' WS-ACTIVE-COUNT
           DISPLAY 'RSSABC37: ALREADY UNDER NOTICE' WS-PENDING-COUNT
           DISPLAY 'RSSABC37: BLOCKED BY A HOLD...' WS-BLOCKED-COUNT
           DISPLAY 'RSSABC37: PUT UNDER NOTICE....' WS-NOTICED-COUNT
           DISPLAY 'RSSABC37: LETTERS SENT........' WS-LETTER-COUNT
           DISPLAY 'RSSABC37: NO LETTER NEEDED....' WS-NOLETTER-COUNT
           DISPLAY 'RSSABC37: NO CUSTOMER RECORD..' WS-NOADDR-COUNT
           DISPLAY 'RSSABC37: STATES NOT ON FILE..' WS-NORULE-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC37' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-NOTICED-COUNT TO RLOG-COUNT
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
      * KEEP ONE REFUND THE BANK LISTS AS OUTSTANDING.                *
      *---------------------------------------------------------------*
       LOAD-ONE-OUTSTANDING-REFUND.
           MOVE OUTREF-RECORD TO W-OUTREF-DATA
           IF  WO-CUSTIDENT NOT NUMERIC
           OR  WO-ORDERNUM  NOT NUMERIC
           OR  WO-PAYDATE   NOT NUMERIC
           OR  WO-AMOUNT    NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF  WS-OR-COUNT >= 5000
               MOVE 'RSSABC37: OUTSTANDING REFUND TABLE IS FULL'
                 TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-OR-COUNT
           MOVE WO-CUSTIDENT TO WS-OR-CUSTIDENT (WS-OR-COUNT)
           MOVE WO-ORDERNUM  TO WS-OR-ORDERNUM (WS-OR-COUNT)
           MOVE WO-PAYDATE   TO WS-OR-PAYDATE (WS-OR-COUNT)
           MOVE WO-AMOUNT    TO WS-OR-AMOUNT (WS-OR-COUNT)
           ADD 1 TO WS-OUTREF-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * THE REFUND JUST READ IS STILL OWED WHEN IT IS OPEN, OR WHEN   *
      * IT WAS EXTRACTED AND THE BANK STILL LISTS IT AS OUTSTANDING   *
      * (SAME CUSTOMER, ORDER, PAYMENT DATE AND AMOUNT).              *
      *---------------------------------------------------------------*
       TAKE-ONE-REFUND.
           MOVE 'N' TO WS-OUTSTANDING-SWITCH
           IF  RF-STATUS = 'O'
               MOVE 'Y' TO WS-OUTSTANDING-SWITCH
           END-IF
           IF  RF-STATUS = 'X'
               PERFORM VARYING WS-OR-IX FROM 1 BY 1
                       UNTIL WS-OR-IX > WS-OR-COUNT
                          OR REFUND-OUTSTANDING
                  IF  WS-OR-CUSTIDENT (WS-OR-IX) = RF-CUSTIDENT
                  AND WS-OR-ORDERNUM (WS-OR-IX)  = RF-ORDERNUM
                  AND WS-OR-PAYDATE (WS-OR-IX)   = RF-EXTRACTDT
                  AND WS-OR-AMOUNT (WS-OR-IX)    = RF-AMOUNT
                      MOVE 'Y' TO WS-OUTSTANDING-SWITCH
                  END-IF
               END-PERFORM
           END-IF
           IF  NOT REFUND-OUTSTANDING
           OR  RF-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE RF-CUSTIDENT TO WS-NEW-CUSTIDENT
           MOVE 'R'          TO WS-NEW-KIND
           MOVE RF-REFSEQ    TO WS-NEW-REF
           MOVE RF-ORDERNUM  TO WS-NEW-ORDERNUM
           MOVE RF-AMOUNT    TO WS-NEW-AMOUNT
           MOVE RF-CREATEDT  TO WS-NEW-ITEM-DATE
           PERFORM ADD-ITEM-ENTRY
           ADD 1         TO WS-RF-ITEM-COUNT
           ADD RF-AMOUNT TO WS-RF-ITEM-AMOUNT
           EXIT.

      *---------------------------------------------------------------*
      * AN ORDER OF A CLOSED ACCOUNT CARRIES A CREDIT BALANCE WHEN    *
      * WHAT WAS PAID AND CREDITED ON IT EXCEEDS ITS AMOUNT; ONLY THE *
      * PAID PART CAN BE OWED BACK. THE ITEM AROSE WHEN THE ACCOUNT   *
      * WAS CLOSED.                                                   *
      *---------------------------------------------------------------*
       TAKE-ONE-CREDIT-BALANCE.
           IF  QO-PAID-AMT NOT NUMERIC
           OR  QO-PAID-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE QO-PAID-AMT TO WS-ORD-EXCESS
           IF  QO-CREDIT-AMT NUMERIC
               ADD QO-CREDIT-AMT TO WS-ORD-EXCESS
           END-IF
           IF  QO-ORDERAMT NUMERIC
               SUBTRACT QO-ORDERAMT FROM WS-ORD-EXCESS
           END-IF
           IF  WS-ORD-EXCESS NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF  QO-CURRENCY NOT = SPACES
           AND QO-CURRENCY NOT = 'USD'
               ADD 1 TO WS-FOREIGN-COUNT
               EXIT PARAGRAPH
           END-IF
           IF  WS-ORD-EXCESS > QO-PAID-AMT
               MOVE QO-PAID-AMT TO WS-ORD-EXCESS
           END-IF
           MOVE QO-CUSTIDENT  TO WS-NEW-CUSTIDENT
           MOVE 'C'           TO WS-NEW-KIND
           MOVE QO-ORDERNUM   TO WS-NEW-REF
           MOVE QO-ORDERNUM   TO WS-NEW-ORDERNUM
           MOVE WS-ORD-EXCESS TO WS-NEW-AMOUNT
           IF  VS-CUSTCLOSEDT NUMERIC
           AND VS-CUSTCLOSEDT > 0
               MOVE VS-CUSTCLOSEDT TO WS-NEW-ITEM-DATE
           ELSE
               MOVE VS-STATUS-EFFDT TO WS-NEW-ITEM-DATE
           END-IF
           PERFORM ADD-ITEM-ENTRY
           ADD 1             TO WS-CR-ITEM-COUNT
           ADD WS-ORD-EXCESS TO WS-CR-ITEM-AMOUNT
           EXIT.

      *---------------------------------------------------------------*
      * ENTER THE ITEM IN WS-NEW-... IN THE TABLE IN CUSTOMER, KIND   *
      * AND REFERENCE ORDER.                                          *
      *---------------------------------------------------------------*
       ADD-ITEM-ENTRY.
           IF  WS-NEW-ITEM-DATE NOT NUMERIC
               MOVE 0 TO WS-NEW-ITEM-DATE
           END-IF
           IF  WS-IT-COUNT >= 5000
               MOVE 'RSSABC37: ITEM TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE 1 TO WS-IT-IX
           PERFORM UNTIL WS-IT-IX > WS-IT-COUNT
                   OR WS-IT-CUSTIDENT (WS-IT-IX) > WS-NEW-CUSTIDENT
                   OR (WS-IT-CUSTIDENT (WS-IT-IX) = WS-NEW-CUSTIDENT
                   AND WS-IT-KIND (WS-IT-IX) > WS-NEW-KIND)
                   OR (WS-IT-CUSTIDENT (WS-IT-IX) = WS-NEW-CUSTIDENT
                   AND WS-IT-KIND (WS-IT-IX) = WS-NEW-KIND
                   AND WS-IT-REF (WS-IT-IX) > WS-NEW-REF)
              ADD 1 TO WS-IT-IX
           END-PERFORM
           MOVE WS-IT-COUNT TO WS-IT-SHIFT-IX
           PERFORM UNTIL WS-IT-SHIFT-IX < WS-IT-IX
              MOVE WS-IT-ENTRY (WS-IT-SHIFT-IX)
                TO WS-IT-ENTRY (WS-IT-SHIFT-IX + 1)
              SUBTRACT 1 FROM WS-IT-SHIFT-IX
           END-PERFORM
           MOVE WS-NEW-CUSTIDENT TO WS-IT-CUSTIDENT (WS-IT-IX)
           MOVE WS-NEW-KIND      TO WS-IT-KIND (WS-IT-IX)
           MOVE WS-NEW-REF       TO WS-IT-REF (WS-IT-IX)
           MOVE WS-NEW-ORDERNUM  TO WS-IT-ORDERNUM (WS-IT-IX)
           MOVE WS-NEW-AMOUNT    TO WS-IT-AMOUNT (WS-IT-IX)
           MOVE WS-NEW-ITEM-DATE TO WS-IT-ITEM-DATE (WS-IT-IX)
           MOVE 0                TO WS-IT-DORMANT-DATE (WS-IT-IX)
           MOVE 'N'              TO WS-IT-NOTICE (WS-IT-IX)
           ADD 1 TO WS-IT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * ONE CUSTOMER'S ITEMS, FROM WS-IT-IX ON; WS-IT-IX IS LEFT ON   *
      * THE NEXT CUSTOMER'S FIRST ITEM. THE DORMANT ONES NOT YET ON   *
      * THE REGISTER GO UNDER NOTICE TOGETHER, WITH ONE LETTER WHEN   *
      * THEIR TOTAL REACHES THE STATE'S NOTICE MINIMUM AND THERE IS   *
      * AN ADDRESS TO WRITE TO.                                       *
      *---------------------------------------------------------------*
       EXAMINE-ONE-CUSTOMER.
           MOVE WS-IT-CUSTIDENT (WS-IT-IX) TO WS-CURR-CUSTIDENT
           MOVE WS-IT-IX TO WS-GRP-FIRST
           PERFORM UNTIL WS-IT-IX > WS-IT-COUNT
                   OR WS-IT-CUSTIDENT (WS-IT-IX) NOT = WS-CURR-CUSTIDENT
              ADD 1 TO WS-IT-IX
           END-PERFORM
           COMPUTE WS-GRP-LAST = WS-IT-IX - 1

           MOVE SPACES TO WS-CURR-CUSTNAME
           MOVE WS-CURR-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-FOUND-SWITCH
               STRING VS-CUSTFNAME  DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      VS-CUSTLNAME  DELIMITED BY '  '
                 INTO WS-CURR-CUSTNAME
               END-STRING
           ELSE
               MOVE 'N' TO WS-CUST-FOUND-SWITCH
           END-IF
           PERFORM RESOLVE-OWNER-STATE
           PERFORM LOAD-DORMANCY-RULE
           PERFORM FIND-LAST-CONTACT

           MOVE 0 TO WS-LTR-ITEMS WS-LTR-AMOUNT WS-LTR-FIRST-ORDER
           PERFORM SELECT-ONE-ITEM
               VARYING WS-GX FROM WS-GRP-FIRST BY 1
               UNTIL WS-GX > WS-GRP-LAST
           IF  WS-LTR-ITEMS = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RESP-DUE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAYS + WS-RULE-RESP-DAYS)
           MOVE SPACES TO WS-REG-REMARK
           EVALUATE TRUE
              WHEN NOT CUSTOMER-FOUND
                   MOVE 'N' TO WS-LETTER-SENT
                   MOVE 'NO CUSTOMER RECORD, NO LETTER' TO WS-REG-REMARK
                   ADD 1 TO WS-NOADDR-COUNT
              WHEN WS-LTR-AMOUNT < WS-RULE-NOTICE-MIN
                   MOVE 'N' TO WS-LETTER-SENT
                   MOVE 'BELOW THE NOTICE MINIMUM'      TO WS-REG-REMARK
                   ADD 1 TO WS-NOLETTER-COUNT
              WHEN OTHER
                   MOVE 'Y' TO WS-LETTER-SENT
                   PERFORM WRITE-DILIGENCE-LETTER
                   ADD 1 TO WS-LETTER-COUNT
           END-EVALUATE
           PERFORM STORE-ONE-ITEM
               VARYING WS-GX FROM WS-GRP-FIRST BY 1
               UNTIL WS-GX > WS-GRP-LAST
           EXIT.

      *---------------------------------------------------------------*
      * THE STATE THE CUSTOMER'S PROPERTY IS REPORTED TO: THE STATE   *
      * OF ITS US ADDRESS, OR THE HOLDER'S STATE WHEN THE ADDRESS IS  *
      * UNKNOWN OR ABROAD.                                            *
      *---------------------------------------------------------------*
       RESOLVE-OWNER-STATE.
           IF  CUSTOMER-FOUND
           AND (VS-CUSTCOUNTRY = SPACES OR VS-CUSTCOUNTRY = 'US')
           AND VS-CUSTSTATE NOT = SPACES
               MOVE VS-CUSTSTATE    TO WS-OWNER-STATE
           ELSE
               MOVE WS-HOLDER-STATE TO WS-OWNER-STATE
               ADD 1 TO WS-HOLDER-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE OWNER STATE'S DORMANCY RULE, OR THE BUILT-IN ONE WHEN THE *
      * STATE IS NOT ON FILE. A ZERO PERIOD ON FILE TAKES THE         *
      * BUILT-IN PERIOD.                                              *
      *---------------------------------------------------------------*
       LOAD-DORMANCY-RULE.
           MOVE 3      TO WS-RULE-REFUND-YEARS
           MOVE 3      TO WS-RULE-CREDIT-YEARS
           MOVE 50     TO WS-RULE-NOTICE-MIN
           MOVE 60     TO WS-RULE-RESP-DAYS
           MOVE SPACES TO WS-RULE-AGENCY
           MOVE WS-OWNER-STATE TO DY-STATE
           PERFORM DORMANCY-READ
           IF  DORMANCY-STATUS NOT = '00'
               ADD 1 TO WS-NORULE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF  DY-REFUND-YEARS NUMERIC
           AND DY-REFUND-YEARS > 0
               MOVE DY-REFUND-YEARS TO WS-RULE-REFUND-YEARS
           END-IF
           IF  DY-CREDIT-YEARS NUMERIC
           AND DY-CREDIT-YEARS > 0
               MOVE DY-CREDIT-YEARS TO WS-RULE-CREDIT-YEARS
           END-IF
           IF  DY-NOTICE-MIN NUMERIC
               MOVE DY-NOTICE-MIN   TO WS-RULE-NOTICE-MIN
           END-IF
           IF  DY-RESP-DAYS NUMERIC
           AND DY-RESP-DAYS > 0
               MOVE DY-RESP-DAYS    TO WS-RULE-RESP-DAYS
           END-IF
           MOVE DY-AGENCY TO WS-RULE-AGENCY
           EXIT.

      *---------------------------------------------------------------*
      * THE CUSTOMER'S LAST CONTACT WITH US: THE LATEST OF ITS ORDERS *
      * PLACED, PAYMENTS MADE (NOT REVERSED, NOT THE AGENCY'S) AND    *
      * CASES OPENED; ZERO WHEN THERE IS NONE.                        *
      *---------------------------------------------------------------*
       FIND-LAST-CONTACT.
           MOVE 0 TO WS-LAST-CONTACT

           MOVE 'N'               TO WS-BROWSE-DONE-SWITCH
           MOVE WS-CURR-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS             TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ VKSDORD-FILE NEXT RECORD
              IF  VKSDORD-STATUS NOT = '00'
              OR  QO-CUSTIDENT NOT = WS-CURR-CUSTIDENT
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  IF  QO-ORDERDATE NUMERIC
                  AND QO-ORDERDATE > WS-LAST-CONTACT
                      MOVE QO-ORDERDATE TO WS-LAST-CONTACT
                  END-IF
              END-IF
           END-PERFORM

           MOVE 'N'               TO WS-BROWSE-DONE-SWITCH
           MOVE WS-CURR-CUSTIDENT TO PH-CUSTIDENT
           MOVE ZEROS             TO PH-ORDERNUM
           MOVE ZEROS             TO PH-PAYSEQ
           START VKSDPH-FILE KEY NOT < PH-PAY-KEY
           IF  VKSDPH-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ VKSDPH-FILE NEXT RECORD
              IF  VKSDPH-STATUS NOT = '00'
              OR  PH-CUSTIDENT NOT = WS-CURR-CUSTIDENT
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  IF  (PH-ENTRY-TYPE = 'P' OR PH-ENTRY-TYPE = SPACE)
                  AND PH-REVERSED NOT = 'Y'
                  AND PH-PAYDATE NUMERIC
                  AND PH-PAYDATE > WS-LAST-CONTACT
                      MOVE PH-PAYDATE TO WS-LAST-CONTACT
                  END-IF
              END-IF
           END-PERFORM

           MOVE 'N'               TO WS-BROWSE-DONE-SWITCH
           MOVE WS-CURR-CUSTIDENT TO CS-CUSTIDENT
           MOVE ZEROS             TO CS-CASENUM
           START CASEFILE-FILE KEY NOT < CS-CASE-KEY
           IF  CASEFILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ CASEFILE-FILE NEXT RECORD
              IF  CASEFILE-STATUS NOT = '00'
              OR  CS-CUSTIDENT NOT = WS-CURR-CUSTIDENT
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  IF  CS-OPENDATE NUMERIC
                  AND CS-OPENDATE > WS-LAST-CONTACT
                      MOVE CS-OPENDATE TO WS-LAST-CONTACT
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * ONE ITEM OF THE CUSTOMER: DORMANT WHEN ITS STATE'S PERIOD HAS *
      * RUN SINCE THE LATER OF THE DAY IT AROSE AND THE LAST CONTACT. *
      * A BLOCKED REFUND, AN ACTIVE ITEM AND ONE ALREADY UNDER DUE    *
      * DILIGENCE OR ESCHEATED ARE PASSED OVER; ONE RELEASED BEFORE   *
      * IS TAKEN UP AGAIN.                                            *
      *---------------------------------------------------------------*
       SELECT-ONE-ITEM.
           IF  WS-IT-KIND (WS-GX) = 'R'
           AND CUSTOMER-FOUND
           AND (VS-COMPL-HOLD = 'H' OR VS-FRAUD-HOLD = 'F')
               ADD 1 TO WS-BLOCKED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IT-ITEM-DATE (WS-GX) TO WS-BASE-DATE
           IF  WS-LAST-CONTACT > WS-BASE-DATE
               MOVE WS-LAST-CONTACT TO WS-BASE-DATE
           END-IF
           IF  WS-IT-KIND (WS-GX) = 'R'
               MOVE WS-RULE-REFUND-YEARS TO WS-RULE-YEARS
           ELSE
               MOVE WS-RULE-CREDIT-YEARS TO WS-RULE-YEARS
           END-IF
           COMPUTE WS-DORMANT-DATE =
                   WS-BASE-DATE + WS-RULE-YEARS * 10000
           IF  WS-DORMANT-DATE > WS-RUN-DATE
               ADD 1 TO WS-ACTIVE-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IT-CUSTIDENT (WS-GX) TO UP-CUSTIDENT
           MOVE WS-IT-KIND (WS-GX)      TO UP-ITEM-KIND
           MOVE WS-IT-REF (WS-GX)       TO UP-ITEM-REF
           PERFORM UNCLPROP-READ
           IF  UNCLPROP-STATUS = '00'
               IF  UP-STATUS = 'C'
                   MOVE 'R' TO WS-IT-NOTICE (WS-GX)
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'Y' TO WS-IT-NOTICE (WS-GX)
           END-IF
           MOVE WS-DORMANT-DATE TO WS-IT-DORMANT-DATE (WS-GX)
           ADD 1                      TO WS-LTR-ITEMS
           ADD WS-IT-AMOUNT (WS-GX)   TO WS-LTR-AMOUNT
           IF  WS-LTR-FIRST-ORDER = 0
               MOVE WS-IT-ORDERNUM (WS-GX) TO WS-LTR-FIRST-ORDER
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE DUE-DILIGENCE LETTER: THE ADDRESS BLOCK ON FILE, THE      *
      * NOTICE, THE ITEMS UNDER NOTICE AND THEIR TOTAL, THE DATE TO   *
      * ANSWER BY AND THE STATE OFFICE THE PROPERTY WILL GO TO.       *
      *---------------------------------------------------------------*
       WRITE-DILIGENCE-LETTER.
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM EDIT-LETTER-DATE
           MOVE WS-DATE-OUT TO WL-DATE
           MOVE W-LTR-TITLE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE W-BLANK-LINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE

           MOVE WS-CURR-CUSTIDENT TO WL-CUSTIDENT
           MOVE WS-CURR-CUSTNAME  TO WL-CUSTNAME
           MOVE W-LTR-CUSTLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE VS-CUSTADDRS TO WL-ADDR-TEXT
           MOVE W-LTR-ADDRLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
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
           MOVE W-LTR-ADDRLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE W-BLANK-LINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE

           MOVE WS-NOTICE-TEXT (1) TO WL-TEXT
           MOVE W-LTR-TEXTLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE WS-NOTICE-TEXT (2) TO WL-TEXT
           MOVE W-LTR-TEXTLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE SPACES TO WL-TEXT
           STRING 'THE UNCLAIMED-PROPERTY LAW OF THE STATE OF '
                                    DELIMITED BY SIZE
                  WS-OWNER-STATE    DELIMITED BY SIZE
                  ' REQUIRES US TO REPORT SUCH'
                                    DELIMITED BY SIZE
             INTO WL-TEXT
           END-STRING
           MOVE W-LTR-TEXTLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE 'PROPERTY TO THE STATE IF WE DO NOT HEAR FROM YOU.'
             TO WL-TEXT
           MOVE W-LTR-TEXTLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE W-BLANK-LINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE W-LTR-ITEMHEAD TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           PERFORM LIST-ONE-ITEM
               VARYING WS-GX FROM WS-GRP-FIRST BY 1
               UNTIL WS-GX > WS-GRP-LAST
           MOVE W-BLANK-LINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE WS-LTR-AMOUNT TO WL-TOT-AMOUNT
           MOVE W-LTR-TOTLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE W-BLANK-LINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE

           MOVE WS-NOTICE-TEXT (3) TO WL-TEXT
           MOVE W-LTR-TEXTLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE WS-RESP-DUE TO WS-DATE-IN
           PERFORM EDIT-LETTER-DATE
           MOVE SPACES TO WL-TEXT
           STRING 'OUR REFERENCE, BEFORE ' DELIMITED BY SIZE
                  WS-DATE-OUT              DELIMITED BY SIZE
                  '.'                      DELIMITED BY SIZE
             INTO WL-TEXT
           END-STRING
           MOVE W-LTR-TEXTLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE WS-NOTICE-TEXT (4) TO WL-TEXT
           MOVE W-LTR-TEXTLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE WS-NOTICE-TEXT (5) TO WL-TEXT
           MOVE W-LTR-TEXTLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE SPACES TO WL-TEXT
           IF  WS-RULE-AGENCY NOT = SPACES
               STRING '     '        DELIMITED BY SIZE
                      WS-RULE-AGENCY DELIMITED BY SIZE
                 INTO WL-TEXT
               END-STRING
           ELSE
               STRING '     THE UNCLAIMED PROPERTY OFFICE, STATE OF '
                                     DELIMITED BY SIZE
                      WS-OWNER-STATE DELIMITED BY SIZE
                 INTO WL-TEXT
               END-STRING
           END-IF
           MOVE W-LTR-TEXTLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE W-BLANK-LINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE WS-RUN-DATE       TO WL-REF-DATE
           MOVE WS-CURR-CUSTIDENT TO WL-REF-CUSTIDENT
           MOVE W-LTR-REFLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
           MOVE ALL '-' TO UPDOC-RECORD
           PERFORM UPDOC-WRITE

           PERFORM RECORD-CORRESPONDENCE
           EXIT.

      *---------------------------------------------------------------*
      * ONE ITEM UNDER NOTICE ON THE LETTER.                          *
      *---------------------------------------------------------------*
       LIST-ONE-ITEM.
           IF  WS-IT-NOTICE (WS-GX) = 'N'
               EXIT PARAGRAPH
           END-IF
           IF  WS-IT-KIND (WS-GX) = 'R'
               MOVE 'REFUND'         TO WL-ITEM-DESC
           ELSE
               MOVE 'CREDIT BALANCE' TO WL-ITEM-DESC
           END-IF
           MOVE WS-IT-ORDERNUM (WS-GX)  TO WL-ORDERNUM
           MOVE WS-IT-ITEM-DATE (WS-GX) TO WS-DATE-IN
           PERFORM EDIT-LETTER-DATE
           MOVE WS-DATE-OUT             TO WL-ITEM-DATE
           MOVE WS-IT-AMOUNT (WS-GX)    TO WL-ITEM-AMOUNT
           MOVE W-LTR-ITEMLINE TO UPDOC-RECORD
           PERFORM UPDOC-WRITE
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
      * LOG THE LETTER ON THE CUSTOMER'S CORRESPONDENCE HISTORY.      *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE WS-CURR-CUSTIDENT  TO CHW-CUSTIDENT
           MOVE 'UNCLPROP'         TO CHW-DOC-TYPE
           MOVE 'RSSABC37'         TO CHW-PROGRAM
           MOVE 'PRINT'            TO CHW-CHANNEL
           MOVE WS-RUN-DATE        TO CHW-SENT-DATE
           MOVE WS-LTR-FIRST-ORDER TO CHW-ORDERNUM
           MOVE SPACES             TO CHW-CAMPAIGN
           MOVE WS-RESP-DUE        TO WC-RESP-DUE
           IF  WS-LTR-AMOUNT > 999999.99
               MOVE 999999.99      TO WC-AMOUNT
           ELSE
               MOVE WS-LTR-AMOUNT  TO WC-AMOUNT
           END-IF
           MOVE W-CHW-UP-INFO      TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
      * ENTER ONE ITEM UNDER NOTICE ON THE REGISTER (OVER ITS ENTRY   *
      * RELEASED ON AN EARLIER CYCLE, IF ANY) AND ON THE LISTING.     *
      *---------------------------------------------------------------*
       STORE-ONE-ITEM.
           IF  WS-IT-NOTICE (WS-GX) = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO UP-ODCSFUP-RECORD
           MOVE WS-IT-CUSTIDENT (WS-GX)    TO UP-CUSTIDENT
           MOVE WS-IT-KIND (WS-GX)         TO UP-ITEM-KIND
           MOVE WS-IT-REF (WS-GX)          TO UP-ITEM-REF
           MOVE 'D'                        TO UP-STATUS
           MOVE WS-OWNER-STATE             TO UP-STATE
           MOVE WS-IT-AMOUNT (WS-GX)       TO UP-AMOUNT
           MOVE WS-IT-ORDERNUM (WS-GX)     TO UP-ORDERNUM
           MOVE WS-IT-ITEM-DATE (WS-GX)    TO UP-ITEM-DATE
           MOVE WS-LAST-CONTACT            TO UP-LAST-CONTACT
           MOVE WS-IT-DORMANT-DATE (WS-GX) TO UP-DORMANT-DATE
           MOVE WS-RUN-DATE                TO UP-LETTER-DATE
           MOVE WS-LETTER-SENT             TO UP-LETTER-SENT
           MOVE WS-RESP-DUE                TO UP-RESP-DUE
           MOVE 0                          TO UP-CLOSE-DATE
           MOVE 0                          TO UP-REPORT-YEAR
           IF  WS-IT-NOTICE (WS-GX) = 'R'
               PERFORM UNCLPROP-REWRITE
               ADD 1 TO WS-RETAKEN-COUNT
           ELSE
               PERFORM UNCLPROP-WRITE
           END-IF
           ADD 1                    TO WS-NOTICED-COUNT
           ADD WS-IT-AMOUNT (WS-GX) TO WS-NOTICED-AMOUNT

           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE UP-CUSTIDENT     TO WR-CUSTIDENT
           MOVE WS-CURR-CUSTNAME TO WR-NAME
           MOVE UP-STATE         TO WR-STATE
           MOVE UP-ITEM-KIND     TO WR-KIND
           MOVE UP-ORDERNUM      TO WR-ORDERNUM
           MOVE UP-AMOUNT        TO WR-AMOUNT
           MOVE UP-LAST-CONTACT  TO WR-CONTACT
           MOVE UP-DORMANT-DATE  TO WR-DORMANT
           MOVE UP-LETTER-SENT   TO WR-LETTER
           MOVE UP-RESP-DUE      TO WR-RESP-DUE
           IF  WS-IT-NOTICE (WS-GX) = 'R'
           AND WS-REG-REMARK = SPACES
               MOVE 'RELEASED BEFORE, TAKEN UP AGAIN' TO WR-REMARK
           ELSE
               MOVE WS-REG-REMARK TO WR-REMARK
           END-IF
           WRITE REPORT-REC FROM W-REG-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * WHAT WAS FOUND OWED AND WHAT WENT UNDER NOTICE.               *
      *---------------------------------------------------------------*
       PRINT-RUN-SUMMARY.
           MOVE 'THE PROPERTY OWED AND THE DUE DILIGENCE'
             TO WS-SECTION-TITLE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'REFUNDS STILL OWED  . . . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-RF-ITEM-COUNT  TO WN-COUNT
           MOVE WS-RF-ITEM-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE 'CREDIT BALANCES OF CLOSED ACCOUNTS  . . . . . :'
             TO WN-TEXT
           MOVE WS-CR-ITEM-COUNT  TO WN-COUNT
           MOVE WS-CR-ITEM-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'PUT UNDER DUE DILIGENCE THIS RUN  . . . . . . :'
             TO WN-TEXT
           MOVE WS-NOTICED-COUNT  TO WN-COUNT
           MOVE WS-NOTICED-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO W-NOTE-LINE
           MOVE '  OF WHICH RELEASED BEFORE, TAKEN UP AGAIN  . :'
             TO WN-TEXT
           MOVE WS-RETAKEN-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'DUE-DILIGENCE LETTERS SENT  . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-LETTER-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS BELOW THE NOTICE MINIMUM, NO LETTER :'
             TO WN-TEXT
           MOVE WS-NOLETTER-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS WITHOUT A CUSTOMER RECORD, NO LETTER:'
             TO WN-TEXT
           MOVE WS-NOADDR-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'ITEMS WITH CONTACT WITHIN THE PERIOD, ACTIVE  :'
             TO WN-TEXT
           MOVE WS-ACTIVE-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE 'ITEMS ALREADY UNDER DUE DILIGENCE OR ESCHEATED:'
             TO WN-TEXT
           MOVE WS-PENDING-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'REFUNDS BLOCKED BY A COMPLIANCE OR FRAUD HOLD :'
             TO WN-TEXT
           MOVE WS-BLOCKED-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'CREDIT BALANCES NOT IN USD, LEFT TO THE DESK  :'
             TO WN-TEXT
           MOVE WS-FOREIGN-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS REPORTED TO THE HOLDER''S STATE  . . :'
             TO WN-TEXT
           MOVE WS-HOLDER-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS WHOSE STATE HAS NO DORMANCY RULE  . :'
             TO WN-TEXT
           MOVE WS-NORULE-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-HEADING-1
                 AFTER ADVANCING 2 LINES
           MOVE 6 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDRF-FILE
           IF  VKSDRF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC37: VKSDRF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-NEXT.
           READ VKSDRF-FILE NEXT RECORD
           IF  VKSDRF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDRF-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-REFUND-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC37: VKSDRF-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE VKSDRF-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABC37: VKSDRF-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OUTREF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT OUTREF-FILE
           IF  OUTREF-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC37: OUTREF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE OUTREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OUTREF-GET.
           READ OUTREF-FILE
           IF  OUTREF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  OUTREF-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-OUTREF-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC37: OUTREF-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE OUTREF-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OUTREF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE OUTREF-FILE
           IF  OUTREF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC37: OUTREF-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE OUTREF-STATUS TO IO-STATUS
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
               MOVE 'RSSABC37: VKSDORD-FAILURE-OPEN...'
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
                   MOVE 'RSSABC37: VKSDORD-FAILURE-NEXT...'
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
               MOVE 'RSSABC37: VKSDORD-FAILURE-CLOSE...'
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
               MOVE 'RSSABC37: VKSDPH-FAILURE-OPEN...'
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
               MOVE 'RSSABC37: VKSDPH-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
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
               MOVE 'RSSABC37: CASEFILE-FAILURE-OPEN...'
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
               MOVE 'RSSABC37: CASEFILE-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
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
               MOVE 'RSSABC37: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC37: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABC37: VKSDCUST-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DORMANCY-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT DORMANCY-FILE
           IF  DORMANCY-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC37: DORMANCY-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE DORMANCY-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DORMANCY-READ.
           READ DORMANCY-FILE
           IF  DORMANCY-STATUS = '00'
           OR  DORMANCY-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC37: DORMANCY-FAILURE-READ...'
                 TO DISP-MSG
               MOVE DORMANCY-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DORMANCY-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE DORMANCY-FILE
           IF  DORMANCY-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC37: DORMANCY-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE DORMANCY-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNCLPROP-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O UNCLPROP-FILE
           IF  UNCLPROP-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC37: UNCLPROP-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE UNCLPROP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNCLPROP-READ.
           READ UNCLPROP-FILE
           IF  UNCLPROP-STATUS = '00'
           OR  UNCLPROP-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC37: UNCLPROP-FAILURE-READ...'
                 TO DISP-MSG
               MOVE UNCLPROP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNCLPROP-WRITE.
           WRITE UP-ODCSFUP-RECORD
           IF  UNCLPROP-STATUS NOT = '00'
               MOVE 'RSSABC37: UNCLPROP-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE UNCLPROP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNCLPROP-REWRITE.
           REWRITE UP-ODCSFUP-RECORD
           IF  UNCLPROP-STATUS NOT = '00'
               MOVE 'RSSABC37: UNCLPROP-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE UNCLPROP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNCLPROP-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE UNCLPROP-FILE
           IF  UNCLPROP-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC37: UNCLPROP-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE UNCLPROP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UPDOC-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT UPDOC-FILE
           IF  UPDOC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC37: UPDOC-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE UPDOC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UPDOC-WRITE.
           WRITE UPDOC-RECORD
           IF  UPDOC-STATUS NOT = '00'
               MOVE 'RSSABC37: UPDOC-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE UPDOC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UPDOC-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE UPDOC-FILE
           IF  UPDOC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC37: UPDOC-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE UPDOC-STATUS TO IO-STATUS
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
               MOVE 'RSSABC37: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC37: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC37: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABC37: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC37: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC37: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
