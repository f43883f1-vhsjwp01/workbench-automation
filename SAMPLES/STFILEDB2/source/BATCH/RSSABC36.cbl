       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC36.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY CUSTOMER LETTER RUN. THE LETTER-REQUEST QUEUE     *
      *     (LTRREQ, ODCSFLQ) FILLED FROM THE LETTER-REQUEST SCREEN   *
      *     (RSSAT056) IS SWEPT FOR THE PENDING REQUESTS; EACH ONE    *
      *     GETS ITS LETTER, MERGED WITH THE CUSTOMER'S NAME AND      *
      *     ADDRESS BLOCK AS THEY ARE ON FILE TONIGHT.                *
      *    -A REQUEST FOR A CUSTOMER GONE FROM THE FILE OR FLAGGED    *
      *     DECEASED IS NOT SENT; IT IS STAMPED 'S' WITH THE REASON.  *
      *    -THE LETTER GOES BY THE CUSTOMER'S CONTPREF DELIVERY       *
      *     PREFERENCE THE WAY RSSABC34 ROUTES ITS LETTERS: PRINT     *
      *     (THE DEFAULT), ELECTRONIC (ONE EDELIV EXTRACT RECORD PER  *
      *     LETTER FOR THE MAIL GATEWAY) OR BOTH, BACK TO PRINT WHEN  *
      *     THE E-MAIL IS ABSENT OR UNDELIVERABLE. AN E-MAIL OPT-OUT  *
      *     KEEPS THE LETTER ON PAPER; A MAIL OPT-OUT SENDS IT BY     *
      *     E-MAIL ONLY, OR NOT AT ALL WITHOUT A USABLE E-MAIL.       *
      *    -THE WORDING OF A TEMPLATE (RSSLTPC) COMES FROM THE        *
      *     DOCUMENT-TEXT CATALOG IN THE CUSTOMER'S LANGUAGE (THE     *
      *     TEMPLATE CODE IS ITS DOCUMENT ID, THE SHARED CAPTIONS ARE *
      *     UNDER 'LTRCOMN', THRU RSSDTX00), THE BUILT-IN ENGLISH     *
      *     WORDING STANDING IN FOR A MISSING LINE. THE TEMPLATES     *
      *     THAT CARRY A BALANCE PRINT THE CUSTOMER'S OPEN BALANCE    *
      *     TONIGHT, IN USD AT TONIGHT'S RATES (RSSCUR00). THE FREE   *
      *     TEXT OF THE REQUEST PRINTS UNDER THE WORDING.             *
      *    -EVERY LETTER SENT IS LOGGED ON THE CUSTOMER'S             *
      *     CORRESPONDENCE HISTORY THRU RSSCHW00, ONCE PER CHANNEL,   *
      *     AND ITS REQUEST IS STAMPED 'F' WITH THE DATE AND CHANNEL. *
      *    -THE LISTING SHOWS EVERY REQUEST HANDLED; THE LETTERS      *
      *     FULFILLED AND SUPPRESSED GO TO CTLTOT.                    *
      * ------------------------------------------------------------- *
      * IN/OUT FILE: VSAM - LTRREQ (LETTER-REQUEST QUEUE, ODCSFLQ)    *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - CONTPREF (CONTACT PREFERENCES)            *
      * INPUT FILE : VSAM - ODCSFORD (THE OPEN BALANCE)               *
      * INPUT FILE : VSAM - DOCTEXT (THRU RSSDTX00)                   *
      * OUTPUT FILE: QSAM - LTRDOC (PRINTABLE LETTERS)                *
      * OUTPUT FILE: QSAM - EDELIV (E-DELIVERY EXTRACT)               *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * OUTPUT     : SYSPRINT - LETTER RUN LISTING                    *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: EVERY PENDING REQUEST ON THE QUEUE, WHATEVER THE   *
      * DATE IT WAS MADE.                                             *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * LETTER-REQUEST QUEUE: SWEPT IN KEY ORDER, EACH PENDING
      * REQUEST REWRITTEN ONCE HANDLED
           SELECT OPTIONAL LTRREQ-FILE
               ASSIGN       TO LTRREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LQ-REQ-KEY
               FILE STATUS  IS LTRREQ-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, THE NAME AND ADDRESS BLOCK
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * CONTACT-PREFERENCE VSAM-KSDS FILE: THE CUSTOMER'S DELIVERY
      * PREFERENCE AND OPT-OUTS ROUTE THE LETTER (ABSENT RECORD OR
      * FILE MEANS PRINT)
           SELECT OPTIONAL CONTPREF-FILE
               ASSIGN       TO CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE, BROWSED PER CUSTOMER FOR THE
      * OPEN BALANCE OF THE LETTERS THAT CARRY ONE
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * PRINTABLE LETTERS
           SELECT LTRDOC-FILE
               ASSIGN       TO LTRDOC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS LTRDOC-STATUS.

      * E-DELIVERY EXTRACT FOR THE MAIL GATEWAY, ONE RECORD PER
      * ELECTRONICALLY DELIVERED LETTER
           SELECT EDELIV-FILE
               ASSIGN       TO EDELIV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS EDELIV-STATUS.

      * LETTER RUN LISTING
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
       FD   LTRREQ-FILE.
       COPY ODCSFLQ.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   CONTPREF-FILE.
       COPY ODCSFCP.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   LTRDOC-FILE
            RECORD CONTAINS 132 CHARACTERS.
       01  LTRDOC-RECORD              PIC X(132).

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
       01  LTRREQ-STATUS.
           05  LTRREQ-STAT1        PIC X.
           05  LTRREQ-STAT2        PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1      PIC X.
           05  CONTPREF-STAT2      PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  LTRDOC-STATUS.
           05  LTRDOC-STAT1        PIC X.
           05  LTRDOC-STAT2        PIC X.
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

       01  WS-LTRREQ-EOF-SWITCH    PIC X       VALUE 'N'.
           88  LTRREQ-EOF          VALUE 'Y'.
       01  WS-ORDER-EOF-SWITCH     PIC X       VALUE 'N'.
           88  ORDER-EOF           VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.

      * THE REQUEST BEING HANDLED: ITS TEMPLATE'S ENTRY, ITS OUTCOME
      * ('F' SENT, 'S' NOT SENT) AND WHY IT WAS NOT SENT
       01  WS-LT-IX                PIC S9(4) COMP VALUE +0.
       01  WS-LTR-OUTCOME          PIC X(001)  VALUE SPACE.
           88  LETTER-SENT         VALUE 'F'.
           88  LETTER-SUPPRESSED   VALUE 'S'.
       01  WS-LTR-REASON           PIC X(030)  VALUE SPACES.

      * THE LETTER BEING WRITTEN: ITS DELIVERY CHANNEL, ITS
      * ADDRESSEE AND ITS OPEN BALANCE
       01  WS-CHN-PRINT-SWITCH     PIC X      VALUE 'Y'.
           88  CHANNEL-PRINT       VALUE 'Y'.
       01  WS-CHN-EMAIL-SWITCH     PIC X      VALUE 'N'.
           88  CHANNEL-EMAIL       VALUE 'Y'.
       01  WS-EMAIL-USABLE-SWITCH  PIC X      VALUE 'N'.
           88  EMAIL-USABLE        VALUE 'Y'.
       01  WS-LTR-CHANNEL          PIC X(005) VALUE SPACES.
       01  WS-LTR-NAME             PIC X(052) VALUE SPACES.
       01  WS-LTR-BALANCE          PIC S9(011)V99 VALUE 0.
       01  WS-ORD-BALANCE          PIC S9(009)V99 VALUE 0.
       01  WS-ORD-BALANCE-USD      PIC S9(011)V99 VALUE 0.

      * THE LETTER'S WORDING: THE BUILT-IN ENGLISH LINES OF EVERY
      * TEMPLATE (EIGHT PER TEMPLATE, IN THE ORDER OF RSSLTPC) AND OF
      * THE SHARED CAPTIONS, AND THE LINES LOADED FOR THE TEMPLATE
      * AND LANGUAGE OF THE CURRENT LETTER
       01  WS-LTR-TEXT-DEFAULTS.
           05  FILLER              PIC X(060) VALUE
               'CONFIRMATION OF YOUR CHANGE OF ADDRESS'.
           05  FILLER              PIC X(060) VALUE
               'WE HAVE RECORDED THE CHANGE OF ADDRESS YOU ASKED FOR.'.
           05  FILLER              PIC X(060) VALUE
               'THIS LETTER IS SENT TO THE ADDRESS NOW ON OUR FILE,'.
           05  FILLER              PIC X(060) VALUE
               'SHOWN ABOVE. ALL FUTURE CORRESPONDENCE, INVOICES AND'.
           05  FILLER              PIC X(060) VALUE
               'STATEMENTS WILL BE SENT TO THIS ADDRESS.'.
           05  FILLER              PIC X(060) VALUE
               'IF YOU DID NOT ASK FOR THIS CHANGE, PLEASE CONTACT US'.
           05  FILLER              PIC X(060) VALUE
               'WITHOUT DELAY, QUOTING OUR REFERENCE.'.
           05  FILLER              PIC X(060) VALUE
               'THANK YOU FOR YOUR BUSINESS.'.
           05  FILLER              PIC X(060) VALUE
               'CONFIRMATION OF YOUR ACCOUNT BALANCE'.
           05  FILLER              PIC X(060) VALUE
               'AS YOU ASKED, WE CONFIRM BELOW THE BALANCE OF YOUR'.
           05  FILLER              PIC X(060) VALUE
               'ACCOUNT WITH US ON THE DATE OF THIS LETTER. IT COVERS'.
           05  FILLER              PIC X(060) VALUE
               'THE INVOICED ORDERS NOT YET PAID OR CREDITED IN FULL.'.
           05  FILLER              PIC X(060) VALUE
               'A PAYMENT MADE IN THE LAST FEW DAYS MAY NOT BE SHOWN.'.
           05  FILLER              PIC X(060) VALUE
               'IF THE BALANCE DOES NOT AGREE WITH YOUR RECORDS,'.
           05  FILLER              PIC X(060) VALUE
               'PLEASE CONTACT US, QUOTING OUR REFERENCE.'.
           05  FILLER              PIC X(060) VALUE
               'THANK YOU FOR YOUR BUSINESS.'.
           05  FILLER              PIC X(060) VALUE
               'CONFIRMATION OF THE CLOSURE OF YOUR ACCOUNT'.
           05  FILLER              PIC X(060) VALUE
               'WE CONFIRM THAT YOUR ACCOUNT HAS BEEN CLOSED AS YOU'.
           05  FILLER              PIC X(060) VALUE
               'ASKED. NO FURTHER ORDER WILL BE TAKEN ON THIS ACCOUNT.'.
           05  FILLER              PIC X(060) VALUE
               'A BALANCE SHOWN BELOW REMAINS DUE UNDER THE TERMS OF'.
           05  FILLER              PIC X(060) VALUE
               'THE ORDERS CONCERNED; A CREDIT IN YOUR FAVOUR WILL BE'.
           05  FILLER              PIC X(060) VALUE
               'REFUNDED TO YOU.'.
           05  FILLER              PIC X(060) VALUE
               'PLEASE CONTACT US WITH ANY QUESTION ABOUT THE CLOSURE.'.
           05  FILLER              PIC X(060) VALUE
               'THANK YOU FOR HAVING BEEN OUR CUSTOMER.'.
           05  FILLER              PIC X(060) VALUE
               'ACKNOWLEDGMENT OF YOUR REPRESENTATIVE AUTHORIZATION'.
           05  FILLER              PIC X(060) VALUE
               'WE HAVE RECEIVED AND RECORDED THE AUTHORIZATION YOU'.
           05  FILLER              PIC X(060) VALUE
               'GAVE FOR A REPRESENTATIVE TO ACT ON YOUR ACCOUNT.'.
           05  FILLER              PIC X(060) VALUE
               'WE MAY NOW DISCUSS YOUR ACCOUNT WITH THAT PERSON AND'.
           05  FILLER              PIC X(060) VALUE
               'TAKE THEIR INSTRUCTIONS WITHIN THE AUTHORIZATION.'.
           05  FILLER              PIC X(060) VALUE
               'YOU MAY WITHDRAW THE AUTHORIZATION AT ANY TIME BY'.
           05  FILLER              PIC X(060) VALUE
               'WRITING TO US, QUOTING OUR REFERENCE.'.
           05  FILLER              PIC X(060) VALUE
               'THANK YOU FOR YOUR BUSINESS.'.
       01  WS-LTR-TEXT-DEFAULT-T   REDEFINES WS-LTR-TEXT-DEFAULTS.
           05  WS-LTR-TEXT-DEFAULT PIC X(060) OCCURS 32.
       01  WS-CAPTION-DEFAULTS.
           05  FILLER              PIC X(020) VALUE 'DATE: '.
           05  FILLER              PIC X(020) VALUE 'CUSTOMER : '.
           05  FILLER              PIC X(020) VALUE 'OUR REFERENCE : '.
           05  FILLER              PIC X(020) VALUE
               'OPEN BALANCE IN USD'.
           05  FILLER              PIC X(020) VALUE 'AS OF '.
       01  WS-CAPTION-DEFAULT-T    REDEFINES WS-CAPTION-DEFAULTS.
           05  WS-CAPTION-DEFAULT  PIC X(020) OCCURS 5.
       01  WS-LTR-TEXT-T.
           05  WS-LTR-TEXT         PIC X(060) OCCURS 8.
       01  WS-CAPTION-T.
           05  WS-CAPTION          PIC X(020) OCCURS 5.
       01  WS-TEXT-IX              PIC S9(4) COMP VALUE +0.
       01  WS-DEFAULT-IX           PIC S9(4) COMP VALUE +0.
       01  WS-CUST-LANG            PIC X(001) VALUE SPACE.
       01  WS-DOC-LANG             PIC X(001) VALUE SPACE.
       01  WS-DOC-TEMPLATE         PIC X(008) VALUE SPACES.
       01  WS-CAPTION-LANG         PIC X(001) VALUE SPACE.
       01  WS-DOC-FALLBACKS        PIC 9(3) COMP VALUE 0.
       01  WS-AMT-MARKS            PIC X(002) VALUE ',.'.

      * DOCUMENT-TEXT LOOKUP AREA FOR THE RSSDTX00 CATALOG READER
       COPY RSSDTXC.

      * THE LETTER TEMPLATES, SHARED WITH THE LETTER-REQUEST SCREEN
       COPY RSSLTPC.

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

      * CORRESPONDENCE-HISTORY DOCUMENT INFORMATION: THE REQUEST'S
      * SEQUENCE AND WHO MADE IT
       01  W-CHW-LTR-INFO.
           05  FILLER              PIC X(003) VALUE 'RQ '.
           05  WC-REQSEQ           PIC 9(004).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WC-REQ-USER         PIC X(008).
           05  FILLER              PIC X(004) VALUE SPACES.

      * RUN STATISTICS
       01  WS-PENDING-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-SENT-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-SUPPRESSED-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-NOCUST-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-DECEASED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-OPTOUT-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-NOTEMPL-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-PRINT-CHN-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-EDELIV-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-FALLBACK-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-LANG-FALLBACK-COUNT  PIC 9(7) COMP VALUE 0.
       01  WS-NORATE-COUNT         PIC 9(7) COMP VALUE 0.

      *-- LETTER LINES
       01  W-LTR-TITLE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WL-TITLE            PIC X(060).
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WL-DATE-CAPTION     PIC X(012).
           05  WL-DATE             PIC X(010).
           05  FILLER              PIC X(040) VALUE SPACES.

       01  W-LTR-CUSTLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WL-CUST-CAPTION     PIC X(020).
           05  WL-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WL-CUSTNAME         PIC X(052).
           05  FILLER              PIC X(044) VALUE SPACES.

       01  W-LTR-ADDRLINE.
           05  FILLER              PIC X(015) VALUE SPACES.
           05  WL-ADDR-TEXT        PIC X(060).
           05  FILLER              PIC X(057) VALUE SPACES.

       01  W-LTR-TEXTLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WL-TEXT             PIC X(070).
           05  FILLER              PIC X(057) VALUE SPACES.

       01  W-LTR-BALLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WL-BAL-CAPTION      PIC X(020).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WL-ASOF-CAPTION     PIC X(010).
           05  WL-BAL-DATE         PIC X(010).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(067) VALUE SPACES.

       01  W-LTR-REFLINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WL-REF-CAPTION      PIC X(020).
           05  FILLER              PIC X(007) VALUE 'LETTER '.
           05  WL-REF-CUSTIDENT    PIC 9(009).
           05  FILLER              PIC X(001) VALUE '-'.
           05  WL-REF-REQSEQ       PIC 9(004).
           05  FILLER              PIC X(086) VALUE SPACES.

       01  W-BLANK-LINE            PIC X(132) VALUE SPACES.

      *-- LETTER RUN LISTING LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC36'.
           05  FILLER              PIC X(020) VALUE SPACES.
           05  FILLER              PIC X(085) VALUE
               'CUSTOMER LETTER REQUESTS HANDLED'.
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
           05  FILLER              PIC X(006) VALUE 'SEQ'.
           05  FILLER              PIC X(010) VALUE 'LETTER'.
           05  FILLER              PIC X(032) VALUE 'NAME'.
           05  FILLER              PIC X(010) VALUE 'ASKED ON'.
           05  FILLER              PIC X(010) VALUE 'BY'.
           05  FILLER              PIC X(011) VALUE 'SENT VIA'.
           05  FILLER              PIC X(041) VALUE 'REMARK'.

       01  W-REQ-DETAIL.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WR-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-REQSEQ           PIC 9(004).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-TEMPLATE         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-NAME             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-REQ-DATE         PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-REQ-USER         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-CHANNEL          PIC X(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-REMARK           PIC X(030).
           05  FILLER              PIC X(011) VALUE SPACES.

       01  W-NONE-LINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WX-TEXT             PIC X(060).
           05  FILLER              PIC X(067) VALUE SPACES.

       01  W-NOTE-LINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WN-TEXT             PIC X(050).
           05  WN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(070) VALUE SPACES.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * EXCHANGE-RATE AREA FOR THE RSSCUR00 READER
       COPY RSSCURC.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC36' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM LTRREQ-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM CONTPREF-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM LTRDOC-OPEN.
           PERFORM EDELIV-OPEN.
           OPEN OUTPUT SYSPRINT.

      * ------------------------------------------------------------- *
      * THE PENDING REQUESTS, IN CUSTOMER AND REQUEST ORDER...
           DISPLAY "SENDING THE REQUESTED LETTERS..."
           MOVE 'LETTER REQUESTS, BY CUSTOMER' TO WS-SECTION-TITLE
           PERFORM PRINT-HEADINGS.
           PERFORM LTRREQ-NEXT.
           PERFORM UNTIL LTRREQ-EOF
              IF  LQ-STATUS = 'P'
                  PERFORM HANDLE-ONE-REQUEST
              END-IF
              PERFORM LTRREQ-NEXT
           END-PERFORM.
           IF  WS-PENDING-COUNT = 0
               MOVE '*** NO PENDING LETTER REQUEST ***' TO WX-TEXT
               WRITE REPORT-REC FROM W-NONE-LINE
                     AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM PRINT-RUN-SUMMARY.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           MOVE 'CLS' TO DTX-ACTION
           CALL 'RSSDTX00' USING RSSDTX-AREA.
           CLOSE SYSPRINT.
           PERFORM LTRREQ-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM CONTPREF-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM LTRDOC-CLOSE.
           PERFORM EDELIV-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC36' TO CTLTOT-PROGRAM
           MOVE 'LETTERS FULFILLED' TO CTLTOT-LABEL
           MOVE WS-SENT-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC36' TO CTLTOT-PROGRAM
           MOVE 'LETTERS SUPPRESSED' TO CTLTOT-LABEL
           MOVE WS-SUPPRESSED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC36: REQUESTS PENDING....' WS-PENDING-COUNT
           DISPLAY 'RSSABC36: LETTERS SENT........' WS-SENT-COUNT
           DISPLAY 'RSSABC36:   PRINTED...........' WS-PRINT-CHN-COUNT
           DISPLAY 'RSSABC36:   E-DELIVERED.......' WS-EDELIV-COUNT
           DISPLAY 'RSSABC36: LETTERS NOT SENT....' WS-SUPPRESSED-COUNT
           DISPLAY 'RSSABC36: LANGUAGE FALLBACKS..'
                   WS-LANG-FALLBACK-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC36' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-SENT-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * ONE PENDING REQUEST: ITS CUSTOMER AND TEMPLATE ARE CHECKED,   *
      * ITS CHANNEL RESOLVED, ITS LETTER WRITTEN, THEN THE REQUEST IS *
      * STAMPED WITH THE OUTCOME AND LISTED.                          *
      *---------------------------------------------------------------*
       HANDLE-ONE-REQUEST.
           ADD 1 TO WS-PENDING-COUNT
           MOVE 'F'    TO WS-LTR-OUTCOME
           MOVE SPACES TO WS-LTR-REASON WS-LTR-CHANNEL WS-LTR-NAME
           MOVE LQ-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           PERFORM FIND-TEMPLATE
           EVALUATE TRUE
              WHEN VKSDCUST-STATUS NOT = '00'
                   MOVE 'NO CUSTOMER RECORD' TO WS-LTR-REASON
                   ADD 1 TO WS-NOCUST-COUNT
              WHEN VS-DECEASED-FLAG = 'D'
                   MOVE 'CUSTOMER DECEASED' TO WS-LTR-REASON
                   ADD 1 TO WS-DECEASED-COUNT
              WHEN WS-LT-IX > LT-TEMPLATE-COUNT
                   MOVE 'UNKNOWN LETTER TEMPLATE' TO WS-LTR-REASON
                   ADD 1 TO WS-NOTEMPL-COUNT
              WHEN OTHER
                   PERFORM RESOLVE-DELIVERY-CHANNEL
           END-EVALUATE
           IF  WS-LTR-REASON NOT = SPACES
               MOVE 'S' TO WS-LTR-OUTCOME
           END-IF
           IF  VKSDCUST-STATUS = '00'
               STRING VS-CUSTFNAME DELIMITED BY '  '
                      ' '          DELIMITED BY SIZE
                      VS-CUSTLNAME DELIMITED BY '  '
                 INTO WS-LTR-NAME
               END-STRING
           ELSE
               MOVE '(NO CUSTOMER RECORD)' TO WS-LTR-NAME
           END-IF
           IF  LETTER-SENT
               PERFORM WRITE-REQUESTED-LETTER
               ADD 1 TO WS-SENT-COUNT
           ELSE
               ADD 1 TO WS-SUPPRESSED-COUNT
           END-IF
           PERFORM STAMP-REQUEST
           PERFORM PRINT-REQUEST-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE REQUEST'S TEMPLATE ON THE TEMPLATE LIST; WS-LT-IX IS PAST *
      * THE LIST WHEN IT IS NOT THERE.                                *
      *---------------------------------------------------------------*
       FIND-TEMPLATE.
           MOVE 1 TO WS-LT-IX
           PERFORM UNTIL WS-LT-IX > LT-TEMPLATE-COUNT
                   OR LT-CODE (WS-LT-IX) = LQ-TEMPLATE
              ADD 1 TO WS-LT-IX
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * RESOLVE THE LETTER'S DELIVERY CHANNEL FROM THE CUSTOMER'S     *
      * CONTPREF RECORD AS RSSABC34 DOES: PRINT UNLESS ELECTRONIC     *
      * ('E') OR BOTH ('B') WAS ASKED FOR, BACK TO PRINT (COUNTED)    *
      * WHEN THE E-MAIL IS ABSENT OR FLAGGED UNDELIVERABLE. THE       *
      * OPT-OUTS COME ON TOP: AN E-MAIL OPT-OUT LEAVES PRINT ONLY, A  *
      * MAIL OPT-OUT LEAVES E-MAIL ONLY, AND A CUSTOMER WHO REFUSED   *
      * MAIL WITHOUT A USABLE E-MAIL GETS NO LETTER.                  *
      *---------------------------------------------------------------*
       RESOLVE-DELIVERY-CHANNEL.
           MOVE 'Y' TO WS-CHN-PRINT-SWITCH
           MOVE 'N' TO WS-CHN-EMAIL-SWITCH
           MOVE 'N' TO WS-EMAIL-USABLE-SWITCH
           IF  VS-CUSTEMAIL NOT = SPACES
           AND VS-EMAIL-UNDELIV NOT = 'Y'
               MOVE 'Y' TO WS-EMAIL-USABLE-SWITCH
           END-IF
           MOVE LQ-CUSTIDENT TO CP-CUSTIDENT
           PERFORM CONTPREF-READ
           IF  CONTPREF-STATUS NOT = '00'
               MOVE 'PRINT' TO WS-LTR-CHANNEL
               EXIT PARAGRAPH
           END-IF
           IF  CP-EMAIL-OPTOUT = 'Y'
               MOVE 'N' TO WS-EMAIL-USABLE-SWITCH
           END-IF
           IF  CP-DELIV-PREF = 'E' OR CP-DELIV-PREF = 'B'
               IF  EMAIL-USABLE
                   MOVE 'Y' TO WS-CHN-EMAIL-SWITCH
                   IF  CP-DELIV-PREF = 'E'
                       MOVE 'N' TO WS-CHN-PRINT-SWITCH
                   END-IF
               ELSE
                   ADD 1 TO WS-FALLBACK-COUNT
               END-IF
           END-IF
           IF  CP-MAIL-OPTOUT = 'Y'
               MOVE 'N' TO WS-CHN-PRINT-SWITCH
               IF  EMAIL-USABLE
                   MOVE 'Y' TO WS-CHN-EMAIL-SWITCH
               ELSE
                   MOVE 'MAIL OPT-OUT, NO USABLE E-MAIL'
                     TO WS-LTR-REASON
                   ADD 1 TO WS-OPTOUT-COUNT
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
      * THE LETTER: THE TITLE AND DATE, THE CUSTOMER'S NAME AND       *
      * ADDRESS BLOCK, THE TEMPLATE'S WORDING, THE OPEN BALANCE WHEN  *
      * THE TEMPLATE CARRIES ONE, THE REQUEST'S FREE TEXT, THE        *
      * CLOSING SENTENCE AND OUR REFERENCE, IN THE CUSTOMER'S         *
      * LANGUAGE.                                                     *
      *---------------------------------------------------------------*
       WRITE-REQUESTED-LETTER.
           PERFORM SET-DOCUMENT-LANGUAGE
           MOVE WS-RUN-DATE TO DTX-DATE
           PERFORM EDIT-DOCUMENT-DATE
           MOVE WS-LTR-TEXT (1) TO WL-TITLE
           MOVE WS-CAPTION (1)  TO WL-DATE-CAPTION
           MOVE DTX-DATE-OUT    TO WL-DATE
           MOVE W-LTR-TITLE TO LTRDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE W-BLANK-LINE TO LTRDOC-RECORD
           PERFORM LETTER-LINE-WRITE

           MOVE WS-CAPTION (2) TO WL-CUST-CAPTION
           MOVE LQ-CUSTIDENT   TO WL-CUSTIDENT
           MOVE WS-LTR-NAME    TO WL-CUSTNAME
           MOVE W-LTR-CUSTLINE TO LTRDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE VS-CUSTADDRS TO WL-ADDR-TEXT
           MOVE W-LTR-ADDRLINE TO LTRDOC-RECORD
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
           MOVE W-LTR-ADDRLINE TO LTRDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE W-BLANK-LINE TO LTRDOC-RECORD
           PERFORM LETTER-LINE-WRITE

           PERFORM VARYING WS-TEXT-IX FROM 2 BY 1
                   UNTIL WS-TEXT-IX > 7
              IF  WS-LTR-TEXT (WS-TEXT-IX) NOT = SPACES
                  MOVE WS-LTR-TEXT (WS-TEXT-IX) TO WL-TEXT
                  MOVE W-LTR-TEXTLINE TO LTRDOC-RECORD
                  PERFORM LETTER-LINE-WRITE
              END-IF
           END-PERFORM

           MOVE 0 TO WS-LTR-BALANCE
           IF  LT-BALANCE (WS-LT-IX) = 'Y'
               PERFORM MEASURE-OPEN-BALANCE
               MOVE W-BLANK-LINE TO LTRDOC-RECORD
               PERFORM LETTER-LINE-WRITE
               MOVE WS-CAPTION (4) TO WL-BAL-CAPTION
               MOVE WS-CAPTION (5) TO WL-ASOF-CAPTION
               MOVE DTX-DATE-OUT   TO WL-BAL-DATE
               MOVE WS-LTR-BALANCE TO WL-BALANCE
               INSPECT WL-BALANCE CONVERTING ',.' TO WS-AMT-MARKS
               MOVE W-LTR-BALLINE TO LTRDOC-RECORD
               PERFORM LETTER-LINE-WRITE
           END-IF

           IF  LQ-TEXT1 NOT = SPACES
           OR  LQ-TEXT2 NOT = SPACES
               MOVE W-BLANK-LINE TO LTRDOC-RECORD
               PERFORM LETTER-LINE-WRITE
           END-IF
           IF  LQ-TEXT1 NOT = SPACES
               MOVE LQ-TEXT1 TO WL-TEXT
               MOVE W-LTR-TEXTLINE TO LTRDOC-RECORD
               PERFORM LETTER-LINE-WRITE
           END-IF
           IF  LQ-TEXT2 NOT = SPACES
               MOVE LQ-TEXT2 TO WL-TEXT
               MOVE W-LTR-TEXTLINE TO LTRDOC-RECORD
               PERFORM LETTER-LINE-WRITE
           END-IF

           MOVE W-BLANK-LINE TO LTRDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE WS-LTR-TEXT (8) TO WL-TEXT
           MOVE W-LTR-TEXTLINE TO LTRDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE W-BLANK-LINE TO LTRDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE WS-CAPTION (3) TO WL-REF-CAPTION
           MOVE LQ-CUSTIDENT   TO WL-REF-CUSTIDENT
           MOVE LQ-REQSEQ      TO WL-REF-REQSEQ
           MOVE W-LTR-REFLINE TO LTRDOC-RECORD
           PERFORM LETTER-LINE-WRITE
           MOVE ALL '-' TO LTRDOC-RECORD
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
      * THE CUSTOMER'S OPEN BALANCE TONIGHT: ITS BILLED ORDERS NOT    *
      * SETTLED, WRITTEN OFF OR CANCELLED, EACH ONE'S AMOUNT LESS THE *
      * PAYMENTS AND CREDITS APPLIED, IN USD AT TONIGHT'S RATE. AN    *
      * ORDER WHOSE CURRENCY CARRIES NO RATE STAYS UNCONVERTED.       *
      *---------------------------------------------------------------*
       MEASURE-OPEN-BALANCE.
           MOVE 'N' TO WS-ORDER-EOF-SWITCH
           MOVE LQ-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS        TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM VKSDORD-NEXT
           PERFORM UNTIL ORDER-EOF
                   OR QO-CUSTIDENT NOT = LQ-CUSTIDENT
              IF  QO-ORDERSTATUS = 'INVOICED'
              OR  QO-ORDERSTATUS = 'PARTPAID'
              OR  QO-ORDERSTATUS = 'FINCHG'
                  PERFORM ADD-ORDER-BALANCE
              END-IF
              PERFORM VKSDORD-NEXT
           END-PERFORM
           EXIT.

       ADD-ORDER-BALANCE.
           MOVE 0 TO WS-ORD-BALANCE
           IF  QO-ORDERAMT NUMERIC
               MOVE QO-ORDERAMT TO WS-ORD-BALANCE
           END-IF
           IF  QO-PAID-AMT NUMERIC
               SUBTRACT QO-PAID-AMT FROM WS-ORD-BALANCE
           END-IF
           IF  QO-CREDIT-AMT NUMERIC
               SUBTRACT QO-CREDIT-AMT FROM WS-ORD-BALANCE
           END-IF
           MOVE WS-ORD-BALANCE TO WS-ORD-BALANCE-USD
           IF  QO-CURRENCY NOT = SPACES
           AND QO-CURRENCY NOT = 'USD'
               MOVE QO-CURRENCY TO CUR-CURRENCY
               MOVE WS-RUN-DATE TO CUR-DATE
               CALL 'RSSCUR00' USING RSSCUR-AREA
               IF  CUR-RETCODE = '00'
                   COMPUTE WS-ORD-BALANCE-USD ROUNDED =
                           WS-ORD-BALANCE * CUR-RATE
               ELSE
                   ADD 1 TO WS-NORATE-COUNT
               END-IF
           END-IF
           ADD WS-ORD-BALANCE-USD TO WS-LTR-BALANCE
           EXIT.

      *---------------------------------------------------------------*
      * THE LETTER'S LANGUAGE IS THE CUSTOMER'S PREFERRED ONE; A      *
      * BLANK CODE IS TAKEN AS ENGLISH. THE WORDING IS RELOADED ONLY  *
      * WHEN THE TEMPLATE OR THE LANGUAGE CHANGES FROM THE PREVIOUS   *
      * LETTER'S; A LETTER THAT HAD TO BORROW ANY ENGLISH WORDING IS  *
      * COUNTED.                                                      *
      *---------------------------------------------------------------*
       SET-DOCUMENT-LANGUAGE.
           IF  VS-CUST-LANG = 'F'
               MOVE 'F' TO WS-CUST-LANG
           ELSE
               MOVE 'E' TO WS-CUST-LANG
           END-IF
           IF  WS-CUST-LANG NOT = WS-CAPTION-LANG
               PERFORM LOAD-CAPTION-TEXT
           END-IF
           IF  WS-CUST-LANG NOT = WS-DOC-LANG
           OR  LQ-TEMPLATE  NOT = WS-DOC-TEMPLATE
               PERFORM LOAD-DOC-TEXT
           END-IF
           IF  WS-DOC-FALLBACKS > 0
               ADD 1 TO WS-LANG-FALLBACK-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * LOAD THE TEMPLATE'S EIGHT LINES IN THE CUSTOMER'S LANGUAGE    *
      * FROM THE DOCUMENT-TEXT CATALOG.                               *
      *---------------------------------------------------------------*
       LOAD-DOC-TEXT.
           MOVE WS-CUST-LANG TO WS-DOC-LANG
           MOVE LQ-TEMPLATE  TO WS-DOC-TEMPLATE
           MOVE 0 TO WS-DOC-FALLBACKS
           PERFORM VARYING WS-TEXT-IX FROM 1 BY 1
                   UNTIL WS-TEXT-IX > 8
              COMPUTE WS-DEFAULT-IX = (WS-LT-IX - 1) * 8 + WS-TEXT-IX
              MOVE 'TXT'        TO DTX-ACTION
              MOVE WS-DOC-LANG  TO DTX-LANGUAGE
              MOVE LQ-TEMPLATE  TO DTX-DOC-ID
              MOVE WS-TEXT-IX   TO DTX-LINE-NO
              MOVE WS-LTR-TEXT-DEFAULT (WS-DEFAULT-IX) TO DTX-TEXT
              CALL 'RSSDTX00' USING RSSDTX-AREA
              IF  DTX-RETCODE = '04'
                  ADD 1 TO WS-DOC-FALLBACKS
              END-IF
              MOVE DTX-TEXT TO WS-LTR-TEXT (WS-TEXT-IX)
           END-PERFORM
           MOVE DTX-AMT-MARKS TO WS-AMT-MARKS
           EXIT.

      *---------------------------------------------------------------*
      * LOAD THE CAPTIONS EVERY LETTER SHARES (DOCUMENT 'LTRCOMN') IN *
      * THE CUSTOMER'S LANGUAGE.                                      *
      *---------------------------------------------------------------*
       LOAD-CAPTION-TEXT.
           MOVE WS-CUST-LANG TO WS-CAPTION-LANG
           PERFORM VARYING WS-TEXT-IX FROM 1 BY 1
                   UNTIL WS-TEXT-IX > 5
              MOVE 'TXT'           TO DTX-ACTION
              MOVE WS-CAPTION-LANG TO DTX-LANGUAGE
              MOVE 'LTRCOMN'       TO DTX-DOC-ID
              MOVE WS-TEXT-IX      TO DTX-LINE-NO
              MOVE WS-CAPTION-DEFAULT (WS-TEXT-IX) TO DTX-TEXT
              CALL 'RSSDTX00' USING RSSDTX-AREA
              MOVE DTX-TEXT TO WS-CAPTION (WS-TEXT-IX)
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * EDIT DTX-DATE INTO DTX-DATE-OUT IN THE LETTER'S LANGUAGE.     *
      *---------------------------------------------------------------*
       EDIT-DOCUMENT-DATE.
           MOVE 'DAT'       TO DTX-ACTION
           MOVE WS-DOC-LANG TO DTX-LANGUAGE
           CALL 'RSSDTX00' USING RSSDTX-AREA
           EXIT.

      *---------------------------------------------------------------*
      * ROUTE ONE FORMATTED LETTER LINE: THE PRINT STREAM GETS IT     *
      * UNLESS THE LETTER IS ELECTRONIC-ONLY. THE E-CHANNEL CARRIES   *
      * ONE EXTRACT RECORD PER LETTER, NOT PER LINE.                  *
      *---------------------------------------------------------------*
       LETTER-LINE-WRITE.
           IF  CHANNEL-PRINT
               PERFORM LTRDOC-WRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       WRITE-EDELIV-DOCUMENT.
           MOVE LQ-TEMPLATE       TO WE-DOCTYPE
           MOVE LQ-CUSTIDENT      TO WE-CUSTIDENT
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
      * LOG THE LETTER ON THE CUSTOMER'S CORRESPONDENCE HISTORY FOR   *
      * THE CHANNEL IN CHW-CHANNEL, UNDER ITS TEMPLATE CODE.          *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE LQ-CUSTIDENT  TO CHW-CUSTIDENT
           MOVE LQ-TEMPLATE   TO CHW-DOC-TYPE
           MOVE 'RSSABC36'    TO CHW-PROGRAM
           MOVE WS-RUN-DATE   TO CHW-SENT-DATE
           MOVE 0             TO CHW-ORDERNUM
           MOVE SPACES        TO CHW-CAMPAIGN
           MOVE LQ-REQSEQ     TO WC-REQSEQ
           MOVE LQ-REQ-USER   TO WC-REQ-USER
           MOVE W-CHW-LTR-INFO TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
      * STAMP THE REQUEST WITH THE NIGHT'S OUTCOME: FULFILLED WITH    *
      * THE CHANNEL, OR NOT SENT WITH THE REASON.                     *
      *---------------------------------------------------------------*
       STAMP-REQUEST.
           MOVE WS-LTR-OUTCOME TO LQ-STATUS
           MOVE WS-RUN-DATE    TO LQ-DONE-DATE
           IF  LETTER-SENT
               MOVE WS-LTR-CHANNEL TO LQ-CHANNEL
               MOVE SPACES         TO LQ-REASON
           ELSE
               MOVE SPACES         TO LQ-CHANNEL
               MOVE WS-LTR-REASON  TO LQ-REASON
           END-IF
           PERFORM LTRREQ-REWRITE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-REQUEST-LINE.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE LQ-CUSTIDENT TO WR-CUSTIDENT
           MOVE LQ-REQSEQ    TO WR-REQSEQ
           MOVE LQ-TEMPLATE  TO WR-TEMPLATE
           MOVE WS-LTR-NAME  TO WR-NAME
           MOVE LQ-REQ-DATE  TO WR-REQ-DATE
           MOVE LQ-REQ-USER  TO WR-REQ-USER
           IF  LETTER-SENT
               MOVE WS-LTR-CHANNEL TO WR-CHANNEL
           ELSE
               MOVE 'NOT SENT'     TO WR-CHANNEL
           END-IF
           MOVE WS-LTR-REASON TO WR-REMARK
           WRITE REPORT-REC FROM W-REQ-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE NIGHT'S REQUESTS, BY OUTCOME AND CHANNEL.                 *
      *---------------------------------------------------------------*
       PRINT-RUN-SUMMARY.
           MOVE 'THE NIGHT''S LETTERS' TO WS-SECTION-TITLE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'PENDING REQUESTS HANDLED  . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-PENDING-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE 'LETTERS SENT  . . . . . . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-SENT-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  PRINTED . . . . . . . . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-PRINT-CHN-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  E-DELIVERED . . . . . . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-EDELIV-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  PRINTED FOR WANT OF A USABLE E-MAIL . . . . :'
             TO WN-TEXT
           MOVE WS-FALLBACK-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  WITH WORDING BORROWED FROM ENGLISH  . . . . :'
             TO WN-TEXT
           MOVE WS-LANG-FALLBACK-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  BALANCE ORDERS LEFT UNCONVERTED (NO RATE) . :'
             TO WN-TEXT
           MOVE WS-NORATE-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'LETTERS NOT SENT  . . . . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-SUPPRESSED-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  NO CUSTOMER RECORD  . . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-NOCUST-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  CUSTOMER DECEASED . . . . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-DECEASED-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  MAIL OPT-OUT WITHOUT A USABLE E-MAIL  . . . :'
             TO WN-TEXT
           MOVE WS-OPTOUT-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '  UNKNOWN LETTER TEMPLATE . . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-NOTEMPL-COUNT TO WN-COUNT
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
       LTRREQ-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O LTRREQ-FILE
           IF  LTRREQ-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC36: LTRREQ-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE LTRREQ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LTRREQ-NEXT.
           READ LTRREQ-FILE NEXT RECORD
           IF  LTRREQ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  LTRREQ-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-LTRREQ-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC36: LTRREQ-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE LTRREQ-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LTRREQ-REWRITE.
           REWRITE LQ-ODCSFLQ-RECORD
           IF  LTRREQ-STATUS NOT = '00'
               MOVE 'RSSABC36: LTRREQ-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE LTRREQ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LTRREQ-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE LTRREQ-FILE
           IF  LTRREQ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC36: LTRREQ-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE LTRREQ-STATUS TO IO-STATUS
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
               MOVE 'RSSABC36: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC36: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABC36: VKSDCUST-FAILURE-CLOSE...'
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
               MOVE 'RSSABC36: CONTPREF-FAILURE-OPEN...'
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
               MOVE 'RSSABC36: CONTPREF-FAILURE-READ...'
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
               MOVE 'RSSABC36: CONTPREF-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
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
               MOVE 'RSSABC36: VKSDORD-FAILURE-OPEN...'
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
                   MOVE 'RSSABC36: VKSDORD-FAILURE-NEXT...'
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
               MOVE 'RSSABC36: VKSDORD-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LTRDOC-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT LTRDOC-FILE
           IF  LTRDOC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC36: LTRDOC-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE LTRDOC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LTRDOC-WRITE.
           WRITE LTRDOC-RECORD
           IF  LTRDOC-STATUS NOT = '00'
               MOVE 'RSSABC36: LTRDOC-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE LTRDOC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LTRDOC-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE LTRDOC-FILE
           IF  LTRDOC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC36: LTRDOC-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE LTRDOC-STATUS TO IO-STATUS
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
               MOVE 'RSSABC36: EDELIV-FAILURE-OPEN...'
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
               MOVE 'RSSABC36: EDELIV-FAILURE-WRITE...'
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
               MOVE 'RSSABC36: EDELIV-FAILURE-CLOSE...'
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
               MOVE 'RSSABC36: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC36: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC36: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABC36: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC36: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC36: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
