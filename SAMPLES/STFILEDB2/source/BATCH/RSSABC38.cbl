       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC38.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -ANNUAL UNCLAIMED-PROPERTY REPORT RUN, THE SECOND HALF OF  *
      *     THE ESCHEATMENT CYCLE OPENED BY THE DUE-DILIGENCE RUN     *
      *     (RSSABC37).                                               *
      *    -EVERY ITEM UNDER DUE DILIGENCE ON THE UNCLAIMED-PROPERTY  *
      *     REGISTER (UNCLPROP, ODCSFUP) WHOSE RESPONSE WINDOW HAS    *
      *     CLOSED IS SETTLED ONE WAY OR THE OTHER:                   *
      *       - RELEASED BACK TO THE CUSTOMER ('C') WHEN THE CUSTOMER *
      *         HAS BEEN IN CONTACT SINCE THE LETTER (AN ORDER, A     *
      *         PAYMENT OR A CASE), WHEN THE REFUND HAS SINCE BEEN    *
      *         PAID OUT (NO LONGER OPEN, NOT ON THE BANK'S LIST OF   *
      *         OUTSTANDING REFUNDS), OR WHEN THE CREDIT BALANCE HAS  *
      *         SINCE BEEN USED UP;                                   *
      *       - OTHERWISE ESCHEATED ('E'): THE REFUND IS MARKED       *
      *         ESCHEATED ON THE REFUND-DUE FILE, THE CREDIT BALANCE  *
      *         IS TAKEN OFF THE ORDER'S PAID AMOUNT (AS THE          *
      *         ACCOUNT-CLOSURE RUN RSSABC28 DOES FOR A REFUND), AND  *
      *         THE ITEM IS REPORTED TO ITS STATE FOR THE REPORT      *
      *         YEAR.                                                 *
      *     A REFUND OF A CUSTOMER PUT ON COMPLIANCE OR FRAUD HOLD    *
      *     SINCE THE LETTER, AND AN EXTRACTED REFUND WHEN THE BANK'S *
      *     LIST IS MISSING, WAIT FOR THE NEXT RUN.                   *
      *    -THE STATE REPORT FILE (UPRPT) CARRIES, PER STATE, A STATE *
      *     HEADER, ONE DETAIL PER ITEM WITH THE OWNER'S NAME AND     *
      *     LAST KNOWN ADDRESS, AND A STATE TRAILER, INSIDE THE       *
      *     STANDARD HDR/TRL ENVELOPE (AMOUNT HASH TOTAL).            *
      *    -THE REMITTANCE IS JOURNALED ON THE ESCHEATMENT JOURNAL    *
      *     EXTRACT (ESCHGL), IN THE LAYOUT OF THE MONTH-END GL       *
      *     EXTRACT (RSSABB53): ONE DEBIT AND ONE CREDIT LINE PER     *
      *     STATE, INSIDE ITS OWN ENVELOPE.                           *
      * ------------------------------------------------------------- *
      * I-O   FILE : VSAM - UNCLPROP (UNCLAIMED PROPERTY, ODCSFUP)    *
      * I-O   FILE : VSAM - REFUND (REFUNDS DUE, ODCSFRF)             *
      * I-O   FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : QSAM - OUTREF (BANK'S OUTSTANDING REFUNDS)       *
      * INPUT FILE : VSAM - VKSDPH (PAYMENT HISTORY, ODCSFPH)         *
      * INPUT FILE : VSAM - CASEFILE (CUSTOMER CASES, ODCSFCS)        *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - DORMANCY (DORMANCY RULES, ODCSFDY)        *
      * OUTPUT FILE: QSAM - UPRPT (STATE UNCLAIMED-PROPERTY REPORT)   *
      * OUTPUT FILE: QSAM - ESCHGL (ESCHEATMENT JOURNAL EXTRACT)      *
      * OUTPUT     : SYSPRINT - ESCHEATMENT LISTING                   *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: ON THE RUN-PARAMETER FILE (OR THE ENVIRONMENT)     *
      *    RSSABC38_REPORT_YEAR  THE YEAR REPORTED (DEFAULT THE RUN   *
      *                          DATE'S YEAR)                         *
      *    RSSABC38_HOLDER_FEIN  THE HOLDER'S FEDERAL EMPLOYER ID,    *
      *                          CARRIED ON EACH STATE HEADER         *
      * RETURN CODE : 0 OK, 12 ABEND                                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * UNCLAIMED-PROPERTY REGISTER, SWEPT AND UPDATED IN KEY ORDER
           SELECT OPTIONAL UNCLPROP-FILE
               ASSIGN       TO UNCLPROP
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS UP-ITEM-KEY
               FILE STATUS  IS UNCLPROP-STATUS.

      * REFUND-DUE VSAM-KSDS FILE, READ AND MARKED ESCHEATED
           SELECT VKSDRF-FILE
               ASSIGN       TO REFUND
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS RF-REFUND-KEY
               FILE STATUS  IS VKSDRF-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE: BROWSED PER CUSTOMER FOR THE
      * ORDERS PLACED SINCE THE LETTER, READ AND UPDATED FOR THE
      * CREDIT BALANCES
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * THE BANK'S LIST OF THE REFUNDS IT PAID OUT THAT ARE STILL
      * OUTSTANDING, IN THE REFUND EXTRACT'S LAYOUT AND ENVELOPE
           SELECT OPTIONAL OUTREF-FILE
               ASSIGN       TO OUTREF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS OUTREF-STATUS.

      * PAYMENT-HISTORY VSAM-KSDS FILE, BROWSED PER CUSTOMER
           SELECT OPTIONAL VKSDPH-FILE
               ASSIGN       TO VKSDPH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PH-PAY-KEY
               FILE STATUS  IS VKSDPH-STATUS.

      * CUSTOMER CASE VSAM-KSDS FILE, BROWSED PER CUSTOMER
           SELECT OPTIONAL CASEFILE-FILE
               ASSIGN       TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CS-CASE-KEY
               FILE STATUS  IS CASEFILE-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, READ FOR THE HOLDS AND THE
      * OWNER'S NAME AND LAST KNOWN ADDRESS
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * DORMANCY RULES BY STATE, READ FOR THE STATE OFFICE'S NAME
           SELECT OPTIONAL DORMANCY-FILE
               ASSIGN       TO DORMANCY
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS DY-STATE
               FILE STATUS  IS DORMANCY-STATUS.

      * STATE UNCLAIMED-PROPERTY REPORT FILE
           SELECT UPRPT-FILE
               ASSIGN       TO UPRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS UPRPT-STATUS.

      * ESCHEATMENT JOURNAL EXTRACT
           SELECT ESCHGL-FILE
               ASSIGN       TO ESCHGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS ESCHGL-STATUS.

      * ESCHEATMENT LISTING
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
       FD   UNCLPROP-FILE.
       COPY ODCSFUP.

       FD   VKSDRF-FILE.
       COPY ODCSFRF.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   OUTREF-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  OUTREF-RECORD              PIC X(080).

       FD   VKSDPH-FILE.
       COPY ODCSFPH.

       FD   CASEFILE-FILE.
       COPY ODCSFCS.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   DORMANCY-FILE.
       COPY ODCSFDY.

       FD   UPRPT-FILE
            RECORD CONTAINS 200 CHARACTERS.
       01  UPRPT-RECORD               PIC X(200).

       FD   ESCHGL-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  ESCHGL-RECORD              PIC X(080).

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
       01  UNCLPROP-STATUS.
           05  UNCLPROP-STAT1      PIC X.
           05  UNCLPROP-STAT2      PIC X.
       01  VKSDRF-STATUS.
           05  VKSDRF-STAT1        PIC X.
           05  VKSDRF-STAT2        PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  OUTREF-STATUS.
           05  OUTREF-STAT1        PIC X.
           05  OUTREF-STAT2        PIC X.
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
       01  UPRPT-STATUS.
           05  UPRPT-STAT1         PIC X.
           05  UPRPT-STAT2         PIC X.
       01  ESCHGL-STATUS.
           05  ESCHGL-STAT1        PIC X.
           05  ESCHGL-STAT2        PIC X.
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

       01  WS-REGISTER-EOF-SWITCH  PIC X       VALUE 'N'.
           88  REGISTER-EOF        VALUE 'Y'.
       01  WS-OUTREF-EOF-SWITCH    PIC X       VALUE 'N'.
           88  OUTREF-EOF          VALUE 'Y'.
       01  WS-OUTREF-ABSENT-SWITCH PIC X       VALUE 'N'.
           88  OUTREF-ABSENT       VALUE 'Y'.
       01  WS-BROWSE-DONE-SWITCH   PIC X       VALUE 'N'.
           88  BROWSE-DONE         VALUE 'Y'.
       01  WS-CUST-FOUND-SWITCH    PIC X       VALUE 'N'.
           88  CUSTOMER-FOUND      VALUE 'Y'.
       01  WS-OUTSTANDING-SWITCH   PIC X       VALUE 'N'.
           88  REFUND-OUTSTANDING  VALUE 'Y'.

      * WHAT BECOMES OF THE ITEM BEING SETTLED: 'E' ESCHEATED, 'C'
      * RELEASED, 'W' LEFT WAITING
       01  WS-ITEM-ACTION          PIC X(001)  VALUE SPACE.
           88  ITEM-ESCHEATED      VALUE 'E'.
           88  ITEM-RELEASED       VALUE 'C'.
           88  ITEM-WAITING        VALUE 'W'.
       01  WS-ITEM-REASON          PIC X(030)  VALUE SPACES.

      * RUN PARAMETERS
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-YYYYMM           PIC 9(006)  VALUE 0.
       01  WS-REPORT-YEAR          PIC 9(004)  VALUE 0.
       01  WS-HOLDER-FEIN          PIC X(009)  VALUE SPACES.

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

      * THE ITEMS ESCHEATED THIS RUN, IN REGISTER ORDER
       01  WS-ESC-TABLE.
           05  WS-ESC-COUNT        PIC S9(4) COMP VALUE +0.
           05  WS-ESC-ENTRY        OCCURS 5000.
               10  WS-ESC-STATE        PIC X(002).
               10  WS-ESC-CUSTIDENT    PIC 9(009).
               10  WS-ESC-KIND         PIC X(001).
               10  WS-ESC-REF          PIC 9(006).
               10  WS-ESC-ORDERNUM     PIC 9(006).
               10  WS-ESC-AMOUNT       PIC 9(007)V99.
               10  WS-ESC-ITEM-DATE    PIC 9(008).
               10  WS-ESC-LAST-CONTACT PIC 9(008).
               10  WS-ESC-LETTER-DATE  PIC 9(008).
               10  WS-ESC-LETTER-SENT  PIC X(001).
       01  WS-ESC-IX               PIC S9(4) COMP VALUE +0.

      * THE STATES REPORTED TO, IN STATE ORDER, WITH THEIR TOTALS
       01  WS-STATE-TABLE.
           05  WS-ST-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-ST-ENTRY         OCCURS 100.
               10  WS-ST-STATE         PIC X(002).
               10  WS-ST-ITEMS         PIC 9(007).
               10  WS-ST-AMOUNT        PIC 9(011)V99.
       01  WS-ST-IX                PIC S9(4) COMP VALUE +0.
       01  WS-ST-SHIFT-IX          PIC S9(4) COMP VALUE +0.

      * THE ITEM BEING SETTLED
       01  WS-CURR-CUSTIDENT       PIC 9(009)  VALUE 0.
       01  WS-LAST-CONTACT         PIC 9(008)  VALUE 0.
       01  WS-ORD-EXCESS           PIC S9(009)V99 VALUE 0.
       01  WS-ESC-AMT              PIC 9(007)V99 VALUE 0.
       01  WS-OWNER-NAME           PIC X(052)  VALUE SPACES.

      * ENVELOPE ACCUMULATORS, ONE SET PER EXTRACT
       01  WS-RPT-ENV-COUNT        PIC 9(009)  VALUE 0.
       01  WS-RPT-ENV-HASH         PIC 9(015)  VALUE 0.
       01  WS-GL-ENV-COUNT         PIC 9(009)  VALUE 0.
       01  WS-GL-ENV-HASH          PIC 9(015)  VALUE 0.

      * RUN STATISTICS
       01  WS-REGISTER-READ-COUNT  PIC 9(7) COMP VALUE 0.
       01  WS-DILIGENCE-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-OPEN-WINDOW-COUNT    PIC 9(7) COMP VALUE 0.
       01  WS-ESCHEAT-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-ESCHEAT-AMOUNT       PIC 9(011)V99 VALUE 0.
       01  WS-RELEASE-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-RELEASE-AMOUNT       PIC 9(011)V99 VALUE 0.
       01  WS-WAIT-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-OUTREF-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-JOURNAL-COUNT        PIC 9(7) COMP VALUE 0.

      *-- STATE UNCLAIMED-PROPERTY REPORT RECORDS
       01  W-UPR-STATE-HEADER.
           05  UH-RECTYPE          PIC X(001) VALUE 'S'.
           05  UH-STATE            PIC X(002).
           05  UH-REPORT-YEAR      PIC 9(004).
           05  UH-HOLDER-FEIN      PIC X(009).
           05  UH-HOLDER-NAME      PIC X(030) VALUE
               'SIMPLE SAMPLE APPLICATION'.
           05  UH-AGENCY           PIC X(030).
           05  UH-REPORT-DATE      PIC 9(008).
           05  FILLER              PIC X(116) VALUE SPACES.

       01  W-UPR-DETAIL.
           05  UD-RECTYPE          PIC X(001) VALUE 'D'.
           05  UD-STATE            PIC X(002).
           05  UD-CUSTIDENT        PIC 9(009).
           05  UD-OWNER-NAME       PIC X(052).
           05  UD-OWNER-ADDRS      PIC X(030).
           05  UD-OWNER-CITY       PIC X(020).
           05  UD-OWNER-STATE      PIC X(002).
           05  UD-OWNER-ZIP        PIC X(005).
           05  UD-OWNER-COUNTRY    PIC X(002).
           05  UD-OWNER-TAXID      PIC X(015).
           05  UD-ITEM-KIND        PIC X(001).
           05  UD-ITEM-REF         PIC 9(006).
           05  UD-ORDERNUM         PIC 9(006).
           05  UD-AMOUNT           PIC 9(007)V99.
           05  UD-ITEM-DATE        PIC 9(008).
           05  UD-LAST-CONTACT     PIC 9(008).
           05  UD-LETTER-DATE      PIC 9(008).
           05  UD-LETTER-SENT      PIC X(001).
           05  FILLER              PIC X(015) VALUE SPACES.

       01  W-UPR-STATE-TRAILER.
           05  UT-RECTYPE          PIC X(001) VALUE 'T'.
           05  UT-STATE            PIC X(002).
           05  UT-ITEMS            PIC 9(007).
           05  UT-AMOUNT           PIC 9(011)V99.
           05  FILLER              PIC X(177) VALUE SPACES.

      *-- ONE JOURNAL LINE OF THE ESCHEATMENT EXTRACT
       01  W-JOURNAL-LINE.
           05  WJ-ACCOUNT          PIC X(008).
           05  WJ-DRCR             PIC X(002).
           05  WJ-AMOUNT           PIC 9(011)V99.
           05  WJ-STATE            PIC X(002).
           05  WJ-BRANCH           PIC X(003).
           05  WJ-YYYYMM           PIC 9(006).
           05  FILLER              PIC X(046) VALUE SPACES.

      * STANDARD INTERFACE-FILE ENVELOPE RECORDS
       COPY ENVRECS.

      *-- ESCHEATMENT LISTING LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC38'.
           05  FILLER              PIC X(025) VALUE SPACES.
           05  FILLER              PIC X(050) VALUE
               'UNCLAIMED PROPERTY - ESCHEATMENT REPORT'.
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
           05  FILLER              PIC X(002) VALUE 'K'.
           05  FILLER              PIC X(008) VALUE 'REF'.
           05  FILLER              PIC X(003) VALUE 'ST'.
           05  FILLER              PIC X(016) VALUE
               '        AMOUNT'.
           05  FILLER              PIC X(010) VALUE 'LETTER'.
           05  FILLER              PIC X(010) VALUE 'ANSWER BY'.
           05  FILLER              PIC X(012) VALUE 'ACTION'.
           05  FILLER              PIC X(059) VALUE 'REASON'.

       01  W-ACT-DETAIL.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WA-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WA-KIND             PIC X(001).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WA-REF              PIC 9(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WA-STATE            PIC X(002).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WA-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WA-LETTER-DATE      PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WA-RESP-DUE         PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WA-ACTION           PIC X(010).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WA-REASON           PIC X(030).
           05  FILLER              PIC X(029) VALUE SPACES.

       01  W-STATE-LINE.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(006) VALUE 'STATE '.
           05  WSL-STATE           PIC X(002).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WSL-AGENCY          PIC X(030).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WSL-ITEMS           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WSL-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(054) VALUE SPACES.

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

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC38' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * THE RUN DATE, THE REPORT YEAR AND THE HOLDER'S ID...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-YYYYMM.
           MOVE WS-RUN-DATE (1:4) TO WS-REPORT-YEAR.
           MOVE 'RSSABC38_REPORT_YEAR' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE (1:4) IS NUMERIC
           AND WS-ENV-VALUE (5:) = SPACES
               MOVE WS-ENV-VALUE (1:4) TO WS-REPORT-YEAR
           END-IF
           MOVE 'RSSABC38_HOLDER_FEIN' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           MOVE WS-ENV-VALUE (1:9) TO WS-HOLDER-FEIN.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM UNCLPROP-OPEN.
           PERFORM VKSDRF-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM OUTREF-OPEN.
           IF  OUTREF-STATUS = '05'
               MOVE 'Y' TO WS-OUTREF-ABSENT-SWITCH
           END-IF
           PERFORM VKSDPH-OPEN.
           PERFORM CASEFILE-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM DORMANCY-OPEN.
           PERFORM UPRPT-OPEN.
           PERFORM ESCHGL-OPEN.

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
      * REGISTER'S SWEEPING: THE ITEMS WHOSE WINDOW HAS CLOSED...
           DISPLAY "SWEEPING THE UNCLAIMED-PROPERTY REGISTER..."
           OPEN OUTPUT SYSPRINT.
           MOVE 'ITEMS SETTLED AFTER THE RESPONSE WINDOW'
             TO WS-SECTION-TITLE
           PERFORM PRINT-HEADINGS.
           PERFORM UNCLPROP-NEXT.
           PERFORM UNTIL REGISTER-EOF
              ADD 1 TO WS-REGISTER-READ-COUNT
              IF  UP-STATUS = 'D'
                  ADD 1 TO WS-DILIGENCE-COUNT
                  IF  UP-RESP-DUE NUMERIC
                  AND UP-RESP-DUE NOT < WS-RUN-DATE
                      ADD 1 TO WS-OPEN-WINDOW-COUNT
                  ELSE
                      PERFORM SETTLE-ONE-ITEM
                  END-IF
              END-IF
              PERFORM UNCLPROP-NEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE STATE REPORT AND THE JOURNAL...
           DISPLAY "WRITING THE STATE REPORT AND THE JOURNAL..."
           PERFORM WRITE-STATE-REPORT.
           PERFORM WRITE-ESCHEAT-JOURNAL.
           PERFORM PRINT-RUN-SUMMARY.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM UNCLPROP-CLOSE.
           PERFORM VKSDRF-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM OUTREF-CLOSE.
           PERFORM VKSDPH-CLOSE.
           PERFORM CASEFILE-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM DORMANCY-CLOSE.
           PERFORM UPRPT-CLOSE.
           PERFORM ESCHGL-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC38' TO CTLTOT-PROGRAM
           MOVE 'UNCLAIMED ESCHEATED' TO CTLTOT-LABEL
           MOVE WS-ESCHEAT-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC38' TO CTLTOT-PROGRAM
           MOVE 'UNCLAIMED RELEASED' TO CTLTOT-LABEL
           MOVE WS-RELEASE-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC38: REPORT YEAR.........' WS-REPORT-YEAR
           DISPLAY 'RSSABC38: REGISTER READ.......'
                   WS-REGISTER-READ-COUNT
           DISPLAY 'RSSABC38: UNDER DUE DILIGENCE.' WS-DILIGENCE-COUNT
           DISPLAY 'RSSABC38: WINDOW STILL OPEN...' WS-OPEN-WINDOW-COUNT
           DISPLAY 'RSSABC38: ESCHEATED...........' WS-ESCHEAT-COUNT
           DISPLAY 'RSSABC38: RELEASED............' WS-RELEASE-COUNT
           DISPLAY 'RSSABC38: LEFT WAITING........' WS-WAIT-COUNT
           DISPLAY 'RSSABC38: STATES REPORTED.....' WS-ST-COUNT
           DISPLAY 'RSSABC38: JOURNAL LINES.......' WS-JOURNAL-COUNT
           IF  OUTREF-ABSENT
               DISPLAY 'RSSABC38: NO OUTSTANDING-REFUND LIST, '
                       'EXTRACTED REFUNDS LEFT WAITING'
           END-IF

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC38' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-ESCHEAT-COUNT TO RLOG-COUNT
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
               MOVE 'RSSABC38: OUTSTANDING REFUND TABLE IS FULL'
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
      * ONE ITEM UNDER DUE DILIGENCE WHOSE WINDOW HAS CLOSED: A       *
      * CONTACT SINCE THE LETTER RELEASES IT; A HOLD SINCE THEN KEEPS *
      * A REFUND WAITING; OTHERWISE THE REFUND OR THE CREDIT BALANCE  *
      * IS WEIGHED AS IT STANDS TODAY.                                *
      *---------------------------------------------------------------*
       SETTLE-ONE-ITEM.
           MOVE UP-CUSTIDENT TO WS-CURR-CUSTIDENT
           MOVE UP-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-FOUND-SWITCH
           ELSE
               MOVE 'N' TO WS-CUST-FOUND-SWITCH
           END-IF
           MOVE SPACE  TO WS-ITEM-ACTION
           MOVE SPACES TO WS-ITEM-REASON

           PERFORM FIND-LAST-CONTACT
           IF  UP-LETTER-DATE NUMERIC
           AND WS-LAST-CONTACT > UP-LETTER-DATE
               MOVE 'C' TO WS-ITEM-ACTION
               MOVE 'CUSTOMER CONTACT' TO WS-ITEM-REASON
           END-IF

           IF  WS-ITEM-ACTION = SPACE
           AND UP-ITEM-KIND = 'R'
           AND CUSTOMER-FOUND
           AND (VS-COMPL-HOLD = 'H' OR VS-FRAUD-HOLD = 'F')
               MOVE 'W' TO WS-ITEM-ACTION
               MOVE 'CUSTOMER ON HOLD' TO WS-ITEM-REASON
           END-IF

           IF  WS-ITEM-ACTION = SPACE
               IF  UP-ITEM-KIND = 'R'
                   PERFORM WEIGH-REFUND-ITEM
               ELSE
                   PERFORM WEIGH-CREDIT-ITEM
               END-IF
           END-IF

           EVALUATE TRUE
              WHEN ITEM-ESCHEATED
                   PERFORM ESCHEAT-ONE-ITEM
              WHEN ITEM-RELEASED
                   MOVE 'C'            TO UP-STATUS
                   MOVE WS-RUN-DATE    TO UP-CLOSE-DATE
                   MOVE WS-ITEM-REASON TO UP-REASON
                   PERFORM UNCLPROP-REWRITE
                   ADD 1         TO WS-RELEASE-COUNT
                   ADD UP-AMOUNT TO WS-RELEASE-AMOUNT
              WHEN OTHER
                   ADD 1 TO WS-WAIT-COUNT
           END-EVALUATE
           PERFORM PRINT-ONE-ACTION
           EXIT.

      *---------------------------------------------------------------*
      * A REFUND IS STILL OWED WHILE OPEN, OR WHILE EXTRACTED AND ON  *
      * THE BANK'S LIST OF OUTSTANDING REFUNDS; WITHOUT THAT LIST AN  *
      * EXTRACTED REFUND CANNOT BE WEIGHED AND WAITS.                 *
      *---------------------------------------------------------------*
       WEIGH-REFUND-ITEM.
           MOVE UP-CUSTIDENT TO RF-CUSTIDENT
           MOVE UP-ITEM-REF  TO RF-REFSEQ
           PERFORM VKSDRF-READ
           IF  VKSDRF-STATUS NOT = '00'
               MOVE 'C' TO WS-ITEM-ACTION
               MOVE 'REFUND NOT ON FILE' TO WS-ITEM-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OUTSTANDING-SWITCH
           EVALUATE RF-STATUS
              WHEN 'O'
                   MOVE 'Y' TO WS-OUTSTANDING-SWITCH
              WHEN 'X'
                   IF  OUTREF-ABSENT
                       MOVE 'W' TO WS-ITEM-ACTION
                       MOVE 'NO OUTSTANDING-REFUND LIST'
                         TO WS-ITEM-REASON
                       EXIT PARAGRAPH
                   END-IF
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
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  REFUND-OUTSTANDING
               MOVE 'E' TO WS-ITEM-ACTION
               MOVE RF-AMOUNT TO WS-ESC-AMT
           ELSE
               MOVE 'C' TO WS-ITEM-ACTION
               MOVE 'REFUND PAID OUT' TO WS-ITEM-REASON
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A CREDIT BALANCE IS STILL OWED FOR WHAT IS LEFT OF IT ON THE  *
      * ORDER TODAY, UP TO THE AMOUNT NOTICED.                        *
      *---------------------------------------------------------------*
       WEIGH-CREDIT-ITEM.
           MOVE UP-CUSTIDENT TO QO-CUSTIDENT
           MOVE UP-ITEM-REF  TO QO-ORDERNUM
           PERFORM VKSDORD-READ
           MOVE 0 TO WS-ORD-EXCESS
           IF  VKSDORD-STATUS = '00'
           AND QO-PAID-AMT NUMERIC
               MOVE QO-PAID-AMT TO WS-ORD-EXCESS
               IF  QO-CREDIT-AMT NUMERIC
                   ADD QO-CREDIT-AMT TO WS-ORD-EXCESS
               END-IF
               IF  QO-ORDERAMT NUMERIC
                   SUBTRACT QO-ORDERAMT FROM WS-ORD-EXCESS
               END-IF
               IF  WS-ORD-EXCESS > QO-PAID-AMT
                   MOVE QO-PAID-AMT TO WS-ORD-EXCESS
               END-IF
           END-IF
           IF  WS-ORD-EXCESS NOT > 0
               MOVE 'C' TO WS-ITEM-ACTION
               MOVE 'BALANCE USED' TO WS-ITEM-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO WS-ITEM-ACTION
           IF  WS-ORD-EXCESS < UP-AMOUNT
               MOVE WS-ORD-EXCESS TO WS-ESC-AMT
           ELSE
               MOVE UP-AMOUNT     TO WS-ESC-AMT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ESCHEAT THE ITEM: THE REFUND IS MARKED ESCHEATED, OR THE      *
      * CREDIT BALANCE COMES OFF THE ORDER'S PAID AMOUNT; THE         *
      * REGISTER ENTRY IS CLOSED FOR THE REPORT YEAR AND THE ITEM IS  *
      * KEPT FOR THE STATE REPORT.                                    *
      *---------------------------------------------------------------*
       ESCHEAT-ONE-ITEM.
           IF  UP-ITEM-KIND = 'R'
               MOVE 'E' TO RF-STATUS
               PERFORM VKSDRF-REWRITE
           ELSE
               SUBTRACT WS-ESC-AMT FROM QO-PAID-AMT
               PERFORM VKSDORD-REWRITE
           END-IF
           MOVE 'E'                 TO UP-STATUS
           MOVE WS-ESC-AMT          TO UP-AMOUNT
           MOVE WS-RUN-DATE         TO UP-CLOSE-DATE
           MOVE WS-REPORT-YEAR      TO UP-REPORT-YEAR
           MOVE 'REPORTED TO STATE' TO UP-REASON
           PERFORM UNCLPROP-REWRITE
           ADD 1          TO WS-ESCHEAT-COUNT
           ADD WS-ESC-AMT TO WS-ESCHEAT-AMOUNT

           IF  WS-ESC-COUNT >= 5000
               MOVE 'RSSABC38: ESCHEATED ITEM TABLE IS FULL'
                 TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-ESC-COUNT
           MOVE UP-STATE        TO WS-ESC-STATE (WS-ESC-COUNT)
           MOVE UP-CUSTIDENT    TO WS-ESC-CUSTIDENT (WS-ESC-COUNT)
           MOVE UP-ITEM-KIND    TO WS-ESC-KIND (WS-ESC-COUNT)
           MOVE UP-ITEM-REF     TO WS-ESC-REF (WS-ESC-COUNT)
           MOVE UP-ORDERNUM     TO WS-ESC-ORDERNUM (WS-ESC-COUNT)
           MOVE UP-AMOUNT       TO WS-ESC-AMOUNT (WS-ESC-COUNT)
           MOVE UP-ITEM-DATE    TO WS-ESC-ITEM-DATE (WS-ESC-COUNT)
           MOVE UP-LAST-CONTACT TO WS-ESC-LAST-CONTACT (WS-ESC-COUNT)
           MOVE UP-LETTER-DATE  TO WS-ESC-LETTER-DATE (WS-ESC-COUNT)
           MOVE UP-LETTER-SENT  TO WS-ESC-LETTER-SENT (WS-ESC-COUNT)
           PERFORM ADD-STATE-TOTAL
           EXIT.

      *---------------------------------------------------------------*
      * ADD THE ITEM TO ITS STATE'S TOTALS, ENTERING THE STATE IN     *
      * STATE ORDER WHEN IT IS MET FOR THE FIRST TIME.                *
      *---------------------------------------------------------------*
       ADD-STATE-TOTAL.
           MOVE 1 TO WS-ST-IX
           PERFORM UNTIL WS-ST-IX > WS-ST-COUNT
                   OR WS-ST-STATE (WS-ST-IX) NOT < UP-STATE
              ADD 1 TO WS-ST-IX
           END-PERFORM
           IF  WS-ST-IX > WS-ST-COUNT
           OR  WS-ST-STATE (WS-ST-IX) NOT = UP-STATE
               IF  WS-ST-COUNT >= 100
                   MOVE 'RSSABC38: STATE TABLE IS FULL' TO DISP-MSG
                   PERFORM Z-ABEND-PROGRAM
               END-IF
               MOVE WS-ST-COUNT TO WS-ST-SHIFT-IX
               PERFORM UNTIL WS-ST-SHIFT-IX < WS-ST-IX
                  MOVE WS-ST-ENTRY (WS-ST-SHIFT-IX)
                    TO WS-ST-ENTRY (WS-ST-SHIFT-IX + 1)
                  SUBTRACT 1 FROM WS-ST-SHIFT-IX
               END-PERFORM
               MOVE UP-STATE TO WS-ST-STATE (WS-ST-IX)
               MOVE 0        TO WS-ST-ITEMS (WS-ST-IX)
               MOVE 0        TO WS-ST-AMOUNT (WS-ST-IX)
               ADD 1 TO WS-ST-COUNT
           END-IF
           ADD 1          TO WS-ST-ITEMS (WS-ST-IX)
           ADD WS-ESC-AMT TO WS-ST-AMOUNT (WS-ST-IX)
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
      * ONE ITEM SETTLED (OR LEFT WAITING) ON THE LISTING.            *
      *---------------------------------------------------------------*
       PRINT-ONE-ACTION.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE UP-CUSTIDENT   TO WA-CUSTIDENT
           MOVE UP-ITEM-KIND   TO WA-KIND
           MOVE UP-ITEM-REF    TO WA-REF
           MOVE UP-STATE       TO WA-STATE
           MOVE UP-AMOUNT      TO WA-AMOUNT
           MOVE UP-LETTER-DATE TO WA-LETTER-DATE
           MOVE UP-RESP-DUE    TO WA-RESP-DUE
           EVALUATE TRUE
              WHEN ITEM-ESCHEATED
                   MOVE 'ESCHEATED'  TO WA-ACTION
              WHEN ITEM-RELEASED
                   MOVE 'RELEASED'   TO WA-ACTION
              WHEN OTHER
                   MOVE 'WAITING'    TO WA-ACTION
           END-EVALUATE
           MOVE WS-ITEM-REASON TO WA-REASON
           WRITE REPORT-REC FROM W-ACT-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE STATE REPORT: PER STATE, THE STATE HEADER, ONE DETAIL PER *
      * ITEM WITH THE OWNER'S NAME AND LAST KNOWN ADDRESS, AND THE    *
      * STATE TRAILER, INSIDE THE STANDARD ENVELOPE.                  *
      *---------------------------------------------------------------*
       WRITE-STATE-REPORT.
           MOVE 'HDR'      TO EH-RECTYPE
           MOVE 'UPRPT   ' TO EH-FILE-ID
           ACCEPT EH-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT EH-CREATE-TIME FROM TIME
           MOVE SPACES TO EH-FILLER
           MOVE SPACES TO UPRPT-RECORD
           MOVE ENV-HEADER-RECORD TO UPRPT-RECORD
           PERFORM UPRPT-WRITE

           PERFORM WRITE-ONE-STATE
               VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT

           MOVE 'TRL'      TO ET-RECTYPE
           MOVE 'UPRPT   ' TO ET-FILE-ID
           MOVE WS-RPT-ENV-COUNT TO ET-REC-COUNT
           MOVE WS-RPT-ENV-HASH  TO ET-HASH-TOTAL
           MOVE SPACES TO ET-FILLER
           MOVE SPACES TO UPRPT-RECORD
           MOVE ENV-TRAILER-RECORD TO UPRPT-RECORD
           PERFORM UPRPT-WRITE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-ONE-STATE.
           MOVE WS-ST-STATE (WS-ST-IX) TO UH-STATE
           MOVE WS-REPORT-YEAR         TO UH-REPORT-YEAR
           MOVE WS-HOLDER-FEIN         TO UH-HOLDER-FEIN
           MOVE WS-RUN-DATE            TO UH-REPORT-DATE
           MOVE SPACES                 TO UH-AGENCY
           MOVE WS-ST-STATE (WS-ST-IX) TO DY-STATE
           PERFORM DORMANCY-READ
           IF  DORMANCY-STATUS = '00'
               MOVE DY-AGENCY TO UH-AGENCY
           END-IF
           MOVE W-UPR-STATE-HEADER TO UPRPT-RECORD
           PERFORM UPRPT-WRITE
           ADD 1 TO WS-RPT-ENV-COUNT

           PERFORM WRITE-ONE-DETAIL
               VARYING WS-ESC-IX FROM 1 BY 1
               UNTIL WS-ESC-IX > WS-ESC-COUNT

           MOVE WS-ST-STATE (WS-ST-IX)  TO UT-STATE
           MOVE WS-ST-ITEMS (WS-ST-IX)  TO UT-ITEMS
           MOVE WS-ST-AMOUNT (WS-ST-IX) TO UT-AMOUNT
           MOVE W-UPR-STATE-TRAILER TO UPRPT-RECORD
           PERFORM UPRPT-WRITE
           ADD 1 TO WS-RPT-ENV-COUNT
           EXIT.

      *---------------------------------------------------------------*
       WRITE-ONE-DETAIL.
           IF  WS-ESC-STATE (WS-ESC-IX) NOT = WS-ST-STATE (WS-ST-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ESC-STATE (WS-ESC-IX)     TO UD-STATE
           MOVE WS-ESC-CUSTIDENT (WS-ESC-IX) TO UD-CUSTIDENT
           MOVE SPACES TO UD-OWNER-NAME UD-OWNER-ADDRS UD-OWNER-CITY
                          UD-OWNER-STATE UD-OWNER-ZIP UD-OWNER-COUNTRY
                          UD-OWNER-TAXID
           MOVE WS-ESC-CUSTIDENT (WS-ESC-IX) TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
               MOVE SPACES TO WS-OWNER-NAME
               STRING VS-CUSTFNAME  DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      VS-CUSTLNAME  DELIMITED BY '  '
                 INTO WS-OWNER-NAME
               END-STRING
               MOVE WS-OWNER-NAME  TO UD-OWNER-NAME
               MOVE VS-CUSTADDRS   TO UD-OWNER-ADDRS
               MOVE VS-CUSTCITY    TO UD-OWNER-CITY
               MOVE VS-CUSTSTATE   TO UD-OWNER-STATE
               MOVE VS-CUSTZIP     TO UD-OWNER-ZIP
               MOVE VS-CUSTCOUNTRY TO UD-OWNER-COUNTRY
               MOVE VS-CUSTTAXID   TO UD-OWNER-TAXID
           END-IF
           MOVE WS-ESC-KIND (WS-ESC-IX)         TO UD-ITEM-KIND
           MOVE WS-ESC-REF (WS-ESC-IX)          TO UD-ITEM-REF
           MOVE WS-ESC-ORDERNUM (WS-ESC-IX)     TO UD-ORDERNUM
           MOVE WS-ESC-AMOUNT (WS-ESC-IX)       TO UD-AMOUNT
           MOVE WS-ESC-ITEM-DATE (WS-ESC-IX)    TO UD-ITEM-DATE
           MOVE WS-ESC-LAST-CONTACT (WS-ESC-IX) TO UD-LAST-CONTACT
           MOVE WS-ESC-LETTER-DATE (WS-ESC-IX)  TO UD-LETTER-DATE
           MOVE WS-ESC-LETTER-SENT (WS-ESC-IX)  TO UD-LETTER-SENT
           MOVE W-UPR-DETAIL TO UPRPT-RECORD
           PERFORM UPRPT-WRITE
           ADD 1                          TO WS-RPT-ENV-COUNT
           ADD WS-ESC-AMOUNT (WS-ESC-IX)  TO WS-RPT-ENV-HASH
           EXIT.

      *---------------------------------------------------------------*
      * THE ESCHEATMENT JOURNAL: PER STATE, THE RECEIVABLE DEBITED    *
      * AND THE UNCLAIMED-PROPERTY PAYABLE CREDITED WITH WHAT IS      *
      * REMITTED, INSIDE THE STANDARD ENVELOPE (AMOUNT HASH TOTAL).   *
      *---------------------------------------------------------------*
       WRITE-ESCHEAT-JOURNAL.
           MOVE 'HDR'      TO EH-RECTYPE
           MOVE 'ESCHGL  ' TO EH-FILE-ID
           ACCEPT EH-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT EH-CREATE-TIME FROM TIME
           MOVE SPACES TO EH-FILLER
           MOVE SPACES TO ESCHGL-RECORD
           MOVE ENV-HEADER-RECORD TO ESCHGL-RECORD
           PERFORM ESCHGL-WRITE

           PERFORM WRITE-STATE-JOURNAL
               VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT

           MOVE 'TRL'      TO ET-RECTYPE
           MOVE 'ESCHGL  ' TO ET-FILE-ID
           MOVE WS-GL-ENV-COUNT TO ET-REC-COUNT
           MOVE WS-GL-ENV-HASH  TO ET-HASH-TOTAL
           MOVE SPACES TO ET-FILLER
           MOVE SPACES TO ESCHGL-RECORD
           MOVE ENV-TRAILER-RECORD TO ESCHGL-RECORD
           PERFORM ESCHGL-WRITE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-STATE-JOURNAL.
           MOVE WS-ST-STATE (WS-ST-IX)  TO WJ-STATE
           MOVE SPACES                  TO WJ-BRANCH
           MOVE WS-ST-AMOUNT (WS-ST-IX) TO WJ-AMOUNT
           MOVE WS-RUN-YYYYMM           TO WJ-YYYYMM
           MOVE 'ACCTSREC' TO WJ-ACCOUNT
           MOVE 'DR'       TO WJ-DRCR
           PERFORM WRITE-JOURNAL-LINE
           MOVE 'UNCLPROP' TO WJ-ACCOUNT
           MOVE 'CR'       TO WJ-DRCR
           PERFORM WRITE-JOURNAL-LINE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-JOURNAL-LINE.
           MOVE W-JOURNAL-LINE TO ESCHGL-RECORD
           PERFORM ESCHGL-WRITE
           ADD 1         TO WS-JOURNAL-COUNT
           ADD 1         TO WS-GL-ENV-COUNT
           ADD WJ-AMOUNT TO WS-GL-ENV-HASH
           EXIT.

      *---------------------------------------------------------------*
      * WHAT WAS SETTLED, AND WHAT EACH STATE IS SENT.                *
      *---------------------------------------------------------------*
       PRINT-RUN-SUMMARY.
           MOVE 'PROPERTY REPORTED BY STATE' TO WS-SECTION-TITLE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 3 LINES
           PERFORM PRINT-ONE-STATE
               VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT

           MOVE 'THE REPORT YEAR''S SETTLEMENT' TO WS-SECTION-TITLE
           WRITE REPORT-REC FROM W-SECTION
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO W-NOTE-LINE
           MOVE 'ITEMS UNDER DUE DILIGENCE ON THE REGISTER . . :'
             TO WN-TEXT
           MOVE WS-DILIGENCE-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE 'RESPONSE WINDOW STILL OPEN  . . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-OPEN-WINDOW-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'LEFT WAITING FOR THE NEXT RUN . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-WAIT-COUNT TO WN-COUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'RELEASED BACK TO THE CUSTOMER . . . . . . . . :'
             TO WN-TEXT
           MOVE WS-RELEASE-COUNT  TO WN-COUNT
           MOVE WS-RELEASE-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'ESCHEATED AND REPORTED TO THE STATES  . . . . :'
             TO WN-TEXT
           MOVE WS-ESCHEAT-COUNT  TO WN-COUNT
           MOVE WS-ESCHEAT-AMOUNT TO WN-AMOUNT
           WRITE REPORT-REC FROM W-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-STATE.
           MOVE WS-ST-STATE (WS-ST-IX)  TO WSL-STATE
           MOVE SPACES                  TO WSL-AGENCY
           MOVE WS-ST-STATE (WS-ST-IX)  TO DY-STATE
           PERFORM DORMANCY-READ
           IF  DORMANCY-STATUS = '00'
               MOVE DY-AGENCY TO WSL-AGENCY
           END-IF
           MOVE WS-ST-ITEMS (WS-ST-IX)  TO WSL-ITEMS
           MOVE WS-ST-AMOUNT (WS-ST-IX) TO WSL-AMOUNT
           WRITE REPORT-REC FROM W-STATE-LINE
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
               MOVE 'RSSABC38: UNCLPROP-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE UNCLPROP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNCLPROP-NEXT.
           READ UNCLPROP-FILE NEXT RECORD
           IF  UNCLPROP-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  UNCLPROP-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC38: UNCLPROP-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE UNCLPROP-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNCLPROP-REWRITE.
           REWRITE UP-ODCSFUP-RECORD
           IF  UNCLPROP-STATUS NOT = '00'
               MOVE 'RSSABC38: UNCLPROP-FAILURE-REWRITE...'
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
               MOVE 'RSSABC38: UNCLPROP-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE UNCLPROP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDRF-FILE
           IF  VKSDRF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC38: VKSDRF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-READ.
           READ VKSDRF-FILE
           IF  VKSDRF-STATUS = '00'
           OR  VKSDRF-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC38: VKSDRF-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-REWRITE.
           REWRITE RF-ODCSFRF-RECORD
           IF  VKSDRF-STATUS NOT = '00'
               MOVE 'RSSABC38: VKSDRF-FAILURE-REWRITE...'
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
               MOVE 'RSSABC38: VKSDRF-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC38: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABC38: VKSDORD-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-REWRITE.
           REWRITE QO-ODCSFORD-RECORD
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'RSSABC38: VKSDORD-FAILURE-REWRITE...'
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
               MOVE 'RSSABC38: VKSDORD-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
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
               MOVE 'RSSABC38: OUTREF-FAILURE-OPEN...'
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
                   MOVE 'RSSABC38: OUTREF-FAILURE-GET...'
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
               MOVE 'RSSABC38: OUTREF-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE OUTREF-STATUS TO IO-STATUS
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
               MOVE 'RSSABC38: VKSDPH-FAILURE-OPEN...'
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
               MOVE 'RSSABC38: VKSDPH-FAILURE-CLOSE...'
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
               MOVE 'RSSABC38: CASEFILE-FAILURE-OPEN...'
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
               MOVE 'RSSABC38: CASEFILE-FAILURE-CLOSE...'
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
               MOVE 'RSSABC38: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC38: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABC38: VKSDCUST-FAILURE-CLOSE...'
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
               MOVE 'RSSABC38: DORMANCY-FAILURE-OPEN...'
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
               MOVE 'RSSABC38: DORMANCY-FAILURE-READ...'
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
               MOVE 'RSSABC38: DORMANCY-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE DORMANCY-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UPRPT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT UPRPT-FILE
           IF  UPRPT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC38: UPRPT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE UPRPT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UPRPT-WRITE.
           WRITE UPRPT-RECORD
           IF  UPRPT-STATUS NOT = '00'
               MOVE 'RSSABC38: UPRPT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE UPRPT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UPRPT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE UPRPT-FILE
           IF  UPRPT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC38: UPRPT-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE UPRPT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ESCHGL-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT ESCHGL-FILE
           IF  ESCHGL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC38: ESCHGL-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE ESCHGL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ESCHGL-WRITE.
           WRITE ESCHGL-RECORD
           IF  ESCHGL-STATUS NOT = '00'
               MOVE 'RSSABC38: ESCHGL-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE ESCHGL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ESCHGL-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE ESCHGL-FILE
           IF  ESCHGL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC38: ESCHGL-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE ESCHGL-STATUS TO IO-STATUS
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
               MOVE 'RSSABC38: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC38: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC38: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABC38: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC38: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC38: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
