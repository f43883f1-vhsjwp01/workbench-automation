      *     VSAM-KSDS ORDERS FILE IN ASCENDING KEY ORDER THE WAY THE  *
      *     RSSABB13 AGING DOES AND, FOR EVERY UNPAID (INVOICED OR    *
      *     PARTPAID) ORDER PAST DUE, PRINTS AN ESCALATING NOTICE:    *
      *     A REMINDER AT 30 DAYS PAST ITS DUE DATE (INVOICE TERMS;   *
      *     THE ORDER DATE FOR AN ORDER BILLED BEFORE TERMS WERE      *
      *     KEPT), A DEMAND AT 60, A FINAL NOTICE                     *
      *     AT 90, ADDRESSED WITH THE CUSTOMER'S NAME/ADDRESS BLOCK   *
      *     THE WAY RSSABB11 ADDRESSES INVOICES.                      *
      *    -EVERY NOTICE SENT IS RECORDED ON THE KEYED DUNNING-       *
      *     IS NEVER SENT TWICE FOR THE SAME ORDER.                   *
      *    -CP-MAIL-OPTOUT SUPPRESSES THE LEVEL-1 REMINDER ONLY:      *
      *     DEMANDS AND FINAL NOTICES ALWAYS GO OUT.                  *
      *    -AN ORDER UNDER AN ACTIVE PAYMENT PLAN (PROMISE TO PAY,    *
      *     ODCSFPP) GETS NO NOTICE WHILE THE PLAN IS KEPT; ONCE THE  *
      *     PLAN IS BROKEN THE ORDER IS DUNNED AGAIN.                 *
      *    -AN ORDER WHOSE INVOICE TERMS SHOW A DIRECT DEBIT PENDING  *
      *     (SENT TO THE BANK BY RSSABC01 AND NOT RETURNED) GETS NO   *
      *     NOTICE: THE MONEY IS ON ITS WAY. A RETURNED DEBIT PUTS    *
      *     THE ORDER BACK IN THE NORMAL RUN.                         *
      *    -EVERY NOTICE PRINTED IS ALSO LOGGED ON THE CUSTOMER'S     *
      *     CORRESPONDENCE HISTORY THRU RSSCHW00 WITH ITS ORDER AND   *
      *     ESCALATION WORDING.                                       *
      *    -AN ORDER OF A LOCATION BILLED TO A CORPORATE BILL-TO      *
      *     PARENT (BILLTO, RESOLVED THRU RSSBTR00) IS DUNNED ON THE  *
      *     PARENT: THE NOTICE IS ADDRESSED TO THE PARENT AND NAMES   *
      *     THE LOCATION, THE PARENT'S MAIL OPT-OUT GOVERNS THE       *
      *     REMINDER, AND THE NOTICE IS LOGGED ON THE PARENT'S        *
      *     CORRESPONDENCE HISTORY.                                   *
      *    -THE NOTICE PRINTS IN THE CUSTOMER'S PREFERRED LANGUAGE    *
      *     (VS-CUST-LANG): ITS FIXED WORDING COMES FROM THE          *
      *     DOCUMENT-TEXT CATALOG (DOCUMENT 'DUNNING', THRU RSSDTX00) *
      *     AND ITS DATES AND AMOUNT ARE EDITED THE WAY THAT LANGUAGE *
      *     WRITES THEM. A NOTICE THAT HAD TO BORROW ANY ENGLISH      *
      *     WORDING FOR A MISSING TRANSLATION IS COUNTED TO CTLTOT.   *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - CONTPREF (CONTACT PREFERENCES)            *
      * INPUT FILE : VSAM - INVTERMS (INVOICE TERMS, ODCSFIT)         *
      * INPUT FILE : VSAM - PAYPLAN (PAYMENT PLANS, ODCSFPP)          *
      * I/O FILE   : VSAM - DUNHIST (DUNNING HISTORY, ODCSFDH)        *
      * OUTPUT FILE: QSAM - DUNPRINT (PRINTABLE NOTICES)              *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * INPUT FILE : VSAM - BILLTO (THRU RSSBTR00)                    *
      * INPUT FILE : VSAM - DOCTEXT (THRU RSSDTX00)                   *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * INVOICE TERMS VSAM-KSDS FILE: THE BILLED ORDER'S DUE DATE
      * AND DIRECT-DEBIT STATE (ABSENT RECORD OR FILE MEANS AGED
      * FROM THE ORDER DATE, NO DEBIT)
           SELECT OPTIONAL INVTERMS-FILE
               ASSIGN       TO INVTERMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IT-ORDER-KEY
               FILE STATUS  IS INVTERMS-STATUS.

      * PAYMENT-PLAN VSAM-KSDS FILE: AN ORDER UNDER AN ACTIVE PLAN
      * (PROMISE TO PAY) IS PASSED OVER (ABSENT FILE MEANS NO PLANS)
           SELECT OPTIONAL PAYPLAN-FILE
               ASSIGN       TO PAYPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PP-ORDER-KEY
               FILE STATUS  IS PAYPLAN-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, NAME/ADDRESS READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   INVTERMS-FILE.
       COPY ODCSFIT.

       FD   PAYPLAN-FILE.
       COPY ODCSFPP.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  INVTERMS-STATUS.
           05  INVTERMS-STAT1      PIC X.
           05  INVTERMS-STAT2      PIC X.
       01  PAYPLAN-STATUS.
           05  PAYPLAN-STAT1       PIC X.
           05  PAYPLAN-STAT2       PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
      * AGE COMPUTATION FIELDS
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-RUN-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-AGE-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-DUE-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-OPEN-AMT             PIC 9(007)V99 VALUE 0.

      * NOTICE LEVEL DUE FOR THE CURRENT ORDER
       01  WS-DUE-LEVEL            PIC 9(001) VALUE 0.
       01  WS-MAIL-OPTOUT          PIC X      VALUE 'N'.

      * THE CUSTOMER THE CURRENT ORDER'S NOTICE GOES TO: ITS BILL-TO
      * PARENT WHEN IT HAS ONE, THE ORDER'S OWN CUSTOMER OTHERWISE
       COPY RSSBTRC.
       01  WS-DUN-CUSTIDENT        PIC 9(009) VALUE 0.
       01  WS-BILLTO-COUNT         PIC 9(7) COMP VALUE 0.

      * RUN STATISTICS
       01  WS-REMINDER-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-DEMAND-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-FINAL-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-SUPPRESS-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-PLAN-SKIP-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-PLAN-SWITCH          PIC X       VALUE 'N'.
           88  ORDER-ON-PLAN       VALUE 'Y'.
       01  WS-DEBIT-SKIP-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-NOCUST-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-LANG-FALLBACK-COUNT  PIC 9(7) COMP VALUE 0.

      * THE NOTICE'S FIXED WORDING: THE BUILT-IN ENGLISH LINES OF
      * DOCUMENT 'DUNNING' AND THE LINES LOADED FOR THE LANGUAGE OF
      * THE CURRENT CUSTOMER (1-3 THE NOTICE WORDING BY LEVEL)
       01  WS-DUN-TEXT-DEFAULTS.
           05  FILLER              PIC X(030) VALUE
               'PAYMENT REMINDER'.
           05  FILLER              PIC X(030) VALUE
               'DEMAND FOR PAYMENT'.
           05  FILLER              PIC X(030) VALUE
               'FINAL NOTICE'.
           05  FILLER              PIC X(030) VALUE 'DATE: '.
           05  FILLER              PIC X(030) VALUE 'CUSTOMER: '.
           05  FILLER              PIC X(030) VALUE 'LOCATION: '.
           05  FILLER              PIC X(030) VALUE 'ORDER '.
           05  FILLER              PIC X(030) VALUE ' OF '.
           05  FILLER              PIC X(030) VALUE ' OPEN BALANCE: '.
           05  FILLER              PIC X(030) VALUE ' DAYS PAST DUE'.
       01  WS-DUN-TEXT-DEFAULT-T   REDEFINES WS-DUN-TEXT-DEFAULTS.
           05  WS-DUN-TEXT-DEFAULT PIC X(030) OCCURS 10.
       01  WS-DUN-TEXT-T.
           05  WS-DUN-TEXT         PIC X(030) OCCURS 10.
       01  WS-TEXT-IX              PIC S9(4) COMP VALUE +0.
       01  WS-CUST-LANG            PIC X(001) VALUE SPACE.
       01  WS-DOC-LANG             PIC X(001) VALUE SPACE.
       01  WS-DOC-FALLBACKS        PIC 9(3) COMP VALUE 0.
       01  WS-AMT-MARKS            PIC X(002) VALUE ',.'.

      * DOCUMENT-TEXT LOOKUP AREA FOR THE RSSDTX00 CATALOG READER
       COPY RSSDTXC.

      *-- NOTICE HEADING AND ADDRESS BLOCK LINES
       01  W-DUN-TITLE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(030) VALUE
               'SIMPLE SAMPLE APPLICATION'.
           05  WD-NOTICE-TEXT      PIC X(030).
           05  WD-DATE-CAPTION     PIC X(008).
           05  WD-DATE             PIC X(010).
           05  FILLER              PIC X(044) VALUE SPACES.

       01  W-DUN-CUSTLINE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WD-CUST-CAPTION     PIC X(010).
           05  WD-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CUSTNAME         PIC X(051).
           05  FILLER              PIC X(050) VALUE SPACES.

       01  W-DUN-LOCLINE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WD-LOC-CAPTION      PIC X(010).
           05  WD-LOC-CUSTIDENT    PIC 9(009).
           05  FILLER              PIC X(103) VALUE SPACES.

       01  W-DUN-ADDRLINE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WD-ADDR-TEXT        PIC X(076).

       01  W-DUN-DETAIL.
           05  FILLER              PIC X(012) VALUE SPACES.
           05  WD-ORDER-CAPTION    PIC X(010).
           05  WD-ORDERNUM         PIC 9(006).
           05  WD-OF-CAPTION       PIC X(005).
           05  WD-ORDERDATE        PIC X(010).
           05  WD-BAL-CAPTION      PIC X(016).
           05  WD-OPEN-AMT         PIC ZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-AGE-DAYS         PIC ZZZZ9.
           05  WD-DAYS-CAPTION     PIC X(020).
           05  FILLER              PIC X(036) VALUE SPACES.

       01  W-BLANK-LINE            PIC X(132) VALUE SPACES.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

           COMPUTE WS-RUN-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM VKSDORD-OPEN.
           PERFORM INVTERMS-OPEN.
           PERFORM PAYPLAN-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM CONTPREF-OPEN.
           PERFORM VKSDDH-OPEN.
           PERFORM UNTIL ORDER-EOF
              IF  QO-ORDERSTATUS = 'INVOICED'
              OR  QO-ORDERSTATUS = 'PARTPAID'
                  PERFORM CHECK-PAYMENT-PLAN
                  IF  ORDER-ON-PLAN
                      ADD 1 TO WS-PLAN-SKIP-COUNT
                  ELSE
                      PERFORM PROCESS-UNPAID-ORDER
                  END-IF
              END-IF
              PERFORM GET-NEXT-ORDER
           END-PERFORM.
      * FILE CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDORD-CLOSE.
           PERFORM INVTERMS-CLOSE.
           PERFORM PAYPLAN-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM CONTPREF-CLOSE.
           PERFORM VKSDDH-CLOSE.
           PERFORM DUNPRINT-CLOSE.
           MOVE 'CLS' TO DTX-ACTION
           CALL 'RSSDTX00' USING RSSDTX-AREA.

           PERFORM CTLTOT-OPEN.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY '   FINALS    : ' WS-FINAL-COUNT
           DISPLAY '   SUPPRESSED: ' WS-SUPPRESS-COUNT
           DISPLAY '   CUST GONE : ' WS-NOCUST-COUNT
           DISPLAY '   ON A PLAN : ' WS-PLAN-SKIP-COUNT
           DISPLAY '   DEBIT SENT: ' WS-DEBIT-SKIP-COUNT
           DISPLAY '   BILL-TO   : ' WS-BILLTO-COUNT
           DISPLAY '   ENGLISH FB: ' WS-LANG-FALLBACK-COUNT
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           IF  QO-CREDIT-AMT NUMERIC
               SUBTRACT QO-CREDIT-AMT FROM WS-OPEN-AMT
           END-IF
           PERFORM FIND-ORDER-DUE-DAYS
      * A DIRECT DEBIT ON ITS WAY TO THE BANK IS NOT DUNNED...
           IF  INVTERMS-STATUS = '00'
           AND IT-DEBIT-STATUS = 'P'
               ADD 1 TO WS-DEBIT-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DUE-DAYS
           EVALUATE TRUE
              WHEN WS-AGE-DAYS >= 90
                   MOVE 3 TO WS-DUE-LEVEL
               MOVE WS-DUE-LEVEL TO DH-LEVEL
               PERFORM VKSDDH-READ
               IF  VKSDDH-STATUS = '23'
                   PERFORM RESOLVE-DUNNED-CUSTOMER
                   PERFORM CHECK-MAIL-OPTOUT
                   IF  WS-DUE-LEVEL = 1
                   AND WS-MAIL-OPTOUT = 'Y'
                           ADD 1 TO WS-NOCUST-COUNT
                       ELSE
                           PERFORM RECORD-NOTICE-SENT
                           PERFORM RECORD-CORRESPONDENCE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE CUSTOMER THE NOTICE GOES TO: THE ORDER'S BILL-TO PARENT   *
      * WHEN IT IS A LOCATION OF ONE, ITS OWN CUSTOMER OTHERWISE.     *
      *---------------------------------------------------------------*
       RESOLVE-DUNNED-CUSTOMER.
           MOVE 'P'          TO BTR-FUNC
           MOVE QO-CUSTIDENT TO BTR-CUSTIDENT
           CALL 'RSSBTR00' USING RSSBTR-AREA
           IF  BTR-RETCODE = '00'
               MOVE BTR-PARENT   TO WS-DUN-CUSTIDENT
           ELSE
               MOVE QO-CUSTIDENT TO WS-DUN-CUSTIDENT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * READ THE CUSTOMER'S CONTACT-PREFERENCE RECORD. AN ABSENT      *
      * RECORD (OR FILE) MEANS NO OPT-OUT.                            *
      *---------------------------------------------------------------*
       CHECK-MAIL-OPTOUT.
           MOVE 'N' TO WS-MAIL-OPTOUT.
           MOVE WS-DUN-CUSTIDENT TO CP-CUSTIDENT.
           PERFORM CONTPREF-READ.
           IF  CONTPREF-STATUS = '00'
           AND CP-MAIL-OPTOUT = 'Y'
      *---------------------------------------------------------------*
      * PRINT ONE NOTICE: HEADING WITH THE ESCALATION WORDING, THE    *
      * CUSTOMER'S NAME/ADDRESS BLOCK, AND THE ORDER'S OPEN BALANCE.  *
      * AN ORDER WHOSE CUSTOMER IS GONE PRINTS NO NOTICE. A NOTICE    *
      * TO A BILL-TO PARENT NAMES THE LOCATION THE ORDER BELONGS TO.  *
      *---------------------------------------------------------------*
       PRINT-DUNNING-NOTICE.
           MOVE WS-DUN-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '23'
               CONTINUE
           ELSE
               PERFORM SET-DOCUMENT-LANGUAGE
               IF  WS-DOC-FALLBACKS > 0
                   ADD 1 TO WS-LANG-FALLBACK-COUNT
               END-IF
               EVALUATE WS-DUE-LEVEL
                  WHEN 1
                       ADD 1 TO WS-REMINDER-COUNT
                  WHEN 2
                       ADD 1 TO WS-DEMAND-COUNT
                  WHEN 3
                       ADD 1 TO WS-FINAL-COUNT
               END-EVALUATE
               MOVE WS-DUN-TEXT (WS-DUE-LEVEL) TO WD-NOTICE-TEXT
               MOVE WS-RUN-DATE TO DTX-DATE
               PERFORM EDIT-DOCUMENT-DATE
               MOVE DTX-DATE-OUT TO WD-DATE
               MOVE W-DUN-TITLE TO DUNPRINT-RECORD
               PERFORM DUNPRINT-WRITE

               MOVE WS-DUN-CUSTIDENT TO WD-CUSTIDENT
               MOVE SPACES TO WD-CUSTNAME
               STRING VS-CUSTFNAME  DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
               MOVE W-DUN-ADDRLINE TO DUNPRINT-RECORD
               PERFORM DUNPRINT-WRITE

               IF  WS-DUN-CUSTIDENT NOT = QO-CUSTIDENT
                   MOVE QO-CUSTIDENT TO WD-LOC-CUSTIDENT
                   MOVE W-DUN-LOCLINE TO DUNPRINT-RECORD
                   PERFORM DUNPRINT-WRITE
                   ADD 1 TO WS-BILLTO-COUNT
               END-IF

               MOVE QO-ORDERNUM  TO WD-ORDERNUM
               MOVE QO-ORDERDATE TO DTX-DATE
               PERFORM EDIT-DOCUMENT-DATE
               MOVE DTX-DATE-OUT TO WD-ORDERDATE
               MOVE WS-OPEN-AMT  TO WD-OPEN-AMT
               INSPECT WD-OPEN-AMT CONVERTING ',.' TO WS-AMT-MARKS
               MOVE WS-AGE-DAYS  TO WD-AGE-DAYS
               MOVE W-DUN-DETAIL TO DUNPRINT-RECORD
               PERFORM DUNPRINT-WRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE NOTICE'S LANGUAGE IS THE CUSTOMER'S PREFERRED ONE, A      *
      * BLANK CODE TAKEN AS ENGLISH. THE WORDING IS RELOADED ONLY     *
      * WHEN THE LANGUAGE CHANGES FROM THE PREVIOUS NOTICE'S.         *
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
      * LOAD THE NOTICE'S WORDING IN THE CUSTOMER'S LANGUAGE FROM THE *
      * DOCUMENT-TEXT CATALOG, COUNTING THE LINES THAT FELL BACK TO   *
      * ENGLISH, AND SET THE CAPTIONS OF THE PRINT LINES.             *
      *---------------------------------------------------------------*
       LOAD-DOC-TEXT.
           MOVE WS-CUST-LANG TO WS-DOC-LANG
           MOVE 0 TO WS-DOC-FALLBACKS
           PERFORM VARYING WS-TEXT-IX FROM 1 BY 1
                   UNTIL WS-TEXT-IX > 10
              MOVE 'TXT'        TO DTX-ACTION
              MOVE WS-DOC-LANG  TO DTX-LANGUAGE
              MOVE 'DUNNING'    TO DTX-DOC-ID
              MOVE WS-TEXT-IX   TO DTX-LINE-NO
              MOVE WS-DUN-TEXT-DEFAULT (WS-TEXT-IX) TO DTX-TEXT
              CALL 'RSSDTX00' USING RSSDTX-AREA
              IF  DTX-RETCODE = '04'
                  ADD 1 TO WS-DOC-FALLBACKS
              END-IF
              MOVE DTX-TEXT TO WS-DUN-TEXT (WS-TEXT-IX)
           END-PERFORM
           MOVE DTX-AMT-MARKS    TO WS-AMT-MARKS
           MOVE WS-DUN-TEXT (4)  TO WD-DATE-CAPTION
           MOVE WS-DUN-TEXT (5)  TO WD-CUST-CAPTION
           MOVE WS-DUN-TEXT (6)  TO WD-LOC-CAPTION
           MOVE WS-DUN-TEXT (7)  TO WD-ORDER-CAPTION
           MOVE WS-DUN-TEXT (8)  TO WD-OF-CAPTION
           MOVE WS-DUN-TEXT (9)  TO WD-BAL-CAPTION
           MOVE WS-DUN-TEXT (10) TO WD-DAYS-CAPTION
           EXIT.

      *---------------------------------------------------------------*
      * EDIT DTX-DATE INTO DTX-DATE-OUT IN THE NOTICE'S LANGUAGE.     *
      *---------------------------------------------------------------*
       EDIT-DOCUMENT-DATE.
           MOVE 'DAT'       TO DTX-ACTION
           MOVE WS-DOC-LANG TO DTX-LANGUAGE
           CALL 'RSSDTX00' USING RSSDTX-AREA
           EXIT.

      *---------------------------------------------------------------*
      * RECORD THE SENT NOTICE ON THE DUNNING-HISTORY FILE SO THE     *
      * SAME LEVEL IS NEVER SENT TWICE.                               *
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * LOG THE PRINTED NOTICE ON THE CUSTOMER'S CORRESPONDENCE       *
      * HISTORY, THE NOTICE WORDING SHOWING ITS LEVEL.                *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE WS-DUN-CUSTIDENT TO CHW-CUSTIDENT
           MOVE 'DUNNING '     TO CHW-DOC-TYPE
           MOVE 'RSSABB47'     TO CHW-PROGRAM
           MOVE 'PRINT'        TO CHW-CHANNEL
           MOVE WS-RUN-DATE    TO CHW-SENT-DATE
           MOVE QO-ORDERNUM    TO CHW-ORDERNUM
           MOVE SPACES         TO CHW-CAMPAIGN
           MOVE WS-DUN-TEXT-DEFAULT (WS-DUE-LEVEL) TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
           MOVE 'CUSTOMER GONE SKIPS' TO CTLTOT-LABEL.
           MOVE WS-NOCUST-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB47' TO CTLTOT-PROGRAM.
           MOVE 'PAYMENT-PLAN SKIPS' TO CTLTOT-LABEL.
           MOVE WS-PLAN-SKIP-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB47' TO CTLTOT-PROGRAM.
           MOVE 'DEBIT PENDING SKIPS' TO CTLTOT-LABEL.
           MOVE WS-DEBIT-SKIP-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB47' TO CTLTOT-PROGRAM.
           MOVE 'BILL-TO NOTICES' TO CTLTOT-LABEL.
           MOVE WS-BILLTO-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB47' TO CTLTOT-PROGRAM.
           MOVE 'ENGLISH FALLBACKS' TO CTLTOT-LABEL.
           MOVE WS-LANG-FALLBACK-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * IS THE CURRENT ORDER UNDER AN ACTIVE PAYMENT PLAN? A KEPT,    *
      * BROKEN OR CANCELLED PLAN LEAVES THE ORDER TO THE NORMAL RUN.  *
      *---------------------------------------------------------------*
       CHECK-PAYMENT-PLAN.
           MOVE 'N' TO WS-PLAN-SWITCH
           MOVE QO-CUSTIDENT TO PP-CUSTIDENT
           MOVE QO-ORDERNUM  TO PP-ORDERNUM
           PERFORM PAYPLAN-READ
           IF  PAYPLAN-STATUS = '00'
           AND PP-STATUS = 'A'
               MOVE 'Y' TO WS-PLAN-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE DAY THE CURRENT ORDER FELL DUE: ITS INVOICE TERMS' DUE    *
      * DATE, OR ITS ORDER DATE WHEN IT WAS BILLED BEFORE TERMS WERE  *
      * KEPT (NO INVOICE TERMS RECORD).                               *
      *---------------------------------------------------------------*
       FIND-ORDER-DUE-DAYS.
           MOVE QO-CUSTIDENT TO IT-CUSTIDENT
           MOVE QO-ORDERNUM  TO IT-ORDERNUM
           PERFORM INVTERMS-READ
           IF  INVTERMS-STATUS = '00'
           AND IT-DUE-DATE NUMERIC
           AND IT-DUE-DATE > 0
               COMPUTE WS-DUE-DAYS =
                       FUNCTION INTEGER-OF-DATE (IT-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-DAYS =
                       FUNCTION INTEGER-OF-DATE (QO-ORDERDATE)
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-READ.
           READ INVTERMS-FILE
           IF  INVTERMS-STATUS = '00'
           OR  INVTERMS-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB47: INVTERMS-FAILURE-READ...'
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
           OPEN INPUT INVTERMS-FILE
           IF  INVTERMS-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB47: INVTERMS-FAILURE-OPEN...'
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
               MOVE 'RSSABB47: INVTERMS, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PAYPLAN-READ.
           READ PAYPLAN-FILE
           IF  PAYPLAN-STATUS = '00'
           OR  PAYPLAN-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB47: PAYPLAN-FAILURE-READ...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PAYPLAN-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT PAYPLAN-FILE
           IF  PAYPLAN-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB47: PAYPLAN-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PAYPLAN-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PAYPLAN-FILE
           IF  PAYPLAN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB47: PAYPLAN, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PAYPLAN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
