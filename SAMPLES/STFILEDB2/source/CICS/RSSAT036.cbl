       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT036.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Unapplied-cash research and apply (cash desk)      *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program works the unapplied-cash      *
      *     suspense file (UNAPPCSH) the remittance run fills with    *
      *     the payments it could not apply: the cash desk searches   *
      *     the items still open, looks up a customer's open orders   *
      *     and applies an item to one or more of them, splitting it  *
      *     across up to 4 orders (amounts keyed in digits with two   *
      *     implied decimals, 000012550 = 125.50).                    *
      *    -Each amount applied goes thru the remittance run's own    *
      *     rules: it is added to the order's paid amount, the order  *
      *     is settled when its open balance is cleared (PARTPAID     *
      *     otherwise, with the status change on the order history), *
      *     the payment is recorded on the payment history under the  *
      *     item's bank reference, and an amount over the open        *
      *     balance is carried as a refund due. The item is marked    *
      *     partly or fully applied, stamped with the customer, the   *
      *     user and the date.                                        *
      *    -It is reached from the main menu (PF23 there), with the   *
      *     menu's customer preselected. ENTER with an item key       *
      *     (suspense date and sequence) shows the item, and the      *
      *     customer's open orders when a customer is keyed; without  *
      *     one it lists the open items from the keyed date on (all   *
      *     of them when no date is keyed), only those of the keyed   *
      *     amount when one is keyed. PF5 lists the keyed customer's  *
      *     open orders, PF12 applies the keyed item to the keyed     *
      *     orders.                                                   *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM36                                      *
      *    Transaction : SA36                                         *
      * ------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  PGM-DEST                    PIC X(08).
           05  RESPONSE-CODE               PIC S9(08) COMP   VALUE +0.
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  WS-TODAY                    PIC 9(08)  VALUE 0.
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
       01  MAJ-CASH-AREA.
           05  MAJ-SUSP-KEY.
               10  MAJ-SUSPDATE            PIC 9(08)  VALUE 0.
               10  MAJ-SUSPSEQ             PIC 9(05)  VALUE 0.
           05  MAJ-SEARCH-AMT              PIC 9(07)V99 VALUE 0.
           05  MAJ-CUSTIDENT               PIC 9(09)  VALUE 0.
           05  MAJ-APPLY-COUNT             PIC 9(02)  VALUE 0.
           05  MAJ-APPLY-LINE              OCCURS 4.
               10  MAJ-ORDERNUM            PIC 9(06).
               10  MAJ-APPLY-AMT           PIC 9(07)V99.
           05  MAJ-APPLY-TOTAL             PIC 9(09)V99 VALUE 0.
           05  MAJ-ITEM-LEFT               PIC S9(09)V99 VALUE 0.

      *--- One apply line's screen fields, as keyed
       01  WS-IX                           PIC S9(4) COMP VALUE +0.
       01  WS-JX                           PIC S9(4) COMP VALUE +0.
       01  WS-SCR-ORD                      PIC X(06).
       01  WS-SCR-AMT                      PIC X(09).
       01  WS-SCR-ORD-L                    PIC S9(4) COMP VALUE +0.
       01  WS-SCR-AMT-L                    PIC S9(4) COMP VALUE +0.

      *--- Amount edit work
       01  WS-AMT-DIGITS                   PIC 9(07)V99.
       01  WS-AMT-DIGITS-X                 REDEFINES WS-AMT-DIGITS
                                           PIC X(09).

      *--- Suspense list and open-order list browses
       01  WS-LINE-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-DISPLAY-LINE                 PIC X(75).
       01  WS-BROWSE-SUSP-KEY.
           05  WS-BROWSE-SUSPDATE          PIC 9(08).
           05  WS-BROWSE-SUSPSEQ           PIC 9(05).
       01  WS-ITEM-LEFT                    PIC S9(09)V99 VALUE 0.
       01  WS-ORD-KEY.
           05  WS-ORD-CUSTIDENT            PIC 9(09).
           05  WS-ORD-ORDERNUM             PIC 9(06).
       01  WS-OPEN-BAL                     PIC S9(09)V99 VALUE 0.
       01  WS-AMT-EDIT                     PIC ZZZZZZ9.99-.
       01  WS-AMT-EDIT2                    PIC ZZZZZZ9.99-.

      *--- Applying one amount to one order
       01  WS-PAY-AMT                      PIC 9(07)V99 VALUE 0.
       01  WS-EXCESS-AMT                   PIC 9(07)V99 VALUE 0.
       01  WS-OLD-STATUS                   PIC X(010) VALUE SPACES.

      *--- Payment-history, refund and order-history numbering
       01  WS-PAY-KEY.
           05  WS-PAY-CUSTIDENT            PIC 9(009).
           05  WS-PAY-ORDERNUM             PIC 9(006).
           05  WS-PAY-PAYSEQ               PIC 9(003).
       01  WS-PAY-HIGH-SEQ                 PIC 9(003) VALUE 0.
       01  WS-REF-KEY.
           05  WS-REF-CUSTIDENT            PIC 9(009).
           05  WS-REF-REFSEQ               PIC 9(004).
       01  WS-REF-HIGH-SEQ                 PIC 9(004) VALUE 0.
       01  WS-HIST-KEY.
           05  WS-HIST-CUSTIDENT           PIC 9(009).
           05  WS-HIST-ORDERNUM            PIC 9(006).
           05  WS-HIST-CHGSEQ              PIC 9(004).
       01  WS-HIST-HIGH-SEQ                PIC 9(004) VALUE 0.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the main menu'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-88                                  PIC  X(79)
           VALUE 'I: open suspense items listed.                 '.
       01  MSG-89                                  PIC  X(79)
           VALUE 'I: no open suspense item from this date on.    '.
       01  MSG-90                                  PIC  X(79)
           VALUE 'E: suspense item not on file.                  '.
       01  MSG-91                                  PIC  X(79)
           VALUE 'I: suspense item displayed.                    '.
       01  MSG-92                                  PIC  X(79)
           VALUE 'E: suspense item is already applied in full.   '.
       01  MSG-93                                  PIC  X(79)
           VALUE 'I: customer''s open orders listed.              '.
       01  MSG-94                                  PIC  X(79)
           VALUE 'I: no open order for this customer.            '.
       01  MSG-95                                  PIC  X(79)
           VALUE 'E: each order line needs an order and an amount.'.
       01  MSG-96                                  PIC  X(79)
           VALUE 'E: order not on file, or not open for payment.  '.
       01  MSG-97                                  PIC  X(79)
           VALUE 'E: amounts keyed are more than the item has left.'.
       01  MSG-98                                  PIC  X(79)
           VALUE 'E: an order may be keyed only once.            '.
       01  MSG-99                                  PIC  X(79)
           VALUE 'I: suspense item applied.                      '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM36.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Unapplied-cash suspense VSAM file's data layout ----------
           COPY ODCSFUC.

      * Order VSAM file's data layout ---------------------------
           COPY ODCSFORD.

      * Payment-history VSAM file's data layout -----------------
           COPY ODCSFPH.

      * Refund-due VSAM file's data layout ----------------------
           COPY ODCSFRF.

      * Order status-history VSAM file's data layout ------------
           COPY ODCSFOH.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-CASH-DESK.

      * This program may only be reached from the main menu...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM36O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM36O
                   IF COMM-CLT NOT = 0
                      MOVE COMM-CLT TO VUCCUSTO
                   END-IF
                   PERFORM 1100-LIST-SUSPENSE-ITEMS
                   PERFORM 1200-SEND-CASH-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA36')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the first 6 open or partly applied suspense items
      * ! from the selected date on, only those whose original
      * ! amount is the searched amount when one is keyed.
      * --------------------------------------------------------
       1100-LIST-SUSPENSE-ITEMS.
           PERFORM CLEAR-LIST-LINES.
           MOVE MAJ-SUSPDATE TO WS-BROWSE-SUSPDATE.
           MOVE ZEROS        TO WS-BROWSE-SUSPSEQ.
           EXEC CICS STARTBR DATASET ('UNAPPCSH')
                             RIDFLD  (WS-BROWSE-SUSP-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('UNAPPCSH')
                                    INTO    (UC-ODCSFUC-RECORD)
                                    LENGTH  (LENGTH OF
                                             UC-ODCSFUC-RECORD)
                                    RIDFLD  (WS-BROWSE-SUSP-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF WS-LINE-COUNT NOT < 6
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       IF  UC-STATUS NOT = 'A'
                       AND (MAJ-SEARCH-AMT = 0
                            OR UC-PAYAMT = MAJ-SEARCH-AMT)
                          ADD 1 TO WS-LINE-COUNT
                          PERFORM BUILD-ITEM-LINE
                          PERFORM MOVE-LINE-TO-SCREEN
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('UNAPPCSH') END-EXEC
           END-IF.
           IF WS-LINE-COUNT = 0
              MOVE MSG-89 TO VMESSO
           ELSE
              MOVE MSG-88 TO VMESSO
           END-IF
           .

      * --------------------------------------------------------
      * ! List the first 6 open orders of the selected customer
      * ! (invoiced or part paid, with a balance left).
      * --------------------------------------------------------
       1150-LIST-OPEN-ORDERS.
           PERFORM CLEAR-LIST-LINES.
           MOVE MAJ-CUSTIDENT TO WS-ORD-CUSTIDENT.
           MOVE ZEROS         TO WS-ORD-ORDERNUM.
           EXEC CICS STARTBR DATASET ('ODCSFORD')
                             RIDFLD  (WS-ORD-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('ODCSFORD')
                                    INTO    (QO-ODCSFORD-RECORD)
                                    LENGTH  (LENGTH OF
                                             QO-ODCSFORD-RECORD)
                                    RIDFLD  (WS-ORD-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF QO-CUSTIDENT NOT = MAJ-CUSTIDENT
                    OR WS-LINE-COUNT NOT < 6
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       PERFORM COMPUTE-OPEN-BALANCE
                       IF  (QO-ORDERSTATUS = 'INVOICED'
                            OR QO-ORDERSTATUS = 'PARTPAID')
                       AND WS-OPEN-BAL > 0
                          ADD 1 TO WS-LINE-COUNT
                          PERFORM BUILD-ORDER-LINE
                          PERFORM MOVE-LINE-TO-SCREEN
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('ODCSFORD') END-EXEC
           END-IF.
           IF WS-LINE-COUNT = 0
              MOVE MSG-94 TO VMESSO
           ELSE
              MOVE MSG-93 TO VMESSO
           END-IF
           .

      * --------------------------------------------------------
       CLEAR-LIST-LINES.
           MOVE SPACES TO VUCLIN1O VUCLIN2O VUCLIN3O
                          VUCLIN4O VUCLIN5O VUCLIN6O.
           MOVE 0      TO WS-LINE-COUNT.

      * --------------------------------------------------------
      * ! One suspense item's display line: key, status, amount
      * ! left to apply, payment date, bank reference, the key as
      * ! the bank sent it and the reason it was suspended.
      * --------------------------------------------------------
       BUILD-ITEM-LINE.
           COMPUTE WS-ITEM-LEFT = UC-PAYAMT - UC-APPLIED-AMT
           MOVE WS-ITEM-LEFT TO WS-AMT-EDIT
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING UC-SUSPDATE      DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  UC-SUSPSEQ       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  UC-STATUS        DELIMITED BY SIZE
                  WS-AMT-EDIT      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  UC-PAYDATE       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  UC-BANKREF       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  UC-PAY-CUSTIDENT DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  UC-PAY-ORDERNUM  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  UC-REASON        DELIMITED BY SIZE
             INTO WS-DISPLAY-LINE
           END-STRING
           .

      * --------------------------------------------------------
      * ! One open order's display line: order number, date,
      * ! status, amount and open balance.
      * --------------------------------------------------------
       BUILD-ORDER-LINE.
           MOVE QO-ORDERAMT TO WS-AMT-EDIT
           MOVE WS-OPEN-BAL TO WS-AMT-EDIT2
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING QO-ORDERNUM      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  QO-ORDERDATE     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  QO-ORDERSTATUS   DELIMITED BY SIZE
                  ' AMOUNT'        DELIMITED BY SIZE
                  WS-AMT-EDIT      DELIMITED BY SIZE
                  ' OPEN'          DELIMITED BY SIZE
                  WS-AMT-EDIT2     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  QO-CURRENCY      DELIMITED BY SIZE
             INTO WS-DISPLAY-LINE
           END-STRING
           .

      * --------------------------------------------------------
       MOVE-LINE-TO-SCREEN.
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-DISPLAY-LINE TO VUCLIN1O
              WHEN 2  MOVE WS-DISPLAY-LINE TO VUCLIN2O
              WHEN 3  MOVE WS-DISPLAY-LINE TO VUCLIN3O
              WHEN 4  MOVE WS-DISPLAY-LINE TO VUCLIN4O
              WHEN 5  MOVE WS-DISPLAY-LINE TO VUCLIN5O
              WHEN 6  MOVE WS-DISPLAY-LINE TO VUCLIN6O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the cash-desk screen.
      * --------------------------------------------------------
       1200-SEND-CASH-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT036' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VUCINFOA
                       VUCLIN1A  VUCLIN2A VUCLIN3A
                       VUCLIN4A  VUCLIN5A VUCLIN6A
           MOVE 'A' TO VUCDATEA  VUCSEQA  VUCSAMTA VUCCUSTA
                       VUCORD1A  VUCAMT1A VUCORD2A VUCAMT2A
                       VUCORD3A  VUCAMT3A VUCORD4A VUCAMT4A
           EXEC CICS SEND MAP('RSSAM36')
                       MAPSET('RSSAM36') FROM(RSSAM36O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM36')
                             MAPSET('RSSAM36')
                             INTO  (RSSAM36I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-MENU
              WHEN DFHENTER
                   PERFORM CTRL-SEARCH-DATA
                   IF ERR-NBR = 0
                      IF MAJ-SUSPSEQ = 0
                         PERFORM 1100-LIST-SUSPENSE-ITEMS
                      ELSE
                         PERFORM SHOW-SUSPENSE-ITEM
                         IF ERR-NBR = 0 AND MAJ-CUSTIDENT NOT = 0
                            PERFORM 1150-LIST-OPEN-ORDERS
                         END-IF
                      END-IF
                   END-IF
                   PERFORM 1200-SEND-CASH-SCREEN
              WHEN DFHPF5
                   PERFORM CTRL-SEARCH-DATA
                   IF ERR-NBR = 0
                      IF MAJ-CUSTIDENT = 0
                         MOVE MSG-1 TO VMESSO
                      ELSE
                         PERFORM 1150-LIST-OPEN-ORDERS
                      END-IF
                   END-IF
                   PERFORM 1200-SEND-CASH-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-SEARCH-DATA
                   IF ERR-NBR = 0
                      PERFORM CTRL-APPLY-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM APPLY-SUSPENSE-ITEM
                   END-IF
                   PERFORM 1200-SEND-CASH-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1200-SEND-CASH-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Edit the keyed item key, search amount and customer:
      * ! all optional here, each numeric when keyed.
      * --------------------------------------------------------
       CTRL-SEARCH-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE ZEROES    TO MAJ-SUSPDATE MAJ-SUSPSEQ
                             MAJ-SEARCH-AMT MAJ-CUSTIDENT.

           IF  VUCDATEL NOT = 0
           AND VUCDATEI NOT = SPACES
               IF VUCDATEI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VUCDATEI TO MAJ-SUSPDATE
               END-IF
           END-IF.

           IF  VUCSEQL NOT = 0
           AND VUCSEQI NOT = SPACES
               IF VUCSEQI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VUCSEQI TO MAJ-SUSPSEQ
               END-IF
           END-IF.

           IF  VUCSAMTL NOT = 0
           AND VUCSAMTI NOT = SPACES
               IF VUCSAMTI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VUCSAMTI        TO WS-AMT-DIGITS-X
                  MOVE WS-AMT-DIGITS   TO MAJ-SEARCH-AMT
               END-IF
           END-IF.

           IF  VUCCUSTL NOT = 0
           AND VUCCUSTI NOT = SPACES
               IF VUCCUSTI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VUCCUSTI TO MAJ-CUSTIDENT
                  MOVE MAJ-CUSTIDENT TO VUCCUSTO
               END-IF
           END-IF.

      * --------------------------------------------------------
      * ! Read the keyed suspense item and show it.
      * --------------------------------------------------------
       SHOW-SUSPENSE-ITEM.
           PERFORM READ-SUSPENSE-ITEM.
           IF ERR-NBR = 0
              PERFORM BUILD-ITEM-LINE
              MOVE WS-DISPLAY-LINE TO VUCINFOO
              MOVE MSG-91 TO VMESSO
           END-IF
           .

      * --------------------------------------------------------
       READ-SUSPENSE-ITEM.
           MOVE MAJ-SUSP-KEY TO UC-SUSP-KEY.
           EXEC CICS READ DATASET('UNAPPCSH')
                          INTO(UC-ODCSFUC-RECORD)
                          RIDFLD(UC-SUSP-KEY)
                          LENGTH(LENGTH OF UC-ODCSFUC-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-90 TO VMESSO
              ADD  +1     TO ERR-NBR
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Edit the apply request: the item (still open), the
      * ! customer, and the order lines keyed from the first one
      * ! down - each an open order of the customer, keyed once,
      * ! with an amount over zero; together no more than what
      * ! the item has left.
      * --------------------------------------------------------
       CTRL-APPLY-DATA.
           MOVE ZEROES TO MAJ-APPLY-COUNT MAJ-APPLY-TOTAL.

           IF MAJ-SUSPDATE = 0 OR MAJ-SUSPSEQ = 0
           OR MAJ-CUSTIDENT = 0
              MOVE MSG-1 TO VMESSO
              ADD  +1    TO ERR-NBR
           END-IF.

           IF ERR-NBR = 0
              PERFORM SHOW-SUSPENSE-ITEM
           END-IF.
           IF ERR-NBR = 0
              IF UC-STATUS = 'A'
                 MOVE MSG-92 TO VMESSO
                 ADD  +1     TO ERR-NBR
              ELSE
                 COMPUTE MAJ-ITEM-LEFT = UC-PAYAMT - UC-APPLIED-AMT
              END-IF
           END-IF.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 4 OR ERR-NBR NOT = 0
              PERFORM GET-SCREEN-APPLY-LINE
              PERFORM CTRL-ONE-APPLY-LINE
           END-PERFORM.

           IF ERR-NBR = 0
              IF MAJ-APPLY-COUNT = 0
                 MOVE MSG-95 TO VMESSO
                 ADD  +1     TO ERR-NBR
              ELSE
                 IF MAJ-APPLY-TOTAL > MAJ-ITEM-LEFT
                    MOVE MSG-97 TO VMESSO
                    ADD  +1     TO ERR-NBR
                 END-IF
              END-IF
           END-IF.

      * --------------------------------------------------------
       CTRL-ONE-APPLY-LINE.
           IF  (WS-SCR-ORD-L = 0 OR WS-SCR-ORD = SPACES)
           AND (WS-SCR-AMT-L = 0 OR WS-SCR-AMT = SPACES)
               CONTINUE
           ELSE
               IF  WS-SCR-ORD-L = 0 OR WS-SCR-ORD = SPACES
               OR  WS-SCR-AMT-L = 0 OR WS-SCR-AMT = SPACES
                   MOVE MSG-95 TO VMESSO
                   ADD  +1     TO ERR-NBR
               ELSE
                   IF  WS-SCR-ORD NOT NUMERIC
                   OR  WS-SCR-AMT NOT NUMERIC
                       MOVE MSG-3 TO VMESSO
                       ADD  +1    TO ERR-NBR
                   ELSE
                       MOVE WS-SCR-AMT TO WS-AMT-DIGITS-X
                       PERFORM ADD-APPLY-LINE
                   END-IF
               END-IF
           END-IF
           .

      * --------------------------------------------------------
       ADD-APPLY-LINE.
           IF WS-AMT-DIGITS = 0
              MOVE MSG-95 TO VMESSO
              ADD  +1     TO ERR-NBR
           END-IF.
           IF ERR-NBR = 0
              PERFORM VARYING WS-JX FROM 1 BY 1
                      UNTIL WS-JX > MAJ-APPLY-COUNT
                 IF MAJ-ORDERNUM (WS-JX) = WS-SCR-ORD
                    MOVE MSG-98 TO VMESSO
                    ADD  +1     TO ERR-NBR
                 END-IF
              END-PERFORM
           END-IF.
           IF ERR-NBR = 0
              MOVE MAJ-CUSTIDENT TO QO-CUSTIDENT
              MOVE WS-SCR-ORD    TO QO-ORDERNUM
              EXEC CICS READ DATASET('ODCSFORD')
                             INTO(QO-ODCSFORD-RECORD)
                             RIDFLD(QO-ORDER-KEY)
                             LENGTH(LENGTH OF QO-ODCSFORD-RECORD)
                             RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE = DFHRESP(NOTFND)
                 MOVE MSG-96 TO VMESSO
                 ADD  +1     TO ERR-NBR
              ELSE
                 IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                    PERFORM 9999-TERMINATE-PROGRAM
                 END-IF
                 IF  QO-ORDERSTATUS NOT = 'INVOICED'
                 AND QO-ORDERSTATUS NOT = 'PARTPAID'
                     MOVE MSG-96 TO VMESSO
                     ADD  +1     TO ERR-NBR
                 END-IF
              END-IF
           END-IF.
           IF ERR-NBR = 0
              ADD  1             TO MAJ-APPLY-COUNT
              MOVE WS-SCR-ORD    TO MAJ-ORDERNUM (MAJ-APPLY-COUNT)
              MOVE WS-AMT-DIGITS TO MAJ-APPLY-AMT (MAJ-APPLY-COUNT)
              ADD  WS-AMT-DIGITS TO MAJ-APPLY-TOTAL
           END-IF
           .

      * --------------------------------------------------------
      * ! Pick up the WS-IX'th order line's fields.
      * --------------------------------------------------------
       GET-SCREEN-APPLY-LINE.
           EVALUATE WS-IX
              WHEN 1  MOVE VUCORD1I TO WS-SCR-ORD
                      MOVE VUCORD1L TO WS-SCR-ORD-L
                      MOVE VUCAMT1I TO WS-SCR-AMT
                      MOVE VUCAMT1L TO WS-SCR-AMT-L
              WHEN 2  MOVE VUCORD2I TO WS-SCR-ORD
                      MOVE VUCORD2L TO WS-SCR-ORD-L
                      MOVE VUCAMT2I TO WS-SCR-AMT
                      MOVE VUCAMT2L TO WS-SCR-AMT-L
              WHEN 3  MOVE VUCORD3I TO WS-SCR-ORD
                      MOVE VUCORD3L TO WS-SCR-ORD-L
                      MOVE VUCAMT3I TO WS-SCR-AMT
                      MOVE VUCAMT3L TO WS-SCR-AMT-L
              WHEN 4  MOVE VUCORD4I TO WS-SCR-ORD
                      MOVE VUCORD4L TO WS-SCR-ORD-L
                      MOVE VUCAMT4I TO WS-SCR-AMT
                      MOVE VUCAMT4L TO WS-SCR-AMT-L
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Apply the item to each keyed order in turn, then mark
      * ! the item with what it has had applied.
      * --------------------------------------------------------
       APPLY-SUSPENSE-ITEM.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > MAJ-APPLY-COUNT
              PERFORM APPLY-TO-ONE-ORDER
           END-PERFORM.

           MOVE MAJ-SUSP-KEY TO UC-SUSP-KEY.
           EXEC CICS READ DATASET('UNAPPCSH')
                          INTO(UC-ODCSFUC-RECORD)
                          RIDFLD(UC-SUSP-KEY)
                          LENGTH(LENGTH OF UC-ODCSFUC-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           ADD  MAJ-APPLY-TOTAL TO UC-APPLIED-AMT
           IF UC-APPLIED-AMT < UC-PAYAMT
              MOVE 'P'          TO UC-STATUS
           ELSE
              MOVE 'A'          TO UC-STATUS
           END-IF
           MOVE MAJ-CUSTIDENT   TO UC-CUSTIDENT
           MOVE WS-TODAY        TO UC-LAST-APPLY-DATE
           MOVE EIBUSERID       TO UC-UPD-USER
           EXEC CICS REWRITE DATASET('UNAPPCSH')
                     FROM(UC-ODCSFUC-RECORD)
                     LENGTH(LENGTH OF UC-ODCSFUC-RECORD)
                     RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF

           PERFORM BUILD-ITEM-LINE
           MOVE WS-DISPLAY-LINE TO VUCINFOO
           PERFORM 1150-LIST-OPEN-ORDERS
           MOVE SPACES TO VUCORD1O VUCAMT1O VUCORD2O VUCAMT2O
                          VUCORD3O VUCAMT3O VUCORD4O VUCAMT4O
           MOVE MSG-99 TO VMESSO
           .

      * --------------------------------------------------------
      * ! The remittance run's rules: an amount that clears the
      * ! open balance settles the order, the excess over it is
      * ! carried as a refund due; a smaller one leaves the order
      * ! part paid. The payment goes on the payment history.
      * --------------------------------------------------------
       APPLY-TO-ONE-ORDER.
           MOVE MAJ-CUSTIDENT          TO QO-CUSTIDENT
           MOVE MAJ-ORDERNUM (WS-IX)   TO QO-ORDERNUM
           MOVE MAJ-APPLY-AMT (WS-IX)  TO WS-PAY-AMT
           EXEC CICS READ DATASET('ODCSFORD')
                          INTO(QO-ODCSFORD-RECORD)
                          RIDFLD(QO-ORDER-KEY)
                          LENGTH(LENGTH OF QO-ODCSFORD-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           PERFORM COMPUTE-OPEN-BALANCE
           MOVE QO-ORDERSTATUS TO WS-OLD-STATUS
           MOVE 0              TO WS-EXCESS-AMT
           IF WS-PAY-AMT NOT < WS-OPEN-BAL
              ADD  WS-OPEN-BAL  TO QO-PAID-AMT
              MOVE 'SETTLED'    TO QO-ORDERSTATUS
              MOVE UC-PAYDATE   TO QO-SETTLEDT
              COMPUTE WS-EXCESS-AMT = WS-PAY-AMT - WS-OPEN-BAL
           ELSE
              ADD  WS-PAY-AMT   TO QO-PAID-AMT
              MOVE 'PARTPAID'   TO QO-ORDERSTATUS
           END-IF
           EXEC CICS REWRITE DATASET('ODCSFORD')
                     FROM(QO-ODCSFORD-RECORD)
                     LENGTH(LENGTH OF QO-ODCSFORD-RECORD)
                     RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           IF QO-ORDERSTATUS NOT = WS-OLD-STATUS
              PERFORM WRITE-ORDER-HISTORY
           END-IF
           PERFORM WRITE-PAYMENT-HISTORY
           IF WS-EXCESS-AMT > 0
              PERFORM WRITE-REFUND-DUE
           END-IF
           .

      * --------------------------------------------------------
      * ! The order's open balance; amounts still blank on an
      * ! older record count as zero.
      * --------------------------------------------------------
       COMPUTE-OPEN-BALANCE.
           IF QO-PAID-AMT NOT NUMERIC
              MOVE ZEROS TO QO-PAID-AMT
           END-IF
           IF QO-CREDIT-AMT NOT NUMERIC
              MOVE ZEROS TO QO-CREDIT-AMT
           END-IF
           COMPUTE WS-OPEN-BAL =
                   QO-ORDERAMT - QO-PAID-AMT - QO-CREDIT-AMT
           .

      * --------------------------------------------------------
      * ! Record the amount applied on the payment-history file,
      * ! numbered one past the order's highest payment sequence,
      * ! under the suspense item's payment date and bank ref.
      * --------------------------------------------------------
       WRITE-PAYMENT-HISTORY.
           PERFORM FIND-HIGH-PAY-SEQ.
           MOVE QO-CUSTIDENT    TO PH-CUSTIDENT.
           MOVE QO-ORDERNUM     TO PH-ORDERNUM.
           COMPUTE PH-PAYSEQ = WS-PAY-HIGH-SEQ + 1.
           MOVE WS-PAY-AMT      TO PH-PAYAMT.
           MOVE UC-PAYDATE      TO PH-PAYDATE.
           MOVE UC-BANKREF      TO PH-BANKREF.
           MOVE 'P'             TO PH-ENTRY-TYPE.
           MOVE 'N'             TO PH-REVERSED.
           MOVE SPACES          TO PH-RET-REASON.
           MOVE SPACES          TO PH-FILLER.
           EXEC CICS WRITE DATASET('PAYHIST')
                           FROM(PH-ODCSFPH-RECORD)
                           RIDFLD(PH-PAY-KEY)
                           LENGTH(LENGTH OF PH-ODCSFPH-RECORD)
                           RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           .

      * --------------------------------------------------------
       FIND-HIGH-PAY-SEQ.
           MOVE 0             TO WS-PAY-HIGH-SEQ.
           MOVE QO-CUSTIDENT  TO WS-PAY-CUSTIDENT.
           MOVE QO-ORDERNUM   TO WS-PAY-ORDERNUM.
           MOVE ZEROS         TO WS-PAY-PAYSEQ.
           EXEC CICS STARTBR DATASET ('PAYHIST')
                             RIDFLD  (WS-PAY-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('PAYHIST')
                                    INTO    (PH-ODCSFPH-RECORD)
                                    LENGTH  (LENGTH OF
                                             PH-ODCSFPH-RECORD)
                                    RIDFLD  (WS-PAY-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF PH-CUSTIDENT NOT = QO-CUSTIDENT
                    OR PH-ORDERNUM  NOT = QO-ORDERNUM
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       MOVE PH-PAYSEQ TO WS-PAY-HIGH-SEQ
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('PAYHIST') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Carry the amount over the open balance as a refund due,
      * ! numbered one past the customer's highest refund
      * ! sequence, for the refund extract to pick up.
      * --------------------------------------------------------
       WRITE-REFUND-DUE.
           PERFORM FIND-HIGH-REFUND-SEQ.
           MOVE QO-CUSTIDENT    TO RF-CUSTIDENT.
           COMPUTE RF-REFSEQ = WS-REF-HIGH-SEQ + 1.
           MOVE QO-ORDERNUM     TO RF-ORDERNUM.
           MOVE WS-EXCESS-AMT   TO RF-AMOUNT.
           MOVE WS-TODAY        TO RF-CREATEDT.
           MOVE 'O'             TO RF-STATUS.
           MOVE ZEROS           TO RF-EXTRACTDT.
           MOVE UC-BANKREF      TO RF-BANKREF.
           MOVE SPACES          TO RF-FILLER.
           EXEC CICS WRITE DATASET('REFUND')
                           FROM(RF-ODCSFRF-RECORD)
                           RIDFLD(RF-REFUND-KEY)
                           LENGTH(LENGTH OF RF-ODCSFRF-RECORD)
                           RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           .

      * --------------------------------------------------------
       FIND-HIGH-REFUND-SEQ.
           MOVE 0             TO WS-REF-HIGH-SEQ.
           MOVE QO-CUSTIDENT  TO WS-REF-CUSTIDENT.
           MOVE ZEROS         TO WS-REF-REFSEQ.
           EXEC CICS STARTBR DATASET ('REFUND')
                             RIDFLD  (WS-REF-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('REFUND')
                                    INTO    (RF-ODCSFRF-RECORD)
                                    LENGTH  (LENGTH OF
                                             RF-ODCSFRF-RECORD)
                                    RIDFLD  (WS-REF-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF RF-CUSTIDENT NOT = QO-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       MOVE RF-REFSEQ TO WS-REF-HIGH-SEQ
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('REFUND') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Record the status transition just applied on the order
      * ! status-history file, numbered one past the order's
      * ! current highest change sequence, with this screen's
      * ! program name and the signed-on user.
      * --------------------------------------------------------
       WRITE-ORDER-HISTORY.
           PERFORM FIND-HIGH-HIST-SEQ.
           MOVE QO-CUSTIDENT    TO OH-CUSTIDENT.
           MOVE QO-ORDERNUM     TO OH-ORDERNUM.
           COMPUTE OH-CHGSEQ = WS-HIST-HIGH-SEQ + 1.
           MOVE WS-OLD-STATUS   TO OH-OLD-STATUS.
           MOVE QO-ORDERSTATUS  TO OH-NEW-STATUS.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(OH-CHGDATE)
                           TIME(OH-CHGTIME)
           END-EXEC
           MOVE 'RSSAT036'      TO OH-PROGRAM.
           MOVE EIBUSERID       TO OH-USERID.
           MOVE SPACES          TO OH-FILLER.
           EXEC CICS WRITE DATASET('ORDHIST')
                           FROM(OH-ODCSFOH-RECORD)
                           RIDFLD(OH-HIST-KEY)
                           LENGTH(LENGTH OF OH-ODCSFOH-RECORD)
                           RESP(RESPONSE-CODE)
           END-EXEC
      * A HISTORY PROBLEM NEVER FAILS THE APPLY ITSELF...
           .

      * --------------------------------------------------------
       FIND-HIGH-HIST-SEQ.
           MOVE 0             TO WS-HIST-HIGH-SEQ.
           MOVE QO-CUSTIDENT  TO WS-HIST-CUSTIDENT.
           MOVE QO-ORDERNUM   TO WS-HIST-ORDERNUM.
           MOVE ZEROS         TO WS-HIST-CHGSEQ.
           EXEC CICS STARTBR DATASET ('ORDHIST')
                             RIDFLD  (WS-HIST-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('ORDHIST')
                                    INTO    (OH-ODCSFOH-RECORD)
                                    LENGTH  (LENGTH OF
                                             OH-ODCSFOH-RECORD)
                                    RIDFLD  (WS-HIST-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF OH-CUSTIDENT NOT = QO-CUSTIDENT
                    OR OH-ORDERNUM  NOT = QO-ORDERNUM
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       MOVE OH-CHGSEQ TO WS-HIST-HIGH-SEQ
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('ORDHIST') END-EXEC
           END-IF
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM36') MAPSET('RSSAM36') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC
           .

      *- RETURN TO THE MAIN MENU
       BACK-TO-MENU.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'MENU'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT000'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *-----------
       NEXT-TASK.
           EXEC CICS XCTL   PROGRAM(PGM-DEST)
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC.

       9999-TERMINATE-PROGRAM.
           EXEC CICS ABEND ABCODE('META') END-EXEC
           .
