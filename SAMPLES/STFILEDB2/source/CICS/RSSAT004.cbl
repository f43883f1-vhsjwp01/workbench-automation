      *     the same way the RSSAT001 inquiry shows them.             *
      *    -Input data is edited before any file update, the same     *
      *     way RSSAT002/RSSBT002 edit the customer's fields.         *
      *    -An order the warehouse confirmed shipped shows its ship   *
      *     date on the list; ENTER with only an order number keyed   *
      *     shows its ship date, carrier and tracking number.         *
      *    -A line added for a stock-controlled product (one on the   *
      *     ODCSFIV inventory file) reserves the stock available for  *
      *     it and is backordered for the rest; deleting the line or  *
      *     cancelling its order gives the reservation back.          *
      *    -A customer on compliance hold (a confirmed watch-list     *
      *     match) or on fraud hold (a confirmed fraud-pattern hit)   *
      *     may not receive new orders.                               *
      *    -A new order may carry a promotion code, checked against   *
      *     the promotion table (PROMOTBL) for today's date and, for  *
      *     a once-per-customer promotion, the customer's earlier     *
      *     redemptions (PROMORED). The discount comes off the keyed  *
      *     amount before the credit check and the redemption is     *
      *     recorded. A promotion kept to one product is taken off    *
      *     the order as lines for that product are added, and given *
      *     back when such a line is deleted; cancelling the order    *
      *     drops its redemption.                                     *
      *    -A credit memo dated into a closed accounting period (run  *
      *     parameter AR_CLOSED_PERIOD) is redated to the first day   *
      *     of the first open month or, when AR_LATE_ACTION is X,     *
      *     refused; either way it goes on the late-posting file      *
      *     (LATEPOST) for the RSSABB97 report.                       *
      *    -A credit memo against a billed order gives back the tax   *
      *     on the returned amount at the customer's rate (ZIP        *
      *     override, else state, from TAXFILE); it is booked on the  *
      *     tax-liability history (TAXHIST) the way RSSTXL00 books    *
      *     the batch steps' postings.                                *
      *    -No tax is given back when the customer holds a tax-       *
      *     exemption certificate for the state (EXEMPCRT) valid on   *
      *     the memo's posting date: the return comes off the exempt  *
      *     sales instead.                                            *
      *    -Action P redeems the customer's loyalty points (keyed in  *
      *     the amount field) against the order as a credit memo of   *
      *     source LOY, at the LOY_POINTS_PER_USD rate on PARMFILE    *
      *     (default 100), and books the redemption on the loyalty    *
      *     ledger (LOYLEDG). Action J books a goodwill adjustment of *
      *     points on the ledger against the keyed order.             *
      *    -A new order may name one of the customer's ship-to        *
      *     addresses by its sequence (blank is the customer's own    *
      *     address); it must be on the ship-to file (SHIPTO) and     *
      *     active, and is carried on the order.                      *
      *    -The customer's most severe active special-handling flag   *
      *     (HANDFLAG) is shown as a banner line.                     *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM04                                      *
      *    Transaction : SA04                                         *
               88  ORDER-ACTION-LINADD     VALUE 'L'.
               88  ORDER-ACTION-LINDEL     VALUE 'D'.
               88  ORDER-ACTION-CRED       VALUE 'R'.
               88  ORDER-ACTION-LOYR       VALUE 'P'.
               88  ORDER-ACTION-LOYADJ     VALUE 'J'.
           05  MAJ-ORDERNUM                PIC 9(06)  VALUE 0.
           05  MAJ-ORDERAMT                PIC 9(07)V99 VALUE 0.
           05  MAJ-ORDERSTATUS             PIC X(10)  VALUE SPACES.
           05  MAJ-PRODCODE                PIC X(08)  VALUE SPACES.
           05  MAJ-LINQTY                  PIC 9(05)  VALUE 0.
           05  MAJ-LINPRC                  PIC 9(05)V99 VALUE 0.
           05  MAJ-PROMOCODE               PIC X(08)  VALUE SPACES.
           05  MAJ-POINTS                  PIC 9(09)  VALUE 0.
           05  MAJ-SHIPTOSEQ               PIC 9(01)  VALUE 0.

      *--- Field-in-error tags, RSSBT002 style
       01  EDIT-TAGS.
               88  ERR-LINQTY                    VALUE 1.
           05  TAG-LINPRC      PIC  9            VALUE 0.
               88  ERR-LINPRC                    VALUE 1.
           05  TAG-ORDPRM      PIC  9            VALUE 0.
               88  ERR-ORDPRM                    VALUE 1.
           05  TAG-ORDSHP      PIC  9            VALUE 0.
               88  ERR-ORDSHP                    VALUE 1.

      *--- Valid order status codes an operator may key
       01  WS-EDIT-STATUS      PIC X(10).
           05  WS-LINE-LINENUM               PIC 9(003).
       01  WS-LINE-HIGH-NUM                  PIC 9(003) VALUE 0.

      *--- Stock reservation of a line item against the product's
      *--- inventory record (ODCSFIV)...
       01  WS-STOCK-SWITCH                   PIC X(01)  VALUE 'N'.
           88  LINE-STOCK-CONTROLLED                    VALUE 'Y'.
       01  WS-AVAIL-QTY                      PIC 9(007) VALUE 0.
       01  WS-RELEASE-QTY                    PIC 9(005) VALUE 0.

      *--- Credit-memo browse and open-balance working fields...
       01  WS-MEMO-KEY.
           05  WS-MEMO-CUSTIDENT             PIC 9(009).
       01  WS-MEMO-HIGH-SEQ                  PIC 9(003) VALUE 0.
       01  WS-ORDER-OPEN-BAL                 PIC S9(007)V99 VALUE 0.

      *--- Loyalty-points ledger browse for the customer's balance
      *--- and highest entry sequence, and the points-per-dollar
      *--- rate a redemption is credited at (PARMFILE)...
       01  WS-LY-KEY.
           05  WS-LY-CUSTIDENT               PIC 9(009).
           05  WS-LY-ENTRYSEQ                PIC 9(005).
       01  WS-LY-HIGH-SEQ                    PIC 9(005) VALUE 0.
       01  WS-LY-BALANCE                     PIC S9(011) VALUE 0.
       01  WS-LY-PTS-PER-USD                 PIC 9(005) VALUE 100.

      *--- Accounting-period close lock for the credit memo (run
      *--- parameters on PARMFILE, as RSSPER00 reads them for the
      *--- batch steps)...
       01  WS-CLOSED-PERIOD                  PIC 9(006) VALUE 0.
       01  WS-CLOSED-PERIOD-X REDEFINES WS-CLOSED-PERIOD.
           05  WS-CLOSED-CCYY                PIC 9(004).
           05  WS-CLOSED-MM                  PIC 9(002).
       01  WS-LATE-ACTION                    PIC X(001) VALUE 'R'.
           88  LATE-REFUSED                             VALUE 'X'.
       01  WS-MEMO-POST-DATE                 PIC 9(008) VALUE 0.
       01  WS-MEMO-POST-X REDEFINES WS-MEMO-POST-DATE.
           05  WS-POST-CCYY                  PIC 9(004).
           05  WS-POST-MM                    PIC 9(002).
           05  WS-POST-DD                    PIC 9(002).
       01  WS-MEMO-REDATED-SWITCH            PIC X(001) VALUE 'N'.
           88  MEMO-REDATED                             VALUE 'Y'.

      *--- Tax given back by a credit memo on a billed order, booked
      *--- on the tax-liability history (TAXFILE and TAXHIST)...
       01  WS-MEMO-TAX-STATE                 PIC X(002) VALUE SPACES.
       01  WS-MEMO-TAX-ZIP                   PIC X(005) VALUE SPACES.
       01  WS-MEMO-TAX-RATE                  PIC 9(002)V999 VALUE 0.
       01  WS-MEMO-TAX-AMT                   PIC S9(009)V99 VALUE 0.

      *--- Order status-history write, RSSOHW00's numbering done
      *--- here with a CICS browse...
       01  WS-HIST-KEY.
       01  WS-ORDERAMT-EDIT                  PIC ZZZZZZ9.99.
       01  WS-ORDER-DISPLAY-LINE             PIC X(70).

      *--- Order shipment lookup (ODCSFSH file): ship date on the
      *--- order list, tracking number on an ENTER inquiry
       01  WS-SHIP-KEY.
           05  WS-SHIP-CUSTIDENT           PIC 9(009).
           05  WS-SHIP-ORDERNUM            PIC 9(006).
       01  WS-SHIP-MESSAGE                   PIC X(79).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru main menu (SA00
      -          'transaction)'.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-6                                   PIC  X(79)
           VALUE 'E: action must be A, M, C, L/D (line add/del), R (cre
      -          'dit), P (redeem) or J.'.
       01  MSG-7                                   PIC  X(79)
           VALUE 'E: invalid order status code.                  '.
       01  MSG-8                                   PIC  X(79)
           VALUE 'E: credit exceeds the order open balance.      '.
       01  MSG-22                                  PIC  X(79)
           VALUE 'E: currency has no rate on the exchange table. '.
       01  MSG-23                                  PIC  X(79)
           VALUE 'I: no shipment confirmed yet for this order.   '.
       01  MSG-24                                  PIC  X(79)
           VALUE 'I: line item added, short of stock: backordered.'.
       01  MSG-25                                  PIC  X(79)
           VALUE 'E: customer is on compliance hold, no new orders.'.
       01  MSG-26                                  PIC  X(79)
           VALUE 'E: promotion code is not on the promotion table.'.
       01  MSG-27                                  PIC  X(79)
           VALUE 'E: promotion code is not in effect today.      '.
       01  MSG-28                                  PIC  X(79)
           VALUE 'E: customer has already used this promotion.   '.
       01  MSG-29                                  PIC  X(79)
           VALUE 'I: order added, net of the promotion discount. '.
       01  MSG-30                                  PIC  X(79)
           VALUE 'E: accounting period closed, credit memo refused.'.
       01  MSG-31                                  PIC  X(79)
           VALUE 'I: credit memo recorded, redated to the open period.'.
       01  MSG-32                                  PIC  X(79)
           VALUE 'E: points exceed the customer loyalty balance. '.
       01  MSG-33                                  PIC  X(79)
           VALUE 'E: points are redeemed on US-dollar orders only.'.
       01  MSG-34                                  PIC  X(79)
           VALUE 'E: too few points for one cent of credit.      '.
       01  MSG-35                                  PIC  X(79)
           VALUE 'I: points redeemed, credit memo recorded.      '.
       01  MSG-36                                  PIC  X(79)
           VALUE 'I: loyalty points adjustment recorded.         '.
       01  MSG-37                                  PIC  X(79)
           VALUE 'E: customer is on fraud hold, no new orders.   '.
       01  MSG-38                                  PIC  X(79)
           VALUE 'E: no such ship-to address for this customer.  '.
       01  MSG-39                                  PIC  X(79)
           VALUE 'E: this ship-to address is inactive.           '.

      *--- Promotion applied to a new order or line (PROMOTBL and
      *--- PROMORED files): today's date for the effective-date
      *--- check, the discount worked out, and the browse key of
      *--- the customer's earlier redemptions...
       01  WS-TODAY                          PIC 9(008) VALUE 0.
       01  WS-PROMO-DISC-AMT                 PIC 9(007)V99 VALUE 0.
       01  WS-PROMO-BASE-AMT                 PIC 9(007)V99 VALUE 0.
       01  WS-PROMO-GROSS-AMT                PIC 9(007)V99 VALUE 0.
       01  WS-PROMO-USED-SWITCH              PIC X(01)  VALUE 'N'.
           88  PROMO-ALREADY-USED                       VALUE 'Y'.
       01  WS-RD-KEY.
           05  WS-RD-PROMO-CODE              PIC X(008).
           05  WS-RD-CUSTIDENT               PIC 9(009).
           05  WS-RD-ORDERNUM                PIC 9(006).

      *--- Exchange-rate lookup key and record mirror (XRATE file),
      *--- read GTEQ on the currency to prove a rate exists
           05  WS-XR-REC-RATE      PIC 9(03)V9(06).
           05  WS-XR-REC-FILLER    PIC X(20).

      *--- Banner: the customer's most severe active flag
       01  WS-BANNER-AREA.
           05  WS-BNR-KEY.
               10  WS-BNR-CUSTIDENT        PIC 9(009).
               10  WS-BNR-FLAG-CODE        PIC X(004).
           05  WS-BNR-RESP                 PIC S9(08) COMP   VALUE +0.
           05  WS-BNR-TBL-RESP             PIC S9(08) COMP   VALUE +0.
           05  WS-BNR-TODAY                PIC 9(08)  VALUE 0.
           05  WS-BNR-COUNT                PIC S9(04) COMP   VALUE +0.
           05  WS-BNR-MORE-EDIT            PIC Z9.
           05  WS-BNR-SEVERITY             PIC 9(01)  VALUE 9.
           05  WS-BNR-DESC                 PIC X(30)  VALUE SPACES.
           05  WS-BNR-TEXT                 PIC X(40)  VALUE SPACES.
           05  WS-BNR-LINE                 PIC X(75)  VALUE SPACES.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM04.
      * Product reference VSAM file's data layout ----------------
           COPY ODCSFPD.

      * Order shipment VSAM file's data layout -------------------
           COPY ODCSFSH.

      * Customer ship-to address VSAM file's data layout ---------
           COPY ODCSFST.

      * Promotion table and redemption VSAM files' data layouts ---
           COPY ODCSFPR.
           COPY ODCSFRD.

      * Product inventory VSAM file's data layout ----------------
           COPY ODCSFIV.

      * Run-parameter VSAM file's data layout --------------------
           COPY ODCSFPM.

      * Late-posting VSAM file's data layout ---------------------
           COPY ODCSFLP.

      * Sales-tax rate and tax-liability VSAM files' data layouts -
           COPY ODCSFTX.
           COPY ODCSFTL.

      * Tax-exemption certificate VSAM file's data layout --------
           COPY ODCSFEX.

      * Loyalty-points ledger VSAM file's data layout ------------
           COPY ODCSFLY.

      * Special-handling flag VSAM file's data layout ------------
           COPY ODCSFHF.

      * Special-handling flag code table's data layout -----------
           COPY ODCSFHT.

           COPY DFHAID.

       LINKAGE SECTION.
                  QO-ORDERSTATUS   DELIMITED BY SIZE
             INTO WS-ORDER-DISPLAY-LINE
           END-STRING
           MOVE QO-CUSTIDENT TO WS-SHIP-CUSTIDENT
           MOVE QO-ORDERNUM  TO WS-SHIP-ORDERNUM
           PERFORM READ-ORDER-SHIPMENT
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE SH-SHIPDATE TO WS-ORDER-DISPLAY-LINE(43:8)
           END-IF
           EVALUATE WS-ORDER-COUNT
              WHEN 1  MOVE WS-ORDER-DISPLAY-LINE TO VOLIN1O
              WHEN 2  MOVE WS-ORDER-DISPLAY-LINE TO VOLIN2O
           END-EXEC
           MOVE WS-DATE8       TO VDATEO
           MOVE CUST-FILE-KEY  TO VIDCUSTO
           MOVE CUST-FILE-KEY  TO WS-BNR-CUSTIDENT
           PERFORM LOAD-HANDLING-BANNER
           MOVE WS-BNR-LINE    TO VBANRO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA  VIDCUSTA
                       VOLIN1A   VOLIN2A  VOLIN3A  VOLIN4A
                       VOLIN5A   VOLIN6A  VBANRA
           MOVE 'A' TO VORDACTA  VORDNUMA VORDAMTA VORDSTATA
                       VORDCURA  VLINNUMA VPRODCDA VLINQTYA
                       VLINPRCA  VORDPRMA VORDSHPA
           EXEC CICS SEND MAP('RSSAM04')
                       MAPSET('RSSAM04') FROM(RSSAM04O) ERASE
           END-EXEC
                   END-IF
                   PERFORM REDISPLAY-ORDER-SCREEN
              WHEN DFHENTER
                   IF (VORDACTL = 0 OR VORDACTI = SPACES)
                   AND VORDNUML > 0
                   AND VORDNUMI NUMERIC
                      PERFORM SHOW-ORDER-SHIPMENT
                   ELSE
                      PERFORM CTRL-INPUT-DATA
                      IF ERR-NBR = 0
                         MOVE MSG-14 TO VMESSO
                      END-IF
                   END-IF
                   PERFORM REDISPLAY-ORDER-SCREEN
              WHEN OTHER
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Read the order's shipment record by WS-SHIP-KEY; the
      * ! response code tells the caller whether one was found.
      * --------------------------------------------------------
       READ-ORDER-SHIPMENT.
           EXEC CICS READ DATASET ('ODCSFSH')
                          INTO    (SH-ODCSFSH-RECORD)
                          LENGTH  (LENGTH OF SH-ODCSFSH-RECORD)
                          RIDFLD  (WS-SHIP-KEY)
                          RESP    (RESPONSE-CODE)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! ENTER with only an order number keyed: show the order's
      * ! ship date, carrier and tracking number.
      * --------------------------------------------------------
       SHOW-ORDER-SHIPMENT.
           MOVE CUST-FILE-KEY TO WS-SHIP-CUSTIDENT
           MOVE VORDNUMI      TO WS-SHIP-ORDERNUM
           PERFORM READ-ORDER-SHIPMENT
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE SPACES TO WS-SHIP-MESSAGE
              STRING 'I: shipped '    DELIMITED BY SIZE
                     SH-SHIPDATE      DELIMITED BY SIZE
                     ' via '          DELIMITED BY SIZE
                     SH-CARRIER       DELIMITED BY SPACE
                     ' tracking '     DELIMITED BY SIZE
                     SH-TRACKING      DELIMITED BY SPACE
                INTO WS-SHIP-MESSAGE
              END-STRING
              MOVE WS-SHIP-MESSAGE TO VMESSO
           ELSE
              MOVE MSG-23 TO VMESSO
           END-IF
           .

      * --------------------------------------------------------
      * ! Edit the keyed order fields, RSSBT002's CTRL-INPUT-DATA
      * ! style: every field in error is counted and tagged.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE SPACES    TO MAJ-ORDACT MAJ-ORDERSTATUS MAJ-PRODCODE
                             MAJ-ORDERCURR MAJ-PROMOCODE.
           MOVE ZEROES    TO MAJ-ORDERNUM MAJ-ORDERAMT
                             MAJ-LINENUM  MAJ-LINQTY MAJ-LINPRC
                             MAJ-POINTS   MAJ-SHIPTOSEQ.
           MOVE ZEROES    TO TAG-ORDACT  TAG-ORDNUM
                             TAG-ORDAMT  TAG-ORDSTAT
                             TAG-ORDCUR  TAG-LINNUM
                             TAG-PRODCD  TAG-LINQTY
                             TAG-LINPRC  TAG-ORDPRM
                             TAG-ORDSHP.

      *--- Edit the action code
           IF VORDACTL =  0
              ADD    +1        TO   ERR-NBR
           ELSE
              IF VORDACTI = 'A' OR 'M' OR 'C' OR 'L' OR 'D' OR 'R'
                         OR 'P' OR 'J'
                 MOVE    VORDACTI TO   MAJ-ORDACT
              ELSE
                 MOVE    MSG-6    TO   VMESSO
           IF ORDER-ACTION-MOD OR ORDER-ACTION-CAN
           OR ORDER-ACTION-LINADD OR ORDER-ACTION-LINDEL
           OR ORDER-ACTION-CRED
           OR ORDER-ACTION-LOYR OR ORDER-ACTION-LOYADJ
              IF VORDNUML =  0
              OR VORDNUMI =  SPACES
                 MOVE    MSG-1    TO   VMESSO
              END-IF
           END-IF.

      *--- Edit the points (redeem and adjustment, keyed in the
      *--- amount field as a whole number of points)
           IF ORDER-ACTION-LOYR OR ORDER-ACTION-LOYADJ
              IF VORDAMTL =  0
              OR VORDAMTI =  SPACES
                 MOVE    MSG-1    TO   VMESSO
                 MOVE    1        TO   TAG-ORDAMT
                 ADD    +1        TO   ERR-NBR
              ELSE
                 IF VORDAMTI NOT NUMERIC
                 OR VORDAMTI = ZEROS
                    MOVE    MSG-3    TO   VMESSO
                    MOVE    1        TO   TAG-ORDAMT
                    ADD    +1        TO   ERR-NBR
                 ELSE
                    MOVE    VORDAMTI TO   MAJ-POINTS
                 END-IF
              END-IF
           END-IF.

      *--- Edit the order status (defaults to OPEN when adding)
           IF ORDER-ACTION-ADD OR ORDER-ACTION-MOD
              IF VORDSTATL =  0
              END-IF
           END-IF.

      *--- Pick up the promotion code (adding only; optional, it
      *--- is checked against the promotion table when applied)
           IF ORDER-ACTION-ADD
              IF VORDPRML > 0
              AND VORDPRMI NOT = SPACES
                 MOVE VORDPRMI  TO   MAJ-PROMOCODE
              END-IF
           END-IF.

      *--- Edit the ship-to sequence (adding only; optional, blank
      *--- is the customer's own address)
           IF ORDER-ACTION-ADD
              IF VORDSHPL > 0
              AND VORDSHPI NOT = SPACES
                 IF VORDSHPI NOT NUMERIC
                    MOVE    MSG-3    TO   VMESSO
                    MOVE    1        TO   TAG-ORDSHP
                    ADD    +1        TO   ERR-NBR
                 ELSE
                    MOVE    VORDSHPI TO   MAJ-SHIPTOSEQ
                 END-IF
              END-IF
           END-IF.

      *--- Edit the line-item fields: product, quantity and unit
      *--- price when adding a line, line number when deleting one
           IF ORDER-ACTION-LINADD
                   PERFORM DELETE-ORDER-LINE
              WHEN ORDER-ACTION-CRED
                   PERFORM RECORD-CREDIT-MEMO
              WHEN ORDER-ACTION-LOYR
                   PERFORM REDEEM-LOYALTY-POINTS
              WHEN ORDER-ACTION-LOYADJ
                   PERFORM ADJUST-LOYALTY-POINTS
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Insert a new order under this customer, numbered one
      * ! past his current highest order number. A closed
      * ! customer may not receive new orders, nor may one on
      * ! compliance hold or fraud hold.
      * --------------------------------------------------------
       ADD-NEW-ORDER.
           PERFORM 1100-READ-CUSTOMER-RECORD.
              MOVE MSG-10 TO VMESSO
              ADD  +1     TO ERR-NBR
           ELSE
              IF QS-COMPL-HOLD = 'H'
                 MOVE MSG-25 TO VMESSO
                 ADD  +1     TO ERR-NBR
              END-IF
              IF QS-FRAUD-HOLD = 'F'
                 MOVE MSG-37 TO VMESSO
                 ADD  +1     TO ERR-NBR
              END-IF
              IF ERR-NBR = 0
              AND MAJ-SHIPTOSEQ > 0
                 PERFORM CHECK-SHIPTO
              END-IF
              IF ERR-NBR = 0
                 MOVE ZEROS       TO WS-PROMO-DISC-AMT
                 MOVE MAJ-ORDERAMT TO WS-PROMO-GROSS-AMT
                 IF MAJ-PROMOCODE NOT = SPACES
                    PERFORM CHECK-PROMO-CODE
                 END-IF
                 IF ERR-NBR = 0
                    SUBTRACT WS-PROMO-DISC-AMT FROM MAJ-ORDERAMT
                    PERFORM CHECK-CREDIT-LIMIT
                 END-IF
              END-IF
           END-IF.
           IF ERR-NBR = 0
           AND QS-CUSTSTATUS NOT = 'C'
              MOVE ZEROS               TO QO-PAID-AMT
              MOVE ZEROS               TO QO-CREDIT-AMT
              MOVE MAJ-ORDERCURR       TO QO-CURRENCY
              MOVE MAJ-PROMOCODE       TO QO-PROMO-CODE
              MOVE MAJ-SHIPTOSEQ       TO QO-SHIPTO-SEQ
              EXEC CICS WRITE DATASET('ODCSFORD')
                              FROM(QO-ODCSFORD-RECORD)
                              RIDFLD(QO-ORDER-KEY)
                    MOVE SPACES          TO WS-OLD-STATUS
                    PERFORM WRITE-ORDER-HISTORY
                    MOVE MSG-11 TO VMESSO
                    IF MAJ-PROMOCODE NOT = SPACES
                       PERFORM WRITE-PROMO-REDEMPTION
                       IF WS-PROMO-DISC-AMT > 0
                          MOVE MSG-29 TO VMESSO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! The new order's ship-to must be one of this customer's
      * ! ship-to addresses, and still active.
      * --------------------------------------------------------
       CHECK-SHIPTO.
           MOVE CUST-FILE-KEY TO ST-CUSTIDENT.
           MOVE MAJ-SHIPTOSEQ TO ST-SHIPTO-SEQ.
           EXEC CICS READ DATASET('SHIPTO')
                          INTO(ST-ODCSFST-RECORD)
                          RIDFLD(ST-SHIPTO-KEY)
                          LENGTH(LENGTH OF ST-ODCSFST-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE MSG-38 TO VMESSO
                   MOVE 1      TO TAG-ORDSHP
                   ADD  +1     TO ERR-NBR
              WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
              WHEN ST-STATUS = 'I'
                   MOVE MSG-39 TO VMESSO
                   MOVE 1      TO TAG-ORDSHP
                   ADD  +1     TO ERR-NBR
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Check the new order's promotion code: it must be on the
      * ! promotion table, in effect today, and - for a promotion
      * ! a customer may use once - not already redeemed by this
      * ! customer. A promotion not kept to one product gives its
      * ! discount on the keyed amount (never more than it).
      * --------------------------------------------------------
       CHECK-PROMO-CODE.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC
           PERFORM READ-PROMOTION.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE MSG-26 TO VMESSO
              MOVE 1      TO TAG-ORDPRM
              ADD  +1     TO ERR-NBR
           ELSE
              IF WS-TODAY < PR-EFF-DATE
              OR WS-TODAY > PR-EXP-DATE
                 MOVE MSG-27 TO VMESSO
                 MOVE 1      TO TAG-ORDPRM
                 ADD  +1     TO ERR-NBR
              ELSE
                 IF PR-ONCE-FLAG = 'Y'
                    PERFORM CHECK-PRIOR-REDEMPTION
                 END-IF
                 IF PROMO-ALREADY-USED
                    MOVE MSG-28 TO VMESSO
                    MOVE 1      TO TAG-ORDPRM
                    ADD  +1     TO ERR-NBR
                 ELSE
                    IF PR-PRODCODE = SPACES
                       MOVE MAJ-ORDERAMT TO WS-PROMO-BASE-AMT
                       PERFORM COMPUTE-PROMO-DISCOUNT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Read the promotion named by MAJ-PROMOCODE (the add) or
      * ! the order's QO-PROMO-CODE (the line actions, which move
      * ! it to MAJ-PROMOCODE first); RESPONSE-CODE tells.
      * --------------------------------------------------------
       READ-PROMOTION.
           MOVE MAJ-PROMOCODE TO PR-PROMO-CODE.
           EXEC CICS READ DATASET('PROMOTBL')
                          INTO(PR-ODCSFPR-RECORD)
                          RIDFLD(PR-PROMO-CODE)
                          LENGTH(LENGTH OF PR-ODCSFPR-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
           AND RESPONSE-CODE NOT = DFHRESP(NOTFND)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           .

      * --------------------------------------------------------
      * ! Browse the customer's redemptions of the promotion: any
      * ! on file means a once-per-customer promotion is used.
      * --------------------------------------------------------
       CHECK-PRIOR-REDEMPTION.
           MOVE 'N'           TO WS-PROMO-USED-SWITCH.
           MOVE MAJ-PROMOCODE TO WS-RD-PROMO-CODE.
           MOVE CUST-FILE-KEY TO WS-RD-CUSTIDENT.
           MOVE ZEROS         TO WS-RD-ORDERNUM.
           EXEC CICS STARTBR DATASET ('PROMORED')
                             RIDFLD  (WS-RD-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              EXEC CICS READNEXT DATASET ('PROMORED')
                                 INTO    (RD-ODCSFRD-RECORD)
                                 LENGTH  (LENGTH OF
                                          RD-ODCSFRD-RECORD)
                                 RIDFLD  (WS-RD-KEY)
                                 RESP    (RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE = DFHRESP(NORMAL)
              AND RD-PROMO-CODE = MAJ-PROMOCODE
              AND RD-CUSTIDENT  = CUST-FILE-KEY
                 MOVE 'Y' TO WS-PROMO-USED-SWITCH
              END-IF
              EXEC CICS ENDBR DATASET ('PROMORED') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! The promotion's discount on WS-PROMO-BASE-AMT: its
      * ! percentage or its fixed amount, never more than the base.
      * --------------------------------------------------------
       COMPUTE-PROMO-DISCOUNT.
           IF PR-DISC-PERCENT
              COMPUTE WS-PROMO-DISC-AMT ROUNDED =
                      WS-PROMO-BASE-AMT * PR-DISC-VALUE / 100
           ELSE
              MOVE PR-DISC-VALUE TO WS-PROMO-DISC-AMT
           END-IF
           IF WS-PROMO-DISC-AMT > WS-PROMO-BASE-AMT
              MOVE WS-PROMO-BASE-AMT TO WS-PROMO-DISC-AMT
           END-IF
           .

      * --------------------------------------------------------
      * ! Record the new order's redemption of its promotion.
      * --------------------------------------------------------
       WRITE-PROMO-REDEMPTION.
           MOVE MAJ-PROMOCODE      TO RD-PROMO-CODE.
           MOVE QO-CUSTIDENT       TO RD-CUSTIDENT.
           MOVE QO-ORDERNUM        TO RD-ORDERNUM.
           MOVE 'R'                TO RD-STATUS.
           MOVE QO-ORDERDATE       TO RD-REDEEM-DATE.
           MOVE WS-PROMO-GROSS-AMT TO RD-GROSS-AMT.
           MOVE WS-PROMO-DISC-AMT  TO RD-DISC-AMT.
           MOVE 'RSSAT004'         TO RD-PROGRAM.
           MOVE SPACES             TO RD-FILLER.
           EXEC CICS WRITE DATASET('PROMORED')
                           FROM(RD-ODCSFRD-RECORD)
                           RIDFLD(RD-REDEEM-KEY)
                           LENGTH(LENGTH OF RD-ODCSFRD-RECORD)
                           RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           .

      * --------------------------------------------------------
      * ! Total the customer's open orders over his whole key
      * ! range and refuse the new order when it would push that
              PERFORM REWRITE-ORDER
              IF ERR-NBR = 0
                 PERFORM WRITE-ORDER-HISTORY
                 PERFORM RELEASE-ORDER-STOCK
                 IF QO-PROMO-CODE NOT = SPACES
                    PERFORM DROP-PROMO-REDEMPTION
                 END-IF
                 MOVE MSG-13 TO VMESSO
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! A cancelled order's redemption is dropped, so it is not
      * ! reported and the customer may use the promotion again.
      * --------------------------------------------------------
       DROP-PROMO-REDEMPTION.
           MOVE QO-PROMO-CODE TO WS-RD-PROMO-CODE.
           MOVE QO-CUSTIDENT  TO WS-RD-CUSTIDENT.
           MOVE QO-ORDERNUM   TO WS-RD-ORDERNUM.
           EXEC CICS DELETE DATASET('PROMORED')
                            RIDFLD(WS-RD-KEY)
                            RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
           AND RESPONSE-CODE NOT = DFHRESP(NOTFND)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           .

      * --------------------------------------------------------
      * ! A cancelled order gives back the stock reserved for
      * ! each of its lines.
      * --------------------------------------------------------
       RELEASE-ORDER-STOCK.
           PERFORM FIND-HIGH-LINE-NUMBER.
           MOVE CUST-FILE-KEY TO WS-LINE-CUSTIDENT.
           MOVE MAJ-ORDERNUM  TO WS-LINE-ORDERNUM.
           PERFORM VARYING WS-LINE-LINENUM FROM 1 BY 1
                   UNTIL WS-LINE-LINENUM > WS-LINE-HIGH-NUM
              EXEC CICS READ DATASET('ODCSFOL')
                             INTO(OL-ODCSFOL-RECORD)
                             RIDFLD(WS-LINE-KEY)
                             LENGTH(LENGTH OF OL-ODCSFOL-RECORD)
                             UPDATE
                             RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE = DFHRESP(NORMAL)
                 IF OL-RESERVED-QTY NUMERIC
                 AND OL-RESERVED-QTY > 0
                    PERFORM RELEASE-LINE-STOCK
                    MOVE ZEROS TO OL-RESERVED-QTY
                    EXEC CICS REWRITE DATASET('ODCSFOL')
                                      FROM(OL-ODCSFOL-RECORD)
                                      LENGTH(LENGTH OF
                                             OL-ODCSFOL-RECORD)
                                      RESP(RESPONSE-CODE)
                    END-EXEC
                    IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                    END-IF
                 ELSE
                    EXEC CICS UNLOCK DATASET('ODCSFOL') END-EXEC
                 END-IF
              END-IF
           END-PERFORM
           .

      * --------------------------------------------------------
      * ! Add a line item under the keyed order, numbered one
      * ! past the order's current highest line number.
              MOVE MAJ-PRODCODE    TO OL-PRODCODE
              MOVE MAJ-LINQTY      TO OL-QUANTITY
              MOVE MAJ-LINPRC      TO OL-UNITPRICE
              MOVE ZEROS           TO OL-SHIPPED-QTY
              MOVE ZEROS           TO OL-DISC-AMT
              IF QO-PROMO-CODE NOT = SPACES
                 PERFORM DISCOUNT-PROMO-LINE
              END-IF
              PERFORM RESERVE-LINE-STOCK
              EXEC CICS WRITE DATASET('ODCSFOL')
                              FROM(OL-ODCSFOL-RECORD)
                              RIDFLD(OL-LINE-KEY)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              IF LINE-STOCK-CONTROLLED
                 ADD OL-RESERVED-QTY TO IV-RESERVED
                 EXEC CICS REWRITE DATASET('ODCSFIV')
                                   FROM(IV-ODCSFIV-RECORD)
                                   LENGTH(LENGTH OF
                                          IV-ODCSFIV-RECORD)
                                   RESP(RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                    PERFORM 9999-TERMINATE-PROGRAM
                 END-IF
              END-IF
              IF OL-DISC-AMT > 0
                 MOVE OL-DISC-AMT TO WS-PROMO-DISC-AMT
                 PERFORM APPLY-LINE-DISCOUNT
              END-IF
              IF OL-BACKORD-QTY > 0
                 MOVE MSG-24 TO VMESSO
              ELSE
                 MOVE MSG-16 TO VMESSO
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! The new line's share of the order's promotion, when that
      * ! promotion is kept to the line's product: its percentage
      * ! of the line's value, or its fixed amount on the first
      * ! such line only. Never more than the order's amount.
      * --------------------------------------------------------
       DISCOUNT-PROMO-LINE.
           MOVE QO-PROMO-CODE TO MAJ-PROMOCODE.
           PERFORM READ-PROMOTION.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
           AND PR-PRODCODE NOT = SPACES
           AND PR-PRODCODE = MAJ-PRODCODE
              MOVE QO-PROMO-CODE TO WS-RD-PROMO-CODE
              MOVE QO-CUSTIDENT  TO WS-RD-CUSTIDENT
              MOVE QO-ORDERNUM   TO WS-RD-ORDERNUM
              EXEC CICS READ DATASET('PROMORED')
                             INTO(RD-ODCSFRD-RECORD)
                             RIDFLD(WS-RD-KEY)
                             LENGTH(LENGTH OF RD-ODCSFRD-RECORD)
                             RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE = DFHRESP(NORMAL)
                 IF PR-DISC-AMOUNT
                 AND RD-DISC-AMT > 0
                    MOVE ZEROS TO WS-PROMO-DISC-AMT
                 ELSE
                    COMPUTE WS-PROMO-BASE-AMT =
                            MAJ-LINQTY * MAJ-LINPRC
                    PERFORM COMPUTE-PROMO-DISCOUNT
                 END-IF
                 IF WS-PROMO-DISC-AMT > QO-ORDERAMT
                    MOVE QO-ORDERAMT TO WS-PROMO-DISC-AMT
                 END-IF
                 MOVE WS-PROMO-DISC-AMT TO OL-DISC-AMT
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Take the line's discount (WS-PROMO-DISC-AMT) off the
      * ! order and onto its redemption - or, for a deleted line
      * ! (MAJ-ORDACT 'D'), put it back.
      * --------------------------------------------------------
       APPLY-LINE-DISCOUNT.
           MOVE OL-QUANTITY    TO MAJ-LINQTY.
           MOVE OL-UNITPRICE   TO MAJ-LINPRC.
           COMPUTE WS-PROMO-BASE-AMT = MAJ-LINQTY * MAJ-LINPRC.
           MOVE QO-PROMO-CODE  TO WS-RD-PROMO-CODE.
           MOVE QO-CUSTIDENT   TO WS-RD-CUSTIDENT.
           MOVE QO-ORDERNUM    TO WS-RD-ORDERNUM.
           EXEC CICS READ DATASET('PROMORED')
                          INTO(RD-ODCSFRD-RECORD)
                          RIDFLD(WS-RD-KEY)
                          LENGTH(LENGTH OF RD-ODCSFRD-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              IF ORDER-ACTION-LINDEL
                 IF RD-GROSS-AMT > WS-PROMO-BASE-AMT
                    SUBTRACT WS-PROMO-BASE-AMT FROM RD-GROSS-AMT
                 ELSE
                    MOVE ZEROS TO RD-GROSS-AMT
                 END-IF
                 IF RD-DISC-AMT > WS-PROMO-DISC-AMT
                    SUBTRACT WS-PROMO-DISC-AMT FROM RD-DISC-AMT
                 ELSE
                    MOVE ZEROS TO RD-DISC-AMT
                 END-IF
              ELSE
                 ADD WS-PROMO-BASE-AMT TO RD-GROSS-AMT
                 ADD WS-PROMO-DISC-AMT TO RD-DISC-AMT
              END-IF
              EXEC CICS REWRITE DATASET('PROMORED')
                                FROM(RD-ODCSFRD-RECORD)
                                LENGTH(LENGTH OF RD-ODCSFRD-RECORD)
                                RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
           END-IF
           PERFORM READ-ORDER-FOR-UPDATE.
           IF ERR-NBR = 0
              IF ORDER-ACTION-LINDEL
                 ADD WS-PROMO-DISC-AMT TO QO-ORDERAMT
              ELSE
                 SUBTRACT WS-PROMO-DISC-AMT FROM QO-ORDERAMT
              END-IF
              PERFORM REWRITE-ORDER
           END-IF
           .

      * --------------------------------------------------------
      * ! Reserve the new line's quantity against its product's
      * ! available stock (on hand less what is already reserved),
      * ! holding the inventory record for update; what the stock
      * ! cannot cover is backordered. A product with no inventory
      * ! record is not stock-controlled and reserves nothing.
      * --------------------------------------------------------
       RESERVE-LINE-STOCK.
           MOVE 'N'          TO WS-STOCK-SWITCH.
           MOVE ZEROS        TO OL-RESERVED-QTY OL-BACKORD-QTY.
           MOVE OL-PRODCODE  TO IV-PRODCODE.
           EXEC CICS READ DATASET('ODCSFIV')
                          INTO(IV-ODCSFIV-RECORD)
                          RIDFLD(IV-PRODCODE)
                          LENGTH(LENGTH OF IV-ODCSFIV-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-STOCK-SWITCH
              IF IV-ONHAND > IV-RESERVED
                 COMPUTE WS-AVAIL-QTY = IV-ONHAND - IV-RESERVED
              ELSE
                 MOVE ZEROS TO WS-AVAIL-QTY
              END-IF
              IF WS-AVAIL-QTY < OL-QUANTITY
                 MOVE WS-AVAIL-QTY TO OL-RESERVED-QTY
              ELSE
                 MOVE OL-QUANTITY  TO OL-RESERVED-QTY
              END-IF
              COMPUTE OL-BACKORD-QTY = OL-QUANTITY - OL-RESERVED-QTY
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Give the stock reserved for the line in OL-ODCSFOL-RECORD
      * ! back to its product's inventory record.
      * --------------------------------------------------------
       RELEASE-LINE-STOCK.
           MOVE OL-RESERVED-QTY TO WS-RELEASE-QTY.
           MOVE OL-PRODCODE     TO IV-PRODCODE.
           EXEC CICS READ DATASET('ODCSFIV')
                          INTO(IV-ODCSFIV-RECORD)
                          RIDFLD(IV-PRODCODE)
                          LENGTH(LENGTH OF IV-ODCSFIV-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              IF IV-RESERVED > WS-RELEASE-QTY
                 SUBTRACT WS-RELEASE-QTY FROM IV-RESERVED
              ELSE
                 MOVE ZEROS TO IV-RESERVED
              END-IF
              EXEC CICS REWRITE DATASET('ODCSFIV')
                                FROM(IV-ODCSFIV-RECORD)
                                LENGTH(LENGTH OF IV-ODCSFIV-RECORD)
                                RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Record a credit memo against the keyed order (a returned
      * ! shipment): the memo is written under the order, the
                 MOVE 1      TO TAG-ORDAMT
                 ADD  +1     TO ERR-NBR
              ELSE
                 PERFORM CHECK-MEMO-PERIOD
                 IF ERR-NBR = 0
                    PERFORM FIND-HIGH-MEMO-SEQ
                    MOVE CUST-FILE-KEY     TO CM-CUSTIDENT
                    MOVE MAJ-ORDERNUM      TO CM-ORDERNUM
                    COMPUTE CM-MEMOSEQ = WS-MEMO-HIGH-SEQ + 1
                    MOVE WS-MEMO-POST-DATE TO CM-MEMODATE
                    MOVE MAJ-ORDERAMT      TO CM-MEMOAMT
                    IF ORDER-ACTION-LOYR
                       MOVE 'LOYALTY REDEMPTION' TO CM-REASON
                       MOVE 'LOY'          TO CM-SOURCE
                    ELSE
                       MOVE 'RETURNED SHIPMENT'  TO CM-REASON
                       MOVE 'SCR'          TO CM-SOURCE
                    END-IF
                    MOVE SPACES            TO CM-FILLER
                    EXEC CICS WRITE DATASET('ODCSFCM')
                                    FROM(CM-ODCSFCM-RECORD)
                                    RIDFLD(CM-MEMO-KEY)
                                    LENGTH(LENGTH OF CM-ODCSFCM-RECORD)
                                    RESP(RESPONSE-CODE)
                    END-EXEC
                    IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                    END-IF
                    MOVE QO-ORDERSTATUS TO WS-OLD-STATUS
                    IF (WS-OLD-STATUS = 'INVOICED' OR 'PARTPAID'
                                     OR 'PLACED')
                    AND NOT ORDER-ACTION-LOYR
                       PERFORM BOOK-MEMO-TAX
                    END-IF
                    ADD MAJ-ORDERAMT TO QO-CREDIT-AMT
                    IF MAJ-ORDERAMT = WS-ORDER-OPEN-BAL
                       MOVE 'SETTLED'    TO QO-ORDERSTATUS
                       MOVE CM-MEMODATE  TO QO-SETTLEDT
                    END-IF
                    PERFORM REWRITE-ORDER
                    IF ERR-NBR = 0
                       IF QO-ORDERSTATUS NOT = WS-OLD-STATUS
                          PERFORM WRITE-ORDER-HISTORY
                       END-IF
                       IF ORDER-ACTION-LOYR
                          PERFORM WRITE-LOYALTY-ENTRY
                       END-IF
                       IF MEMO-REDATED
                          MOVE MSG-31 TO VMESSO
                       ELSE
                          IF ORDER-ACTION-LOYR
                             MOVE MSG-35 TO VMESSO
                          ELSE
                             MOVE MSG-20 TO VMESSO
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Redeem loyalty points against the keyed order: the
      * ! points must be on the customer's ledger balance and the
      * ! order in US dollars; they are credited at the points-
      * ! per-dollar rate, rounded down to the cent, as a credit
      * ! memo of source LOY (no tax given back - nothing was
      * ! returned), and the redemption goes on the ledger.
      * --------------------------------------------------------
       REDEEM-LOYALTY-POINTS.
           PERFORM READ-ORDER-RECORD.
           IF ERR-NBR = 0
              IF QO-CURRENCY NOT = SPACES AND 'USD'
                 MOVE MSG-33 TO VMESSO
                 MOVE 1      TO TAG-ORDNUM
                 ADD  +1     TO ERR-NBR
              END-IF
           END-IF
           IF ERR-NBR = 0
              PERFORM SUM-LOYALTY-BALANCE
              IF MAJ-POINTS > WS-LY-BALANCE
                 MOVE MSG-32 TO VMESSO
                 MOVE 1      TO TAG-ORDAMT
                 ADD  +1     TO ERR-NBR
              END-IF
           END-IF
           IF ERR-NBR = 0
              MOVE 100 TO WS-LY-PTS-PER-USD
              MOVE 'LOY_POINTS_PER_USD' TO PM-PARM-NAME
              EXEC CICS READ DATASET('PARMFILE')
                             INTO(PM-ODCSFPM-RECORD)
                             RIDFLD(PM-PARM-NAME)
                             LENGTH(LENGTH OF PM-ODCSFPM-RECORD)
                             RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE = DFHRESP(NORMAL)
              AND FUNCTION TEST-NUMVAL (PM-PARM-VALUE) = 0
              AND FUNCTION NUMVAL (PM-PARM-VALUE) >= 1
                 COMPUTE WS-LY-PTS-PER-USD =
                         FUNCTION NUMVAL (PM-PARM-VALUE)
              END-IF
              COMPUTE MAJ-ORDERAMT = MAJ-POINTS / WS-LY-PTS-PER-USD
              IF MAJ-ORDERAMT = 0
                 MOVE MSG-34 TO VMESSO
                 MOVE 1      TO TAG-ORDAMT
                 ADD  +1     TO ERR-NBR
              END-IF
           END-IF
           IF ERR-NBR = 0
              PERFORM RECORD-CREDIT-MEMO
           END-IF
           .

      * --------------------------------------------------------
      * ! Book a goodwill adjustment of points on the customer's
      * ! loyalty ledger against the keyed order.
      * --------------------------------------------------------
       ADJUST-LOYALTY-POINTS.
           PERFORM READ-ORDER-RECORD.
           IF ERR-NBR = 0
              EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
              EXEC CICS
                   FORMATTIME ABSTIME(TIME-ABS)
                              YYYYMMDD(WS-TODAY)
              END-EXEC
              PERFORM SUM-LOYALTY-BALANCE
              PERFORM WRITE-LOYALTY-ENTRY
              MOVE MSG-36 TO VMESSO
           END-IF
           .

      * --------------------------------------------------------
      * ! Browse the customer's loyalty ledger for the points
      * ! balance and the current highest entry sequence.
      * --------------------------------------------------------
       SUM-LOYALTY-BALANCE.
           MOVE 0             TO WS-LY-BALANCE WS-LY-HIGH-SEQ.
           MOVE CUST-FILE-KEY TO WS-LY-CUSTIDENT.
           MOVE ZEROS         TO WS-LY-ENTRYSEQ.
           EXEC CICS STARTBR DATASET ('LOYLEDG')
                             RIDFLD  (WS-LY-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('LOYLEDG')
                                    INTO    (LY-ODCSFLY-RECORD)
                                    LENGTH  (LENGTH OF
                                             LY-ODCSFLY-RECORD)
                                    RIDFLD  (WS-LY-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF LY-CUSTIDENT NOT = CUST-FILE-KEY
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       ADD  LY-POINTS   TO WS-LY-BALANCE
                       MOVE LY-ENTRYSEQ TO WS-LY-HIGH-SEQ
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('LOYLEDG') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Write the redemption (negative points) or adjustment
      * ! entry on the loyalty ledger, numbered one past the
      * ! customer's highest entry.
      * --------------------------------------------------------
       WRITE-LOYALTY-ENTRY.
           MOVE CUST-FILE-KEY     TO LY-CUSTIDENT.
           COMPUTE LY-ENTRYSEQ = WS-LY-HIGH-SEQ + 1.
           IF ORDER-ACTION-LOYR
              MOVE 'R'            TO LY-TYPE
              COMPUTE LY-POINTS = 0 - MAJ-POINTS
           ELSE
              MOVE 'A'            TO LY-TYPE
              MOVE MAJ-POINTS     TO LY-POINTS
           END-IF.
           MOVE WS-TODAY          TO LY-ENTRY-DATE.
           MOVE MAJ-ORDERNUM      TO LY-ORDERNUM.
           MOVE EIBUSERID         TO LY-USERID.
           MOVE SPACES            TO LY-FILLER.
           EXEC CICS WRITE DATASET('LOYLEDG')
                           FROM(LY-ODCSFLY-RECORD)
                           RIDFLD(LY-LEDGER-KEY)
                           LENGTH(LENGTH OF LY-ODCSFLY-RECORD)
                           RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           .

      * --------------------------------------------------------
      * ! Book the tax the memo gives back on the tax-liability
      * ! history: the customer's ZIP override on the tax table
      * ! first, the state's rate otherwise. Returned sales where
      * ! no rate applies come off the jurisdiction's exempt sales.
      * ! A tax-history failure does not stop the memo.
      * --------------------------------------------------------
       BOOK-MEMO-TAX.
           PERFORM 1100-READ-CUSTOMER-RECORD.
           MOVE QS-CUSTSTATE TO WS-MEMO-TAX-STATE.
           MOVE SPACES       TO WS-MEMO-TAX-ZIP.
           MOVE ZEROS        TO WS-MEMO-TAX-RATE.
           MOVE 'Z'          TO TX-KIND.
           MOVE QS-CUSTZIP   TO TX-CODE.
           EXEC CICS READ DATASET('TAXFILE')
                          INTO(TX-ODCSFTX-RECORD)
                          RIDFLD(TX-TAX-KEY)
                          LENGTH(LENGTH OF TX-ODCSFTX-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
           AND QS-CUSTZIP NOT = SPACES
              MOVE QS-CUSTZIP TO WS-MEMO-TAX-ZIP
              MOVE TX-RATE    TO WS-MEMO-TAX-RATE
           ELSE
              MOVE 'S'          TO TX-KIND
              MOVE SPACES       TO TX-CODE
              MOVE QS-CUSTSTATE TO TX-CODE (1:2)
              EXEC CICS READ DATASET('TAXFILE')
                             INTO(TX-ODCSFTX-RECORD)
                             RIDFLD(TX-TAX-KEY)
                             LENGTH(LENGTH OF TX-ODCSFTX-RECORD)
                             RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE = DFHRESP(NORMAL)
                 MOVE TX-RATE TO WS-MEMO-TAX-RATE
              END-IF
           END-IF
           MOVE CUST-FILE-KEY TO EX-CUSTIDENT.
           MOVE QS-CUSTSTATE  TO EX-STATE.
           EXEC CICS READ DATASET('EXEMPCRT')
                          INTO(EX-ODCSFEX-RECORD)
                          RIDFLD(EX-CERT-KEY)
                          LENGTH(LENGTH OF EX-ODCSFEX-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
           AND EX-ISSUE-DATE  NOT > WS-MEMO-POST-DATE
           AND EX-EXPIRY-DATE NOT < WS-MEMO-POST-DATE
              MOVE SPACES TO WS-MEMO-TAX-ZIP
              MOVE ZEROS  TO WS-MEMO-TAX-RATE
           END-IF
           COMPUTE WS-MEMO-TAX-AMT ROUNDED =
                   MAJ-ORDERAMT * WS-MEMO-TAX-RATE / 100.

           MOVE WS-MEMO-TAX-STATE       TO TL-STATE.
           MOVE WS-MEMO-TAX-ZIP         TO TL-ZIP.
           MOVE WS-MEMO-POST-DATE (1:6) TO TL-PERIOD.
           MOVE WS-TODAY                TO TL-RUNDATE.
           EXEC CICS READ DATASET('TAXHIST')
                          INTO(TL-ODCSFTL-RECORD)
                          RIDFLD(TL-TAX-KEY)
                          LENGTH(LENGTH OF TL-ODCSFTL-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE ZEROS  TO TL-TAXABLE-AMT TL-EXEMPT-AMT TL-TAX-AMT
                             TL-CREDIT-AMT TL-CREDIT-TAX
                             TL-BADDEBT-AMT TL-BADDEBT-TAX
              MOVE SPACES TO TL-FILLER
           END-IF
           MOVE WS-MEMO-TAX-RATE TO TL-TAX-RATE.
           MOVE 'RSSAT004'       TO TL-UPD-PROGRAM.
           IF WS-MEMO-TAX-RATE = 0
              SUBTRACT MAJ-ORDERAMT FROM TL-EXEMPT-AMT
           ELSE
              ADD MAJ-ORDERAMT    TO TL-CREDIT-AMT
              ADD WS-MEMO-TAX-AMT TO TL-CREDIT-TAX
           END-IF
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              EXEC CICS REWRITE DATASET('TAXHIST')
                                FROM(TL-ODCSFTL-RECORD)
                                LENGTH(LENGTH OF TL-ODCSFTL-RECORD)
                                RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE DATASET('TAXHIST')
                              FROM(TL-ODCSFTL-RECORD)
                              RIDFLD(TL-TAX-KEY)
                              LENGTH(LENGTH OF TL-ODCSFTL-RECORD)
                              RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Date the memo today and check it against the period
      * ! close lock: a memo dated into a closed month is redated
      * ! to the first day of the first open month or refused, as
      * ! AR_LATE_ACTION says, and logged on the late-posting file.
      * --------------------------------------------------------
       CHECK-MEMO-PERIOD.
           MOVE 'N' TO WS-MEMO-REDATED-SWITCH.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE WS-TODAY TO WS-MEMO-POST-DATE.

           MOVE ZEROS TO WS-CLOSED-PERIOD.
           MOVE 'AR_CLOSED_PERIOD' TO PM-PARM-NAME.
           EXEC CICS READ DATASET('PARMFILE')
                          INTO(PM-ODCSFPM-RECORD)
                          RIDFLD(PM-PARM-NAME)
                          LENGTH(LENGTH OF PM-ODCSFPM-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
           AND PM-PARM-VALUE (1:6) NUMERIC
              MOVE PM-PARM-VALUE (1:6) TO WS-CLOSED-PERIOD
           END-IF
           IF WS-CLOSED-PERIOD = 0
           OR WS-TODAY (1:6) > WS-CLOSED-PERIOD
              EXIT PARAGRAPH
           END-IF

           MOVE 'R' TO WS-LATE-ACTION.
           MOVE 'AR_LATE_ACTION' TO PM-PARM-NAME.
           EXEC CICS READ DATASET('PARMFILE')
                          INTO(PM-ODCSFPM-RECORD)
                          RIDFLD(PM-PARM-NAME)
                          LENGTH(LENGTH OF PM-ODCSFPM-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
           AND PM-PARM-VALUE (1:1) = 'X'
              MOVE 'X' TO WS-LATE-ACTION
           END-IF

           IF LATE-REFUSED
              MOVE MSG-30 TO VMESSO
              ADD  +1     TO ERR-NBR
           ELSE
              MOVE WS-CLOSED-CCYY TO WS-POST-CCYY
              MOVE WS-CLOSED-MM   TO WS-POST-MM
              IF WS-POST-MM = 12
                 ADD 1 TO WS-POST-CCYY
                 MOVE 1 TO WS-POST-MM
              ELSE
                 ADD 1 TO WS-POST-MM
              END-IF
              MOVE 1   TO WS-POST-DD
              MOVE 'Y' TO WS-MEMO-REDATED-SWITCH
           END-IF
           PERFORM LOG-LATE-MEMO
           .

      * --------------------------------------------------------
      * ! Log the redated or refused memo on the late-posting
      * ! file. A logging failure does not stop the memo.
      * --------------------------------------------------------
       LOG-LATE-MEMO.
           MOVE WS-TODAY         TO LP-LOGDATE.
           MOVE EIBTIME          TO LP-LOGTIME.
           MOVE 'RSSAT004'       TO LP-PROGRAM.
           MOVE CUST-FILE-KEY    TO LP-CUSTIDENT.
           MOVE MAJ-ORDERNUM     TO LP-ORDERNUM.
           MOVE 'CRM'            TO LP-POST-TYPE.
           IF LATE-REFUSED
              MOVE 'X'           TO LP-ACTION
              MOVE ZEROS         TO LP-POST-DATE
           ELSE
              MOVE 'R'           TO LP-ACTION
              MOVE WS-MEMO-POST-DATE TO LP-POST-DATE
           END-IF
           MOVE WS-TODAY         TO LP-ORIG-DATE.
           MOVE MAJ-ORDERAMT     TO LP-AMOUNT.
           MOVE WS-CLOSED-PERIOD TO LP-CLOSED-PERIOD.
           MOVE EIBUSERID        TO LP-USERID.
           MOVE SPACE            TO LP-REPORTED.
           MOVE SPACES           TO LP-FILLER.
           EXEC CICS WRITE DATASET('LATEPOST')
                           FROM(LP-ODCSFLP-RECORD)
                           RIDFLD(LP-LATE-KEY)
                           LENGTH(LENGTH OF LP-ODCSFLP-RECORD)
                           RESP(RESPONSE-CODE)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Browse the keyed order's credit memos for its current
      * ! highest memo sequence.
           .

      * --------------------------------------------------------
      * ! Delete the keyed line item from under the keyed order,
      * ! giving back any stock it held reserved.
      * --------------------------------------------------------
       DELETE-ORDER-LINE.
           PERFORM READ-ORDER-RECORD.
              MOVE CUST-FILE-KEY TO WS-LINE-CUSTIDENT
              MOVE MAJ-ORDERNUM  TO WS-LINE-ORDERNUM
              MOVE MAJ-LINENUM   TO WS-LINE-LINENUM
              EXEC CICS READ DATASET('ODCSFOL')
                             INTO(OL-ODCSFOL-RECORD)
                             RIDFLD(WS-LINE-KEY)
                             LENGTH(LENGTH OF OL-ODCSFOL-RECORD)
                             UPDATE
                             RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE = DFHRESP(NORMAL)
                 EXEC CICS DELETE DATASET('ODCSFOL')
                                  RESP(RESPONSE-CODE)
                 END-EXEC
              END-IF
              IF RESPONSE-CODE = DFHRESP(NOTFND)
                 MOVE MSG-18 TO VMESSO
                 MOVE 1      TO TAG-LINNUM
                 IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                    PERFORM 9999-TERMINATE-PROGRAM
                 ELSE
                    IF OL-RESERVED-QTY NUMERIC
                    AND OL-RESERVED-QTY > 0
                       PERFORM RELEASE-LINE-STOCK
                    END-IF
                    IF OL-DISC-AMT NUMERIC
                    AND OL-DISC-AMT > 0
                    AND QO-PROMO-CODE NOT = SPACES
                       MOVE OL-DISC-AMT TO WS-PROMO-DISC-AMT
                       PERFORM APPLY-LINE-DISCOUNT
                    END-IF
                    MOVE MSG-17 TO VMESSO
                 END-IF
              END-IF
           END-EXEC
           MOVE WS-DATE8       TO VDATEO
           MOVE CUST-FILE-KEY  TO VIDCUSTO
           MOVE CUST-FILE-KEY  TO WS-BNR-CUSTIDENT
           PERFORM LOAD-HANDLING-BANNER
           MOVE WS-BNR-LINE    TO VBANRO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA  VIDCUSTA
                       VOLIN1A   VOLIN2A  VOLIN3A  VOLIN4A
                       VOLIN5A   VOLIN6A  VBANRA
           MOVE 'A' TO VORDACTA  VORDNUMA VORDAMTA VORDSTATA
                       VORDCURA  VLINNUMA VPRODCDA VLINQTYA
                       VLINPRCA  VORDPRMA VORDSHPA
           IF ERR-ORDACT
              MOVE 'I' TO VORDACTA
              MOVE -1  TO VORDACTL
              MOVE 'I' TO VLINPRCA
              MOVE -1  TO VLINPRCL
           END-IF
           IF ERR-ORDPRM
              MOVE 'I' TO VORDPRMA
              MOVE -1  TO VORDPRML
           END-IF
           IF ERR-ORDSHP
              MOVE 'I' TO VORDSHPA
              MOVE -1  TO VORDSHPL
           END-IF
           EXEC CICS SEND MAP('RSSAM04')
                       MAPSET('RSSAM04') FROM(RSSAM04O)
                       CURSOR ERASE
           END-IF
           .

      * --------------------------------------------------------
      * ! The customer's most severe active special-handling
      * ! flag (HANDFLAG, severity from the FLAGTBL code table)
      * ! as a banner line, spaces when none is active. An
      * ! unexpired flag is active; a code missing from the table
      * ! counts as the least severe and shows its code.
      * --------------------------------------------------------
       LOAD-HANDLING-BANNER.
           MOVE SPACES     TO WS-BNR-LINE WS-BNR-DESC WS-BNR-TEXT.
           MOVE 0          TO WS-BNR-COUNT.
           MOVE 9          TO WS-BNR-SEVERITY.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-BNR-TODAY)
           END-EXEC.
           MOVE LOW-VALUES TO WS-BNR-FLAG-CODE.
           EXEC CICS STARTBR DATASET ('HANDFLAG')
                             RIDFLD  (WS-BNR-KEY)
                             GTEQ
                             RESP    (WS-BNR-RESP)
           END-EXEC.
           IF WS-BNR-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-BNR-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('HANDFLAG')
                                    INTO    (HF-ODCSFHF-RECORD)
                                    LENGTH  (LENGTH OF
                                             HF-ODCSFHF-RECORD)
                                    RIDFLD  (WS-BNR-KEY)
                                    RESP    (WS-BNR-RESP)
                 END-EXEC
                 IF WS-BNR-RESP = DFHRESP(NORMAL)
                    IF HF-CUSTIDENT NOT = WS-BNR-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO WS-BNR-RESP
                    ELSE
                       IF HF-EXPIRY-DATE = 0
                       OR HF-EXPIRY-DATE NOT < WS-BNR-TODAY
                          PERFORM CHECK-BANNER-FLAG
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('HANDFLAG') END-EXEC
           END-IF.
           IF WS-BNR-COUNT > 0
              PERFORM BUILD-BANNER-LINE
           END-IF
           .

      * --------------------------------------------------------
      * ! Keep the active flag just read when it is the first one
      * ! or more severe than the one kept.
      * --------------------------------------------------------
       CHECK-BANNER-FLAG.
           ADD 1 TO WS-BNR-COUNT.
           MOVE HF-FLAG-CODE TO HT-FLAG-CODE.
           EXEC CICS READ DATASET('FLAGTBL')
                          INTO(HT-ODCSFHT-RECORD)
                          RIDFLD(HT-FLAG-CODE)
                          LENGTH(LENGTH OF HT-ODCSFHT-RECORD)
                          RESP(WS-BNR-TBL-RESP)
           END-EXEC.
           IF WS-BNR-TBL-RESP NOT = DFHRESP(NORMAL)
              MOVE HF-FLAG-CODE TO HT-DESCRIPTION
              MOVE 9            TO HT-SEVERITY
           END-IF.
           IF WS-BNR-COUNT = 1
           OR HT-SEVERITY < WS-BNR-SEVERITY
              MOVE HT-SEVERITY    TO WS-BNR-SEVERITY
              MOVE HT-DESCRIPTION TO WS-BNR-DESC
              MOVE HF-TEXT        TO WS-BNR-TEXT
           END-IF
           .

      * --------------------------------------------------------
       BUILD-BANNER-LINE.
           IF WS-BNR-COUNT > 1
              COMPUTE WS-BNR-MORE-EDIT = WS-BNR-COUNT - 1
              STRING '*** '           DELIMITED BY SIZE
                     WS-BNR-DESC      DELIMITED BY '  '
                     ': '             DELIMITED BY SIZE
                     WS-BNR-TEXT      DELIMITED BY '  '
                     ' (+'            DELIMITED BY SIZE
                     WS-BNR-MORE-EDIT DELIMITED BY SIZE
                     ' MORE) ***'     DELIMITED BY SIZE
                INTO WS-BNR-LINE
              END-STRING
           ELSE
              STRING '*** '           DELIMITED BY SIZE
                     WS-BNR-DESC      DELIMITED BY '  '
                     ': '             DELIMITED BY SIZE
                     WS-BNR-TEXT      DELIMITED BY '  '
                     ' ***'           DELIMITED BY SIZE
                INTO WS-BNR-LINE
              END-STRING
           END-IF
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
