       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT035.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Order payment-plan (promise-to-pay) maintenance    *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program records the payment plan a    *
      *     collector agrees with a customer for an invoiced order's  *
      *     open balance (PAYPLAN file): up to 12 installments, each  *
      *     with its due date (YYYYMMDD) and amount (keyed in digits  *
      *     with two implied decimals, 000012550 = 125.50).           *
      *    -The installments are keyed in date order, from today on, *
      *     and must add up to the order's open balance. The plan is *
      *     stored as active, agreed today, and stamped with the user *
      *     and date. While it is active the dunning and finance-     *
      *     charge runs pass the order over; the nightly promise      *
      *     check closes it as kept or broken.                        *
      *    -It is reached from the main menu (PF22 there), with the   *
      *     menu's customer preselected. ENTER shows the keyed        *
      *     order's plan, PF12 stores the keyed installments as a new *
      *     plan (an order already on an active plan must have it    *
      *     cancelled first), PF5 cancels the active plan.            *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM35                                      *
      *    Transaction : SA35                                         *
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
       01  MAJ-PLAN-AREA.
           05  MAJ-ORDER-KEY.
               10  MAJ-CUSTIDENT           PIC 9(09)  VALUE 0.
               10  MAJ-ORDERNUM            PIC 9(06)  VALUE 0.
           05  MAJ-INST-COUNT              PIC 9(02)  VALUE 0.
           05  MAJ-INSTALLMENT             OCCURS 12.
               10  MAJ-INST-DATE           PIC 9(08).
               10  MAJ-INST-AMT            PIC 9(07)V99.
           05  MAJ-INST-TOTAL              PIC 9(09)V99 VALUE 0.
           05  MAJ-OPEN-AMT                PIC S9(09)V99 VALUE 0.

      *--- One installment's screen fields, as keyed
       01  WS-IX                           PIC S9(4) COMP VALUE +0.
       01  WS-SCR-DATE                     PIC X(08).
       01  WS-SCR-AMT                      PIC X(09).
       01  WS-SCR-DATE-L                   PIC S9(4) COMP VALUE +0.
       01  WS-SCR-AMT-L                    PIC S9(4) COMP VALUE +0.
       01  WS-BLANK-SEEN                   PIC X(01)  VALUE 'N'.
           88  BLANK-INSTALLMENT-SEEN                 VALUE 'Y'.

      *--- Date edit work
       01  WS-EDIT-DATE                    PIC 9(08)  VALUE 0.
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-DATE-CCYY           PIC 9(04).
           05  WS-EDIT-DATE-MM             PIC 9(02).
           05  WS-EDIT-DATE-DD             PIC 9(02).
       01  WS-PREV-DATE                    PIC 9(08)  VALUE 0.

      *--- Amount edit work and the plan's status line
       01  WS-AMT-DIGITS                   PIC 9(07)V99.
       01  WS-AMT-DIGITS-X                 REDEFINES WS-AMT-DIGITS
                                           PIC X(09).
       01  WS-OPEN-EDIT                    PIC ZZZZZZZZ9.99-.
       01  WS-STATUS-TEXT                  PIC X(09).
       01  WS-PLAN-DISPLAY-LINE            PIC X(60).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the main menu'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-2                                   PIC  X(79)
           VALUE 'E: date must be a valid YYYYMMDD date.        '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-89                                  PIC  X(79)
           VALUE 'E: each installment needs a date and an amount.'.
       01  MSG-90                                  PIC  X(79)
           VALUE 'E: no active payment plan on the order.        '.
       01  MSG-91                                  PIC  X(79)
           VALUE 'E: order not on file.                          '.
       01  MSG-92                                  PIC  X(79)
           VALUE 'I: payment plan stored.                        '.
       01  MSG-93                                  PIC  X(79)
           VALUE 'I: no payment plan on the order, PF12 stores one.'.
       01  MSG-94                                  PIC  X(79)
           VALUE 'I: payment plan displayed.                     '.
       01  MSG-95                                  PIC  X(79)
           VALUE 'E: installments must add up to the open balance.'.
       01  MSG-96                                  PIC  X(79)
           VALUE 'E: only an invoiced, open order can take a plan.'.
       01  MSG-97                                  PIC  X(79)
           VALUE 'E: installment dates must ascend, from today on.'.
       01  MSG-98                                  PIC  X(79)
           VALUE 'E: order already on an active plan, PF5 cancels it.'.
       01  MSG-99                                  PIC  X(79)
           VALUE 'I: payment plan cancelled.                     '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM35.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Payment-plan VSAM file's data layout --------------------
           COPY ODCSFPP.

      * Order VSAM file's data layout ---------------------------
           COPY ODCSFORD.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-PLAN-MAINT.

      * This program may only be reached from the main menu...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM35O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM35O
                   IF COMM-CLT NOT = 0
                      MOVE COMM-CLT TO VPPCUSTO
                   END-IF
                   PERFORM 1200-SEND-PLAN-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA35')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Finish and send the payment-plan screen.
      * --------------------------------------------------------
       1200-SEND-PLAN-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT035' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VPPSTATA
           MOVE 'A' TO VPPCUSTA  VPPORDA
                       VPPDT01A  VPPAM01A VPPDT02A VPPAM02A
                       VPPDT03A  VPPAM03A VPPDT04A VPPAM04A
                       VPPDT05A  VPPAM05A VPPDT06A VPPAM06A
                       VPPDT07A  VPPAM07A VPPDT08A VPPAM08A
                       VPPDT09A  VPPAM09A VPPDT10A VPPAM10A
                       VPPDT11A  VPPAM11A VPPDT12A VPPAM12A
           EXEC CICS SEND MAP('RSSAM35')
                       MAPSET('RSSAM35') FROM(RSSAM35O)
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
           EXEC CICS RECEIVE MAP   ('RSSAM35')
                             MAPSET('RSSAM35')
                             INTO  (RSSAM35I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-MENU
              WHEN DFHENTER
                   PERFORM CTRL-KEY-DATA
                   IF ERR-NBR = 0
                      PERFORM SHOW-PLAN
                   END-IF
                   PERFORM 1200-SEND-PLAN-SCREEN
              WHEN DFHPF5
                   PERFORM CTRL-KEY-DATA
                   IF ERR-NBR = 0
                      PERFORM CANCEL-PLAN
                   END-IF
                   PERFORM 1200-SEND-PLAN-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-KEY-DATA
                   IF ERR-NBR = 0
                      PERFORM CTRL-INSTALLMENTS
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM STORE-PLAN
                   END-IF
                   PERFORM 1200-SEND-PLAN-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1200-SEND-PLAN-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Edit the keyed customer id and order number (both
      * ! required, numeric) and read the order.
      * --------------------------------------------------------
       CTRL-KEY-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE ZEROES    TO MAJ-CUSTIDENT MAJ-ORDERNUM.

           IF  VPPCUSTL = 0
           OR  VPPCUSTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VPPCUSTI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VPPCUSTI TO MAJ-CUSTIDENT
               END-IF
           END-IF.

           IF  VPPORDL = 0
           OR  VPPORDI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VPPORDI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VPPORDI TO MAJ-ORDERNUM
               END-IF
           END-IF.

           IF ERR-NBR = 0
              MOVE MAJ-CUSTIDENT TO VPPCUSTO
              MOVE MAJ-ORDERNUM  TO VPPORDO
              MOVE MAJ-ORDER-KEY TO QO-ORDER-KEY
              EXEC CICS READ DATASET('ODCSFORD')
                             INTO(QO-ODCSFORD-RECORD)
                             RIDFLD(QO-ORDER-KEY)
                             LENGTH(LENGTH OF QO-ODCSFORD-RECORD)
                             RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE = DFHRESP(NOTFND)
                 MOVE MSG-91 TO VMESSO
                 ADD  +1     TO ERR-NBR
              ELSE
                 IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                    PERFORM 9999-TERMINATE-PROGRAM
                 END-IF
                 PERFORM COMPUTE-OPEN-BALANCE
              END-IF
           END-IF.

      * --------------------------------------------------------
      * ! The order's open balance; amounts still blank on an
      * ! older record count as zero.
      * --------------------------------------------------------
       COMPUTE-OPEN-BALANCE.
           MOVE QO-ORDERAMT TO MAJ-OPEN-AMT
           IF QO-PAID-AMT NUMERIC
              SUBTRACT QO-PAID-AMT FROM MAJ-OPEN-AMT
           END-IF
           IF QO-CREDIT-AMT NUMERIC
              SUBTRACT QO-CREDIT-AMT FROM MAJ-OPEN-AMT
           END-IF
           .

      * --------------------------------------------------------
      * ! Show the order's plan: its installments and a status
      * ! line; with no plan on file, the open balance alone.
      * --------------------------------------------------------
       SHOW-PLAN.
           MOVE MAJ-ORDER-KEY TO PP-ORDER-KEY
           EXEC CICS READ DATASET('PAYPLAN')
                          INTO(PP-ODCSFPP-RECORD)
                          RIDFLD(PP-ORDER-KEY)
                          LENGTH(LENGTH OF PP-ODCSFPP-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > PP-INST-COUNT
                         OR WS-IX > 12
                 MOVE PP-INST-DATE (WS-IX) TO WS-SCR-DATE
                 MOVE PP-INST-AMT (WS-IX)  TO WS-AMT-DIGITS
                 MOVE WS-AMT-DIGITS-X      TO WS-SCR-AMT
                 PERFORM PUT-SCREEN-INSTALLMENT
              END-PERFORM
              PERFORM BUILD-STATUS-LINE
              MOVE MSG-94 TO VMESSO
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              MOVE 'NONE'       TO WS-STATUS-TEXT
              MOVE ZEROES       TO PP-AGREE-DATE
              PERFORM BUILD-STATUS-LINE
              MOVE MSG-93 TO VMESSO
           END-IF
           .

      * --------------------------------------------------------
       BUILD-STATUS-LINE.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              EVALUATE PP-STATUS
                 WHEN 'A'   MOVE 'ACTIVE'    TO WS-STATUS-TEXT
                 WHEN 'K'   MOVE 'KEPT'      TO WS-STATUS-TEXT
                 WHEN 'B'   MOVE 'BROKEN'    TO WS-STATUS-TEXT
                 WHEN 'X'   MOVE 'CANCELLED' TO WS-STATUS-TEXT
                 WHEN OTHER MOVE PP-STATUS   TO WS-STATUS-TEXT
              END-EVALUATE
           END-IF
           MOVE MAJ-OPEN-AMT TO WS-OPEN-EDIT
           MOVE SPACES       TO WS-PLAN-DISPLAY-LINE
           STRING 'PLAN '             DELIMITED BY SIZE
                  WS-STATUS-TEXT      DELIMITED BY SIZE
                  ' AGREED '          DELIMITED BY SIZE
                  PP-AGREE-DATE       DELIMITED BY SIZE
                  ' OPEN BALANCE '    DELIMITED BY SIZE
                  WS-OPEN-EDIT        DELIMITED BY SIZE
             INTO WS-PLAN-DISPLAY-LINE
           END-STRING
           MOVE WS-PLAN-DISPLAY-LINE TO VPPSTATO
           .

      * --------------------------------------------------------
      * ! Edit the keyed installments: the order must be invoiced
      * ! and open; installments are keyed from the first line
      * ! down, each with a valid date and an amount over zero,
      * ! dates ascending from today on, and their total must be
      * ! the open balance.
      * --------------------------------------------------------
       CTRL-INSTALLMENTS.
           MOVE ZEROES    TO MAJ-INST-COUNT MAJ-INST-TOTAL.
           MOVE 'N'       TO WS-BLANK-SEEN.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC
           MOVE WS-TODAY  TO WS-PREV-DATE.

           IF  QO-ORDERSTATUS NOT = 'INVOICED'
           AND QO-ORDERSTATUS NOT = 'PARTPAID'
               MOVE MSG-96 TO VMESSO
               ADD  +1     TO ERR-NBR
           ELSE
               IF MAJ-OPEN-AMT NOT > 0
                  MOVE MSG-96 TO VMESSO
                  ADD  +1     TO ERR-NBR
               END-IF
           END-IF.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 12 OR ERR-NBR NOT = 0
              PERFORM GET-SCREEN-INSTALLMENT
              PERFORM CTRL-ONE-INSTALLMENT
           END-PERFORM.

           IF ERR-NBR = 0
              IF MAJ-INST-COUNT = 0
                 MOVE MSG-1  TO VMESSO
                 ADD  +1     TO ERR-NBR
              ELSE
                 IF MAJ-INST-TOTAL NOT = MAJ-OPEN-AMT
                    MOVE MSG-95 TO VMESSO
                    ADD  +1     TO ERR-NBR
                 END-IF
              END-IF
           END-IF.

      * --------------------------------------------------------
       CTRL-ONE-INSTALLMENT.
           IF  (WS-SCR-DATE-L = 0 OR WS-SCR-DATE = SPACES)
           AND (WS-SCR-AMT-L  = 0 OR WS-SCR-AMT  = SPACES)
               MOVE 'Y' TO WS-BLANK-SEEN
           ELSE
               IF  BLANK-INSTALLMENT-SEEN
               OR  WS-SCR-DATE-L = 0 OR WS-SCR-DATE = SPACES
               OR  WS-SCR-AMT-L  = 0 OR WS-SCR-AMT  = SPACES
                   MOVE MSG-89 TO VMESSO
                   ADD  +1     TO ERR-NBR
               ELSE
                   IF  WS-SCR-DATE NOT NUMERIC
                   OR  WS-SCR-AMT  NOT NUMERIC
                       MOVE MSG-3 TO VMESSO
                       ADD  +1    TO ERR-NBR
                   ELSE
                       MOVE WS-SCR-DATE TO WS-EDIT-DATE
                       PERFORM CTRL-DATE-VALUE
                       MOVE WS-SCR-AMT  TO WS-AMT-DIGITS-X
                       IF ERR-NBR = 0
                          PERFORM ADD-INSTALLMENT
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      * --------------------------------------------------------
       CTRL-DATE-VALUE.
           IF  WS-EDIT-DATE-MM < 01 OR WS-EDIT-DATE-MM > 12
           OR  WS-EDIT-DATE-DD < 01 OR WS-EDIT-DATE-DD > 31
               MOVE MSG-2 TO VMESSO
               ADD  +1    TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
       ADD-INSTALLMENT.
           IF WS-AMT-DIGITS = 0
              MOVE MSG-89 TO VMESSO
              ADD  +1     TO ERR-NBR
           ELSE
              IF  WS-EDIT-DATE < WS-PREV-DATE
              OR (WS-EDIT-DATE = WS-PREV-DATE AND MAJ-INST-COUNT > 0)
                  MOVE MSG-97 TO VMESSO
                  ADD  +1     TO ERR-NBR
              ELSE
                  ADD  1             TO MAJ-INST-COUNT
                  MOVE WS-EDIT-DATE  TO MAJ-INST-DATE (MAJ-INST-COUNT)
                  MOVE WS-AMT-DIGITS TO MAJ-INST-AMT (MAJ-INST-COUNT)
                  ADD  WS-AMT-DIGITS TO MAJ-INST-TOTAL
                  MOVE WS-EDIT-DATE  TO WS-PREV-DATE
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Pick up / put back the WS-IX'th installment's fields.
      * --------------------------------------------------------
       GET-SCREEN-INSTALLMENT.
           EVALUATE WS-IX
              WHEN 1  MOVE VPPDT01I TO WS-SCR-DATE
                      MOVE VPPDT01L TO WS-SCR-DATE-L
                      MOVE VPPAM01I TO WS-SCR-AMT
                      MOVE VPPAM01L TO WS-SCR-AMT-L
              WHEN 2  MOVE VPPDT02I TO WS-SCR-DATE
                      MOVE VPPDT02L TO WS-SCR-DATE-L
                      MOVE VPPAM02I TO WS-SCR-AMT
                      MOVE VPPAM02L TO WS-SCR-AMT-L
              WHEN 3  MOVE VPPDT03I TO WS-SCR-DATE
                      MOVE VPPDT03L TO WS-SCR-DATE-L
                      MOVE VPPAM03I TO WS-SCR-AMT
                      MOVE VPPAM03L TO WS-SCR-AMT-L
              WHEN 4  MOVE VPPDT04I TO WS-SCR-DATE
                      MOVE VPPDT04L TO WS-SCR-DATE-L
                      MOVE VPPAM04I TO WS-SCR-AMT
                      MOVE VPPAM04L TO WS-SCR-AMT-L
              WHEN 5  MOVE VPPDT05I TO WS-SCR-DATE
                      MOVE VPPDT05L TO WS-SCR-DATE-L
                      MOVE VPPAM05I TO WS-SCR-AMT
                      MOVE VPPAM05L TO WS-SCR-AMT-L
              WHEN 6  MOVE VPPDT06I TO WS-SCR-DATE
                      MOVE VPPDT06L TO WS-SCR-DATE-L
                      MOVE VPPAM06I TO WS-SCR-AMT
                      MOVE VPPAM06L TO WS-SCR-AMT-L
              WHEN 7  MOVE VPPDT07I TO WS-SCR-DATE
                      MOVE VPPDT07L TO WS-SCR-DATE-L
                      MOVE VPPAM07I TO WS-SCR-AMT
                      MOVE VPPAM07L TO WS-SCR-AMT-L
              WHEN 8  MOVE VPPDT08I TO WS-SCR-DATE
                      MOVE VPPDT08L TO WS-SCR-DATE-L
                      MOVE VPPAM08I TO WS-SCR-AMT
                      MOVE VPPAM08L TO WS-SCR-AMT-L
              WHEN 9  MOVE VPPDT09I TO WS-SCR-DATE
                      MOVE VPPDT09L TO WS-SCR-DATE-L
                      MOVE VPPAM09I TO WS-SCR-AMT
                      MOVE VPPAM09L TO WS-SCR-AMT-L
              WHEN 10 MOVE VPPDT10I TO WS-SCR-DATE
                      MOVE VPPDT10L TO WS-SCR-DATE-L
                      MOVE VPPAM10I TO WS-SCR-AMT
                      MOVE VPPAM10L TO WS-SCR-AMT-L
              WHEN 11 MOVE VPPDT11I TO WS-SCR-DATE
                      MOVE VPPDT11L TO WS-SCR-DATE-L
                      MOVE VPPAM11I TO WS-SCR-AMT
                      MOVE VPPAM11L TO WS-SCR-AMT-L
              WHEN 12 MOVE VPPDT12I TO WS-SCR-DATE
                      MOVE VPPDT12L TO WS-SCR-DATE-L
                      MOVE VPPAM12I TO WS-SCR-AMT
                      MOVE VPPAM12L TO WS-SCR-AMT-L
           END-EVALUATE
           .

      * --------------------------------------------------------
       PUT-SCREEN-INSTALLMENT.
           EVALUATE WS-IX
              WHEN 1  MOVE WS-SCR-DATE TO VPPDT01O
                      MOVE WS-SCR-AMT  TO VPPAM01O
              WHEN 2  MOVE WS-SCR-DATE TO VPPDT02O
                      MOVE WS-SCR-AMT  TO VPPAM02O
              WHEN 3  MOVE WS-SCR-DATE TO VPPDT03O
                      MOVE WS-SCR-AMT  TO VPPAM03O
              WHEN 4  MOVE WS-SCR-DATE TO VPPDT04O
                      MOVE WS-SCR-AMT  TO VPPAM04O
              WHEN 5  MOVE WS-SCR-DATE TO VPPDT05O
                      MOVE WS-SCR-AMT  TO VPPAM05O
              WHEN 6  MOVE WS-SCR-DATE TO VPPDT06O
                      MOVE WS-SCR-AMT  TO VPPAM06O
              WHEN 7  MOVE WS-SCR-DATE TO VPPDT07O
                      MOVE WS-SCR-AMT  TO VPPAM07O
              WHEN 8  MOVE WS-SCR-DATE TO VPPDT08O
                      MOVE WS-SCR-AMT  TO VPPAM08O
              WHEN 9  MOVE WS-SCR-DATE TO VPPDT09O
                      MOVE WS-SCR-AMT  TO VPPAM09O
              WHEN 10 MOVE WS-SCR-DATE TO VPPDT10O
                      MOVE WS-SCR-AMT  TO VPPAM10O
              WHEN 11 MOVE WS-SCR-DATE TO VPPDT11O
                      MOVE WS-SCR-AMT  TO VPPAM11O
              WHEN 12 MOVE WS-SCR-DATE TO VPPDT12O
                      MOVE WS-SCR-AMT  TO VPPAM12O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Store the keyed installments as the order's active plan,
      * ! over any earlier plan already closed.
      * --------------------------------------------------------
       STORE-PLAN.
           MOVE MAJ-ORDER-KEY TO PP-ORDER-KEY.
           EXEC CICS READ DATASET('PAYPLAN')
                          INTO(PP-ODCSFPP-RECORD)
                          RIDFLD(PP-ORDER-KEY)
                          LENGTH(LENGTH OF PP-ODCSFPP-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              IF PP-STATUS = 'A'
                 EXEC CICS UNLOCK DATASET('PAYPLAN') END-EXEC
                 MOVE MSG-98 TO VMESSO
              ELSE
                 PERFORM BUILD-PLAN-RECORD
                 EXEC CICS REWRITE DATASET('PAYPLAN')
                           FROM(PP-ODCSFPP-RECORD)
                           LENGTH(LENGTH OF PP-ODCSFPP-RECORD)
                           RESP(RESPONSE-CODE)
                 END-EXEC
                 PERFORM END-STORE-PLAN
              END-IF
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              PERFORM BUILD-PLAN-RECORD
              EXEC CICS WRITE DATASET('PAYPLAN')
                        FROM(PP-ODCSFPP-RECORD)
                        RIDFLD(PP-ORDER-KEY)
                        LENGTH(LENGTH OF PP-ODCSFPP-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
              PERFORM END-STORE-PLAN
           END-IF
           .

      * --------------------------------------------------------
       END-STORE-PLAN.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           PERFORM BUILD-STATUS-LINE
           MOVE MSG-92 TO VMESSO
           .

      * --------------------------------------------------------
       BUILD-PLAN-RECORD.
           INITIALIZE PP-ODCSFPP-RECORD.
           MOVE MAJ-ORDER-KEY   TO PP-ORDER-KEY.
           MOVE 'A'             TO PP-STATUS.
           MOVE WS-TODAY        TO PP-AGREE-DATE.
           MOVE MAJ-INST-COUNT  TO PP-INST-COUNT.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > MAJ-INST-COUNT
              MOVE MAJ-INST-DATE (WS-IX) TO PP-INST-DATE (WS-IX)
              MOVE MAJ-INST-AMT (WS-IX)  TO PP-INST-AMT (WS-IX)
           END-PERFORM.
           MOVE 0               TO PP-BROKEN-INST.
           MOVE 0               TO PP-CLOSE-DATE.
           MOVE EIBUSERID       TO PP-UPD-USER.
           MOVE WS-TODAY        TO PP-UPD-DATE.
           MOVE SPACES          TO PP-FILLER.

      * --------------------------------------------------------
      * ! Cancel the order's active plan: the order goes back
      * ! into the normal dunning and finance-charge runs.
      * --------------------------------------------------------
       CANCEL-PLAN.
           MOVE MAJ-ORDER-KEY TO PP-ORDER-KEY.
           EXEC CICS READ DATASET('PAYPLAN')
                          INTO(PP-ODCSFPP-RECORD)
                          RIDFLD(PP-ORDER-KEY)
                          LENGTH(LENGTH OF PP-ODCSFPP-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-90 TO VMESSO
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              IF PP-STATUS NOT = 'A'
                 EXEC CICS UNLOCK DATASET('PAYPLAN') END-EXEC
                 MOVE MSG-90 TO VMESSO
              ELSE
                 EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
                 EXEC CICS
                      FORMATTIME ABSTIME(TIME-ABS)
                                 YYYYMMDD(WS-TODAY)
                 END-EXEC
                 MOVE 'X'       TO PP-STATUS
                 MOVE WS-TODAY  TO PP-CLOSE-DATE
                 MOVE EIBUSERID TO PP-UPD-USER
                 MOVE WS-TODAY  TO PP-UPD-DATE
                 EXEC CICS REWRITE DATASET('PAYPLAN')
                           FROM(PP-ODCSFPP-RECORD)
                           LENGTH(LENGTH OF PP-ODCSFPP-RECORD)
                           RESP(RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                    PERFORM 9999-TERMINATE-PROGRAM
                 END-IF
                 PERFORM BUILD-STATUS-LINE
                 MOVE MSG-99 TO VMESSO
              END-IF
           END-IF
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM35') MAPSET('RSSAM35') ERASE
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
