       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT055.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Audit confirmation responses                       *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program records the customer's reply  *
      *     to the receivables audit confirmation letter sent by the  *
      *     year-end selection run (RSSABC34), on the confirmation    *
      *     register (CONFREG, ODCSFAC).                              *
      *    -It is reached from the customer-360 screen (PF17 there)   *
      *     with the customer preselected; PF3 goes back to it.       *
      *     ENTER shows the register entry of the keyed customer and  *
      *     audit date (December 31 of last year when none is keyed): *
      *     the stratum, the balance confirmed, how and when the      *
      *     letter went and the reply recorded so far. A location of  *
      *     a bill-to hierarchy is confirmed under its parent, whose  *
      *     entry is shown instead.                                   *
      *    -PF12 records the reply: A agreed, D disputed (the         *
      *     balance the customer's records show is then mandatory     *
      *     and the difference is shown), N no reply by the close of  *
      *     the window; with an optional note, the user and the date. *
      *     A reply may be corrected the same way.                    *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM55                                      *
      *    Transaction : SA55                                         *
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
           05  WS-TODAY-G REDEFINES WS-TODAY.
               10  WS-TODAY-YYYY           PIC 9(04).
               10  FILLER                  PIC 9(04).
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
       01  MAJ-CUSTIDENT                   PIC 9(09)  VALUE 0.
       01  MAJ-ACCOUNT                     PIC 9(09)  VALUE 0.
       01  MAJ-AUDIT-DATE                  PIC 9(08)  VALUE 0.
       01  MAJ-RESPONSE                    PIC X(01)  VALUE SPACE.
       01  MAJ-CUST-AMOUNT                 PIC 9(09)V99 VALUE 0.
       01  MAJ-NOTE                        PIC X(30)  VALUE SPACES.

      *--- The customer's amount is keyed as 11 digits, the last two
      *--- the cents
       01  WS-AMT-DIGITS                   PIC 9(09)V99.
       01  WS-AMT-DIGITS-X                 REDEFINES WS-AMT-DIGITS
                                           PIC X(11).

       01  SWITCHES.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                     VALUE 'Y'.
           05  ENTRY-FOUND-SW              PIC X(01)  VALUE 'N'.
               88  ENTRY-FOUND                        VALUE 'Y'.

      *--- The register entry in readable form
       01  WS-AC-KEY.
           05  WS-AC-AUDIT-DATE            PIC 9(008).
           05  WS-AC-CUSTIDENT             PIC 9(009).
       01  WS-STRATUM-TEXT                 PIC X(18).
       01  WS-RESPONSE-TEXT                PIC X(16).
       01  WS-DIFFERENCE                   PIC S9(09)V99 VALUE 0.
       01  WS-ED-BALANCE                   PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-CUST-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-DIFFERENCE                PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-ORDERS                    PIC ZZ,ZZ9.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the customer-36
      -          '0 screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-97                                  PIC  X(79)
           VALUE 'E: unreferenced customer.                      '.
       01  MSG-80                                  PIC  X(79)
           VALUE 'E: no confirmation was sent for this audit date. '.
       01  MSG-81                                  PIC  X(79)
           VALUE 'E: reply must be A (agreed), D (disputed) or N.  '.
       01  MSG-82                                  PIC  X(79)
           VALUE 'E: a disputed reply needs the customer''s balance.'.
       01  MSG-83                                  PIC  X(79)
           VALUE 'E: amount is 11 digits, the last two the cents.  '.
       01  MSG-84                                  PIC  X(79)
           VALUE 'E: audit date must be CCYYMMDD, not after today.  '.
       01  MSG-85                                  PIC  X(79)
           VALUE 'I: confirmation reply recorded.                  '.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: confirmation displayed.                        '.
       01  MSG-99                                  PIC  X(79)
           VALUE 'I: confirmed under the bill-to parent, shown here. '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM55.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Customer VSAM file's data layout ---------------------
           COPY ODCSF0.

      * Bill-to hierarchy VSAM file's data layout ------------
           COPY ODCSFBT.

      * Confirmation register VSAM file's data layout --------
           COPY ODCSFAC.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-CONFIRMATIONS.

      * This program may only be reached thru the customer-360...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM55O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

           PERFORM GET-TODAY.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM55O
                   MOVE COMM-CLT  TO MAJ-CUSTIDENT
                   COMPUTE MAJ-AUDIT-DATE =
                           (WS-TODAY-YYYY - 1) * 10000 + 1231
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-CONFIRMATION
                   END-IF
                   PERFORM 1200-SEND-CONFIRM-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'        TO  COMM-FONC
           MOVE MAJ-CUSTIDENT    TO  COMM-CLT
           EXEC CICS RETURN TRANSID('SA55')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Show the register entry of the customer's invoice
      * ! account for the audit date.
      * --------------------------------------------------------
       1100-SHOW-CONFIRMATION.
           MOVE MAJ-AUDIT-DATE TO VACDATEO.
           MOVE SPACES TO VACACCTO VACINFOO VACBALO VACRESPO
                          VACCAMTO VACNOTEO VACLASTO.
           PERFORM 1120-READ-ENTRY.
           IF NOT ENTRY-FOUND
              MOVE MSG-80 TO VMESSO
           ELSE
              PERFORM 1130-SHOW-ENTRY-DETAIL
              IF VMESSO = LOW-VALUE OR SPACES
                 IF MAJ-ACCOUNT NOT = MAJ-CUSTIDENT
                    MOVE MSG-99 TO VMESSO
                 ELSE
                    MOVE MSG-98 TO VMESSO
                 END-IF
              END-IF
           END-IF
           .

      * --------------------------------------------------------
       1110-READ-CUSTOMER.
           MOVE 'Y' TO CUSTOMER-FOUND-SW.
           MOVE SPACES TO VCUSTNMO.
           MOVE MAJ-CUSTIDENT (4:6) TO VCUSTIDO.
           MOVE MAJ-CUSTIDENT TO QS-CUSTIDENT.
           EXEC CICS READ DATASET('ODCSF0')
                          INTO(QS-ODCSF0-RECORD)
                          RIDFLD(QS-CUSTIDENT)
                          LENGTH(LENGTH OF QS-ODCSF0-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE 'N'    TO CUSTOMER-FOUND-SW
              MOVE MSG-97 TO VMESSO
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              STRING QS-CUSTLNAME DELIMITED BY SIZE
                     ' '          DELIMITED BY SIZE
                     QS-CUSTFNAME DELIMITED BY SIZE
                INTO VCUSTNMO
              END-STRING
           END-IF
           .

      * --------------------------------------------------------
      * ! The register entry is under the invoice account: the
      * ! customer's bill-to parent when it has one, else the
      * ! customer itself.
      * --------------------------------------------------------
       1120-READ-ENTRY.
           MOVE 'N' TO ENTRY-FOUND-SW.
           MOVE MAJ-CUSTIDENT TO MAJ-ACCOUNT.
           MOVE MAJ-CUSTIDENT TO BT-CUSTIDENT.
           EXEC CICS READ DATASET('BILLTO')
                          INTO(BT-ODCSFBT-RECORD)
                          RIDFLD(BT-CUSTIDENT)
                          LENGTH(LENGTH OF BT-ODCSFBT-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE BT-PARENT TO MAJ-ACCOUNT
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
           MOVE MAJ-AUDIT-DATE TO WS-AC-AUDIT-DATE.
           MOVE MAJ-ACCOUNT    TO WS-AC-CUSTIDENT.
           MOVE WS-AC-KEY      TO AC-CONF-KEY.
           EXEC CICS READ DATASET('CONFREG')
                          INTO(AC-ODCSFAC-RECORD)
                          RIDFLD(AC-CONF-KEY)
                          LENGTH(LENGTH OF AC-ODCSFAC-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO ENTRY-FOUND-SW
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.

      * --------------------------------------------------------
      * ! Move the register entry just read to the screen.
      * --------------------------------------------------------
       1130-SHOW-ENTRY-DETAIL.
           IF AC-STRATUM = 'H'
              MOVE 'ABOVE THRESHOLD'  TO WS-STRATUM-TEXT
           ELSE
              MOVE 'DRAWN AT RANDOM'  TO WS-STRATUM-TEXT
           END-IF.
           STRING 'ACCOUNT '          DELIMITED BY SIZE
                  AC-CUSTIDENT        DELIMITED BY SIZE
                  '  AUDIT DATE '     DELIMITED BY SIZE
                  AC-AUDIT-DATE       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-STRATUM-TEXT     DELIMITED BY SIZE
             INTO VACACCTO
           END-STRING.
           MOVE AC-ORDER-COUNT TO WS-ED-ORDERS.
           STRING 'LETTER SENT '      DELIMITED BY SIZE
                  AC-SENT-DATE        DELIMITED BY SIZE
                  ' BY '              DELIMITED BY SIZE
                  AC-CHANNEL          DELIMITED BY SIZE
                  '  OPEN ORDERS '    DELIMITED BY SIZE
                  WS-ED-ORDERS        DELIMITED BY SIZE
             INTO VACINFOO
           END-STRING.
           MOVE AC-BALANCE TO WS-ED-BALANCE.
           MOVE WS-ED-BALANCE TO VACBALO.
           MOVE AC-RESPONSE   TO VACRESPO.
           MOVE AC-NOTE       TO VACNOTEO.
           IF AC-RESPONSE = 'D'
              MOVE AC-CUST-AMOUNT  TO WS-AMT-DIGITS
              MOVE WS-AMT-DIGITS-X TO VACCAMTO
           END-IF.
           EVALUATE AC-RESPONSE
              WHEN 'A'   MOVE 'AGREED'           TO WS-RESPONSE-TEXT
              WHEN 'D'   MOVE 'DISPUTED'         TO WS-RESPONSE-TEXT
              WHEN 'N'   MOVE 'NO REPLY'         TO WS-RESPONSE-TEXT
              WHEN OTHER MOVE 'AWAITING REPLY'   TO WS-RESPONSE-TEXT
           END-EVALUATE.
           IF AC-RESPONSE = SPACE
              MOVE WS-RESPONSE-TEXT TO VACLASTO
           ELSE
              IF AC-RESPONSE = 'D'
                 COMPUTE WS-DIFFERENCE = AC-CUST-AMOUNT - AC-BALANCE
                 MOVE WS-DIFFERENCE  TO WS-ED-DIFFERENCE
                 STRING WS-RESPONSE-TEXT DELIMITED BY '  '
                        ' BY '           DELIMITED BY SIZE
                        AC-RESP-USER     DELIMITED BY SIZE
                        ' ON '           DELIMITED BY SIZE
                        AC-RESP-DATE     DELIMITED BY SIZE
                        '  DIFFERENCE '  DELIMITED BY SIZE
                        WS-ED-DIFFERENCE DELIMITED BY SIZE
                   INTO VACLASTO
                 END-STRING
              ELSE
                 STRING WS-RESPONSE-TEXT DELIMITED BY '  '
                        ' BY '           DELIMITED BY SIZE
                        AC-RESP-USER     DELIMITED BY SIZE
                        ' ON '           DELIMITED BY SIZE
                        AC-RESP-DATE     DELIMITED BY SIZE
                   INTO VACLASTO
                 END-STRING
              END-IF
           END-IF.

      * --------------------------------------------------------
      * ! Finish and send the confirmation screen.
      * --------------------------------------------------------
       1200-SEND-CONFIRM-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT055' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA  VCUSTNMA
                       VACACCTA  VACINFOA VACBALA  VACLASTA
           MOVE 'A' TO VCUSTIDA  VACDATEA VACRESPA VACCAMTA VACNOTEA
           EXEC CICS SEND MAP('RSSAM55')
                       MAPSET('RSSAM55') FROM(RSSAM55O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF3 returns to the customer-360 screen, ENTER shows the
      * ! keyed customer's confirmation, PF12 records the reply.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM55')
                             MAPSET('RSSAM55')
                             INTO  (RSSAM55I)
           END-EXEC.
           MOVE COMM-CLT TO MAJ-CUSTIDENT.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-360
              WHEN DFHENTER
                   PERFORM CTRL-CUSTOMER-DATE
                   IF ERR-NBR = 0
                      MOVE LOW-VALUE TO RSSAM55O
                      PERFORM 1110-READ-CUSTOMER
                      PERFORM 1100-SHOW-CONFIRMATION
                   END-IF
                   PERFORM 1200-SEND-CONFIRM-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-CUSTOMER-DATE
                   IF ERR-NBR = 0
                      PERFORM 1120-READ-ENTRY
                      IF NOT ENTRY-FOUND
                         MOVE MSG-80 TO VMESSO
                         ADD  +1     TO ERR-NBR
                      END-IF
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM CTRL-REPLY-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM STORE-REPLY
                      MOVE LOW-VALUE TO RSSAM55O
                      PERFORM 1110-READ-CUSTOMER
                      PERFORM 1100-SHOW-CONFIRMATION
                      MOVE MSG-85 TO VMESSO
                   END-IF
                   PERFORM 1200-SEND-CONFIRM-SCREEN
              WHEN OTHER
                   MOVE LOW-VALUE TO RSSAM55O
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   MOVE COMM-CLT TO MAJ-CUSTIDENT
                   PERFORM 1110-READ-CUSTOMER
                   PERFORM 1200-SEND-CONFIRM-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! A customer ID keyed on the screen replaces the one
      * ! received; the customer must be on file. The audit date
      * ! defaults to December 31 of last year.
      * --------------------------------------------------------
       CTRL-CUSTOMER-DATE.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           IF  VCUSTIDL NOT = 0
           AND VCUSTIDI NOT = SPACES
               IF VCUSTIDI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VCUSTIDI TO MAJ-CUSTIDENT
               END-IF
           END-IF.
           IF ERR-NBR = 0
              IF MAJ-CUSTIDENT = 0
                 MOVE MSG-1 TO VMESSO
                 ADD  +1    TO ERR-NBR
              ELSE
                 PERFORM 1110-READ-CUSTOMER
                 IF NOT CUSTOMER-FOUND
                    ADD  +1 TO ERR-NBR
                 END-IF
              END-IF
           END-IF.

           IF  VACDATEL = 0
           OR  VACDATEI = SPACES
               COMPUTE MAJ-AUDIT-DATE =
                       (WS-TODAY-YYYY - 1) * 10000 + 1231
           ELSE
               IF VACDATEI NOT NUMERIC
                  MOVE MSG-84 TO VMESSO
                  ADD  +1     TO ERR-NBR
               ELSE
                  MOVE VACDATEI TO MAJ-AUDIT-DATE
                  IF MAJ-AUDIT-DATE > WS-TODAY
                  OR MAJ-AUDIT-DATE (5:2) < '01'
                  OR MAJ-AUDIT-DATE (5:2) > '12'
                     MOVE MSG-84 TO VMESSO
                     ADD  +1     TO ERR-NBR
                  END-IF
               END-IF
           END-IF.

      * --------------------------------------------------------
      * ! The reply is A, D or N; a dispute needs the customer's
      * ! balance, which an agreement takes from the register.
      * --------------------------------------------------------
       CTRL-REPLY-DATA.
           MOVE VACRESPI TO MAJ-RESPONSE.
           IF  VACRESPL = 0
           OR  MAJ-RESPONSE = SPACE
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF  MAJ-RESPONSE NOT = 'A'
               AND MAJ-RESPONSE NOT = 'D'
               AND MAJ-RESPONSE NOT = 'N'
                   MOVE MSG-81 TO VMESSO
                   ADD  +1     TO ERR-NBR
               END-IF
           END-IF.

           MOVE 0 TO MAJ-CUST-AMOUNT.
           IF  VACCAMTL = 0
           OR  VACCAMTI = SPACES
               IF MAJ-RESPONSE = 'D'
                  MOVE MSG-82 TO VMESSO
                  ADD  +1     TO ERR-NBR
               END-IF
           ELSE
               IF VACCAMTI NOT NUMERIC
                  MOVE MSG-83 TO VMESSO
                  ADD  +1     TO ERR-NBR
               ELSE
                  MOVE VACCAMTI      TO WS-AMT-DIGITS-X
                  MOVE WS-AMT-DIGITS TO MAJ-CUST-AMOUNT
               END-IF
           END-IF.
           IF MAJ-RESPONSE = 'A'
              MOVE AC-BALANCE TO MAJ-CUST-AMOUNT
           END-IF.
           IF MAJ-RESPONSE = 'N'
              MOVE 0 TO MAJ-CUST-AMOUNT
           END-IF.

           IF  VACNOTEL = 0
               MOVE SPACES   TO MAJ-NOTE
           ELSE
               MOVE VACNOTEI TO MAJ-NOTE
           END-IF.

      * --------------------------------------------------------
      * ! Record the reply on the register entry with who and
      * ! when.
      * --------------------------------------------------------
       STORE-REPLY.
           MOVE WS-AC-KEY TO AC-CONF-KEY.
           EXEC CICS READ DATASET('CONFREG')
                          INTO(AC-ODCSFAC-RECORD)
                          RIDFLD(AC-CONF-KEY)
                          LENGTH(LENGTH OF AC-ODCSFAC-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           MOVE MAJ-RESPONSE    TO AC-RESPONSE
           MOVE MAJ-CUST-AMOUNT TO AC-CUST-AMOUNT
           MOVE MAJ-NOTE        TO AC-NOTE
           MOVE EIBUSERID       TO AC-RESP-USER
           MOVE WS-TODAY        TO AC-RESP-DATE
           EXEC CICS REWRITE DATASET('CONFREG')
                     FROM(AC-ODCSFAC-RECORD)
                     LENGTH(LENGTH OF AC-ODCSFAC-RECORD)
                     RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           .

      * --------------------------------------------------------
       GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM55') MAPSET('RSSAM55') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC
           .

      *- RETURN TO THE CUSTOMER-360 SCREEN
       BACK-TO-360.
           MOVE  COMM-DEST     TO  COMM-PROV.
           MOVE 'C360'         TO  COMM-DEST.
           MOVE 'SEND'         TO  COMM-FONC.
           MOVE  MAJ-CUSTIDENT TO  COMM-CLT.
           MOVE 'RSSAT030'     TO  PGM-DEST.
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
