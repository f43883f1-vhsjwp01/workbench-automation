       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT038.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Direct-debit mandate maintenance                   *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program maintains a customer's autopay *
      *     direct-debit mandate (DDMANDT): mandate date and status   *
      *     (A active, S suspended, C cancelled), and the bank        *
      *     routing number, account number and account type (C        *
      *     checking, S savings) the nightly debit run (RSSABC01)     *
      *     draws on.                                                 *
      *    -The routing and account numbers are kept in the bank-     *
      *     account vault (BANKVLT), not on the mandate. They are     *
      *     shown, and may be keyed, only by an operator whose        *
      *     profile carries the supervisor or PII-viewer role; anyone *
      *     else sees them masked and protected, and can only change  *
      *     the mandate's status.                                     *
      *    -It is reached from the customer-360 screen (PF7 there)    *
      *     with the customer preselected; PF3 goes back to it.       *
      *     ENTER shows the keyed customer's mandate, PF12 stores it. *
      *    -Making a mandate active again clears its returned-debit   *
      *     count. Every store records the user and the date, and is  *
      *     logged to the CDDM TD queue.                              *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM38                                      *
      *    Transaction : SA38                                         *
      * ------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  PGM-DEST                    PIC X(08).
           05  RESPONSE-CODE               PIC S9(08) COMP   VALUE +0.
           05  WS-PROF-RESP                PIC S9(08) COMP   VALUE +0.
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  WS-TODAY                    PIC 9(08)  VALUE 0.
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
       01  MAJ-CUSTIDENT                   PIC 9(09)  VALUE 0.
       01  MAJ-MANDATE-AREA.
           05  MAJ-STATUS                  PIC X(01)  VALUE SPACE.
               88  VALID-MANDATE-STATUS    VALUE 'A' 'S' 'C'.
           05  MAJ-MANDATE-DATE            PIC 9(08)  VALUE 0.
           05  MAJ-ROUTING                 PIC X(09)  VALUE SPACES.
           05  MAJ-ACCOUNT                 PIC X(17)  VALUE SPACES.
           05  MAJ-ACCT-TYPE               PIC X(01)  VALUE SPACE.
               88  VALID-ACCT-TYPE         VALUE 'C' 'S'.

       01  SWITCHES.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                     VALUE 'Y'.
           05  MANDATE-FOUND-SW            PIC X(01)  VALUE 'N'.
               88  MANDATE-FOUND                      VALUE 'Y'.
           05  VAULT-FOUND-SW              PIC X(01)  VALUE 'N'.
               88  VAULT-FOUND                        VALUE 'Y'.
           05  BANK-KEYED-SW               PIC X(01)  VALUE 'N'.
               88  BANK-KEYED                         VALUE 'Y'.
           05  WS-PII-VIEW-SW              PIC X(01)  VALUE 'N'.
               88  PII-VIEWER                         VALUE 'Y'.

      *--- Account number's last four positions, kept on the mandate
       01  WS-ACCT-WORK                    PIC X(17).
       01  WS-ACCT-LEN                     PIC S9(4) COMP VALUE +0.
       01  WS-MASKED-ACCOUNT               PIC X(17).
       01  WS-OLD-STATUS                   PIC X(01).

      *--- Mandate-change log record for the CDDM TD queue
       01  WS-CDDM-RECORD.
           05  CDDM-CUSTIDENT      PIC 9(09).
           05  CDDM-OLD-STATUS     PIC X(01).
           05  CDDM-NEW-STATUS     PIC X(01).
           05  CDDM-BANK-CHANGED   PIC X(01).
           05  CDDM-USERID         PIC X(08).
           05  CDDM-EIBDATE        PIC S9(07) COMP-3.
           05  CDDM-EIBTIME        PIC S9(07) COMP-3.

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
       01  MSG-91                                  PIC  X(79)
           VALUE 'E: status must be A, S or C.                   '.
       01  MSG-92                                  PIC  X(79)
           VALUE 'E: mandate date must be YYYYMMDD.              '.
       01  MSG-93                                  PIC  X(79)
           VALUE 'E: routing number must be 9 digits.            '.
       01  MSG-94                                  PIC  X(79)
           VALUE 'E: account type must be C or S.                '.
       01  MSG-95                                  PIC  X(79)
           VALUE 'I: direct-debit mandate stored.                '.
       01  MSG-96                                  PIC  X(79)
           VALUE 'I: no mandate for this customer, PF12 creates it.'.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: direct-debit mandate displayed.             '.
       01  MSG-99                                  PIC  X(79)
           VALUE 'E: bank details can only be keyed by a supervisor.'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM38.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Customer VSAM file's data layout ---------------------
           COPY ODCSF0.

      * Direct-debit mandate VSAM file's data layout -----------
           COPY ODCSFDM.

      * Bank-account vault VSAM file's data layout -------------
           COPY ODCSFBV.

      * Operator profile VSAM file's data layout ---------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-MANDATE-MAINT.

      * This program may only be reached thru the customer-360...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM38O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

           PERFORM CHECK-PII-VIEW-ROLE.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM38O
                   MOVE COMM-CLT  TO MAJ-CUSTIDENT
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-MANDATE
                   END-IF
                   PERFORM 1200-SEND-MANDATE-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'        TO  COMM-FONC
           MOVE MAJ-CUSTIDENT    TO  COMM-CLT
           EXEC CICS RETURN TRANSID('SA38')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Show the customer's mandate and bank details, the bank
      * ! details masked unless the operator may see them.
      * --------------------------------------------------------
       1100-SHOW-MANDATE.
           MOVE SPACES TO VDMSTATO VDMDATEO VDMROUTO VDMACCTO
                          VDMATYPO VDMINF1O VDMINF2O.
           PERFORM 1120-READ-MANDATE.
           PERFORM 1130-READ-VAULT.
           IF NOT MANDATE-FOUND
              IF VMESSO = LOW-VALUE OR SPACES
                 MOVE MSG-96 TO VMESSO
              END-IF
              EXIT PARAGRAPH
           END-IF.

           MOVE DM-STATUS       TO VDMSTATO.
           MOVE DM-MANDATE-DATE TO VDMDATEO.
           IF VAULT-FOUND
              MOVE BV-ACCT-TYPE TO VDMATYPO
              IF PII-VIEWER
                 MOVE BV-ROUTING TO VDMROUTO
                 MOVE BV-ACCOUNT TO VDMACCTO
              ELSE
                 MOVE ALL '*'    TO VDMROUTO
                 MOVE ALL '*'    TO WS-MASKED-ACCOUNT
                 MOVE DM-ACCT-LAST4 TO WS-MASKED-ACCOUNT (14:4)
                 MOVE WS-MASKED-ACCOUNT TO VDMACCTO
              END-IF
           END-IF.
           STRING 'STATUS SINCE '     DELIMITED BY SIZE
                  DM-STATUS-DATE      DELIMITED BY SIZE
                  '  RETURNED DEBITS ' DELIMITED BY SIZE
                  DM-RETURN-COUNT     DELIMITED BY SIZE
                  '  LAST DEBIT '     DELIMITED BY SIZE
                  DM-LAST-DEBIT-DATE  DELIMITED BY SIZE
             INTO VDMINF1O
           END-STRING.
           STRING 'LAST UPDATED '     DELIMITED BY SIZE
                  DM-UPD-DATE         DELIMITED BY SIZE
                  ' BY '              DELIMITED BY SIZE
                  DM-UPD-USER         DELIMITED BY SIZE
             INTO VDMINF2O
           END-STRING.
           IF VMESSO = LOW-VALUE OR SPACES
              MOVE MSG-98 TO VMESSO
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
           END-IF.

      * --------------------------------------------------------
       1120-READ-MANDATE.
           MOVE 'N' TO MANDATE-FOUND-SW.
           MOVE MAJ-CUSTIDENT TO DM-CUSTIDENT.
           EXEC CICS READ DATASET('DDMANDT')
                          INTO(DM-ODCSFDM-RECORD)
                          RIDFLD(DM-CUSTIDENT)
                          LENGTH(LENGTH OF DM-ODCSFDM-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO MANDATE-FOUND-SW
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.

      * --------------------------------------------------------
       1130-READ-VAULT.
           MOVE 'N' TO VAULT-FOUND-SW.
           MOVE MAJ-CUSTIDENT TO BV-CUSTIDENT.
           EXEC CICS READ DATASET('BANKVLT')
                          INTO(BV-ODCSFBV-RECORD)
                          RIDFLD(BV-CUSTIDENT)
                          LENGTH(LENGTH OF BV-ODCSFBV-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO VAULT-FOUND-SW
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.

      * --------------------------------------------------------
      * ! Finish and send the mandate maintenance screen. The bank
      * ! detail fields are only open to a PII viewer.
      * --------------------------------------------------------
       1200-SEND-MANDATE-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT038' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VCUSTNMA  VDMINF1A VDMINF2A
           MOVE 'A' TO VCUSTIDA  VDMSTATA VDMDATEA
           IF PII-VIEWER
              MOVE 'A' TO VDMROUTA VDMACCTA VDMATYPA
           ELSE
              MOVE '8' TO VDMROUTA VDMACCTA VDMATYPA
           END-IF
           EXEC CICS SEND MAP('RSSAM38')
                       MAPSET('RSSAM38') FROM(RSSAM38O)
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
           EXEC CICS RECEIVE MAP   ('RSSAM38')
                             MAPSET('RSSAM38')
                             INTO  (RSSAM38I)
           END-EXEC.
           MOVE COMM-CLT TO MAJ-CUSTIDENT.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-360
              WHEN DFHENTER
                   PERFORM CTRL-CUSTOMER
                   MOVE LOW-VALUE TO RSSAM38O
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-MANDATE
                   END-IF
                   PERFORM 1200-SEND-MANDATE-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM CTRL-INPUT-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM STORE-MANDATE
                      MOVE LOW-VALUE TO RSSAM38O
                      MOVE MSG-95    TO VMESSO
                      PERFORM 1110-READ-CUSTOMER
                      PERFORM 1100-SHOW-MANDATE
                   END-IF
                   PERFORM 1200-SEND-MANDATE-SCREEN
              WHEN OTHER
                   MOVE LOW-VALUE TO RSSAM38O
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-MANDATE
                   END-IF
                   PERFORM 1200-SEND-MANDATE-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! A customer ID keyed on the screen replaces the one
      * ! received; the customer must be on file.
      * --------------------------------------------------------
       CTRL-CUSTOMER.
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

      * --------------------------------------------------------
      * ! Status and mandate date are always keyed. The bank
      * ! details are taken only from a PII viewer, and must be
      * ! there for a customer not yet in the vault.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE SPACES TO MAJ-STATUS MAJ-ROUTING MAJ-ACCOUNT
                          MAJ-ACCT-TYPE.
           MOVE ZEROES TO MAJ-MANDATE-DATE.
           MOVE 'N'    TO BANK-KEYED-SW.

           IF  VDMSTATL = 0
           OR  VDMSTATI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VDMSTATI TO MAJ-STATUS
               IF NOT VALID-MANDATE-STATUS
                  MOVE MSG-91 TO VMESSO
                  ADD  +1     TO ERR-NBR
               END-IF
           END-IF.

           IF  VDMDATEL = 0
           OR  VDMDATEI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VDMDATEI NOT NUMERIC
                  MOVE MSG-92 TO VMESSO
                  ADD  +1     TO ERR-NBR
               ELSE
                  MOVE VDMDATEI TO MAJ-MANDATE-DATE
                  IF MAJ-MANDATE-DATE (5:2) < '01'
                  OR MAJ-MANDATE-DATE (5:2) > '12'
                  OR MAJ-MANDATE-DATE (7:2) < '01'
                  OR MAJ-MANDATE-DATE (7:2) > '31'
                     MOVE MSG-92 TO VMESSO
                     ADD  +1     TO ERR-NBR
                  END-IF
               END-IF
           END-IF.

      *--- Bank details keyed: only a PII viewer may...
           IF (VDMROUTL NOT = 0 AND VDMROUTI NOT = SPACES)
           OR (VDMACCTL NOT = 0 AND VDMACCTI NOT = SPACES)
           OR (VDMATYPL NOT = 0 AND VDMATYPI NOT = SPACES)
               MOVE 'Y' TO BANK-KEYED-SW
           END-IF.
           IF BANK-KEYED
              IF NOT PII-VIEWER
                 MOVE MSG-99 TO VMESSO
                 ADD  +1     TO ERR-NBR
                 EXIT PARAGRAPH
              END-IF
              PERFORM CTRL-BANK-DETAILS
           ELSE
              PERFORM 1130-READ-VAULT
              IF NOT VAULT-FOUND
                 IF PII-VIEWER
                    MOVE MSG-1  TO VMESSO
                 ELSE
                    MOVE MSG-99 TO VMESSO
                 END-IF
                 ADD  +1 TO ERR-NBR
              END-IF
           END-IF.

      * --------------------------------------------------------
      * ! A bank detail left as it was keeps the vault's value.
      * --------------------------------------------------------
       CTRL-BANK-DETAILS.
           PERFORM 1130-READ-VAULT.
           IF  VDMROUTL = 0
           OR  VDMROUTI = SPACES
               IF VAULT-FOUND
                  MOVE BV-ROUTING TO MAJ-ROUTING
               ELSE
                  MOVE MSG-1 TO VMESSO
                  ADD  +1    TO ERR-NBR
               END-IF
           ELSE
               IF VDMROUTI NOT NUMERIC
                  MOVE MSG-93 TO VMESSO
                  ADD  +1     TO ERR-NBR
               ELSE
                  MOVE VDMROUTI TO MAJ-ROUTING
               END-IF
           END-IF.

           IF  VDMACCTL = 0
           OR  VDMACCTI = SPACES
               IF VAULT-FOUND
                  MOVE BV-ACCOUNT TO MAJ-ACCOUNT
               ELSE
                  MOVE MSG-1 TO VMESSO
                  ADD  +1    TO ERR-NBR
               END-IF
           ELSE
               MOVE VDMACCTI TO MAJ-ACCOUNT
           END-IF.

           IF  VDMATYPL = 0
           OR  VDMATYPI = SPACES
               IF VAULT-FOUND
                  MOVE BV-ACCT-TYPE TO MAJ-ACCT-TYPE
               ELSE
                  MOVE MSG-1 TO VMESSO
                  ADD  +1    TO ERR-NBR
               END-IF
           ELSE
               MOVE VDMATYPI TO MAJ-ACCT-TYPE
               IF NOT VALID-ACCT-TYPE
                  MOVE MSG-94 TO VMESSO
                  ADD  +1     TO ERR-NBR
               END-IF
           END-IF.

      * --------------------------------------------------------
      * ! Store the vault entry (when keyed) and the mandate, and
      * ! log the change.
      * --------------------------------------------------------
       STORE-MANDATE.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.

           IF BANK-KEYED
              PERFORM STORE-VAULT-ENTRY
           END-IF.

           MOVE MAJ-CUSTIDENT TO DM-CUSTIDENT.
           EXEC CICS READ DATASET('DDMANDT')
                          INTO(DM-ODCSFDM-RECORD)
                          RIDFLD(DM-CUSTIDENT)
                          LENGTH(LENGTH OF DM-ODCSFDM-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE DM-STATUS TO WS-OLD-STATUS
              PERFORM BUILD-MANDATE-RECORD
              EXEC CICS REWRITE DATASET('DDMANDT')
                        FROM(DM-ODCSFDM-RECORD)
                        LENGTH(LENGTH OF DM-ODCSFDM-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              MOVE SPACE  TO WS-OLD-STATUS
              MOVE MAJ-CUSTIDENT TO DM-CUSTIDENT
              MOVE ZEROES TO DM-RETURN-COUNT DM-LAST-DEBIT-DATE
                             DM-STATUS-DATE
              MOVE SPACES TO DM-ACCT-LAST4 DM-FILLER
              PERFORM BUILD-MANDATE-RECORD
              EXEC CICS WRITE DATASET('DDMANDT')
                        FROM(DM-ODCSFDM-RECORD)
                        RIDFLD(DM-CUSTIDENT)
                        LENGTH(LENGTH OF DM-ODCSFDM-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           PERFORM LOG-MANDATE-CHANGE
           .

      * --------------------------------------------------------
       BUILD-MANDATE-RECORD.
      *--- A status change is dated; going back to active clears
      *--- the returned-debit count that suspended it...
           IF MAJ-STATUS NOT = WS-OLD-STATUS
              MOVE WS-TODAY TO DM-STATUS-DATE
              IF MAJ-STATUS = 'A'
                 MOVE ZEROES TO DM-RETURN-COUNT
              END-IF
           END-IF.
           MOVE MAJ-STATUS       TO DM-STATUS.
           MOVE MAJ-MANDATE-DATE TO DM-MANDATE-DATE.
           IF BANK-KEYED
              MOVE MAJ-ACCOUNT TO WS-ACCT-WORK
              MOVE 17          TO WS-ACCT-LEN
              PERFORM UNTIL WS-ACCT-LEN < 5
                      OR WS-ACCT-WORK (WS-ACCT-LEN:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-ACCT-LEN
              END-PERFORM
              IF WS-ACCT-LEN < 4
                 MOVE 4 TO WS-ACCT-LEN
              END-IF
              MOVE WS-ACCT-WORK (WS-ACCT-LEN - 3:4) TO DM-ACCT-LAST4
           END-IF.
           MOVE EIBUSERID        TO DM-UPD-USER.
           MOVE WS-TODAY         TO DM-UPD-DATE.

      * --------------------------------------------------------
       STORE-VAULT-ENTRY.
           MOVE MAJ-CUSTIDENT TO BV-CUSTIDENT.
           EXEC CICS READ DATASET('BANKVLT')
                          INTO(BV-ODCSFBV-RECORD)
                          RIDFLD(BV-CUSTIDENT)
                          LENGTH(LENGTH OF BV-ODCSFBV-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE MAJ-ROUTING   TO BV-ROUTING
              MOVE MAJ-ACCOUNT   TO BV-ACCOUNT
              MOVE MAJ-ACCT-TYPE TO BV-ACCT-TYPE
              EXEC CICS REWRITE DATASET('BANKVLT')
                        FROM(BV-ODCSFBV-RECORD)
                        LENGTH(LENGTH OF BV-ODCSFBV-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              MOVE MAJ-CUSTIDENT TO BV-CUSTIDENT
              MOVE MAJ-ROUTING   TO BV-ROUTING
              MOVE MAJ-ACCOUNT   TO BV-ACCOUNT
              MOVE MAJ-ACCT-TYPE TO BV-ACCT-TYPE
              MOVE SPACES        TO BV-FILLER
              EXEC CICS WRITE DATASET('BANKVLT')
                        FROM(BV-ODCSFBV-RECORD)
                        RIDFLD(BV-CUSTIDENT)
                        LENGTH(LENGTH OF BV-ODCSFBV-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           .

      * --------------------------------------------------------
      * ! Every store is logged: who changed which customer's
      * ! mandate status, and whether the bank details changed
      * ! (the numbers themselves are never logged).
      * --------------------------------------------------------
       LOG-MANDATE-CHANGE.
           MOVE MAJ-CUSTIDENT  TO CDDM-CUSTIDENT.
           MOVE WS-OLD-STATUS  TO CDDM-OLD-STATUS.
           MOVE MAJ-STATUS     TO CDDM-NEW-STATUS.
           MOVE BANK-KEYED-SW  TO CDDM-BANK-CHANGED.
           MOVE EIBUSERID      TO CDDM-USERID.
           MOVE EIBDATE        TO CDDM-EIBDATE.
           MOVE EIBTIME        TO CDDM-EIBTIME.
           EXEC CICS WRITEQ TD QUEUE('CDDM')
                               FROM(WS-CDDM-RECORD)
                               LENGTH(LENGTH OF WS-CDDM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
       CHECK-PII-VIEW-ROLE.
      * Bank details are only shown in full, and only taken, from
      * operators whose profile carries the supervisor or PII-viewer
      * role.
           MOVE 'N' TO WS-PII-VIEW-SW.
           MOVE EIBUSERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RIDFLD(OP-USERID)
                          LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                          RESP(WS-PROF-RESP)
           END-EXEC.
           IF WS-PROF-RESP = DFHRESP(NORMAL)
              IF  (OP-ROLE = 'S' OR OP-ROLE = 'P')
              AND OP-ACTIVE = 'Y'
                 MOVE 'Y' TO WS-PII-VIEW-SW
              END-IF
           END-IF.

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM38') MAPSET('RSSAM38') ERASE
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
