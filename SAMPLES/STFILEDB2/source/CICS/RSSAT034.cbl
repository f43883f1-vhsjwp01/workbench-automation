       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT034.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Payment-terms table maintenance                    *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program maintains the payment-terms    *
      *     table (TERMTBL) the invoice print dates each invoice      *
      *     from: one record per terms code with its description, the *
      *     net days to the due date and any early-payment discount   *
      *     (percent keyed in digits with two implied decimals, 0200  *
      *     = 2.00 percent, and the days it is offered for).          *
      *    -Each change is stamped with the user and date.            *
      *    -PF5 puts the keyed terms code on the keyed customer's     *
      *     record (a blank code puts the customer back on the 'STD ' *
      *     terms); the code must be on the table.                    *
      *    -It is reached from the run-parameter maintenance screen   *
      *     (PF19 there). ENTER shows the keyed code, PF12 stores the *
      *     keyed terms under it.                                     *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM34                                      *
      *    Transaction : SA34                                         *
      * ------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  PGM-DEST                    PIC X(08).
           05  RESPONSE-CODE               PIC S9(08) COMP   VALUE +0.
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
       01  MAJ-TERMS-AREA.
           05  MAJ-TERMS-CODE              PIC X(04)  VALUE SPACES.
           05  MAJ-DESCRIPTION             PIC X(30)  VALUE SPACES.
           05  MAJ-NET-DAYS                PIC 9(03)  VALUE 0.
           05  MAJ-DISC-PCT                PIC 9(02)V99 VALUE 0.
           05  MAJ-DISC-DAYS               PIC 9(03)  VALUE 0.
           05  MAJ-CUSTIDENT               PIC 9(09)  VALUE 0.

      *--- Table list browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-TERMS-DISPLAY-LINE   PIC X(60).
       01  WS-PCT-EDIT             PIC Z9.99.
       01  WS-PCT-DIGITS           PIC 9(02)V99.
       01  WS-PCT-DIGITS-X         REDEFINES WS-PCT-DIGITS
                                   PIC X(04).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the run-paramet
      -          'er screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-91                                  PIC  X(79)
           VALUE 'E: discount days must not be over the net days. '.
       01  MSG-92                                  PIC  X(79)
           VALUE 'I: payment terms stored.                       '.
       01  MSG-93                                  PIC  X(79)
           VALUE 'I: code not on the table yet, PF12 creates it. '.
       01  MSG-94                                  PIC  X(79)
           VALUE 'I: payment terms displayed.                    '.
       01  MSG-95                                  PIC  X(79)
           VALUE 'E: discount must be under 100 percent, with days.'.
       01  MSG-96                                  PIC  X(79)
           VALUE 'E: customer not on file.                       '.
       01  MSG-97                                  PIC  X(79)
           VALUE 'E: terms code not on the table.                '.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: terms code put on the customer record.      '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM34.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Payment-terms table VSAM file's data layout -------------
           COPY ODCSFTM.

      * Customer VSAM file's data layout ------------------------
           COPY ODCSF0.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-TERMS-MAINT.

      * This program may only be reached thru the parameter screen...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM34O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM34O
                   PERFORM 1100-LIST-TERMS
                   PERFORM 1200-SEND-TERMS-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA34')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the first 8 payment terms on the table.
      * --------------------------------------------------------
       1100-LIST-TERMS.
           MOVE SPACES TO VPLIN1O VPLIN2O VPLIN3O VPLIN4O
                          VPLIN5O VPLIN6O VPLIN7O VPLIN8O.
           MOVE 0          TO WS-LINE-COUNT.
           MOVE LOW-VALUES TO TM-TERMS-CODE.
           EXEC CICS STARTBR DATASET ('TERMTBL')
                             RIDFLD  (TM-TERMS-CODE)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('TERMTBL')
                                    INTO    (TM-ODCSFTM-RECORD)
                                    LENGTH  (LENGTH OF
                                             TM-ODCSFTM-RECORD)
                                    RIDFLD  (TM-TERMS-CODE)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-TERMS-TO-SCREEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('TERMTBL') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one terms code's display line and move it to the
      * ! next free VPLINnO screen field.
      * --------------------------------------------------------
       MOVE-TERMS-TO-SCREEN.
           MOVE SPACES        TO WS-TERMS-DISPLAY-LINE
           MOVE TM-DISC-PCT   TO WS-PCT-EDIT
           STRING TM-TERMS-CODE       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  TM-DESCRIPTION      DELIMITED BY SIZE
                  ' NET '             DELIMITED BY SIZE
                  TM-NET-DAYS         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-PCT-EDIT         DELIMITED BY SIZE
                  '% '                DELIMITED BY SIZE
                  TM-DISC-DAYS        DELIMITED BY SIZE
             INTO WS-TERMS-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-TERMS-DISPLAY-LINE TO VPLIN1O
              WHEN 2  MOVE WS-TERMS-DISPLAY-LINE TO VPLIN2O
              WHEN 3  MOVE WS-TERMS-DISPLAY-LINE TO VPLIN3O
              WHEN 4  MOVE WS-TERMS-DISPLAY-LINE TO VPLIN4O
              WHEN 5  MOVE WS-TERMS-DISPLAY-LINE TO VPLIN5O
              WHEN 6  MOVE WS-TERMS-DISPLAY-LINE TO VPLIN6O
              WHEN 7  MOVE WS-TERMS-DISPLAY-LINE TO VPLIN7O
              WHEN 8  MOVE WS-TERMS-DISPLAY-LINE TO VPLIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the table maintenance screen.
      * --------------------------------------------------------
       1200-SEND-TERMS-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT034' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VPLIN1A   VPLIN2A  VPLIN3A  VPLIN4A
                       VPLIN5A   VPLIN6A  VPLIN7A  VPLIN8A
           MOVE 'A' TO VTMCODEA  VTMDESCA VTMNETA  VTMPCTA
                       VTMDDAYA  VTMCUSTA
           EXEC CICS SEND MAP('RSSAM34')
                       MAPSET('RSSAM34') FROM(RSSAM34O)
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
           EXEC CICS RECEIVE MAP   ('RSSAM34')
                             MAPSET('RSSAM34')
                             INTO  (RSSAM34I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PARMS
              WHEN DFHENTER
                   PERFORM SHOW-ONE-TERMS
                   PERFORM 1100-LIST-TERMS
                   PERFORM 1200-SEND-TERMS-SCREEN
              WHEN DFHPF5
                   PERFORM CTRL-CUSTOMER-DATA
                   IF ERR-NBR = 0
                      PERFORM ASSIGN-CUSTOMER-TERMS
                   END-IF
                   PERFORM 1100-LIST-TERMS
                   PERFORM 1200-SEND-TERMS-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM STORE-TERMS
                   END-IF
                   PERFORM 1100-LIST-TERMS
                   PERFORM 1200-SEND-TERMS-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1100-LIST-TERMS
                   PERFORM 1200-SEND-TERMS-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
       SHOW-ONE-TERMS.
           IF  VTMCODEL = 0
           OR  VTMCODEI = SPACES
               MOVE MSG-1 TO VMESSO
           ELSE
               MOVE VTMCODEI TO TM-TERMS-CODE
               EXEC CICS READ DATASET('TERMTBL')
                              INTO(TM-ODCSFTM-RECORD)
                              RIDFLD(TM-TERMS-CODE)
                              LENGTH(LENGTH OF TM-ODCSFTM-RECORD)
                              RESP(RESPONSE-CODE)
               END-EXEC
               MOVE VTMCODEI TO VTMCODEO
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                  MOVE TM-DESCRIPTION TO VTMDESCO
                  MOVE TM-NET-DAYS    TO VTMNETO
                  MOVE TM-DISC-PCT    TO WS-PCT-DIGITS
                  MOVE WS-PCT-DIGITS-X TO VTMPCTO
                  MOVE TM-DISC-DAYS   TO VTMDDAYO
                  MOVE MSG-94         TO VMESSO
               ELSE
                  MOVE MSG-93         TO VMESSO
               END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Edit the keyed terms: code, description and net days
      * ! are required; a discount percent (under 100) needs its
      * ! days, which may not run past the net days. No discount
      * ! percent means no discount days either.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE SPACES    TO MAJ-TERMS-CODE MAJ-DESCRIPTION.
           MOVE ZEROES    TO MAJ-NET-DAYS MAJ-DISC-PCT
                             MAJ-DISC-DAYS.

           IF  VTMCODEL = 0
           OR  VTMCODEI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VTMCODEI TO MAJ-TERMS-CODE
           END-IF.

           IF  VTMDESCL = 0
           OR  VTMDESCI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VTMDESCI TO MAJ-DESCRIPTION
           END-IF.

           IF  VTMNETL = 0
           OR  VTMNETI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VTMNETI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VTMNETI TO MAJ-NET-DAYS
               END-IF
           END-IF.

           IF  VTMPCTL > 0
           AND VTMPCTI NOT = SPACES
               IF VTMPCTI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VTMPCTI TO WS-PCT-DIGITS-X
                  MOVE WS-PCT-DIGITS TO MAJ-DISC-PCT
               END-IF
           END-IF.

           IF  VTMDDAYL > 0
           AND VTMDDAYI NOT = SPACES
               IF VTMDDAYI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VTMDDAYI TO MAJ-DISC-DAYS
               END-IF
           END-IF.

           IF ERR-NBR = 0
              IF MAJ-DISC-PCT = 0
                 MOVE 0 TO MAJ-DISC-DAYS
              ELSE
                 IF MAJ-DISC-PCT >= 100
                 OR MAJ-DISC-DAYS = 0
                    MOVE MSG-95 TO VMESSO
                    ADD  +1     TO ERR-NBR
                 ELSE
                    IF MAJ-DISC-DAYS > MAJ-NET-DAYS
                       MOVE MSG-91 TO VMESSO
                       ADD  +1     TO ERR-NBR
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * --------------------------------------------------------
      * ! Edit the customer terms assignment: a numeric customer
      * ! id, and a terms code that is blank or on the table.
      * --------------------------------------------------------
       CTRL-CUSTOMER-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE SPACES    TO MAJ-TERMS-CODE.
           MOVE ZEROES    TO MAJ-CUSTIDENT.

           IF  VTMCUSTL = 0
           OR  VTMCUSTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VTMCUSTI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VTMCUSTI TO MAJ-CUSTIDENT
               END-IF
           END-IF.

           IF  VTMCODEL > 0
           AND VTMCODEI NOT = SPACES
               MOVE VTMCODEI TO MAJ-TERMS-CODE
               MOVE VTMCODEI TO TM-TERMS-CODE
               EXEC CICS READ DATASET('TERMTBL')
                              INTO(TM-ODCSFTM-RECORD)
                              RIDFLD(TM-TERMS-CODE)
                              LENGTH(LENGTH OF TM-ODCSFTM-RECORD)
                              RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                  MOVE MSG-97 TO VMESSO
                  ADD  +1     TO ERR-NBR
               END-IF
           END-IF.

      * --------------------------------------------------------
       STORE-TERMS.
           MOVE MAJ-TERMS-CODE TO TM-TERMS-CODE.
           EXEC CICS READ DATASET('TERMTBL')
                          INTO(TM-ODCSFTM-RECORD)
                          RIDFLD(TM-TERMS-CODE)
                          LENGTH(LENGTH OF TM-ODCSFTM-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM BUILD-TERMS-RECORD
              EXEC CICS REWRITE DATASET('TERMTBL')
                        FROM(TM-ODCSFTM-RECORD)
                        LENGTH(LENGTH OF TM-ODCSFTM-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              PERFORM BUILD-TERMS-RECORD
              EXEC CICS WRITE DATASET('TERMTBL')
                        FROM(TM-ODCSFTM-RECORD)
                        RIDFLD(TM-TERMS-CODE)
                        LENGTH(LENGTH OF TM-ODCSFTM-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           MOVE MSG-92 TO VMESSO
           .

      * --------------------------------------------------------
       BUILD-TERMS-RECORD.
           MOVE MAJ-TERMS-CODE  TO TM-TERMS-CODE.
           MOVE MAJ-DESCRIPTION TO TM-DESCRIPTION.
           MOVE MAJ-NET-DAYS    TO TM-NET-DAYS.
           MOVE MAJ-DISC-PCT    TO TM-DISC-PCT.
           MOVE MAJ-DISC-DAYS   TO TM-DISC-DAYS.
           MOVE EIBUSERID       TO TM-UPD-USER.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(TM-UPD-DATE)
           END-EXEC
           MOVE SPACES          TO TM-FILLER.

      * --------------------------------------------------------
      * ! Put the keyed terms code on the customer record.
      * --------------------------------------------------------
       ASSIGN-CUSTOMER-TERMS.
           EXEC CICS READ DATASET('ODCSF0')
                          INTO(QS-ODCSF0-RECORD)
                          RIDFLD(MAJ-CUSTIDENT)
                          LENGTH(LENGTH OF QS-ODCSF0-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-96 TO VMESSO
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              MOVE MAJ-TERMS-CODE TO QS-TERMS-CODE
              EXEC CICS REWRITE DATASET('ODCSF0')
                        FROM(QS-ODCSF0-RECORD)
                        LENGTH(LENGTH OF QS-ODCSF0-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              MOVE MSG-98 TO VMESSO
           END-IF
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM34') MAPSET('RSSAM34') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC
           .

      *- RETURN TO THE RUN-PARAMETER MAINTENANCE SCREEN
       BACK-TO-PARMS.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'PARM'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT008'  TO  PGM-DEST.
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
