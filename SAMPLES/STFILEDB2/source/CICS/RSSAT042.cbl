       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT042.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Customer ship-to addresses                         *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program views and maintains the        *
      *     alternate delivery addresses a customer keeps on the      *
      *     ship-to file (SHIPTO): a gift recipient, a second home.   *
      *     Up to 9 are kept per customer (sequence 1 to 9), all      *
      *     listed on the screen with their status.                   *
      *    -It is reached from the customer-360 screen (PF11 there)   *
      *     with the customer preselected; PF3 goes back to it.       *
      *     ENTER shows the keyed customer's ship-tos and, when a     *
      *     sequence is keyed, that ship-to in the detail fields.     *
      *     PF12 stores the detail fields under the sequence keyed,   *
      *     adding the ship-to or replacing it.                       *
      *    -Name, address, city, state and ZIP are mandatory; the     *
      *     status is A (active, the default) or I (inactive). A      *
      *     ship-to is never deleted, since orders go on referring    *
      *     to it: it is inactivated, and then refused on new orders. *
      *    -The customer's own address is not kept here and is never  *
      *     touched, so a delivery elsewhere records no false move.   *
      *    -Every store records the user and the date, and is logged  *
      *     to the CSHP TD queue.                                     *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM42                                      *
      *    Transaction : SA42                                         *
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
       01  MAJ-CUSTIDENT                   PIC 9(09)  VALUE 0.
       01  MAJ-SHIPTOSEQ                   PIC 9(01)  VALUE 0.
       01  MAJ-STATUS                      PIC X(01)  VALUE SPACE.
           88  VALID-SHIPTO-STATUS         VALUE 'A' 'I'.

       01  SWITCHES.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                     VALUE 'Y'.
           05  SHIPTO-FOUND-SW             PIC X(01)  VALUE 'N'.
               88  SHIPTO-FOUND                       VALUE 'Y'.
           05  BROWSE-DONE-SW              PIC X(01)  VALUE 'N'.
               88  BROWSE-DONE                        VALUE 'Y'.

      *--- Ship-to list: the customer's key range of SHIPTO is
      *--- browsed, one display line per ship-to (9 at most).
       01  WS-ST-KEY.
           05  WS-ST-CUSTIDENT             PIC 9(009).
           05  WS-ST-SEQ                   PIC 9(001).
       01  WS-LINE-COUNT                   PIC S9(04) COMP VALUE +0.
       01  WS-ST-DISPLAY-LINE              PIC X(78).
       01  WS-OLD-STATUS                   PIC X(01)  VALUE SPACE.

      *--- Ship-to change log record for the CSHP TD queue
       01  WS-CSHP-RECORD.
           05  CSHP-CUSTIDENT      PIC 9(09).
           05  CSHP-SHIPTOSEQ      PIC 9(01).
           05  CSHP-OLD-STATUS     PIC X(01).
           05  CSHP-NEW-STATUS     PIC X(01).
           05  CSHP-ZIP            PIC X(05).
           05  CSHP-USERID         PIC X(08).
           05  CSHP-EIBDATE        PIC S9(07) COMP-3.
           05  CSHP-EIBTIME        PIC S9(07) COMP-3.

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
       01  MSG-92                                  PIC  X(79)
           VALUE 'E: ship-to sequence must be 1 to 9.            '.
       01  MSG-93                                  PIC  X(79)
           VALUE 'E: status must be A (active) or I (inactive).  '.
       01  MSG-94                                  PIC  X(79)
           VALUE 'I: no ship-to under this sequence yet, key it in.'.
       01  MSG-95                                  PIC  X(79)
           VALUE 'I: ship-to address stored.                     '.
       01  MSG-96                                  PIC  X(79)
           VALUE 'I: ship-to address displayed.                  '.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: ship-to addresses displayed.                '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM42.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Customer VSAM file's data layout ---------------------
           COPY ODCSF0.

      * Ship-to address VSAM file's data layout --------------
           COPY ODCSFST.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-SHIPTO-MAINT.

      * This program may only be reached thru the customer-360...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM42O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM42O
                   MOVE COMM-CLT  TO MAJ-CUSTIDENT
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-SHIPTOS
                   END-IF
                   PERFORM 1200-SEND-SHIPTO-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'        TO  COMM-FONC
           MOVE MAJ-CUSTIDENT    TO  COMM-CLT
           EXEC CICS RETURN TRANSID('SA42')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the customer's ship-to addresses, one line each.
      * --------------------------------------------------------
       1100-SHOW-SHIPTOS.
           MOVE SPACES TO VSTLN1O VSTLN2O VSTLN3O VSTLN4O VSTLN5O
                          VSTLN6O VSTLN7O VSTLN8O VSTLN9O.
           PERFORM 1140-LOAD-SHIPTO-LIST.
           IF WS-LINE-COUNT = 0
              MOVE 'NO SHIP-TO ADDRESS ON FILE' TO VSTLN1O
           END-IF.
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
      * ! The ship-to under the customer and sequence keyed.
      * --------------------------------------------------------
       1120-READ-SHIPTO.
           MOVE 'N' TO SHIPTO-FOUND-SW.
           MOVE MAJ-CUSTIDENT TO ST-CUSTIDENT.
           MOVE MAJ-SHIPTOSEQ TO ST-SHIPTO-SEQ.
           EXEC CICS READ DATASET('SHIPTO')
                          INTO(ST-ODCSFST-RECORD)
                          RIDFLD(ST-SHIPTO-KEY)
                          LENGTH(LENGTH OF ST-ODCSFST-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO SHIPTO-FOUND-SW
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.

      * --------------------------------------------------------
      * ! Show the ship-to just read in the detail fields.
      * --------------------------------------------------------
       1130-SHOW-SHIPTO-DETAIL.
           MOVE ST-SHIPTO-SEQ TO VSTSEQO.
           MOVE ST-NAME       TO VSTNAMEO.
           MOVE ST-ADDRS      TO VSTADDRO.
           MOVE ST-CITY       TO VSTCITYO.
           MOVE ST-STATE      TO VSTSTATO.
           MOVE ST-ZIP        TO VSTZIPO.
           MOVE ST-COUNTRY    TO VSTCTRYO.
           MOVE ST-STATUS     TO VSTSTSO.

      * --------------------------------------------------------
      * ! Browse the customer's key range of the ship-to file.
      * --------------------------------------------------------
       1140-LOAD-SHIPTO-LIST.
           MOVE 0   TO WS-LINE-COUNT.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE MAJ-CUSTIDENT TO WS-ST-CUSTIDENT.
           MOVE ZERO          TO WS-ST-SEQ.
           EXEC CICS STARTBR DATASET ('SHIPTO')
                             RIDFLD  (WS-ST-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT DATASET ('SHIPTO')
                                 INTO    (ST-ODCSFST-RECORD)
                                 LENGTH  (LENGTH OF
                                          ST-ODCSFST-RECORD)
                                 RIDFLD  (WS-ST-KEY)
                                 RESP    (RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              OR ST-CUSTIDENT NOT = MAJ-CUSTIDENT
              OR WS-LINE-COUNT >= 9
                 MOVE 'Y' TO BROWSE-DONE-SW
              ELSE
                 ADD 1 TO WS-LINE-COUNT
                 PERFORM MOVE-SHIPTO-TO-SCREEN
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET ('SHIPTO') END-EXEC
           .

      * --------------------------------------------------------
      * ! Build one ship-to's display line and move it to the
      * ! next free VSTLNnO screen field.
      * --------------------------------------------------------
       MOVE-SHIPTO-TO-SCREEN.
           MOVE SPACES TO WS-ST-DISPLAY-LINE.
           STRING ST-SHIPTO-SEQ      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ST-STATUS          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ST-NAME            DELIMITED BY '  '
                  ', '               DELIMITED BY SIZE
                  ST-ADDRS           DELIMITED BY '  '
                  ', '               DELIMITED BY SIZE
                  ST-CITY            DELIMITED BY '  '
                  ' '                DELIMITED BY SIZE
                  ST-STATE           DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ST-ZIP             DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ST-COUNTRY         DELIMITED BY SIZE
             INTO WS-ST-DISPLAY-LINE
           END-STRING.
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-ST-DISPLAY-LINE TO VSTLN1O
              WHEN 2  MOVE WS-ST-DISPLAY-LINE TO VSTLN2O
              WHEN 3  MOVE WS-ST-DISPLAY-LINE TO VSTLN3O
              WHEN 4  MOVE WS-ST-DISPLAY-LINE TO VSTLN4O
              WHEN 5  MOVE WS-ST-DISPLAY-LINE TO VSTLN5O
              WHEN 6  MOVE WS-ST-DISPLAY-LINE TO VSTLN6O
              WHEN 7  MOVE WS-ST-DISPLAY-LINE TO VSTLN7O
              WHEN 8  MOVE WS-ST-DISPLAY-LINE TO VSTLN8O
              WHEN 9  MOVE WS-ST-DISPLAY-LINE TO VSTLN9O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the ship-to screen.
      * --------------------------------------------------------
       1200-SEND-SHIPTO-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT042' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA  VCUSTNMA
                       VSTLN1A   VSTLN2A  VSTLN3A  VSTLN4A VSTLN5A
                       VSTLN6A   VSTLN7A  VSTLN8A  VSTLN9A
           MOVE 'A' TO VCUSTIDA  VSTSEQA  VSTNAMEA VSTADDRA
                       VSTCITYA  VSTSTATA VSTZIPA  VSTCTRYA VSTSTSA
           EXEC CICS SEND MAP('RSSAM42')
                       MAPSET('RSSAM42') FROM(RSSAM42O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF3 returns to the customer-360 screen, ENTER shows the
      * ! keyed customer (and ship-to), PF12 stores the ship-to.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM42')
                             MAPSET('RSSAM42')
                             INTO  (RSSAM42I)
           END-EXEC.
           MOVE COMM-CLT TO MAJ-CUSTIDENT.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-360
              WHEN DFHENTER
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM CTRL-SEQUENCE
                   END-IF
                   IF ERR-NBR = 0
                      MOVE LOW-VALUE TO RSSAM42O
                      PERFORM 1110-READ-CUSTOMER
                      IF MAJ-SHIPTOSEQ > 0
                         PERFORM 1120-READ-SHIPTO
                         IF SHIPTO-FOUND
                            PERFORM 1130-SHOW-SHIPTO-DETAIL
                            MOVE MSG-96 TO VMESSO
                         ELSE
                            MOVE MAJ-SHIPTOSEQ TO VSTSEQO
                            MOVE MSG-94 TO VMESSO
                         END-IF
                      END-IF
                      PERFORM 1100-SHOW-SHIPTOS
                   END-IF
                   PERFORM 1200-SEND-SHIPTO-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM CTRL-INPUT-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM STORE-SHIPTO
                      MOVE LOW-VALUE TO RSSAM42O
                      MOVE MSG-95 TO VMESSO
                      PERFORM 1110-READ-CUSTOMER
                      PERFORM 1130-SHOW-SHIPTO-DETAIL
                      PERFORM 1100-SHOW-SHIPTOS
                   END-IF
                   PERFORM 1200-SEND-SHIPTO-SCREEN
              WHEN OTHER
                   MOVE LOW-VALUE TO RSSAM42O
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-SHIPTOS
                   END-IF
                   PERFORM 1200-SEND-SHIPTO-SCREEN
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
      * ! The sequence is optional on ENTER (none lists only);
      * ! when keyed it must be 1 to 9.
      * --------------------------------------------------------
       CTRL-SEQUENCE.
           MOVE ZERO TO MAJ-SHIPTOSEQ.
           IF  VSTSEQL = 0
           OR  VSTSEQI = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF  VSTSEQI NOT NUMERIC
           OR  VSTSEQI = '0'
               MOVE MSG-92 TO VMESSO
               ADD  +1     TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           MOVE VSTSEQI TO MAJ-SHIPTOSEQ.

      * --------------------------------------------------------
      * ! Storing needs the sequence, the name and the whole
      * ! address block; the status defaults to active.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           PERFORM CTRL-SEQUENCE.
           IF ERR-NBR NOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF MAJ-SHIPTOSEQ = 0
              MOVE MSG-1 TO VMESSO
              ADD  +1    TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.

           IF  VSTNAMEL = 0 OR VSTNAMEI = SPACES
           OR  VSTADDRL = 0 OR VSTADDRI = SPACES
           OR  VSTCITYL = 0 OR VSTCITYI = SPACES
           OR  VSTSTATL = 0 OR VSTSTATI = SPACES
           OR  VSTZIPL  = 0 OR VSTZIPI  = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           IF VSTZIPI NOT NUMERIC
              MOVE MSG-3 TO VMESSO
              ADD  +1    TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.

           IF  VSTSTSL = 0
           OR  VSTSTSI = SPACES
               MOVE 'A' TO MAJ-STATUS
           ELSE
               MOVE VSTSTSI TO MAJ-STATUS
           END-IF.
           IF NOT VALID-SHIPTO-STATUS
              MOVE MSG-93 TO VMESSO
              ADD  +1     TO ERR-NBR
           END-IF.

      * --------------------------------------------------------
      * ! Replace the ship-to under the sequence keyed, or add it,
      * ! and log it.
      * --------------------------------------------------------
       STORE-SHIPTO.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.

           MOVE MAJ-CUSTIDENT TO ST-CUSTIDENT.
           MOVE MAJ-SHIPTOSEQ TO ST-SHIPTO-SEQ.
           EXEC CICS READ DATASET('SHIPTO')
                          INTO(ST-ODCSFST-RECORD)
                          RIDFLD(ST-SHIPTO-KEY)
                          LENGTH(LENGTH OF ST-ODCSFST-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE ST-STATUS TO WS-OLD-STATUS
              PERFORM MOVE-SCREEN-TO-SHIPTO
              EXEC CICS REWRITE DATASET('SHIPTO')
                        FROM(ST-ODCSFST-RECORD)
                        LENGTH(LENGTH OF ST-ODCSFST-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              MOVE SPACE         TO WS-OLD-STATUS
              MOVE MAJ-CUSTIDENT TO ST-CUSTIDENT
              MOVE MAJ-SHIPTOSEQ TO ST-SHIPTO-SEQ
              MOVE SPACES        TO ST-FILLER
              PERFORM MOVE-SCREEN-TO-SHIPTO
              EXEC CICS WRITE DATASET('SHIPTO')
                        FROM(ST-ODCSFST-RECORD)
                        RIDFLD(ST-SHIPTO-KEY)
                        LENGTH(LENGTH OF ST-ODCSFST-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           PERFORM LOG-SHIPTO-CHANGE
           .

      * --------------------------------------------------------
       MOVE-SCREEN-TO-SHIPTO.
           MOVE VSTNAMEI   TO ST-NAME.
           MOVE VSTADDRI   TO ST-ADDRS.
           MOVE VSTCITYI   TO ST-CITY.
           MOVE VSTSTATI   TO ST-STATE.
           MOVE VSTZIPI    TO ST-ZIP.
           IF  VSTCTRYL = 0
               MOVE SPACES   TO ST-COUNTRY
           ELSE
               MOVE VSTCTRYI TO ST-COUNTRY
           END-IF.
           MOVE MAJ-STATUS TO ST-STATUS.
           MOVE WS-TODAY   TO ST-SET-DATE.
           MOVE EIBUSERID  TO ST-SET-USER.

      * --------------------------------------------------------
      * ! Every store is logged: who set which ship-to of which
      * ! customer, and any change of its status.
      * --------------------------------------------------------
       LOG-SHIPTO-CHANGE.
           MOVE MAJ-CUSTIDENT  TO CSHP-CUSTIDENT.
           MOVE MAJ-SHIPTOSEQ  TO CSHP-SHIPTOSEQ.
           MOVE WS-OLD-STATUS  TO CSHP-OLD-STATUS.
           MOVE MAJ-STATUS     TO CSHP-NEW-STATUS.
           MOVE ST-ZIP         TO CSHP-ZIP.
           MOVE EIBUSERID      TO CSHP-USERID.
           MOVE EIBDATE        TO CSHP-EIBDATE.
           MOVE EIBTIME        TO CSHP-EIBTIME.
           EXEC CICS WRITEQ TD QUEUE('CSHP')
                               FROM(WS-CSHP-RECORD)
                               LENGTH(LENGTH OF WS-CSHP-RECORD)
           END-EXEC
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM42') MAPSET('RSSAM42') ERASE
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
