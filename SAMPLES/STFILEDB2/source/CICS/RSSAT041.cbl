       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT041.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Corporate bill-to hierarchy                        *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program views and maintains a          *
      *     customer's place in a corporate bill-to hierarchy         *
      *     (BILLTO): whether it bills for itself, is a location      *
      *     billed to a parent, or is the parent of locations, which  *
      *     are listed 8 per page (PF8 pages on, wrapping round).     *
      *    -It is reached from the customer-360 screen (PF4 there)    *
      *     with the customer preselected; PF3 goes back to it.       *
      *     ENTER shows the keyed customer's hierarchy. PF12 applies  *
      *     the action keyed: L links the customer as a location of   *
      *     the parent keyed (or moves it to that parent), U unlinks  *
      *     it so it bills for itself again.                          *
      *    -The hierarchy is one level deep: a parent may not be a    *
      *     location itself, a customer with locations may not be    *
      *     linked under another parent, and a customer is never its *
      *     own parent. A parent carries at most 200 locations, the   *
      *     most the billing runs take (RSSBTR00).                    *
      *    -The bill-to link is kept apart from the household link    *
      *     (CUSTRELID): it moves the invoices, payments, aging and   *
      *     dunning of the locations to the parent.                   *
      *    -Every link or unlink records the user and the date, and   *
      *     is logged to the CBTH TD queue.                           *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM41                                      *
      *    Transaction : SA41                                         *
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
       01  MAJ-PARENT                      PIC 9(09)  VALUE 0.
       01  MAJ-ACTION                      PIC X(01)  VALUE SPACE.
           88  VALID-BILLTO-ACTION         VALUE 'L' 'U'.

       01  SWITCHES.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                     VALUE 'Y'.
           05  LINK-FOUND-SW               PIC X(01)  VALUE 'N'.
               88  LINK-FOUND                         VALUE 'Y'.
           05  BROWSE-DONE-SW              PIC X(01)  VALUE 'N'.
               88  BROWSE-DONE                        VALUE 'Y'.

      *--- Location browse: BILLTO is keyed by the location, so a
      *--- parent's locations are found by browsing the whole file
      *--- (it is small) and keeping those that point to it. The
      *--- page starts after the location carried in COMM-DEB-PG-SVT
      *--- (zero means the first one).
       01  WS-BT-KEY                       PIC 9(009).
       01  WS-LOC-COUNT                    PIC 9(005) VALUE 0.
       01  WS-LINE-COUNT                   PIC S9(04) COMP VALUE +0.
       01  WS-PAGE-AFTER                   PIC 9(009) VALUE 0.
       01  WS-NEXT-AFTER                   PIC 9(009) VALUE 0.
       01  WS-LOC-DISPLAY-LINE             PIC X(78).
       01  WS-LOC-NAME                     PIC X(40).
       01  WS-COUNT-EDIT                   PIC ZZZZ9.
       01  WS-OLD-PARENT                   PIC 9(09)  VALUE 0.

      *--- Bill-to change log record for the CBTH TD queue
       01  WS-CBTH-RECORD.
           05  CBTH-CUSTIDENT      PIC 9(09).
           05  CBTH-ACTION         PIC X(01).
           05  CBTH-OLD-PARENT     PIC 9(09).
           05  CBTH-NEW-PARENT     PIC 9(09).
           05  CBTH-USERID         PIC X(08).
           05  CBTH-EIBDATE        PIC S9(07) COMP-3.
           05  CBTH-EIBTIME        PIC S9(07) COMP-3.

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
       01  MSG-89                                  PIC  X(79)
           VALUE 'E: action must be L (link) or U (unlink).      '.
       01  MSG-90                                  PIC  X(79)
           VALUE 'E: unreferenced bill-to parent.                '.
       01  MSG-91                                  PIC  X(79)
           VALUE 'E: a customer cannot be its own bill-to parent. '.
       01  MSG-92                                  PIC  X(79)
           VALUE 'E: that parent is itself a location of another.'.
       01  MSG-93                                  PIC  X(79)
           VALUE 'E: this customer has locations of its own.     '.
       01  MSG-94                                  PIC  X(79)
           VALUE 'E: that parent already carries 200 locations.  '.
       01  MSG-95                                  PIC  X(79)
           VALUE 'I: bill-to link stored.                        '.
       01  MSG-96                                  PIC  X(79)
           VALUE 'E: this customer is not linked to a parent.    '.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: bill-to hierarchy displayed, PF8 for more.  '.
       01  MSG-99                                  PIC  X(79)
           VALUE 'I: bill-to link removed, customer bills itself.'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM41.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Customer VSAM file's data layout ---------------------
           COPY ODCSF0.

      * Bill-to hierarchy VSAM file's data layout -------------
           COPY ODCSFBT.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-BILLTO-MAINT.

      * This program may only be reached thru the customer-360...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM41O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM41O
                   MOVE COMM-CLT  TO MAJ-CUSTIDENT
                   MOVE 0         TO COMM-DEB-PG-SVT
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-HIERARCHY
                   END-IF
                   PERFORM 1200-SEND-BILLTO-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'        TO  COMM-FONC
           MOVE MAJ-CUSTIDENT    TO  COMM-CLT
           EXEC CICS RETURN TRANSID('SA41')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Show the customer's role in the hierarchy: its parent
      * ! when it is a location, otherwise the page of locations
      * ! billed to it (none means it bills for itself).
      * --------------------------------------------------------
       1100-SHOW-HIERARCHY.
           MOVE SPACES TO VBTROLEO VBTPARO VBTPNMO VBTACTO
                          VLOCLN1O VLOCLN2O VLOCLN3O VLOCLN4O
                          VLOCLN5O VLOCLN6O VLOCLN7O VLOCLN8O.
           PERFORM 1120-READ-LINK.
           IF LINK-FOUND
              MOVE BT-PARENT (4:6) TO VBTPARO
              MOVE BT-PARENT       TO QS-CUSTIDENT
              PERFORM 1130-READ-NAME
              MOVE WS-LOC-NAME     TO VBTPNMO
              STRING 'LOCATION BILLED TO PARENT ' DELIMITED BY SIZE
                     BT-PARENT (4:6)              DELIMITED BY SIZE
                     ' SINCE '                    DELIMITED BY SIZE
                     BT-SET-DATE                  DELIMITED BY SIZE
                     ' BY '                       DELIMITED BY SIZE
                     BT-SET-USER                  DELIMITED BY SIZE
                INTO VBTROLEO
              END-STRING
           ELSE
              PERFORM 1140-LOAD-LOCATION-PAGE
              IF WS-LOC-COUNT = 0
                 MOVE 'BILLS FOR ITSELF (NO BILL-TO PARENT)'
                   TO VBTROLEO
              ELSE
                 MOVE WS-LOC-COUNT TO WS-COUNT-EDIT
                 STRING 'BILL-TO PARENT OF '   DELIMITED BY SIZE
                        WS-COUNT-EDIT          DELIMITED BY SIZE
                        ' LOCATION(S)'         DELIMITED BY SIZE
                   INTO VBTROLEO
                 END-STRING
              END-IF
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
      * ! The customer's own bill-to link, if it is a location.
      * --------------------------------------------------------
       1120-READ-LINK.
           MOVE 'N' TO LINK-FOUND-SW.
           MOVE MAJ-CUSTIDENT TO BT-CUSTIDENT.
           EXEC CICS READ DATASET('BILLTO')
                          INTO(BT-ODCSFBT-RECORD)
                          RIDFLD(BT-CUSTIDENT)
                          LENGTH(LENGTH OF BT-ODCSFBT-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO LINK-FOUND-SW
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.

      * --------------------------------------------------------
      * ! Name of the customer in QS-CUSTIDENT for a display line
      * ! (blank when the customer is gone from the file).
      * --------------------------------------------------------
       1130-READ-NAME.
           MOVE SPACES TO WS-LOC-NAME.
           EXEC CICS READ DATASET('ODCSF0')
                          INTO(QS-ODCSF0-RECORD)
                          RIDFLD(QS-CUSTIDENT)
                          LENGTH(LENGTH OF QS-ODCSF0-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              STRING QS-CUSTLNAME DELIMITED BY SIZE
                     ' '          DELIMITED BY SIZE
                     QS-CUSTFNAME DELIMITED BY SIZE
                INTO WS-LOC-NAME
              END-STRING
           END-IF.

      * --------------------------------------------------------
      * ! Browse the whole bill-to file, counting the customer's
      * ! locations and showing up to 8 after the page's start.
      * ! The last one shown is saved in COMM-DEB-PG-SVT for PF8
      * ! (back to zero when the list is exhausted, so PF8 wraps
      * ! around to the first page).
      * --------------------------------------------------------
       1140-LOAD-LOCATION-PAGE.
           MOVE COMM-DEB-PG-SVT TO WS-PAGE-AFTER.
           MOVE 0               TO WS-NEXT-AFTER.
           PERFORM 1150-COUNT-LOCATIONS.
           IF WS-NEXT-AFTER = 0
           OR WS-LINE-COUNT < 8
              MOVE 0 TO COMM-DEB-PG-SVT
           ELSE
              MOVE WS-NEXT-AFTER TO COMM-DEB-PG-SVT
           END-IF
           .

      * --------------------------------------------------------
       1150-COUNT-LOCATIONS.
           MOVE 0   TO WS-LOC-COUNT.
           MOVE 0   TO WS-LINE-COUNT.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE ZEROS TO WS-BT-KEY.
           EXEC CICS STARTBR DATASET ('BILLTO')
                             RIDFLD  (WS-BT-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT DATASET ('BILLTO')
                                 INTO    (BT-ODCSFBT-RECORD)
                                 LENGTH  (LENGTH OF
                                          BT-ODCSFBT-RECORD)
                                 RIDFLD  (WS-BT-KEY)
                                 RESP    (RESPONSE-CODE)
              END-EXEC
              EVALUATE TRUE
                 WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                      MOVE 'Y' TO BROWSE-DONE-SW
                 WHEN BT-PARENT NOT = MAJ-CUSTIDENT
                      CONTINUE
                 WHEN OTHER
                      ADD 1 TO WS-LOC-COUNT
                      IF  BT-CUSTIDENT > WS-PAGE-AFTER
                      AND WS-LINE-COUNT < 8
                          ADD 1 TO WS-LINE-COUNT
                          MOVE BT-CUSTIDENT TO WS-NEXT-AFTER
                          PERFORM MOVE-LOCATION-TO-SCREEN
                      END-IF
              END-EVALUATE
           END-PERFORM.
           EXEC CICS ENDBR DATASET ('BILLTO') END-EXEC
           .

      * --------------------------------------------------------
      * ! Build one location's display line and move it to the
      * ! next free VLOCLNnO screen field.
      * --------------------------------------------------------
       MOVE-LOCATION-TO-SCREEN.
           MOVE BT-CUSTIDENT TO QS-CUSTIDENT.
           PERFORM 1130-READ-NAME.
           MOVE SPACES TO WS-LOC-DISPLAY-LINE.
           STRING BT-CUSTIDENT (4:6) DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-LOC-NAME        DELIMITED BY SIZE
                  '  LINKED '        DELIMITED BY SIZE
                  BT-SET-DATE        DELIMITED BY SIZE
                  ' BY '             DELIMITED BY SIZE
                  BT-SET-USER        DELIMITED BY SIZE
             INTO WS-LOC-DISPLAY-LINE
           END-STRING.
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-LOC-DISPLAY-LINE TO VLOCLN1O
              WHEN 2  MOVE WS-LOC-DISPLAY-LINE TO VLOCLN2O
              WHEN 3  MOVE WS-LOC-DISPLAY-LINE TO VLOCLN3O
              WHEN 4  MOVE WS-LOC-DISPLAY-LINE TO VLOCLN4O
              WHEN 5  MOVE WS-LOC-DISPLAY-LINE TO VLOCLN5O
              WHEN 6  MOVE WS-LOC-DISPLAY-LINE TO VLOCLN6O
              WHEN 7  MOVE WS-LOC-DISPLAY-LINE TO VLOCLN7O
              WHEN 8  MOVE WS-LOC-DISPLAY-LINE TO VLOCLN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the bill-to hierarchy screen.
      * --------------------------------------------------------
       1200-SEND-BILLTO-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT041' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VCUSTNMA  VBTROLEA VBTPNMA
                       VLOCLN1A  VLOCLN2A VLOCLN3A VLOCLN4A
                       VLOCLN5A  VLOCLN6A VLOCLN7A VLOCLN8A
           MOVE 'A' TO VCUSTIDA  VBTPARA  VBTACTA
           EXEC CICS SEND MAP('RSSAM41')
                       MAPSET('RSSAM41') FROM(RSSAM41O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF3 returns to the customer-360 screen, ENTER shows the
      * ! keyed customer, PF8 pages its locations, PF12 applies
      * ! the keyed action.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM41')
                             MAPSET('RSSAM41')
                             INTO  (RSSAM41I)
           END-EXEC.
           MOVE COMM-CLT TO MAJ-CUSTIDENT.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-360
              WHEN DFHENTER
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      MOVE LOW-VALUE TO RSSAM41O
                      PERFORM 1110-READ-CUSTOMER
                      MOVE 0 TO COMM-DEB-PG-SVT
                      PERFORM 1100-SHOW-HIERARCHY
                   END-IF
                   PERFORM 1200-SEND-BILLTO-SCREEN
              WHEN DFHPF8
                   MOVE LOW-VALUE TO RSSAM41O
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-HIERARCHY
                   END-IF
                   PERFORM 1200-SEND-BILLTO-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM CTRL-INPUT-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM STORE-BILLTO-LINK
                      MOVE LOW-VALUE TO RSSAM41O
                      IF MAJ-ACTION = 'L'
                         MOVE MSG-95 TO VMESSO
                      ELSE
                         MOVE MSG-99 TO VMESSO
                      END-IF
                      PERFORM 1110-READ-CUSTOMER
                      MOVE 0 TO COMM-DEB-PG-SVT
                      PERFORM 1100-SHOW-HIERARCHY
                   END-IF
                   PERFORM 1200-SEND-BILLTO-SCREEN
              WHEN OTHER
                   MOVE LOW-VALUE TO RSSAM41O
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-HIERARCHY
                   END-IF
                   PERFORM 1200-SEND-BILLTO-SCREEN
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
      * ! The action is always keyed. Linking needs a parent on
      * ! file, other than the customer, that is not a location
      * ! itself and has room for one more; the customer may not
      * ! have locations of its own. Unlinking needs a link.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE SPACE  TO MAJ-ACTION.
           MOVE ZEROES TO MAJ-PARENT.

           IF  VBTACTL = 0
           OR  VBTACTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           MOVE VBTACTI TO MAJ-ACTION.
           IF NOT VALID-BILLTO-ACTION
              MOVE MSG-89 TO VMESSO
              ADD  +1     TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.

           IF MAJ-ACTION = 'U'
              PERFORM 1120-READ-LINK
              IF NOT LINK-FOUND
                 MOVE MSG-96 TO VMESSO
                 ADD  +1     TO ERR-NBR
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF  VBTPARL = 0
           OR  VBTPARI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           IF VBTPARI NOT NUMERIC
              MOVE MSG-3 TO VMESSO
              ADD  +1    TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.
           MOVE VBTPARI TO MAJ-PARENT.
           IF MAJ-PARENT = MAJ-CUSTIDENT
              MOVE MSG-91 TO VMESSO
              ADD  +1     TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.

           MOVE MAJ-PARENT TO QS-CUSTIDENT.
           EXEC CICS READ DATASET('ODCSF0')
                          INTO(QS-ODCSF0-RECORD)
                          RIDFLD(QS-CUSTIDENT)
                          LENGTH(LENGTH OF QS-ODCSF0-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE MSG-90 TO VMESSO
              ADD  +1     TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.

      *--- The parent may not be a location of another parent...
           MOVE MAJ-PARENT TO BT-CUSTIDENT.
           EXEC CICS READ DATASET('BILLTO')
                          INTO(BT-ODCSFBT-RECORD)
                          RIDFLD(BT-CUSTIDENT)
                          LENGTH(LENGTH OF BT-ODCSFBT-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE MSG-92 TO VMESSO
              ADD  +1     TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.

      *--- ...the customer may not be a parent itself...
           MOVE 0 TO WS-PAGE-AFTER.
           PERFORM 1150-COUNT-LOCATIONS.
           IF WS-LOC-COUNT > 0
              MOVE MSG-93 TO VMESSO
              ADD  +1     TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.

      *--- ...and the parent must have room for one more location
           MOVE MAJ-CUSTIDENT TO WS-OLD-PARENT.
           MOVE MAJ-PARENT    TO MAJ-CUSTIDENT.
           MOVE 999999999     TO WS-PAGE-AFTER.
           PERFORM 1150-COUNT-LOCATIONS.
           MOVE WS-OLD-PARENT TO MAJ-CUSTIDENT.
           IF WS-LOC-COUNT >= 200
              MOVE MSG-94 TO VMESSO
              ADD  +1     TO ERR-NBR
           END-IF.

      * --------------------------------------------------------
      * ! Link (write, or move to the new parent) or unlink
      * ! (delete) the customer's bill-to record, and log it.
      * --------------------------------------------------------
       STORE-BILLTO-LINK.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.

           MOVE MAJ-CUSTIDENT TO BT-CUSTIDENT.
           EXEC CICS READ DATASET('BILLTO')
                          INTO(BT-ODCSFBT-RECORD)
                          RIDFLD(BT-CUSTIDENT)
                          LENGTH(LENGTH OF BT-ODCSFBT-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE BT-PARENT TO WS-OLD-PARENT
              IF MAJ-ACTION = 'U'
                 EXEC CICS DELETE DATASET('BILLTO')
                           RESP(RESPONSE-CODE)
                 END-EXEC
              ELSE
                 MOVE MAJ-PARENT TO BT-PARENT
                 MOVE WS-TODAY   TO BT-SET-DATE
                 MOVE EIBUSERID  TO BT-SET-USER
                 EXEC CICS REWRITE DATASET('BILLTO')
                           FROM(BT-ODCSFBT-RECORD)
                           LENGTH(LENGTH OF BT-ODCSFBT-RECORD)
                           RESP(RESPONSE-CODE)
                 END-EXEC
              END-IF
           ELSE
              MOVE 0             TO WS-OLD-PARENT
              MOVE MAJ-CUSTIDENT TO BT-CUSTIDENT
              MOVE MAJ-PARENT    TO BT-PARENT
              MOVE WS-TODAY      TO BT-SET-DATE
              MOVE EIBUSERID     TO BT-SET-USER
              MOVE SPACES        TO BT-FILLER
              EXEC CICS WRITE DATASET('BILLTO')
                        FROM(BT-ODCSFBT-RECORD)
                        RIDFLD(BT-CUSTIDENT)
                        LENGTH(LENGTH OF BT-ODCSFBT-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           PERFORM LOG-BILLTO-CHANGE
           .

      * --------------------------------------------------------
      * ! Every store is logged: who moved which customer from
      * ! which parent to which (zero for none).
      * --------------------------------------------------------
       LOG-BILLTO-CHANGE.
           MOVE MAJ-CUSTIDENT  TO CBTH-CUSTIDENT.
           MOVE MAJ-ACTION     TO CBTH-ACTION.
           MOVE WS-OLD-PARENT  TO CBTH-OLD-PARENT.
           MOVE MAJ-PARENT     TO CBTH-NEW-PARENT.
           MOVE EIBUSERID      TO CBTH-USERID.
           MOVE EIBDATE        TO CBTH-EIBDATE.
           MOVE EIBTIME        TO CBTH-EIBTIME.
           EXEC CICS WRITEQ TD QUEUE('CBTH')
                               FROM(WS-CBTH-RECORD)
                               LENGTH(LENGTH OF WS-CBTH-RECORD)
           END-EXEC
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM41') MAPSET('RSSAM41') ERASE
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
