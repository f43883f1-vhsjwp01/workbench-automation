       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT043.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Customer standing orders                           *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program views and maintains the        *
      *     standing (recurring) orders a customer keeps on the       *
      *     standing-order file (STORDER): up to five product lines   *
      *     raised as an ordinary order on a weekly (W), fortnightly  *
      *     (F), monthly (M) or quarterly (Q) schedule by the nightly *
      *     standing-order run (RSSABC12). Up to 99 are kept per      *
      *     customer (sequence 01 to 99); the first 8 are listed on   *
      *     the screen with their schedule and their last run.       *
      *    -It is reached from the customer-360 screen (PF13 there)   *
      *     with the customer preselected; PF3 goes back to it.       *
      *     ENTER shows the keyed customer's standing orders and,     *
      *     when a sequence is keyed, that one in the detail fields.  *
      *     PF12 stores the detail fields under the sequence keyed,   *
      *     adding the standing order or replacing it.                *
      *    -Frequency, next scheduled date and at least one product   *
      *     line are mandatory. Every product keyed must be on the    *
      *     product table and still orderable; a ship-to keyed must   *
      *     be an active one of the customer's. The end date is       *
      *     optional (none: open ended) and may not fall before the   *
      *     next scheduled date; pause is Y or N (the default).       *
      *    -The scheduled date is the nominal one: the nightly run    *
      *     rolls it off weekends and holidays on the company         *
      *     calendar, and the rolled date is shown as the next run.   *
      *    -A standing order is never deleted, since its last run     *
      *     stays on record: it is ended with an end date, or held    *
      *     with the pause flag.                                      *
      *    -Every store records the user and the date, and is logged  *
      *     to the CSTO TD queue.                                     *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM43                                      *
      *    Transaction : SA43                                         *
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
       01  MAJ-STORDSEQ                    PIC 9(02)  VALUE 0.
       01  MAJ-FREQUENCY                   PIC X(01)  VALUE SPACE.
           88  VALID-FREQUENCY             VALUE 'W' 'F' 'M' 'Q'.
       01  MAJ-SCHED-DATE                  PIC 9(08)  VALUE 0.
       01  MAJ-END-DATE                    PIC 9(08)  VALUE 0.
       01  MAJ-PAUSED                      PIC X(01)  VALUE SPACE.
           88  VALID-PAUSE-FLAG            VALUE 'Y' 'N'.
       01  MAJ-SHIPTOSEQ                   PIC 9(01)  VALUE 0.
       01  MAJ-ITEMS.
           05  MAJ-ITEM                    OCCURS 5.
               10  MAJ-PRODCODE            PIC X(08).
               10  MAJ-QUANTITY            PIC 9(05).
       01  MAJ-ITEM-COUNT                  PIC S9(04) COMP VALUE +0.

      *--- Date edit scratch fields
       01  WS-EDIT-DATE                    PIC 9(08)  VALUE 0.
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-DATE-CCYY           PIC 9(04).
           05  WS-EDIT-DATE-MM             PIC 9(02).
           05  WS-EDIT-DATE-DD             PIC 9(02).

      *--- One product line picked up from / put back on the screen
       01  WS-IX                           PIC S9(04) COMP VALUE +0.
       01  WS-SCR-PRODCODE                 PIC X(08).
       01  WS-SCR-QUANTITY                 PIC X(05).
       01  WS-SCR-QTY-NUM REDEFINES WS-SCR-QUANTITY
                                           PIC 9(05).

       01  SWITCHES.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                     VALUE 'Y'.
           05  STORD-FOUND-SW              PIC X(01)  VALUE 'N'.
               88  STORD-FOUND                        VALUE 'Y'.
           05  BROWSE-DONE-SW              PIC X(01)  VALUE 'N'.
               88  BROWSE-DONE                        VALUE 'Y'.

      *--- Standing-order list: the customer's key range of
      *--- STORDER is browsed, one display line per standing order
      *--- (8 at most).
       01  WS-SO-KEY.
           05  WS-SO-CUSTIDENT             PIC 9(009).
           05  WS-SO-SEQ                   PIC 9(002).
       01  WS-LINE-COUNT                   PIC S9(04) COMP VALUE +0.
       01  WS-SO-DISPLAY-LINE              PIC X(78).
       01  WS-SO-STATE                     PIC X(06).
       01  WS-OLD-SCHED-DATE               PIC 9(08)  VALUE 0.
       01  WS-OLD-PAUSED                   PIC X(01)  VALUE SPACE.

      *--- Standing-order change log record for the CSTO TD queue
       01  WS-CSTO-RECORD.
           05  CSTO-CUSTIDENT      PIC 9(09).
           05  CSTO-STORDSEQ       PIC 9(02).
           05  CSTO-FREQUENCY      PIC X(01).
           05  CSTO-OLD-SCHED      PIC 9(08).
           05  CSTO-NEW-SCHED      PIC 9(08).
           05  CSTO-END-DATE       PIC 9(08).
           05  CSTO-OLD-PAUSED     PIC X(01).
           05  CSTO-NEW-PAUSED     PIC X(01).
           05  CSTO-USERID         PIC X(08).
           05  CSTO-EIBDATE        PIC S9(07) COMP-3.
           05  CSTO-EIBTIME        PIC S9(07) COMP-3.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the customer-36
      -          '0 screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-2                                   PIC  X(79)
           VALUE 'E: date must be a valid YYYYMMDD date.         '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-97                                  PIC  X(79)
           VALUE 'E: unreferenced customer.                      '.
       01  MSG-86                                  PIC  X(79)
           VALUE 'E: customer is closed, no standing order allowed.'.
       01  MSG-87                                  PIC  X(79)
           VALUE 'E: ship-to not on file or inactive.            '.
       01  MSG-88                                  PIC  X(79)
           VALUE 'E: unknown or inactive product code.           '.
       01  MSG-89                                  PIC  X(79)
           VALUE 'E: a product line needs a quantity above zero. '.
       01  MSG-90                                  PIC  X(79)
           VALUE 'E: end date may not fall before the next date. '.
       01  MSG-91                                  PIC  X(79)
           VALUE 'E: frequency must be W, F, M or Q.             '.
       01  MSG-92                                  PIC  X(79)
           VALUE 'E: standing-order sequence must be 01 to 99.   '.
       01  MSG-93                                  PIC  X(79)
           VALUE 'E: pause must be Y or N.                       '.
       01  MSG-94                                  PIC  X(79)
           VALUE 'I: no standing order under this sequence, key it in.'.
       01  MSG-95                                  PIC  X(79)
           VALUE 'I: standing order stored.                      '.
       01  MSG-96                                  PIC  X(79)
           VALUE 'I: standing order displayed.                   '.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: standing orders displayed.                  '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM43.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Customer VSAM file's data layout ---------------------
           COPY ODCSF0.

      * Standing-order VSAM file's data layout ---------------
           COPY ODCSFSO.

      * Ship-to address VSAM file's data layout --------------
           COPY ODCSFST.

      * Product reference VSAM file's data layout ------------
           COPY ODCSFPD.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-STORD-MAINT.

      * This program may only be reached thru the customer-360...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM43O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM43O
                   MOVE COMM-CLT  TO MAJ-CUSTIDENT
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-STORDS
                   END-IF
                   PERFORM 1200-SEND-STORD-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'        TO  COMM-FONC
           MOVE MAJ-CUSTIDENT    TO  COMM-CLT
           EXEC CICS RETURN TRANSID('SA43')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the customer's standing orders, one line each.
      * --------------------------------------------------------
       1100-SHOW-STORDS.
           MOVE SPACES TO VSOLN1O VSOLN2O VSOLN3O VSOLN4O
                          VSOLN5O VSOLN6O VSOLN7O VSOLN8O.
           PERFORM 1140-LOAD-STORD-LIST.
           IF WS-LINE-COUNT = 0
              MOVE 'NO STANDING ORDER ON FILE' TO VSOLN1O
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
      * ! The standing order under the customer and sequence
      * ! keyed.
      * --------------------------------------------------------
       1120-READ-STORD.
           MOVE 'N' TO STORD-FOUND-SW.
           MOVE MAJ-CUSTIDENT TO SO-CUSTIDENT.
           MOVE MAJ-STORDSEQ  TO SO-STORD-SEQ.
           EXEC CICS READ DATASET('STORDER')
                          INTO(SO-ODCSFSO-RECORD)
                          RIDFLD(SO-STORD-KEY)
                          LENGTH(LENGTH OF SO-ODCSFSO-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO STORD-FOUND-SW
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.

      * --------------------------------------------------------
      * ! Show the standing order just read in the detail fields.
      * --------------------------------------------------------
       1130-SHOW-STORD-DETAIL.
           MOVE SO-STORD-SEQ     TO VSOSEQO.
           MOVE SO-FREQUENCY     TO VSOFREQO.
           MOVE SO-SCHED-DATE    TO VSOSCHDO.
           IF SO-END-DATE = 0
              MOVE SPACES        TO VSOENDO
           ELSE
              MOVE SO-END-DATE   TO VSOENDO
           END-IF.
           MOVE SO-PAUSED        TO VSOPAUSO.
           MOVE SO-SHIPTO-SEQ    TO VSOSHIPO.
           MOVE SO-NEXT-RUN-DATE TO VSONEXTO.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
              MOVE SO-PRODCODE (WS-IX) TO WS-SCR-PRODCODE
              IF SO-PRODCODE (WS-IX) = SPACES
                 MOVE SPACES              TO WS-SCR-QUANTITY
              ELSE
                 MOVE SO-QUANTITY (WS-IX) TO WS-SCR-QTY-NUM
              END-IF
              PERFORM PUT-SCREEN-ITEM
           END-PERFORM.
           MOVE SPACES TO VSOLASTO.
           IF SO-LAST-RUN-DATE > 0
              STRING 'LAST RUN '       DELIMITED BY SIZE
                     SO-LAST-RUN-DATE  DELIMITED BY SIZE
                     ' ORDER '         DELIMITED BY SIZE
                     SO-LAST-ORDERNUM  DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     SO-LAST-RESULT    DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     SO-LAST-REASON    DELIMITED BY SIZE
                INTO VSOLASTO
              END-STRING
           END-IF.

      * --------------------------------------------------------
      * ! Browse the customer's key range of the standing-order
      * ! file.
      * --------------------------------------------------------
       1140-LOAD-STORD-LIST.
           MOVE 0   TO WS-LINE-COUNT.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE MAJ-CUSTIDENT TO WS-SO-CUSTIDENT.
           MOVE ZERO          TO WS-SO-SEQ.
           EXEC CICS STARTBR DATASET ('STORDER')
                             RIDFLD  (WS-SO-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT DATASET ('STORDER')
                                 INTO    (SO-ODCSFSO-RECORD)
                                 LENGTH  (LENGTH OF
                                          SO-ODCSFSO-RECORD)
                                 RIDFLD  (WS-SO-KEY)
                                 RESP    (RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              OR SO-CUSTIDENT NOT = MAJ-CUSTIDENT
              OR WS-LINE-COUNT >= 8
                 MOVE 'Y' TO BROWSE-DONE-SW
              ELSE
                 ADD 1 TO WS-LINE-COUNT
                 PERFORM MOVE-STORD-TO-SCREEN
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET ('STORDER') END-EXEC
           .

      * --------------------------------------------------------
      * ! Build one standing order's display line and move it to
      * ! the next free VSOLNnO screen field.
      * --------------------------------------------------------
       MOVE-STORD-TO-SCREEN.
           EVALUATE TRUE
              WHEN SO-END-DATE > 0
               AND SO-SCHED-DATE > SO-END-DATE
                   MOVE 'ENDED'  TO WS-SO-STATE
              WHEN SO-PAUSED = 'Y'
                   MOVE 'PAUSED' TO WS-SO-STATE
              WHEN OTHER
                   MOVE 'ACTIVE' TO WS-SO-STATE
           END-EVALUATE.
           MOVE SPACES TO WS-SO-DISPLAY-LINE.
           STRING SO-STORD-SEQ       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SO-FREQUENCY       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-SO-STATE        DELIMITED BY SIZE
                  ' NEXT '           DELIMITED BY SIZE
                  SO-NEXT-RUN-DATE   DELIMITED BY SIZE
                  ' END '            DELIMITED BY SIZE
                  SO-END-DATE        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SO-PRODCODE (1)    DELIMITED BY SIZE
                  ' LAST '           DELIMITED BY SIZE
                  SO-LAST-RUN-DATE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SO-LAST-RESULT     DELIMITED BY SIZE
             INTO WS-SO-DISPLAY-LINE
           END-STRING.
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-SO-DISPLAY-LINE TO VSOLN1O
              WHEN 2  MOVE WS-SO-DISPLAY-LINE TO VSOLN2O
              WHEN 3  MOVE WS-SO-DISPLAY-LINE TO VSOLN3O
              WHEN 4  MOVE WS-SO-DISPLAY-LINE TO VSOLN4O
              WHEN 5  MOVE WS-SO-DISPLAY-LINE TO VSOLN5O
              WHEN 6  MOVE WS-SO-DISPLAY-LINE TO VSOLN6O
              WHEN 7  MOVE WS-SO-DISPLAY-LINE TO VSOLN7O
              WHEN 8  MOVE WS-SO-DISPLAY-LINE TO VSOLN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the standing-order screen.
      * --------------------------------------------------------
       1200-SEND-STORD-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT043' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA  VCUSTNMA
                       VSONEXTA  VSOLASTA
                       VSOLN1A   VSOLN2A  VSOLN3A  VSOLN4A VSOLN5A
                       VSOLN6A   VSOLN7A  VSOLN8A
           MOVE 'A' TO VCUSTIDA  VSOSEQA  VSOFREQA VSOSCHDA VSOENDA
                       VSOPAUSA  VSOSHIPA
                       VSOPRD1A  VSOQTY1A VSOPRD2A VSOQTY2A
                       VSOPRD3A  VSOQTY3A VSOPRD4A VSOQTY4A
                       VSOPRD5A  VSOQTY5A
           EXEC CICS SEND MAP('RSSAM43')
                       MAPSET('RSSAM43') FROM(RSSAM43O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF3 returns to the customer-360 screen, ENTER shows the
      * ! keyed customer (and standing order), PF12 stores the
      * ! standing order.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM43')
                             MAPSET('RSSAM43')
                             INTO  (RSSAM43I)
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
                      MOVE LOW-VALUE TO RSSAM43O
                      PERFORM 1110-READ-CUSTOMER
                      IF MAJ-STORDSEQ > 0
                         PERFORM 1120-READ-STORD
                         IF STORD-FOUND
                            PERFORM 1130-SHOW-STORD-DETAIL
                            MOVE MSG-96 TO VMESSO
                         ELSE
                            MOVE MAJ-STORDSEQ TO VSOSEQO
                            MOVE MSG-94 TO VMESSO
                         END-IF
                      END-IF
                      PERFORM 1100-SHOW-STORDS
                   END-IF
                   PERFORM 1200-SEND-STORD-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM CTRL-INPUT-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM STORE-STORD
                      MOVE LOW-VALUE TO RSSAM43O
                      MOVE MSG-95 TO VMESSO
                      PERFORM 1110-READ-CUSTOMER
                      PERFORM 1130-SHOW-STORD-DETAIL
                      PERFORM 1100-SHOW-STORDS
                   END-IF
                   PERFORM 1200-SEND-STORD-SCREEN
              WHEN OTHER
                   MOVE LOW-VALUE TO RSSAM43O
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-STORDS
                   END-IF
                   PERFORM 1200-SEND-STORD-SCREEN
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
      * ! when keyed it must be 01 to 99.
      * --------------------------------------------------------
       CTRL-SEQUENCE.
           MOVE ZERO TO MAJ-STORDSEQ.
           IF  VSOSEQL = 0
           OR  VSOSEQI = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF  VSOSEQI NOT NUMERIC
           OR  VSOSEQI = '00'
               MOVE MSG-92 TO VMESSO
               ADD  +1     TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           MOVE VSOSEQI TO MAJ-STORDSEQ.

      * --------------------------------------------------------
      * ! Storing needs the sequence, the frequency, the next
      * ! scheduled date and at least one product line; the
      * ! customer must not be closed.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           PERFORM CTRL-SEQUENCE.
           IF ERR-NBR NOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF MAJ-STORDSEQ = 0
              MOVE MSG-1 TO VMESSO
              ADD  +1    TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.
           IF QS-CUSTSTATUS = 'C'
              MOVE MSG-86 TO VMESSO
              ADD  +1     TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.

           IF  VSOFREQL = 0 OR VSOFREQI = SPACES
           OR  VSOSCHDL = 0 OR VSOSCHDI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           MOVE VSOFREQI TO MAJ-FREQUENCY.
           IF NOT VALID-FREQUENCY
              MOVE MSG-91 TO VMESSO
              ADD  +1     TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.

           IF VSOSCHDI NOT NUMERIC
              MOVE MSG-2 TO VMESSO
              ADD  +1    TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.
           MOVE VSOSCHDI TO WS-EDIT-DATE.
           PERFORM CTRL-DATE-VALUE.
           IF ERR-NBR NOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-EDIT-DATE TO MAJ-SCHED-DATE.

           MOVE ZERO TO MAJ-END-DATE.
           IF  VSOENDL NOT = 0
           AND VSOENDI NOT = SPACES
               IF VSOENDI NOT NUMERIC
                  MOVE MSG-2 TO VMESSO
                  ADD  +1    TO ERR-NBR
                  EXIT PARAGRAPH
               END-IF
               MOVE VSOENDI TO WS-EDIT-DATE
               PERFORM CTRL-DATE-VALUE
               IF ERR-NBR NOT = 0
                  EXIT PARAGRAPH
               END-IF
               MOVE WS-EDIT-DATE TO MAJ-END-DATE
               IF MAJ-END-DATE < MAJ-SCHED-DATE
                  MOVE MSG-90 TO VMESSO
                  ADD  +1     TO ERR-NBR
                  EXIT PARAGRAPH
               END-IF
           END-IF.

           IF  VSOPAUSL = 0
           OR  VSOPAUSI = SPACES
               MOVE 'N' TO MAJ-PAUSED
           ELSE
               MOVE VSOPAUSI TO MAJ-PAUSED
           END-IF.
           IF NOT VALID-PAUSE-FLAG
              MOVE MSG-93 TO VMESSO
              ADD  +1     TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO MAJ-SHIPTOSEQ.
           IF  VSOSHIPL NOT = 0
           AND VSOSHIPI NOT = SPACES
           AND VSOSHIPI NOT = '0'
               IF VSOSHIPI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
                  EXIT PARAGRAPH
               END-IF
               MOVE VSOSHIPI TO MAJ-SHIPTOSEQ
               PERFORM CHECK-SHIPTO
               IF ERR-NBR NOT = 0
                  EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM CTRL-PRODUCT-LINES.

      * --------------------------------------------------------
       CTRL-DATE-VALUE.
           IF  WS-EDIT-DATE-MM < 01 OR WS-EDIT-DATE-MM > 12
           OR  WS-EDIT-DATE-DD < 01 OR WS-EDIT-DATE-DD > 31
               MOVE MSG-2 TO VMESSO
               ADD  +1    TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! The product lines keyed are packed to the front of the
      * ! table; each needs a quantity and an orderable product.
      * --------------------------------------------------------
       CTRL-PRODUCT-LINES.
           MOVE SPACES TO MAJ-ITEMS.
           MOVE 0      TO MAJ-ITEM-COUNT.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 5 OR ERR-NBR NOT = 0
              PERFORM GET-SCREEN-ITEM
              IF WS-SCR-PRODCODE NOT = SPACES
                 IF WS-SCR-QUANTITY NOT NUMERIC
                    MOVE MSG-3  TO VMESSO
                    ADD  +1     TO ERR-NBR
                 ELSE
                    IF WS-SCR-QTY-NUM = 0
                       MOVE MSG-89 TO VMESSO
                       ADD  +1     TO ERR-NBR
                    ELSE
                       PERFORM CHECK-PRODUCT-CODE
                       IF ERR-NBR = 0
                          ADD  1 TO MAJ-ITEM-COUNT
                          MOVE WS-SCR-PRODCODE
                            TO MAJ-PRODCODE (MAJ-ITEM-COUNT)
                          MOVE WS-SCR-QTY-NUM
                            TO MAJ-QUANTITY (MAJ-ITEM-COUNT)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF  ERR-NBR = 0
           AND MAJ-ITEM-COUNT = 0
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           END-IF.

      * --------------------------------------------------------
      * ! Pick up / put back the WS-IX'th product line's fields.
      * --------------------------------------------------------
       GET-SCREEN-ITEM.
           MOVE SPACES TO WS-SCR-PRODCODE WS-SCR-QUANTITY.
           EVALUATE WS-IX
              WHEN 1
                   IF VSOPRD1L NOT = 0
                      MOVE VSOPRD1I TO WS-SCR-PRODCODE
                   END-IF
                   IF VSOQTY1L NOT = 0
                      MOVE VSOQTY1I TO WS-SCR-QUANTITY
                   END-IF
              WHEN 2
                   IF VSOPRD2L NOT = 0
                      MOVE VSOPRD2I TO WS-SCR-PRODCODE
                   END-IF
                   IF VSOQTY2L NOT = 0
                      MOVE VSOQTY2I TO WS-SCR-QUANTITY
                   END-IF
              WHEN 3
                   IF VSOPRD3L NOT = 0
                      MOVE VSOPRD3I TO WS-SCR-PRODCODE
                   END-IF
                   IF VSOQTY3L NOT = 0
                      MOVE VSOQTY3I TO WS-SCR-QUANTITY
                   END-IF
              WHEN 4
                   IF VSOPRD4L NOT = 0
                      MOVE VSOPRD4I TO WS-SCR-PRODCODE
                   END-IF
                   IF VSOQTY4L NOT = 0
                      MOVE VSOQTY4I TO WS-SCR-QUANTITY
                   END-IF
              WHEN 5
                   IF VSOPRD5L NOT = 0
                      MOVE VSOPRD5I TO WS-SCR-PRODCODE
                   END-IF
                   IF VSOQTY5L NOT = 0
                      MOVE VSOQTY5I TO WS-SCR-QUANTITY
                   END-IF
           END-EVALUATE.

       PUT-SCREEN-ITEM.
           EVALUATE WS-IX
              WHEN 1
                   MOVE WS-SCR-PRODCODE TO VSOPRD1O
                   MOVE WS-SCR-QUANTITY TO VSOQTY1O
              WHEN 2
                   MOVE WS-SCR-PRODCODE TO VSOPRD2O
                   MOVE WS-SCR-QUANTITY TO VSOQTY2O
              WHEN 3
                   MOVE WS-SCR-PRODCODE TO VSOPRD3O
                   MOVE WS-SCR-QUANTITY TO VSOQTY3O
              WHEN 4
                   MOVE WS-SCR-PRODCODE TO VSOPRD4O
                   MOVE WS-SCR-QUANTITY TO VSOQTY4O
              WHEN 5
                   MOVE WS-SCR-PRODCODE TO VSOPRD5O
                   MOVE WS-SCR-QUANTITY TO VSOQTY5O
           END-EVALUATE.

      * --------------------------------------------------------
      * ! The keyed product code must be on the product reference
      * ! table and still orderable.
      * --------------------------------------------------------
       CHECK-PRODUCT-CODE.
           MOVE WS-SCR-PRODCODE TO PD-PRODCODE.
           EXEC CICS READ DATASET('PRDFILE')
                          INTO(PD-ODCSFPD-RECORD)
                          RIDFLD(PD-PRODCODE)
                          LENGTH(LENGTH OF PD-ODCSFPD-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
           OR (RESPONSE-CODE = DFHRESP(NORMAL)
               AND PD-ACTIVE NOT = 'Y')
              MOVE MSG-88 TO VMESSO
              ADD  +1     TO ERR-NBR
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! A ship-to keyed must be an active one of the customer's.
      * --------------------------------------------------------
       CHECK-SHIPTO.
           MOVE MAJ-CUSTIDENT TO ST-CUSTIDENT.
           MOVE MAJ-SHIPTOSEQ TO ST-SHIPTO-SEQ.
           EXEC CICS READ DATASET('SHIPTO')
                          INTO(ST-ODCSFST-RECORD)
                          RIDFLD(ST-SHIPTO-KEY)
                          LENGTH(LENGTH OF ST-ODCSFST-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
           OR (RESPONSE-CODE = DFHRESP(NORMAL)
               AND ST-STATUS = 'I')
              MOVE MSG-87 TO VMESSO
              ADD  +1     TO ERR-NBR
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Replace the standing order under the sequence keyed, or
      * ! add it, and log it. A new or rescheduled date is shown
      * ! as the next run until the nightly run rolls it off any
      * ! weekend or holiday.
      * --------------------------------------------------------
       STORE-STORD.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.

           MOVE MAJ-CUSTIDENT TO SO-CUSTIDENT.
           MOVE MAJ-STORDSEQ  TO SO-STORD-SEQ.
           EXEC CICS READ DATASET('STORDER')
                          INTO(SO-ODCSFSO-RECORD)
                          RIDFLD(SO-STORD-KEY)
                          LENGTH(LENGTH OF SO-ODCSFSO-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE SO-SCHED-DATE TO WS-OLD-SCHED-DATE
              MOVE SO-PAUSED     TO WS-OLD-PAUSED
              PERFORM MOVE-SCREEN-TO-STORD
              EXEC CICS REWRITE DATASET('STORDER')
                        FROM(SO-ODCSFSO-RECORD)
                        LENGTH(LENGTH OF SO-ODCSFSO-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              MOVE ZERO          TO WS-OLD-SCHED-DATE
              MOVE SPACE         TO WS-OLD-PAUSED
              MOVE MAJ-CUSTIDENT TO SO-CUSTIDENT
              MOVE MAJ-STORDSEQ  TO SO-STORD-SEQ
              MOVE ZEROS         TO SO-LAST-RUN-DATE
              MOVE ZEROS         TO SO-LAST-ORDERNUM
              MOVE SPACE         TO SO-LAST-RESULT
              MOVE SPACES        TO SO-LAST-REASON
              MOVE SPACES        TO SO-FILLER
              PERFORM MOVE-SCREEN-TO-STORD
              EXEC CICS WRITE DATASET('STORDER')
                        FROM(SO-ODCSFSO-RECORD)
                        RIDFLD(SO-STORD-KEY)
                        LENGTH(LENGTH OF SO-ODCSFSO-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           PERFORM LOG-STORD-CHANGE
           .

      * --------------------------------------------------------
       MOVE-SCREEN-TO-STORD.
           MOVE MAJ-FREQUENCY  TO SO-FREQUENCY.
           IF MAJ-SCHED-DATE NOT = WS-OLD-SCHED-DATE
              MOVE MAJ-SCHED-DATE TO SO-SCHED-DATE
              MOVE MAJ-SCHED-DATE TO SO-NEXT-RUN-DATE
           END-IF.
           MOVE MAJ-END-DATE   TO SO-END-DATE.
           MOVE MAJ-PAUSED     TO SO-PAUSED.
           MOVE MAJ-SHIPTOSEQ  TO SO-SHIPTO-SEQ.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
              MOVE MAJ-PRODCODE (WS-IX) TO SO-PRODCODE (WS-IX)
              IF MAJ-PRODCODE (WS-IX) = SPACES
                 MOVE ZEROS                 TO SO-QUANTITY (WS-IX)
              ELSE
                 MOVE MAJ-QUANTITY (WS-IX)  TO SO-QUANTITY (WS-IX)
              END-IF
           END-PERFORM.
           MOVE WS-TODAY       TO SO-SET-DATE.
           MOVE EIBUSERID      TO SO-SET-USER.

      * --------------------------------------------------------
      * ! Every store is logged: who set which standing order of
      * ! which customer, and any change of its schedule or pause.
      * --------------------------------------------------------
       LOG-STORD-CHANGE.
           MOVE MAJ-CUSTIDENT     TO CSTO-CUSTIDENT.
           MOVE MAJ-STORDSEQ      TO CSTO-STORDSEQ.
           MOVE MAJ-FREQUENCY     TO CSTO-FREQUENCY.
           MOVE WS-OLD-SCHED-DATE TO CSTO-OLD-SCHED.
           MOVE SO-SCHED-DATE     TO CSTO-NEW-SCHED.
           MOVE MAJ-END-DATE      TO CSTO-END-DATE.
           MOVE WS-OLD-PAUSED     TO CSTO-OLD-PAUSED.
           MOVE MAJ-PAUSED        TO CSTO-NEW-PAUSED.
           MOVE EIBUSERID         TO CSTO-USERID.
           MOVE EIBDATE           TO CSTO-EIBDATE.
           MOVE EIBTIME           TO CSTO-EIBTIME.
           EXEC CICS WRITEQ TD QUEUE('CSTO')
                               FROM(WS-CSTO-RECORD)
                               LENGTH(LENGTH OF WS-CSTO-RECORD)
           END-EXEC
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM43') MAPSET('RSSAM43') ERASE
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
