       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT040.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Correspondence history inquiry                     *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program pages a customer's             *
      *     correspondence history (CORRHIST), newest first, 8        *
      *     documents per page: every invoice, dunning notice,        *
      *     household statement, mail piece, birthday greeting and    *
      *     refund advice the batch runs sent, with the date and      *
      *     time it went out, the run that produced it, the delivery  *
      *     channel, and the order or campaign it relates to, so a    *
      *     service rep can answer "did you send me that letter".     *
      *    -It is reached from the customer-360 screen (PF8 there)    *
      *     with the customer preselected; PF3 goes back to it.       *
      *     ENTER shows the keyed customer's history from the newest  *
      *     document, PF8 pages back thru older ones (wrapping round  *
      *     to the newest after the oldest).                          *
      *    -Display is read-only.                                     *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM40                                      *
      *    Transaction : SA40                                         *
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
       01  MAJ-CUSTIDENT                   PIC 9(09)  VALUE 0.

       01  SWITCHES.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                     VALUE 'Y'.

      *--- History browse controls: the page starts at the sequence
      *--- carried in COMM-DEB-PG-SVT (zero means the newest
      *--- document) and is read highest-seq-first via STARTBR/
      *--- READPREV the way RSSAT001 browses the customer's notes
       01  WS-CORR-KEY.
           05  WS-CORR-CUSTIDENT           PIC 9(009).
           05  WS-CORR-CORRSEQ             PIC 9(005).
       01  WS-PAGE-START-SEQ               PIC 9(005) VALUE 0.
       01  WS-NEXT-START-SEQ               PIC 9(005) VALUE 0.
       01  WS-LINE-COUNT                   PIC S9(04) COMP VALUE +0.
       01  WS-CORR-DISPLAY-LINE            PIC X(78).
       01  WS-ORDER-EDIT                   PIC X(06).

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
       01  MSG-96                                  PIC  X(79)
           VALUE 'I: no correspondence on file for this customer. '.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: correspondence shown newest first, PF8 for older.'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM40.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Customer VSAM file's data layout ---------------------
           COPY ODCSF0.

      * Correspondence-history VSAM file's data layout ---------
           COPY ODCSFCH.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-CORR-INQUIRY.

      * This program may only be reached thru the customer-360...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM40O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM40O
                   MOVE COMM-CLT  TO MAJ-CUSTIDENT
                   MOVE 0         TO COMM-DEB-PG-SVT
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-LOAD-CORR-PAGE
                   END-IF
                   PERFORM 1200-SEND-CORR-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'        TO  COMM-FONC
           MOVE MAJ-CUSTIDENT    TO  COMM-CLT
           EXEC CICS RETURN TRANSID('SA40')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Browse up to 8 documents back from the page's start
      * ! sequence. The sequence to start the NEXT page from is
      * ! saved in COMM-DEB-PG-SVT (back to zero past the oldest
      * ! document so PF8 wraps around to the newest page). A
      * ! READPREV landing on a higher customer's record is read
      * ! past; one on a lower customer's ends the page.
      * --------------------------------------------------------
       1100-LOAD-CORR-PAGE.
           MOVE SPACES TO VCHLIN1O VCHLIN2O VCHLIN3O VCHLIN4O
                          VCHLIN5O VCHLIN6O VCHLIN7O VCHLIN8O.
           MOVE COMM-DEB-PG-SVT TO WS-PAGE-START-SEQ.
           IF WS-PAGE-START-SEQ = 0
              MOVE 99999 TO WS-PAGE-START-SEQ
           END-IF.
           MOVE 0                 TO WS-NEXT-START-SEQ.
           MOVE MAJ-CUSTIDENT     TO WS-CORR-CUSTIDENT.
           MOVE WS-PAGE-START-SEQ TO WS-CORR-CORRSEQ.
           MOVE 0                 TO WS-LINE-COUNT.
           EXEC CICS STARTBR DATASET ('CORRHIST')
                             RIDFLD  (WS-CORR-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
      *--- Nothing past the start key: browse back from end of file
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WS-CORR-KEY
              EXEC CICS STARTBR DATASET ('CORRHIST')
                                RIDFLD  (WS-CORR-KEY)
                                GTEQ
                                RESP    (RESPONSE-CODE)
              END-EXEC
           END-IF.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT = 8
                 EXEC CICS READPREV DATASET ('CORRHIST')
                                    INTO    (CH-ODCSFCH-RECORD)
                                    LENGTH  (LENGTH OF
                                             CH-ODCSFCH-RECORD)
                                    RIDFLD  (WS-CORR-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                    WHEN CH-CUSTIDENT < MAJ-CUSTIDENT
                         MOVE 8 TO WS-LINE-COUNT
                         MOVE 0 TO WS-NEXT-START-SEQ
                    WHEN CH-CUSTIDENT > MAJ-CUSTIDENT
                         CONTINUE
                    WHEN OTHER
                         ADD 1 TO WS-LINE-COUNT
                         COMPUTE WS-NEXT-START-SEQ = CH-CORRSEQ - 1
                         PERFORM MOVE-CORR-TO-SCREEN
                 END-EVALUATE
              END-PERFORM
              EXEC CICS ENDBR DATASET ('CORRHIST') END-EXEC
           END-IF
           MOVE WS-NEXT-START-SEQ TO COMM-DEB-PG-SVT.
           IF VCHLIN1O = SPACES
              MOVE MSG-96 TO VMESSO
           ELSE
              MOVE MSG-98 TO VMESSO
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one document's display line and move it to the
      * ! next free VCHLINnO screen field.
      * --------------------------------------------------------
       MOVE-CORR-TO-SCREEN.
           MOVE SPACES TO WS-CORR-DISPLAY-LINE
           IF CH-ORDERNUM = 0
              MOVE SPACES      TO WS-ORDER-EDIT
           ELSE
              MOVE CH-ORDERNUM TO WS-ORDER-EDIT
           END-IF
           STRING CH-SENT-DATE       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CH-SENT-TIME (1:2) DELIMITED BY SIZE
                  ':'                DELIMITED BY SIZE
                  CH-SENT-TIME (3:2) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CH-DOC-TYPE        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CH-CHANNEL         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CH-PROGRAM         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-ORDER-EDIT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CH-CAMPAIGN        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CH-DOC-INFO        DELIMITED BY SIZE
             INTO WS-CORR-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-CORR-DISPLAY-LINE TO VCHLIN1O
              WHEN 2  MOVE WS-CORR-DISPLAY-LINE TO VCHLIN2O
              WHEN 3  MOVE WS-CORR-DISPLAY-LINE TO VCHLIN3O
              WHEN 4  MOVE WS-CORR-DISPLAY-LINE TO VCHLIN4O
              WHEN 5  MOVE WS-CORR-DISPLAY-LINE TO VCHLIN5O
              WHEN 6  MOVE WS-CORR-DISPLAY-LINE TO VCHLIN6O
              WHEN 7  MOVE WS-CORR-DISPLAY-LINE TO VCHLIN7O
              WHEN 8  MOVE WS-CORR-DISPLAY-LINE TO VCHLIN8O
           END-EVALUATE
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
      * ! Finish and send the correspondence inquiry screen.
      * --------------------------------------------------------
       1200-SEND-CORR-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT040' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VCUSTNMA
                       VCHLIN1A  VCHLIN2A VCHLIN3A VCHLIN4A
                       VCHLIN5A  VCHLIN6A VCHLIN7A VCHLIN8A
           MOVE 'A' TO VCUSTIDA
           EXEC CICS SEND MAP('RSSAM40')
                       MAPSET('RSSAM40') FROM(RSSAM40O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF3 returns to the customer-360 screen, ENTER shows the
      * ! keyed customer from the newest document, PF8 pages back.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM40')
                             MAPSET('RSSAM40')
                             INTO  (RSSAM40I)
           END-EXEC.
           MOVE COMM-CLT TO MAJ-CUSTIDENT.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-360
              WHEN DFHENTER
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      MOVE LOW-VALUE TO RSSAM40O
                      PERFORM 1110-READ-CUSTOMER
                      MOVE 0 TO COMM-DEB-PG-SVT
                      PERFORM 1100-LOAD-CORR-PAGE
                   END-IF
                   PERFORM 1200-SEND-CORR-SCREEN
              WHEN DFHPF8
                   MOVE LOW-VALUE TO RSSAM40O
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-LOAD-CORR-PAGE
                   END-IF
                   PERFORM 1200-SEND-CORR-SCREEN
              WHEN OTHER
                   MOVE LOW-VALUE TO RSSAM40O
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1110-READ-CUSTOMER
                   PERFORM 1200-SEND-CORR-SCREEN
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

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM40') MAPSET('RSSAM40') ERASE
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
