       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT053.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Customer future-dated changes                      *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program lists the dated changes a      *
      *     customer has waiting on the future-change file (FUTCHG):  *
      *     address, name and contact changes keyed on the            *
      *     maintenance screen with an effective date after the day   *
      *     they were keyed. The pending ones and the ones the        *
      *     nightly apply step (RSSABC31) refused are listed, 8 at    *
      *     most, with the effective date, the new value and who     *
      *     keyed it.                                                 *
      *    -It is reached from the customer-360 screen (PF16 there)   *
      *     with the customer preselected; PF3 goes back to it.       *
      *     ENTER shows the keyed customer's changes and, when a      *
      *     sequence is keyed, that change's before and after values. *
      *    -PF11 cancels the keyed change while it is still pending;  *
      *     the entry is kept with the user and date that cancelled   *
      *     it.                                                       *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM53                                      *
      *    Transaction : SA53                                         *
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
       01  MAJ-FC-SEQ                      PIC 9(04)  VALUE 0.

       01  SWITCHES.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                     VALUE 'Y'.
           05  CHANGE-FOUND-SW             PIC X(01)  VALUE 'N'.
               88  CHANGE-FOUND                       VALUE 'Y'.
           05  BROWSE-DONE-SW              PIC X(01)  VALUE 'N'.
               88  BROWSE-DONE                        VALUE 'Y'.

      *--- Change list: the customer's key range of FUTCHG is
      *--- browsed, one display line per pending or refused change
      *--- (8 at most).
       01  WS-FC-KEY.
           05  WS-FC-CUSTIDENT             PIC 9(009).
           05  WS-FC-SEQ                   PIC 9(004).
       01  WS-LINE-COUNT                   PIC S9(04) COMP VALUE +0.
       01  WS-FC-DISPLAY-LINE              PIC X(78).
       01  WS-FC-KIND-TEXT                 PIC X(07).
       01  WS-FC-STATE                     PIC X(09).

      *--- One image (before or after) in readable form
       01  WS-FC-IMAGE                     PIC X(60).
       01  WS-FC-IMAGE-ADDRESS REDEFINES WS-FC-IMAGE.
           05  WS-FC-IMG-ADDRS             PIC X(30).
           05  WS-FC-IMG-CITY              PIC X(20).
           05  WS-FC-IMG-STATE             PIC X(02).
           05  WS-FC-IMG-ZIP               PIC X(05).
           05  FILLER                      PIC X(03).
       01  WS-FC-IMAGE-NAME REDEFINES WS-FC-IMAGE.
           05  WS-FC-IMG-LNAME             PIC X(30).
           05  WS-FC-IMG-FNAME             PIC X(20).
           05  FILLER                      PIC X(10).
       01  WS-FC-IMAGE-CONTACT REDEFINES WS-FC-IMAGE.
           05  WS-FC-IMG-EMAIL             PIC X(40).
           05  WS-FC-IMG-PHONE             PIC X(10).
           05  FILLER                      PIC X(10).
       01  WS-FC-IMAGE-TEXT                PIC X(60).

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
           VALUE 'I: dated change cancelled.                     '.
       01  MSG-92                                  PIC  X(79)
           VALUE 'E: customer has no dated change under this sequence.'.
       01  MSG-93                                  PIC  X(79)
           VALUE 'E: only a pending change may be cancelled.     '.
       01  MSG-96                                  PIC  X(79)
           VALUE 'I: dated change displayed.                     '.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: future-dated changes displayed.             '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM53.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Customer VSAM file's data layout ---------------------
           COPY ODCSF0.

      * Future-dated change VSAM file's data layout ----------
           COPY ODCSFFC.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-FUTURE-CHANGES.

      * This program may only be reached thru the customer-360...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM53O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM53O
                   MOVE COMM-CLT  TO MAJ-CUSTIDENT
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-CHANGES
                   END-IF
                   PERFORM 1200-SEND-FUTURE-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'        TO  COMM-FONC
           MOVE MAJ-CUSTIDENT    TO  COMM-CLT
           EXEC CICS RETURN TRANSID('SA53')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the customer's pending and refused changes, one
      * ! line each.
      * --------------------------------------------------------
       1100-SHOW-CHANGES.
           MOVE SPACES TO VFCLN1O VFCLN2O VFCLN3O VFCLN4O
                          VFCLN5O VFCLN6O VFCLN7O VFCLN8O.
           PERFORM 1140-LOAD-CHANGE-LIST.
           IF WS-LINE-COUNT = 0
              MOVE 'NO DATED CHANGE PENDING' TO VFCLN1O
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
      * ! The change under the customer and the sequence keyed.
      * --------------------------------------------------------
       1120-READ-CHANGE.
           MOVE 'N' TO CHANGE-FOUND-SW.
           MOVE MAJ-CUSTIDENT TO FC-CUSTIDENT.
           MOVE MAJ-FC-SEQ    TO FC-SEQ.
           EXEC CICS READ DATASET('FUTCHG')
                          INTO(FC-ODCSFFC-RECORD)
                          RIDFLD(FC-FUT-KEY)
                          LENGTH(LENGTH OF FC-ODCSFFC-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO CHANGE-FOUND-SW
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.

      * --------------------------------------------------------
      * ! Show the change just read: its before and after values.
      * --------------------------------------------------------
       1130-SHOW-CHANGE-DETAIL.
           MOVE FC-SEQ       TO VFCSEQO.
           MOVE FC-OLD-IMAGE TO WS-FC-IMAGE.
           PERFORM FORMAT-IMAGE.
           MOVE SPACES TO VFCOLDO.
           STRING 'WAS  '          DELIMITED BY SIZE
                  WS-FC-IMAGE-TEXT DELIMITED BY SIZE
             INTO VFCOLDO
           END-STRING.
           MOVE FC-NEW-IMAGE TO WS-FC-IMAGE.
           PERFORM FORMAT-IMAGE.
           MOVE SPACES TO VFCNEWO.
           STRING 'NEW  '          DELIMITED BY SIZE
                  WS-FC-IMAGE-TEXT DELIMITED BY SIZE
             INTO VFCNEWO
           END-STRING.

      * --------------------------------------------------------
      * ! Browse the customer's key range of the change file.
      * --------------------------------------------------------
       1140-LOAD-CHANGE-LIST.
           MOVE 0   TO WS-LINE-COUNT.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE MAJ-CUSTIDENT TO WS-FC-CUSTIDENT.
           MOVE ZEROS         TO WS-FC-SEQ.
           EXEC CICS STARTBR DATASET ('FUTCHG')
                             RIDFLD  (WS-FC-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT DATASET ('FUTCHG')
                                 INTO    (FC-ODCSFFC-RECORD)
                                 LENGTH  (LENGTH OF
                                          FC-ODCSFFC-RECORD)
                                 RIDFLD  (WS-FC-KEY)
                                 RESP    (RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              OR FC-CUSTIDENT NOT = MAJ-CUSTIDENT
              OR WS-LINE-COUNT >= 8
                 MOVE 'Y' TO BROWSE-DONE-SW
              ELSE
                 IF FC-STATUS = 'P' OR 'R'
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-CHANGE-TO-SCREEN
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET ('FUTCHG') END-EXEC
           .

      * --------------------------------------------------------
      * ! Build one change's display line and move it to the
      * ! next free VFCLNnO screen field.
      * --------------------------------------------------------
       MOVE-CHANGE-TO-SCREEN.
           EVALUATE FC-KIND
              WHEN 'A'   MOVE 'ADDRESS' TO WS-FC-KIND-TEXT
              WHEN 'N'   MOVE 'NAME'    TO WS-FC-KIND-TEXT
              WHEN 'C'   MOVE 'CONTACT' TO WS-FC-KIND-TEXT
              WHEN OTHER MOVE FC-KIND   TO WS-FC-KIND-TEXT
           END-EVALUATE.
           IF FC-STATUS = 'R'
              MOVE 'REFUSED'   TO WS-FC-STATE
           ELSE
              MOVE 'PENDING'   TO WS-FC-STATE
           END-IF.
           MOVE FC-NEW-IMAGE TO WS-FC-IMAGE.
           PERFORM FORMAT-IMAGE.
           MOVE SPACES TO WS-FC-DISPLAY-LINE.
           STRING FC-SEQ             DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-FC-KIND-TEXT    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  FC-EFF-DATE        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-FC-STATE        DELIMITED BY SIZE
                  FC-REQ-USER        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-FC-IMAGE-TEXT   DELIMITED BY SIZE
             INTO WS-FC-DISPLAY-LINE
           END-STRING.
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-FC-DISPLAY-LINE TO VFCLN1O
              WHEN 2  MOVE WS-FC-DISPLAY-LINE TO VFCLN2O
              WHEN 3  MOVE WS-FC-DISPLAY-LINE TO VFCLN3O
              WHEN 4  MOVE WS-FC-DISPLAY-LINE TO VFCLN4O
              WHEN 5  MOVE WS-FC-DISPLAY-LINE TO VFCLN5O
              WHEN 6  MOVE WS-FC-DISPLAY-LINE TO VFCLN6O
              WHEN 7  MOVE WS-FC-DISPLAY-LINE TO VFCLN7O
              WHEN 8  MOVE WS-FC-DISPLAY-LINE TO VFCLN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! One before or after image as text, in the view of the
      * ! change's kind.
      * --------------------------------------------------------
       FORMAT-IMAGE.
           MOVE SPACES TO WS-FC-IMAGE-TEXT.
           EVALUATE FC-KIND
              WHEN 'A'
                   STRING WS-FC-IMG-ADDRS  DELIMITED BY '  '
                          ', '             DELIMITED BY SIZE
                          WS-FC-IMG-CITY   DELIMITED BY '  '
                          ' '              DELIMITED BY SIZE
                          WS-FC-IMG-STATE  DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          WS-FC-IMG-ZIP    DELIMITED BY SIZE
                     INTO WS-FC-IMAGE-TEXT
                   END-STRING
              WHEN 'N'
                   STRING WS-FC-IMG-LNAME  DELIMITED BY '  '
                          ' '              DELIMITED BY SIZE
                          WS-FC-IMG-FNAME  DELIMITED BY '  '
                     INTO WS-FC-IMAGE-TEXT
                   END-STRING
              WHEN 'C'
                   STRING WS-FC-IMG-EMAIL  DELIMITED BY '  '
                          ' '              DELIMITED BY SIZE
                          WS-FC-IMG-PHONE  DELIMITED BY SIZE
                     INTO WS-FC-IMAGE-TEXT
                   END-STRING
              WHEN OTHER
                   MOVE WS-FC-IMAGE TO WS-FC-IMAGE-TEXT
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the future-dated change screen.
      * --------------------------------------------------------
       1200-SEND-FUTURE-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT053' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA  VCUSTNMA
                       VFCOLDA   VFCNEWA
                       VFCLN1A   VFCLN2A  VFCLN3A  VFCLN4A VFCLN5A
                       VFCLN6A   VFCLN7A  VFCLN8A
           MOVE 'A' TO VCUSTIDA  VFCSEQA
           EXEC CICS SEND MAP('RSSAM53')
                       MAPSET('RSSAM53') FROM(RSSAM53O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF3 returns to the customer-360 screen, ENTER shows the
      * ! keyed customer (and change), PF11 cancels the change.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM53')
                             MAPSET('RSSAM53')
                             INTO  (RSSAM53I)
           END-EXEC.
           MOVE COMM-CLT TO MAJ-CUSTIDENT.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-360
              WHEN DFHENTER
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM GET-CHANGE-SEQ
                   END-IF
                   IF ERR-NBR = 0
                      MOVE LOW-VALUE TO RSSAM53O
                      PERFORM 1110-READ-CUSTOMER
                      IF MAJ-FC-SEQ > 0
                         PERFORM SHOW-ONE-CHANGE
                      END-IF
                      PERFORM 1100-SHOW-CHANGES
                   END-IF
                   PERFORM 1200-SEND-FUTURE-SCREEN
              WHEN DFHPF11
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM CTRL-CANCEL-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM CANCEL-CHANGE
                      MOVE LOW-VALUE TO RSSAM53O
                      PERFORM 1110-READ-CUSTOMER
                      PERFORM 1100-SHOW-CHANGES
                      MOVE MSG-91 TO VMESSO
                   END-IF
                   PERFORM 1200-SEND-FUTURE-SCREEN
              WHEN OTHER
                   MOVE LOW-VALUE TO RSSAM53O
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-CHANGES
                   END-IF
                   PERFORM 1200-SEND-FUTURE-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Show the change keyed on ENTER.
      * --------------------------------------------------------
       SHOW-ONE-CHANGE.
           PERFORM 1120-READ-CHANGE.
           IF CHANGE-FOUND
              PERFORM 1130-SHOW-CHANGE-DETAIL
              MOVE MSG-96 TO VMESSO
           ELSE
              MOVE MAJ-FC-SEQ TO VFCSEQO
              MOVE MSG-92     TO VMESSO
           END-IF.

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
      * ! The sequence is optional on ENTER (none lists only).
      * --------------------------------------------------------
       GET-CHANGE-SEQ.
           MOVE ZERO TO MAJ-FC-SEQ.
           IF  VFCSEQL NOT = 0
           AND VFCSEQI NOT = SPACES
               IF VFCSEQI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VFCSEQI TO MAJ-FC-SEQ
               END-IF
           END-IF.

      * --------------------------------------------------------
      * ! Cancelling needs a sequence the customer has, and the
      * ! change must still be pending.
      * --------------------------------------------------------
       CTRL-CANCEL-DATA.
           PERFORM GET-CHANGE-SEQ.
           IF ERR-NBR NOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF MAJ-FC-SEQ = 0
              MOVE MSG-1 TO VMESSO
              ADD  +1    TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.
           PERFORM 1120-READ-CHANGE.
           IF NOT CHANGE-FOUND
              MOVE MSG-92 TO VMESSO
              ADD  +1     TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.
           IF FC-STATUS NOT = 'P'
              MOVE MSG-93 TO VMESSO
              ADD  +1     TO ERR-NBR
           END-IF.

      * --------------------------------------------------------
      * ! Mark the change keyed cancelled, with who and when.
      * --------------------------------------------------------
       CANCEL-CHANGE.
           MOVE MAJ-CUSTIDENT TO FC-CUSTIDENT.
           MOVE MAJ-FC-SEQ    TO FC-SEQ.
           EXEC CICS READ DATASET('FUTCHG')
                          INTO(FC-ODCSFFC-RECORD)
                          RIDFLD(FC-FUT-KEY)
                          LENGTH(LENGTH OF FC-ODCSFFC-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC
           MOVE 'X'           TO FC-STATUS
           MOVE EIBUSERID     TO FC-DONE-USER
           MOVE WS-TODAY      TO FC-DONE-DATE
           EXEC CICS REWRITE DATASET('FUTCHG')
                     FROM(FC-ODCSFFC-RECORD)
                     LENGTH(LENGTH OF FC-ODCSFFC-RECORD)
                     RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM53') MAPSET('RSSAM53') ERASE
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
