       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT056.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Customer letter requests                           *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program queues a routine letter for a  *
      *     customer on the letter-request queue (LTRREQ, ODCSFLQ):   *
      *     the operator picks a template of the letter-template list *
      *     (RSSLTPC) and may add two lines of free text. The nightly *
      *     letter run (RSSABC36) merges the customer's name and      *
      *     address and prints or e-delivers the letter.              *
      *    -It is reached with the customer preselected from the      *
      *     customer inquiry screens (PF7 on RSSAT001 and RSSBT001)   *
      *     and from the customer-360 screen (PF18 there); PF3 goes   *
      *     back to the screen it came from.                          *
      *    -ENTER lists the keyed customer's requests, newest first.  *
      *     PF12 queues the template picked; the same template may    *
      *     not be pending twice for a customer. PF11 cancels the     *
      *     keyed request while it is still pending; it is kept with  *
      *     the user and date that cancelled it.                      *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM56                                      *
      *    Transaction : SA56                                         *
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
       01  MAJ-LQ-SEQ                      PIC 9(04)  VALUE 0.
       01  MAJ-TEMPLATE-IX                 PIC 9(01)  VALUE 0.

       01  SWITCHES.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                     VALUE 'Y'.
           05  REQUEST-FOUND-SW            PIC X(01)  VALUE 'N'.
               88  REQUEST-FOUND                      VALUE 'Y'.
           05  BROWSE-DONE-SW              PIC X(01)  VALUE 'N'.
               88  BROWSE-DONE                        VALUE 'Y'.
           05  ALREADY-PENDING-SW          PIC X(01)  VALUE 'N'.
               88  ALREADY-PENDING                    VALUE 'Y'.

      *--- Request list: the customer's key range of LTRREQ is
      *--- browsed backward from its highest sequence, one display
      *--- line per request (5 at most). The same browse finds the
      *--- next sequence and a pending request of the same template.
       01  WS-LQ-KEY.
           05  WS-LQ-CUSTIDENT             PIC 9(009).
           05  WS-LQ-SEQ                   PIC 9(004).
       01  WS-LQ-NEXT-SEQ                  PIC 9(004) VALUE 1.
       01  WS-LINE-COUNT                   PIC S9(04) COMP VALUE +0.
       01  WS-LQ-DISPLAY-LINE              PIC X(78).
       01  WS-LQ-STATE                     PIC X(09).
       01  WS-LQ-WHEN                      PIC 9(08).
       01  WS-TEMPLATE-CODE                PIC X(08)  VALUE SPACES.
       01  WS-LT-IX                        PIC S9(04) COMP VALUE +0.
       01  WS-LT-LIST-LINE.
           05  WS-LT-LIST-NO               PIC 9(01).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-LT-LIST-CODE             PIC X(08).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  WS-LT-LIST-DESC             PIC X(30).
           05  FILLER                      PIC X(03)  VALUE SPACES.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru a customer scre
      -          'en'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-97                                  PIC  X(79)
           VALUE 'E: unreferenced customer.                      '.
       01  MSG-86                                  PIC  X(79)
           VALUE 'E: pick a letter of the list (1 to 4).          '.
       01  MSG-87                                  PIC  X(79)
           VALUE 'E: this letter is already pending for the customer.'.
       01  MSG-88                                  PIC  X(79)
           VALUE 'I: letter requested, sent with the nightly run.'.
       01  MSG-89                                  PIC  X(79)
           VALUE 'E: customer has no letter request under this number.'.
       01  MSG-90                                  PIC  X(79)
           VALUE 'E: only a pending request may be cancelled.     '.
       01  MSG-91                                  PIC  X(79)
           VALUE 'I: letter request cancelled.                   '.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: letter requests displayed.                  '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM56.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Customer VSAM file's data layout ---------------------
           COPY ODCSF0.

      * Letter-request queue VSAM file's data layout ---------
           COPY ODCSFLQ.

      * Letter-template list ---------------------------------
           COPY RSSLTPC.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-LETTER-REQUESTS.

      * This program may only be reached thru a customer screen...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM56O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM56O
                   MOVE COMM-CLT  TO MAJ-CUSTIDENT
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-REQUESTS
                   END-IF
                   PERFORM 1200-SEND-LETTER-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'        TO  COMM-FONC
           MOVE MAJ-CUSTIDENT    TO  COMM-CLT
           EXEC CICS RETURN TRANSID('SA56')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
       1100-SHOW-REQUESTS.
           PERFORM 1140-LOAD-REQUEST-LIST.
           IF VMESSO = LOW-VALUE OR SPACES
              MOVE MSG-98 TO VMESSO
           END-IF.

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
      * ! Read the customer's request keyed.
      * --------------------------------------------------------
       1120-READ-REQUEST.
           MOVE 'N'           TO REQUEST-FOUND-SW.
           MOVE MAJ-CUSTIDENT TO LQ-CUSTIDENT.
           MOVE MAJ-LQ-SEQ    TO LQ-REQSEQ.
           EXEC CICS READ DATASET('LTRREQ')
                          INTO(LQ-ODCSFLQ-RECORD)
                          RIDFLD(LQ-REQ-KEY)
                          LENGTH(LENGTH OF LQ-ODCSFLQ-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO REQUEST-FOUND-SW
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.

      * --------------------------------------------------------
      * ! Browse the customer's requests newest first: the first
      * ! 5 are listed, the highest sequence gives the next one
      * ! and a pending request of the template picked, if any,
      * ! is noted.
      * --------------------------------------------------------
       1140-LOAD-REQUEST-LIST.
           MOVE 0   TO WS-LINE-COUNT.
           MOVE 1   TO WS-LQ-NEXT-SEQ.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE 'N' TO ALREADY-PENDING-SW.
           MOVE MAJ-CUSTIDENT TO WS-LQ-CUSTIDENT.
           MOVE 9999          TO WS-LQ-SEQ.
           EXEC CICS STARTBR DATASET ('LTRREQ')
                             RIDFLD  (WS-LQ-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READPREV DATASET ('LTRREQ')
                                 INTO    (LQ-ODCSFLQ-RECORD)
                                 LENGTH  (LENGTH OF
                                          LQ-ODCSFLQ-RECORD)
                                 RIDFLD  (WS-LQ-KEY)
                                 RESP    (RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              OR LQ-CUSTIDENT NOT = MAJ-CUSTIDENT
                 MOVE 'Y' TO BROWSE-DONE-SW
              ELSE
                 IF WS-LQ-NEXT-SEQ = 1
                    COMPUTE WS-LQ-NEXT-SEQ = LQ-REQSEQ + 1
                 END-IF
                 IF  LQ-STATUS   = 'P'
                 AND LQ-TEMPLATE = WS-TEMPLATE-CODE
                     MOVE 'Y' TO ALREADY-PENDING-SW
                 END-IF
                 IF WS-LINE-COUNT < 5
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-REQUEST-TO-SCREEN
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET ('LTRREQ') END-EXEC
           .

      * --------------------------------------------------------
      * ! Build one request's display line and move it to the
      * ! next free VLQLNnO screen field.
      * --------------------------------------------------------
       MOVE-REQUEST-TO-SCREEN.
           MOVE LQ-DONE-DATE TO WS-LQ-WHEN.
           EVALUATE LQ-STATUS
              WHEN 'P'
                   MOVE 'PENDING'   TO WS-LQ-STATE
                   MOVE LQ-REQ-DATE TO WS-LQ-WHEN
              WHEN 'F'   MOVE 'SENT'      TO WS-LQ-STATE
              WHEN 'S'   MOVE 'NOT SENT'  TO WS-LQ-STATE
              WHEN 'X'   MOVE 'CANCELLED' TO WS-LQ-STATE
              WHEN OTHER MOVE LQ-STATUS   TO WS-LQ-STATE
           END-EVALUATE.
           MOVE SPACES TO WS-LQ-DISPLAY-LINE.
           IF LQ-STATUS = 'S'
              STRING LQ-REQSEQ          DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     LQ-TEMPLATE        DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     WS-LQ-STATE        DELIMITED BY SIZE
                     WS-LQ-WHEN         DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     LQ-REQ-USER        DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     LQ-REASON          DELIMITED BY SIZE
                INTO WS-LQ-DISPLAY-LINE
              END-STRING
           ELSE
              STRING LQ-REQSEQ          DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     LQ-TEMPLATE        DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     WS-LQ-STATE        DELIMITED BY SIZE
                     WS-LQ-WHEN         DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     LQ-REQ-USER        DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     LQ-CHANNEL         DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     LQ-TEXT1           DELIMITED BY SIZE
                INTO WS-LQ-DISPLAY-LINE
              END-STRING
           END-IF.
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-LQ-DISPLAY-LINE TO VLQLN1O
              WHEN 2  MOVE WS-LQ-DISPLAY-LINE TO VLQLN2O
              WHEN 3  MOVE WS-LQ-DISPLAY-LINE TO VLQLN3O
              WHEN 4  MOVE WS-LQ-DISPLAY-LINE TO VLQLN4O
              WHEN 5  MOVE WS-LQ-DISPLAY-LINE TO VLQLN5O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the letter-request screen, with the
      * ! template list.
      * --------------------------------------------------------
       1200-SEND-LETTER-SCREEN.
           PERFORM VARYING WS-LT-IX FROM 1 BY 1
                   UNTIL WS-LT-IX > LT-TEMPLATE-COUNT
              MOVE WS-LT-IX          TO WS-LT-LIST-NO
              MOVE LT-CODE (WS-LT-IX) TO WS-LT-LIST-CODE
              MOVE LT-DESC (WS-LT-IX) TO WS-LT-LIST-DESC
              EVALUATE WS-LT-IX
                 WHEN 1  MOVE WS-LT-LIST-LINE TO VLTLS1O
                 WHEN 2  MOVE WS-LT-LIST-LINE TO VLTLS2O
                 WHEN 3  MOVE WS-LT-LIST-LINE TO VLTLS3O
                 WHEN 4  MOVE WS-LT-LIST-LINE TO VLTLS4O
              END-EVALUATE
           END-PERFORM
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT056' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA  VCUSTNMA
                       VLTLS1A   VLTLS2A  VLTLS3A  VLTLS4A
                       VLQLN1A   VLQLN2A  VLQLN3A  VLQLN4A  VLQLN5A
           MOVE 'A' TO VCUSTIDA  VLTSELA  VLTTX1A  VLTTX2A  VLQSEQA
           EXEC CICS SEND MAP('RSSAM56')
                       MAPSET('RSSAM56') FROM(RSSAM56O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF3 returns to the calling screen, ENTER lists the keyed
      * ! customer's requests, PF12 queues the letter picked and
      * ! PF11 cancels the keyed request.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM56')
                             MAPSET('RSSAM56')
                             INTO  (RSSAM56I)
           END-EXEC.
           MOVE COMM-CLT TO MAJ-CUSTIDENT.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM RETURN-CALLING-PGM
              WHEN DFHENTER
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      MOVE LOW-VALUE TO RSSAM56O
                      PERFORM 1110-READ-CUSTOMER
                      PERFORM 1100-SHOW-REQUESTS
                   END-IF
                   PERFORM 1200-SEND-LETTER-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM CTRL-REQUEST-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM QUEUE-LETTER-REQUEST
                      MOVE LOW-VALUE TO RSSAM56O
                      PERFORM 1110-READ-CUSTOMER
                      MOVE SPACES TO WS-TEMPLATE-CODE
                      PERFORM 1100-SHOW-REQUESTS
                      MOVE MSG-88 TO VMESSO
                   END-IF
                   PERFORM 1200-SEND-LETTER-SCREEN
              WHEN DFHPF11
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM CTRL-CANCEL-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM CANCEL-LETTER-REQUEST
                      MOVE LOW-VALUE TO RSSAM56O
                      PERFORM 1110-READ-CUSTOMER
                      PERFORM 1100-SHOW-REQUESTS
                      MOVE MSG-91 TO VMESSO
                   END-IF
                   PERFORM 1200-SEND-LETTER-SCREEN
              WHEN OTHER
                   MOVE LOW-VALUE TO RSSAM56O
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-REQUESTS
                   END-IF
                   PERFORM 1200-SEND-LETTER-SCREEN
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
      * ! The letter is picked by its number on the list, and may
      * ! not already be pending for the customer.
      * --------------------------------------------------------
       CTRL-REQUEST-DATA.
           IF  VLTSELL = 0
           OR  VLTSELI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           IF  VLTSELI NOT NUMERIC
               MOVE MSG-86 TO VMESSO
               ADD  +1     TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           MOVE VLTSELI TO MAJ-TEMPLATE-IX.
           IF  MAJ-TEMPLATE-IX < 1
           OR  MAJ-TEMPLATE-IX > LT-TEMPLATE-COUNT
               MOVE MSG-86 TO VMESSO
               ADD  +1     TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           MOVE LT-CODE (MAJ-TEMPLATE-IX) TO WS-TEMPLATE-CODE.
           PERFORM 1140-LOAD-REQUEST-LIST.
           IF ALREADY-PENDING
              MOVE MSG-87 TO VMESSO
              ADD  +1     TO ERR-NBR
           END-IF.

      * --------------------------------------------------------
      * ! Queue the letter under the customer's next request
      * ! sequence, with who asked for it, when and from where.
      * --------------------------------------------------------
       QUEUE-LETTER-REQUEST.
           PERFORM GET-TODAY.
           MOVE SPACES             TO LQ-ODCSFLQ-RECORD.
           MOVE MAJ-CUSTIDENT      TO LQ-CUSTIDENT.
           MOVE WS-LQ-NEXT-SEQ     TO LQ-REQSEQ.
           MOVE WS-TEMPLATE-CODE   TO LQ-TEMPLATE.
           MOVE 'P'                TO LQ-STATUS.
           MOVE WS-TODAY           TO LQ-REQ-DATE.
           MOVE EIBUSERID          TO LQ-REQ-USER.
           EVALUATE COMM-DEST
              WHEN 'LTRB'  MOVE 'RSSBT001' TO LQ-REQ-PGM
              WHEN 'LTRC'  MOVE 'RSSAT030' TO LQ-REQ-PGM
              WHEN OTHER   MOVE 'RSSAT001' TO LQ-REQ-PGM
           END-EVALUATE.
           IF VLTTX1L NOT = 0
              MOVE VLTTX1I         TO LQ-TEXT1
           END-IF.
           IF VLTTX2L NOT = 0
              MOVE VLTTX2I         TO LQ-TEXT2
           END-IF.
           MOVE ZEROS              TO LQ-DONE-DATE.
           EXEC CICS WRITE DATASET ('LTRREQ')
                           FROM    (LQ-ODCSFLQ-RECORD)
                           LENGTH  (LENGTH OF LQ-ODCSFLQ-RECORD)
                           RIDFLD  (LQ-REQ-KEY)
                           RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF.

      * --------------------------------------------------------
      * ! Cancelling needs a request number the customer has, and
      * ! the request must still be pending.
      * --------------------------------------------------------
       CTRL-CANCEL-DATA.
           MOVE ZERO TO MAJ-LQ-SEQ.
           IF  VLQSEQL = 0
           OR  VLQSEQI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           IF VLQSEQI NOT NUMERIC
              MOVE MSG-3 TO VMESSO
              ADD  +1    TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.
           MOVE VLQSEQI TO MAJ-LQ-SEQ.
           PERFORM 1120-READ-REQUEST.
           IF NOT REQUEST-FOUND
              MOVE MSG-89 TO VMESSO
              ADD  +1     TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.
           IF LQ-STATUS NOT = 'P'
              MOVE MSG-90 TO VMESSO
              ADD  +1     TO ERR-NBR
           END-IF.

      * --------------------------------------------------------
      * ! Mark the request keyed cancelled, with who and when.
      * --------------------------------------------------------
       CANCEL-LETTER-REQUEST.
           MOVE MAJ-CUSTIDENT TO LQ-CUSTIDENT.
           MOVE MAJ-LQ-SEQ    TO LQ-REQSEQ.
           EXEC CICS READ DATASET('LTRREQ')
                          INTO(LQ-ODCSFLQ-RECORD)
                          RIDFLD(LQ-REQ-KEY)
                          LENGTH(LENGTH OF LQ-ODCSFLQ-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           PERFORM GET-TODAY
           MOVE 'X'           TO LQ-STATUS
           MOVE WS-TODAY      TO LQ-DONE-DATE
           MOVE SPACES        TO LQ-REASON
           STRING 'CANCELLED BY ' DELIMITED BY SIZE
                  EIBUSERID       DELIMITED BY SIZE
             INTO LQ-REASON
           END-STRING
           EXEC CICS REWRITE DATASET('LTRREQ')
                     FROM(LQ-ODCSFLQ-RECORD)
                     LENGTH(LENGTH OF LQ-ODCSFLQ-RECORD)
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
           EXEC CICS SEND MAP('RSSAM56') MAPSET('RSSAM56') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC
           .

      *- RETURN TO THE SCREEN THE REQUEST WAS MADE FROM: THE CALLER
      *- LEFT ITS OWN RETURN PATH IN COMM-PROV AS IT WAS
       RETURN-CALLING-PGM.
           MOVE 'SEND'         TO  COMM-FONC.
           MOVE  MAJ-CUSTIDENT TO  COMM-CLT.
           EVALUATE COMM-DEST
              WHEN 'LTRB'
                   MOVE 'INT '     TO  COMM-DEST
                   MOVE 'RSSBT001' TO  PGM-DEST
              WHEN 'LTRC'
                   MOVE  COMM-DEST TO  COMM-PROV
                   MOVE 'C360'     TO  COMM-DEST
                   MOVE 'RSSAT030' TO  PGM-DEST
              WHEN OTHER
                   MOVE 'INT '     TO  COMM-DEST
                   MOVE 'RSSAT001' TO  PGM-DEST
           END-EVALUATE.
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
