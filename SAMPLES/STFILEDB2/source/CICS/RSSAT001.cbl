      *    -This program may be called directly from the Simple       *
      *     Sample Application main menu or from the customer's list  *
      *     screen. Hence, return will performed toward menu or list. *
      *    -The customer's loyalty-points balance (LOYLEDG ledger)    *
      *     rides the message line beside the value tier.             *
      *    -The customer's most severe active special-handling flag   *
      *     (HANDFLAG) takes the message line over as a banner.       *
      *    -PF7 asks for a routine letter to the customer (RSSAT056), *
      *     which comes back here.                                    *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM01                                     *
      *    Transaction : SA01                                        *
       01  WS-ORDERAMT-EDIT                  PIC ZZZZZZ9.99.
       01  WS-ORDER-DISPLAY-LINE             PIC X(70).

      *--- Loyalty points: the balance is the sum of the customer's
      *--- entries on the VSAM-KSDS LOYLEDG ledger, keyed by customer
      *--- id plus entry sequence, browsed forward via STARTBR/
      *--- READNEXT...
       01  WS-LY-KEY.
           05  WS-LY-CUSTIDENT               PIC 9(009).
           05  WS-LY-ENTRYSEQ                PIC 9(005).
       01  WS-LY-BALANCE                     PIC S9(011) VALUE 0.
       01  WS-LY-BALANCE-EDIT                PIC -(10)9.

      *--- Banner: the customer's most severe active flag
       01  WS-BANNER-AREA.
           05  WS-BNR-KEY.
               10  WS-BNR-CUSTIDENT        PIC 9(009).
               10  WS-BNR-FLAG-CODE        PIC X(004).
           05  WS-BNR-RESP                 PIC S9(08) COMP   VALUE +0.
           05  WS-BNR-TBL-RESP             PIC S9(08) COMP   VALUE +0.
           05  WS-BNR-TODAY                PIC 9(08)  VALUE 0.
           05  WS-BNR-COUNT                PIC S9(04) COMP   VALUE +0.
           05  WS-BNR-MORE-EDIT            PIC Z9.
           05  WS-BNR-SEVERITY             PIC 9(01)  VALUE 9.
           05  WS-BNR-DESC                 PIC X(30)  VALUE SPACES.
           05  WS-BNR-TEXT                 PIC X(40)  VALUE SPACES.
           05  WS-BNR-LINE                 PIC X(75)  VALUE SPACES.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru main menu (SA00
      -          'transaction)'.
      *
      * Operator profile VSAM file's data layout ------------------
           COPY ODCSFOP.
      *
      * Loyalty-points ledger VSAM file's data layout -------------
           COPY ODCSFLY.
      *
      * Special-handling flag VSAM file's data layout ------------
           COPY ODCSFHF.
      *
      * Special-handling flag code table's data layout -----------
           COPY ODCSFHT.

           COPY DFHAID.
      *
                   END-IF
                   PERFORM 1160-READ-CUSTOMER-NOTES
                   PERFORM 1170-READ-CUSTOMER-ORDERS
                   PERFORM 1180-SUM-LOYALTY-POINTS
                   MOVE CUST-FILE-KEY TO WS-BNR-CUSTIDENT
                   PERFORM LOAD-HANDLING-BANNER
               END-IF
           END-IF
           .
           END-IF
           .

      * --------------------------------------------------------
      * ! Sum this customer's loyalty-ledger entries into the
      * ! points balance shown on the message line.
      * --------------------------------------------------------
       1180-SUM-LOYALTY-POINTS.
           MOVE 0              TO WS-LY-BALANCE.
           MOVE CUST-FILE-KEY  TO WS-LY-CUSTIDENT.
           MOVE ZEROS          TO WS-LY-ENTRYSEQ.
           EXEC CICS STARTBR DATASET ('LOYLEDG')
                             RIDFLD  (WS-LY-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('LOYLEDG')
                                    INTO    (LY-ODCSFLY-RECORD)
                                    LENGTH  (LENGTH OF
                                             LY-ODCSFLY-RECORD)
                                    RIDFLD  (WS-LY-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF LY-CUSTIDENT NOT = CUST-FILE-KEY
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       ADD LY-POINTS TO WS-LY-BALANCE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('LOYLEDG') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one order's display line and move it to the next
      * ! free VORDRnO screen field.
           MOVE SPACES             TO VNEWNOTEO
      * The customer's value tier, assigned nightly from the
      * lifetime-value rollup, rides the message line (the map has
      * no field of its own for it), and so does the customer's
      * loyalty-points balance...
           MOVE WS-LY-BALANCE TO WS-LY-BALANCE-EDIT
           IF QS-CUST-TIER NOT = SPACE
              MOVE SPACES TO VMESSO
              IF WS-LY-BALANCE NOT = 0
                 STRING 'I: customer value tier ' DELIMITED BY SIZE
                        QS-CUST-TIER              DELIMITED BY SIZE
                        ', loyalty points'        DELIMITED BY SIZE
                        WS-LY-BALANCE-EDIT        DELIMITED BY SIZE
                   INTO VMESSO
                 END-STRING
              ELSE
                 STRING 'I: customer value tier ' DELIMITED BY SIZE
                        QS-CUST-TIER              DELIMITED BY SIZE
                   INTO VMESSO
                 END-STRING
              END-IF
           ELSE
              IF WS-LY-BALANCE NOT = 0
                 MOVE SPACES TO VMESSO
                 STRING 'I: loyalty points'       DELIMITED BY SIZE
                        WS-LY-BALANCE-EDIT        DELIMITED BY SIZE
                   INTO VMESSO
                 END-STRING
              END-IF
           END-IF
      * ... and an active special-handling flag's banner takes the
      * message line over, the map having no line of its own for it
           IF WS-BNR-LINE NOT = SPACES
              MOVE WS-BNR-LINE TO VMESSO
              MOVE '8'         TO VMESSA
           END-IF
      * Initialize datas attributes
           MOVE '8' TO VIDCUSTA  VLNAMEA  VFNAMEA  VADDRSA  VCITYA
      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF6 adds the typed-in note text as a new customer note
      * ! and redisplays this same inquiry; PF7 opens the letter
      * ! request screen; any other key returns control to the
      * ! calling program, as before.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
           EVALUATE EIBAID
              WHEN DFHPF6
                   PERFORM ADD-NOTE-AND-REDISPLAY
              WHEN DFHPF7
                   PERFORM XFER-TO-LETTER-REQUEST
              WHEN OTHER
                   MOVE  0   TO COMM-NUM-MESS
                   MOVE 'OK' TO COMM-RETOUR
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Open the letter request screen for this customer; it
      * ! returns here when done, COMM-PROV being left as it is.
      * --------------------------------------------------------
       XFER-TO-LETTER-REQUEST.
           MOVE 'LTRA'       TO COMM-DEST.
           MOVE 'SEND'       TO COMM-FONC.
           MOVE 'RSSAT056'   TO PGM-DEST.
           PERFORM NEXT-TASK.

      * --------------------------------------------------------
      * ! Insert the typed-in note text, if any, as this customer's
      * ! next note, then redisplay this same inquiry screen so the
           END-EXEC.
           EXIT.

      * --------------------------------------------------------
      * ! The customer's most severe active special-handling
      * ! flag (HANDFLAG, severity from the FLAGTBL code table)
      * ! as a banner line, spaces when none is active. An
      * ! unexpired flag is active; a code missing from the table
      * ! counts as the least severe and shows its code.
      * --------------------------------------------------------
       LOAD-HANDLING-BANNER.
           MOVE SPACES     TO WS-BNR-LINE WS-BNR-DESC WS-BNR-TEXT.
           MOVE 0          TO WS-BNR-COUNT.
           MOVE 9          TO WS-BNR-SEVERITY.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-BNR-TODAY)
           END-EXEC.
           MOVE LOW-VALUES TO WS-BNR-FLAG-CODE.
           EXEC CICS STARTBR DATASET ('HANDFLAG')
                             RIDFLD  (WS-BNR-KEY)
                             GTEQ
                             RESP    (WS-BNR-RESP)
           END-EXEC.
           IF WS-BNR-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-BNR-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('HANDFLAG')
                                    INTO    (HF-ODCSFHF-RECORD)
                                    LENGTH  (LENGTH OF
                                             HF-ODCSFHF-RECORD)
                                    RIDFLD  (WS-BNR-KEY)
                                    RESP    (WS-BNR-RESP)
                 END-EXEC
                 IF WS-BNR-RESP = DFHRESP(NORMAL)
                    IF HF-CUSTIDENT NOT = WS-BNR-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO WS-BNR-RESP
                    ELSE
                       IF HF-EXPIRY-DATE = 0
                       OR HF-EXPIRY-DATE NOT < WS-BNR-TODAY
                          PERFORM CHECK-BANNER-FLAG
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('HANDFLAG') END-EXEC
           END-IF.
           IF WS-BNR-COUNT > 0
              PERFORM BUILD-BANNER-LINE
           END-IF
           .

      * --------------------------------------------------------
      * ! Keep the active flag just read when it is the first one
      * ! or more severe than the one kept.
      * --------------------------------------------------------
       CHECK-BANNER-FLAG.
           ADD 1 TO WS-BNR-COUNT.
           MOVE HF-FLAG-CODE TO HT-FLAG-CODE.
           EXEC CICS READ DATASET('FLAGTBL')
                          INTO(HT-ODCSFHT-RECORD)
                          RIDFLD(HT-FLAG-CODE)
                          LENGTH(LENGTH OF HT-ODCSFHT-RECORD)
                          RESP(WS-BNR-TBL-RESP)
           END-EXEC.
           IF WS-BNR-TBL-RESP NOT = DFHRESP(NORMAL)
              MOVE HF-FLAG-CODE TO HT-DESCRIPTION
              MOVE 9            TO HT-SEVERITY
           END-IF.
           IF WS-BNR-COUNT = 1
           OR HT-SEVERITY < WS-BNR-SEVERITY
              MOVE HT-SEVERITY    TO WS-BNR-SEVERITY
              MOVE HT-DESCRIPTION TO WS-BNR-DESC
              MOVE HF-TEXT        TO WS-BNR-TEXT
           END-IF
           .

      * --------------------------------------------------------
       BUILD-BANNER-LINE.
           IF WS-BNR-COUNT > 1
              COMPUTE WS-BNR-MORE-EDIT = WS-BNR-COUNT - 1
              STRING '*** '           DELIMITED BY SIZE
                     WS-BNR-DESC      DELIMITED BY '  '
                     ': '             DELIMITED BY SIZE
                     WS-BNR-TEXT      DELIMITED BY '  '
                     ' (+'            DELIMITED BY SIZE
                     WS-BNR-MORE-EDIT DELIMITED BY SIZE
                     ' MORE) ***'     DELIMITED BY SIZE
                INTO WS-BNR-LINE
              END-STRING
           ELSE
              STRING '*** '           DELIMITED BY SIZE
                     WS-BNR-DESC      DELIMITED BY '  '
                     ': '             DELIMITED BY SIZE
                     WS-BNR-TEXT      DELIMITED BY '  '
                     ' ***'           DELIMITED BY SIZE
                INTO WS-BNR-LINE
              END-STRING
           END-IF
           .

      *- Fatal error - Quit the application...
       CHECK-PII-VIEW-ROLE.
      * CUSTEMAIL/CUSTPHONE are only shown in full to operators whose
