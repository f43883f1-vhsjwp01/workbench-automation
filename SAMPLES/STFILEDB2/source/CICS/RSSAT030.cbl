      *     household link and the status/reason pair - so a          *
      *     service call stops taking four transactions.              *
      *    -Each area drills down into its existing screen with a     *
      *     PF key: PF4 bill-to hierarchy, PF5 detail, PF6 tax        *
      *     exemptions, PF7 autopay mandate, PF8 correspondence       *
      *     history, PF9 orders, PF10 notes, PF11 ship-to addresses,  *
      *     PF12 audit history.                                       *
      *    -The household link lives on the DB2 side of the dual      *
      *     store (CUSTRELID), so that one block is read thru SQL     *
      *     the way the household-statement run reads it.             *
      *    -A payment the bank has returned, and the reversal entry   *
      *     that backs it out, are left out of the payment count and  *
      *     the last payment date.                                    *
      *    -The customer's tax-exemption certificates valid today are *
      *     shown by state with their expiry date; PF6 opens the      *
      *     certificate maintenance screen (RSSAT037).                *
      *    -PF7 opens the customer's direct-debit mandate (RSSAT038). *
      *    -PF8 pages the documents sent to the customer, newest      *
      *     first (RSSAT040).                                         *
      *    -PF4 opens the customer's corporate bill-to hierarchy      *
      *     (RSSAT041): its parent, or the locations it pays for.     *
      *    -PF11 opens the customer's ship-to addresses (RSSAT042).   *
      *    -PF13 opens the customer's standing orders (RSSAT043).     *
      *    -The customer's loyalty-points balance (LOYLEDG ledger) is *
      *     shown with its dollar value at the LOY_POINTS_PER_USD     *
      *     redemption rate on PARMFILE (default 100).                *
      *    -The customer's most severe active special-handling flag   *
      *     (HANDFLAG) is shown as a banner line; PF14 opens the      *
      *     customer's flags (RSSAT051).                              *
      *    -PF15 opens the customer's activity timeline (RSSAT052):   *
      *     audit rows, notes, order history, prior addresses, case   *
      *     actions and payments merged newest first.                 *
      *    -The customer's dated changes still waiting on the         *
      *     future-change file (FUTCHG) are counted with the next     *
      *     effective date; PF16 opens them (RSSAT053).               *
      *    -PF17 opens the customer's audit confirmation and records  *
      *     the reply to it (RSSAT055).                               *
      *    -PF18 asks for a routine letter to the customer, sent by   *
      *     the nightly letter run (RSSAT056).                        *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM30                                      *
      *    Transaction : SA30                                         *
       01  WS-NOTE-COUNT           PIC 9(005) VALUE 0.
       01  WS-NEXT-FUPDT           PIC 9(008) VALUE 99999999.

      *--- Tax-exemption certificates valid today, from the
      *--- EXEMPCRT browse
       01  WS-EXMP-KEY.
           05  WS-EXMP-CUSTIDENT   PIC 9(009).
           05  WS-EXMP-STATE       PIC X(002).
       01  WS-EXMP-COUNT           PIC 9(003) VALUE 0.
       01  WS-EXMP-LIST            PIC X(064) VALUE SPACES.
       01  WS-EXMP-PTR             PIC S9(4) COMP VALUE +1.
       01  WS-TODAY                PIC 9(008) VALUE 0.

      *--- Loyalty-points balance, from the LOYLEDG browse, and its
      *--- dollar value at the PARMFILE redemption rate
       01  WS-LY-KEY.
           05  WS-LY-CUSTIDENT     PIC 9(009).
           05  WS-LY-ENTRYSEQ      PIC 9(005).
       01  WS-LY-BALANCE           PIC S9(011) VALUE 0.
       01  WS-LY-PTS-PER-USD       PIC 9(005) VALUE 100.
       01  WS-LY-VALUE             PIC S9(009)V99 VALUE 0.
       01  WS-LY-BAL-EDIT          PIC -(10)9.
       01  WS-LY-VAL-EDIT          PIC -(9)9.99.

      *--- Dated changes waiting on the future-change file, from the
      *--- FUTCHG browse, with the earliest effective date
       01  WS-FC-KEY.
           05  WS-FC-CUSTIDENT     PIC 9(009).
           05  WS-FC-SEQ           PIC 9(004).
       01  WS-FC-PENDING           PIC 9(005) VALUE 0.
       01  WS-FC-NEXT-DATE         PIC 9(008) VALUE 99999999.
       01  WS-FC-NEXT-KIND         PIC X(001) VALUE SPACE.
       01  WS-FC-KIND-TEXT         PIC X(008) VALUE SPACES.

      *--- Household link host variables (DB2 side of the dual
      *--- store, same technique as the household-statement run)
       01  WS-HV-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  WS-SQLCODE              PIC -999.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

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

      *--- Edited fields for the display lines
       01  WS-AMT-EDIT             PIC ZZZZZZZZ9.99.
       01  WS-LIFE-AMT-EDIT        PIC ZZZZZZZZZZ9.99.
      * Customer note's VSAM file data layout --------------------
           COPY ODCSFNT.

      * Tax-exemption certificate VSAM file's data layout --------
           COPY ODCSFEX.

      * Loyalty-points ledger VSAM file's data layout ------------
           COPY ODCSFLY.

      * Run-parameter VSAM file's data layout --------------------
           COPY ODCSFPM.

      * Special-handling flag VSAM file's data layout ------------
           COPY ODCSFHF.

      * Special-handling flag code table's data layout -----------
           COPY ODCSFHT.

      * Future-dated change VSAM file's data layout --------------
           COPY ODCSFFC.

           COPY DFHAID.

       LINKAGE SECTION.
      * --------------------------------------------------------
       1100-BUILD-POSITION.
           MOVE SPACES TO VIDENTO VADDRO VSTATO VLIFEO
                          VORDSO VPAYSO VCASEO VHHLDO VEXMPO
                          VLOYO  VFUTRO VBANRO.
           PERFORM 1110-READ-CUSTOMER.
           IF CUSTOMER-FOUND
              PERFORM 1120-READ-LIFETIME
              PERFORM 1150-SWEEP-CASES
              PERFORM 1160-SWEEP-NOTES
              PERFORM 1170-GET-HOUSEHOLD
              PERFORM 1190-SWEEP-EXEMPTIONS
              PERFORM 1195-SUM-LOYALTY
              PERFORM 1197-SWEEP-FUTURE-CHANGES
              PERFORM 1180-FILL-POSITION-LINES
              MOVE MAJ-CUSTIDENT TO WS-BNR-CUSTIDENT
              PERFORM LOAD-HANDLING-BANNER
              MOVE WS-BNR-LINE   TO VBANRO
           END-IF
           .

                    IF PH-CUSTIDENT NOT = MAJ-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
      * A RETURNED PAYMENT AND ITS REVERSAL ENTRY DO NOT COUNT...
                       IF PH-ENTRY-TYPE NOT = 'R'
                       AND PH-REVERSED NOT = 'Y'
                          ADD 1 TO WS-PAY-COUNT
                          IF PH-PAYDATE > WS-LAST-PAYDT
                             MOVE PH-PAYDATE TO WS-LAST-PAYDT
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.

      * --------------------------------------------------------
      * ! Browse the customer's exemption certificates and list
      * ! the ones valid today: state, certificate, expiry date.
      * --------------------------------------------------------
       1190-SWEEP-EXEMPTIONS.
           MOVE 0      TO WS-EXMP-COUNT.
           MOVE SPACES TO WS-EXMP-LIST.
           MOVE 1      TO WS-EXMP-PTR.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE MAJ-CUSTIDENT TO WS-EXMP-CUSTIDENT.
           MOVE LOW-VALUE     TO WS-EXMP-STATE.
           EXEC CICS STARTBR DATASET ('EXEMPCRT')
                             RIDFLD  (WS-EXMP-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('EXEMPCRT')
                                    INTO    (EX-ODCSFEX-RECORD)
                                    LENGTH  (LENGTH OF
                                             EX-ODCSFEX-RECORD)
                                    RIDFLD  (WS-EXMP-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF EX-CUSTIDENT NOT = MAJ-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       IF  EX-ISSUE-DATE  NOT > WS-TODAY
                       AND EX-EXPIRY-DATE NOT < WS-TODAY
                          PERFORM LIST-ONE-EXEMPTION
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('EXEMPCRT') END-EXEC
           END-IF.

      * --------------------------------------------------------
      * ! Loyalty-points balance: the sum of the customer's ledger
      * ! entries, valued at the points-per-dollar redemption rate.
      * --------------------------------------------------------
       1195-SUM-LOYALTY.
           MOVE 0             TO WS-LY-BALANCE.
           MOVE MAJ-CUSTIDENT TO WS-LY-CUSTIDENT.
           MOVE ZEROS         TO WS-LY-ENTRYSEQ.
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
                    IF LY-CUSTIDENT NOT = MAJ-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       ADD LY-POINTS TO WS-LY-BALANCE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('LOYLEDG') END-EXEC
           END-IF.

           MOVE 100 TO WS-LY-PTS-PER-USD.
           MOVE 'LOY_POINTS_PER_USD' TO PM-PARM-NAME.
           EXEC CICS READ DATASET('PARMFILE')
                          INTO(PM-ODCSFPM-RECORD)
                          RIDFLD(PM-PARM-NAME)
                          LENGTH(LENGTH OF PM-ODCSFPM-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
           AND FUNCTION TEST-NUMVAL (PM-PARM-VALUE) = 0
           AND FUNCTION NUMVAL (PM-PARM-VALUE) >= 1
              COMPUTE WS-LY-PTS-PER-USD =
                      FUNCTION NUMVAL (PM-PARM-VALUE)
           END-IF.
           COMPUTE WS-LY-VALUE ROUNDED =
                   WS-LY-BALANCE / WS-LY-PTS-PER-USD.

      * --------------------------------------------------------
      * ! Dated changes still pending on the future-change file:
      * ! how many, and the earliest effective date with its kind.
      * --------------------------------------------------------
       1197-SWEEP-FUTURE-CHANGES.
           MOVE 0             TO WS-FC-PENDING.
           MOVE 99999999      TO WS-FC-NEXT-DATE.
           MOVE SPACE         TO WS-FC-NEXT-KIND.
           MOVE MAJ-CUSTIDENT TO WS-FC-CUSTIDENT.
           MOVE ZEROS         TO WS-FC-SEQ.
           EXEC CICS STARTBR DATASET ('FUTCHG')
                             RIDFLD  (WS-FC-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('FUTCHG')
                                    INTO    (FC-ODCSFFC-RECORD)
                                    LENGTH  (LENGTH OF
                                             FC-ODCSFFC-RECORD)
                                    RIDFLD  (WS-FC-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF FC-CUSTIDENT NOT = MAJ-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       IF FC-STATUS = 'P'
                          ADD 1 TO WS-FC-PENDING
                          IF FC-EFF-DATE < WS-FC-NEXT-DATE
                             MOVE FC-EFF-DATE TO WS-FC-NEXT-DATE
                             MOVE FC-KIND     TO WS-FC-NEXT-KIND
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('FUTCHG') END-EXEC
           END-IF.

      * --------------------------------------------------------
      * ! Two certificates fit on the line; the rest are counted.
      * --------------------------------------------------------
       LIST-ONE-EXEMPTION.
           ADD 1 TO WS-EXMP-COUNT
           IF WS-EXMP-COUNT <= 2
              STRING ' '              DELIMITED BY SIZE
                     EX-STATE         DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     EX-CERTNUM (1:12) DELIMITED BY SIZE
                     ' TO '           DELIMITED BY SIZE
                     EX-EXPIRY-DATE   DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                INTO WS-EXMP-LIST
                WITH POINTER WS-EXMP-PTR
              END-STRING
           END-IF
           .

      * --------------------------------------------------------
      * ! One summary line per area of the customer's position.
      * --------------------------------------------------------
                 INTO VHHLDO
               END-STRING
           END-IF

           MOVE SPACES TO VEXMPO
           IF WS-EXMP-COUNT = 0
              MOVE 'TAX EXEMPT NONE ON FILE' TO VEXMPO
           ELSE
              MOVE WS-EXMP-COUNT TO WS-CNT-EDIT
              STRING 'TAX EXEMPT' DELIMITED BY SIZE
                     WS-EXMP-LIST DELIMITED BY SIZE
                     ' VALID '    DELIMITED BY SIZE
                     WS-CNT-EDIT (3:3) DELIMITED BY SIZE
                INTO VEXMPO
              END-STRING
           END-IF

           MOVE WS-LY-BALANCE TO WS-LY-BAL-EDIT
           MOVE WS-LY-VALUE   TO WS-LY-VAL-EDIT
           MOVE SPACES TO VLOYO
           STRING 'LOYALTY   POINTS'  DELIMITED BY SIZE
                  WS-LY-BAL-EDIT      DELIMITED BY SIZE
                  '  WORTH'           DELIMITED BY SIZE
                  WS-LY-VAL-EDIT      DELIMITED BY SIZE
             INTO VLOYO
           END-STRING

           MOVE SPACES TO VFUTRO
           IF WS-FC-PENDING = 0
              MOVE 'FUTURE    NO DATED CHANGE PENDING' TO VFUTRO
           ELSE
              EVALUATE WS-FC-NEXT-KIND
                 WHEN 'A'   MOVE 'ADDRESS' TO WS-FC-KIND-TEXT
                 WHEN 'N'   MOVE 'NAME'    TO WS-FC-KIND-TEXT
                 WHEN 'C'   MOVE 'CONTACT' TO WS-FC-KIND-TEXT
                 WHEN OTHER MOVE SPACES    TO WS-FC-KIND-TEXT
              END-EVALUATE
              MOVE WS-FC-PENDING   TO WS-CNT-EDIT
              MOVE WS-FC-NEXT-DATE TO WS-DATE-EDIT
              STRING 'FUTURE    PENDING'  DELIMITED BY SIZE
                     WS-CNT-EDIT          DELIMITED BY SIZE
                     '  NEXT '            DELIMITED BY SIZE
                     WS-DATE-EDIT         DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WS-FC-KIND-TEXT      DELIMITED BY SIZE
                INTO VFUTRO
              END-STRING
           END-IF
           .

      * --------------------------------------------------------
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VIDENTA   VADDRA   VSTATA   VLIFEA
                       VORDSA    VPAYSA   VCASEA   VHHLDA
                       VEXMPA    VLOYA    VFUTRA   VBANRA
           MOVE 'A' TO VCUSTIDA
           EXEC CICS SEND MAP('RSSAM30')
                       MAPSET('RSSAM30') FROM(RSSAM30O)
                   END-IF
                   MOVE MAJ-CUSTIDENT (4:6) TO VCUSTIDO
                   PERFORM 1200-SEND-360-SCREEN
              WHEN DFHPF4
                   PERFORM DRILL-DOWN-BILLTO
              WHEN DFHPF5
                   PERFORM DRILL-DOWN-DETAIL
              WHEN DFHPF6
                   PERFORM DRILL-DOWN-EXEMPTIONS
              WHEN DFHPF7
                   PERFORM DRILL-DOWN-MANDATE
              WHEN DFHPF8
                   PERFORM DRILL-DOWN-CORRESPONDENCE
              WHEN DFHPF9
                   PERFORM DRILL-DOWN-ORDERS
              WHEN DFHPF10
                   PERFORM DRILL-DOWN-NOTES
              WHEN DFHPF11
                   PERFORM DRILL-DOWN-SHIPTO
              WHEN DFHPF12
                   PERFORM DRILL-DOWN-AUDIT
              WHEN DFHPF13
                   PERFORM DRILL-DOWN-STANDING
              WHEN DFHPF14
                   PERFORM DRILL-DOWN-FLAGS
              WHEN DFHPF15
                   PERFORM DRILL-DOWN-TIMELINE
              WHEN DFHPF16
                   PERFORM DRILL-DOWN-FUTURE
              WHEN DFHPF17
                   PERFORM DRILL-DOWN-CONFIRMATION
              WHEN DFHPF18
                   PERFORM DRILL-DOWN-LETTER
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   MOVE MAJ-CUSTIDENT (4:6) TO VCUSTIDO
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-EXEMPTIONS.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
              MOVE 'EXMP'     TO COMM-DEST
              MOVE 'RSSAT037' TO PGM-DEST
              PERFORM SET-DRILL-COMMAREA
              PERFORM NEXT-TASK
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-MANDATE.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
              MOVE 'DDMD'     TO COMM-DEST
              MOVE 'RSSAT038' TO PGM-DEST
              PERFORM SET-DRILL-COMMAREA
              PERFORM NEXT-TASK
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-CORRESPONDENCE.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
              MOVE 'CORR'     TO COMM-DEST
              MOVE 'RSSAT040' TO PGM-DEST
              PERFORM SET-DRILL-COMMAREA
              PERFORM NEXT-TASK
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-BILLTO.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
              MOVE 'BLTO'     TO COMM-DEST
              MOVE 'RSSAT041' TO PGM-DEST
              PERFORM SET-DRILL-COMMAREA
              PERFORM NEXT-TASK
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-SHIPTO.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
              MOVE 'SHPT'     TO COMM-DEST
              MOVE 'RSSAT042' TO PGM-DEST
              PERFORM SET-DRILL-COMMAREA
              PERFORM NEXT-TASK
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-STANDING.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
              MOVE 'STOR'     TO COMM-DEST
              MOVE 'RSSAT043' TO PGM-DEST
              PERFORM SET-DRILL-COMMAREA
              PERFORM NEXT-TASK
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-FLAGS.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
              MOVE 'HFLG'     TO COMM-DEST
              MOVE 'RSSAT051' TO PGM-DEST
              PERFORM SET-DRILL-COMMAREA
              PERFORM NEXT-TASK
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-TIMELINE.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
              MOVE 'TMLN'     TO COMM-DEST
              MOVE 'RSSAT052' TO PGM-DEST
              PERFORM SET-DRILL-COMMAREA
              PERFORM NEXT-TASK
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-FUTURE.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
              MOVE 'FUTC'     TO COMM-DEST
              MOVE 'RSSAT053' TO PGM-DEST
              PERFORM SET-DRILL-COMMAREA
              PERFORM NEXT-TASK
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-CONFIRMATION.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
              MOVE 'AUDC'     TO COMM-DEST
              MOVE 'RSSAT055' TO PGM-DEST
              PERFORM SET-DRILL-COMMAREA
              PERFORM NEXT-TASK
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-LETTER.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
              MOVE 'LTRC'     TO COMM-DEST
              MOVE 'RSSAT056' TO PGM-DEST
              PERFORM SET-DRILL-COMMAREA
              PERFORM NEXT-TASK
           END-IF.
           PERFORM 1200-SEND-360-SCREEN.

       DRILL-DOWN-ORDERS.
           PERFORM CTRL-DRILL-CUSTOMER.
           IF ERR-NBR = 0
           MOVE 0             TO COMM-DEB-PG.
           MOVE 0             TO COMM-DEB-PG-SVT.

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
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
