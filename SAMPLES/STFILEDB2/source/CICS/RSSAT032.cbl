       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT032.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Watch-list match review                            *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program pages the SCRWORK worklist     *
      *     the nightly sanctions screening (RSSABB88) builds:        *
      *     customers who may be the person on a government watch-    *
      *     list entry, with the entry, the list program, the match   *
      *     score and evidence (name F/L, birth date and country      *
      *     M match, U not on the list, X differs).                   *
      *    -A compliance officer (role 'K' on the operator profile)   *
      *     keys a match's customer id and list entry id and confirms *
      *     it (action C) or clears it (action X); the decision, the  *
      *     deciding user and the date are stamped on the worklist    *
      *     entry. The next RSSABB88 run puts a confirmed customer on *
      *     compliance hold and logs both kinds of decision.          *
      *    -It is reached from the run-parameter screen (PF17 there). *
      *     PF4 goes on to the KYC periodic review worklist           *
      *     (RSSAT049).                                               *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM32                                      *
      *    Transaction : SA32                                         *
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
           05  WS-DECIDE-DATE              PIC X(08).
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
       01  MAJ-WL-AREA.
           05  MAJ-CUSTIDENT               PIC 9(09)  VALUE 0.
           05  MAJ-ENTRY-ID                PIC X(10)  VALUE SPACES.
           05  MAJ-ACTION                  PIC X(01)  VALUE SPACE.

      *--- Worklist browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-WL-DISPLAY-LINE      PIC X(60).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the run-paramet
      -          'er screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-65                                  PIC  X(79)
           VALUE 'E: action must be C (confirm) or X (clear).    '.
       01  MSG-66                                  PIC  X(79)
           VALUE 'E: this match is not on the worklist.          '.
       01  MSG-67                                  PIC  X(79)
           VALUE 'E: watch-list review requires the compliance role.'.
       01  MSG-68                                  PIC  X(79)
           VALUE 'I: match confirmed, RSSABB88 will hold the customer.'.
       01  MSG-69                                  PIC  X(79)
           VALUE 'I: match cleared, RSSABB88 will log the decision.'.
       01  MSG-70                                  PIC  X(79)
           VALUE 'E: this match was already decided.             '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM32.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Watch-list review worklist VSAM file's data layout -------
           COPY ODCSFWL.

      * Operator profile VSAM file's data layout -----------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-WATCHLIST-REVIEW.

      * This program may only be reached thru the parameter screen...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM32O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM32O
                   PERFORM 1100-LIST-MATCHES
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA32')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the first 8 undecided (status N) matches.
      * --------------------------------------------------------
       1100-LIST-MATCHES.
           MOVE SPACES TO VWLIN1O VWLIN2O VWLIN3O VWLIN4O
                          VWLIN5O VWLIN6O VWLIN7O VWLIN8O.
           MOVE 0          TO WS-LINE-COUNT.
           MOVE LOW-VALUES TO WL-MATCH-KEY.
           EXEC CICS STARTBR DATASET ('SCRWORK')
                             RIDFLD  (WL-MATCH-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('SCRWORK')
                                    INTO    (WL-ODCSFWL-RECORD)
                                    LENGTH  (LENGTH OF
                                             WL-ODCSFWL-RECORD)
                                    RIDFLD  (WL-MATCH-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                 AND WL-STATUS = 'N'
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-MATCH-TO-SCREEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('SCRWORK') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one match's display line (customer, list entry,
      * ! score, evidence, listed name, birth date and country)
      * ! and move it to the next free VWLINnO screen field.
      * --------------------------------------------------------
       MOVE-MATCH-TO-SCREEN.
           MOVE SPACES      TO WS-WL-DISPLAY-LINE
           STRING WL-CUSTIDENT    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WL-ENTRY-ID     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WL-SCORE        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WL-EVIDENCE     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WL-LIST-LNAME (1:15) DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WL-LIST-BDATE   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WL-LIST-COUNTRY DELIMITED BY SIZE
             INTO WS-WL-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-WL-DISPLAY-LINE TO VWLIN1O
              WHEN 2  MOVE WS-WL-DISPLAY-LINE TO VWLIN2O
              WHEN 3  MOVE WS-WL-DISPLAY-LINE TO VWLIN3O
              WHEN 4  MOVE WS-WL-DISPLAY-LINE TO VWLIN4O
              WHEN 5  MOVE WS-WL-DISPLAY-LINE TO VWLIN5O
              WHEN 6  MOVE WS-WL-DISPLAY-LINE TO VWLIN6O
              WHEN 7  MOVE WS-WL-DISPLAY-LINE TO VWLIN7O
              WHEN 8  MOVE WS-WL-DISPLAY-LINE TO VWLIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the review screen.
      * --------------------------------------------------------
       1200-SEND-REVIEW-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT032' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VWLIN1A   VWLIN2A  VWLIN3A  VWLIN4A
                       VWLIN5A   VWLIN6A  VWLIN7A  VWLIN8A
           MOVE 'A' TO VSCCUSTA  VSCENTA  VSCACTA
           EXEC CICS SEND MAP('RSSAM32')
                       MAPSET('RSSAM32') FROM(RSSAM32O)
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
           EXEC CICS RECEIVE MAP   ('RSSAM32')
                             MAPSET('RSSAM32')
                             INTO  (RSSAM32I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PARMS
              WHEN DFHPF4
                   PERFORM XFER-TO-KYC-REVIEW
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM DECIDE-MATCH
                   END-IF
                   PERFORM 1100-LIST-MATCHES
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN DFHENTER
                   PERFORM 1100-LIST-MATCHES
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1100-LIST-MATCHES
                   PERFORM 1200-SEND-REVIEW-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE ZEROES    TO MAJ-CUSTIDENT.
           MOVE SPACES    TO MAJ-ENTRY-ID MAJ-ACTION.

           IF  VSCCUSTL = 0
           OR  VSCCUSTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VSCCUSTI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VSCCUSTI TO MAJ-CUSTIDENT
               END-IF
           END-IF.

           IF  VSCENTL = 0
           OR  VSCENTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VSCENTI TO MAJ-ENTRY-ID
           END-IF.

           IF  VSCACTL = 0
           OR  VSCACTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VSCACTI = 'C' OR 'X'
                  MOVE VSCACTI TO MAJ-ACTION
               ELSE
                  MOVE MSG-65 TO VMESSO
                  ADD  +1     TO ERR-NBR
               END-IF
           END-IF.

           IF ERR-NBR = 0
              PERFORM CHECK-COMPLIANCE-ROLE
           END-IF.

      * --------------------------------------------------------
      * ! Only an active compliance-officer profile may decide
      * ! watch-list matches.
      * --------------------------------------------------------
       CHECK-COMPLIANCE-ROLE.
           MOVE EIBUSERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RIDFLD(OP-USERID)
                          LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                          RESP(WS-PROF-RESP)
           END-EXEC.
           IF  WS-PROF-RESP NOT = DFHRESP(NORMAL)
           OR  OP-ROLE NOT = 'K'
           OR  OP-ACTIVE NOT = 'Y'
               MOVE MSG-67 TO VMESSO
               ADD  +1     TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! Stamp the keyed match confirmed or cleared with the
      * ! deciding user and today's date.
      * --------------------------------------------------------
       DECIDE-MATCH.
           MOVE MAJ-CUSTIDENT TO WL-CUSTIDENT.
           MOVE MAJ-ENTRY-ID  TO WL-ENTRY-ID.
           EXEC CICS READ DATASET('SCRWORK')
                          INTO(WL-ODCSFWL-RECORD)
                          RIDFLD(WL-MATCH-KEY)
                          LENGTH(LENGTH OF WL-ODCSFWL-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-66 TO VMESSO
              ADD  +1     TO ERR-NBR
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              IF WL-STATUS NOT = 'N'
                 MOVE MSG-70 TO VMESSO
                 ADD  +1     TO ERR-NBR
                 EXEC CICS UNLOCK DATASET('SCRWORK') END-EXEC
              ELSE
                 MOVE MAJ-ACTION TO WL-STATUS
                 MOVE EIBUSERID  TO WL-DECIDE-USER
                 EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-DECIDE-DATE)
                 END-EXEC
                 MOVE WS-DECIDE-DATE TO WL-DECIDE-DATE
                 EXEC CICS REWRITE DATASET('SCRWORK')
                           FROM(WL-ODCSFWL-RECORD)
                           LENGTH(LENGTH OF WL-ODCSFWL-RECORD)
                           RESP(RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                    PERFORM 9999-TERMINATE-PROGRAM
                 END-IF
                 IF MAJ-ACTION = 'C'
                    MOVE MSG-68 TO VMESSO
                 ELSE
                    MOVE MSG-69 TO VMESSO
                 END-IF
              END-IF
           END-IF
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM32') MAPSET('RSSAM32') ERASE
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

      *- GO TO THE KYC PERIODIC REVIEW WORKLIST
       XFER-TO-KYC-REVIEW.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'KYCR'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT049'  TO  PGM-DEST.
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
