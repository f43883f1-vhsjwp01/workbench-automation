       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT039.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Fraud review                                       *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program pages the FRDWORK worklist     *
      *     the nightly fraud-pattern run (RSSABC09) builds: one hit  *
      *     per customer, rule, trigger date and (for the order       *
      *     rules) order, with the score, the review status and the   *
      *     evidence (the changes or the order that set it off).      *
      *    -ENTER lists the first 8 hits awaiting review; with a      *
      *     customer id keyed it lists that customer's hits whatever  *
      *     their status (N awaiting review, C confirmed, X cleared,  *
      *     H held, Z clearance logged, R refused, L release          *
      *     requested, U released).                                   *
      *    -A fraud-desk officer (role 'K' on the operator profile)   *
      *     keys a hit's customer id, rule id, trigger date and order *
      *     number (zero or blank for the customer rules) and         *
      *     confirms it (action C) or clears it (action X), or asks   *
      *     for a held customer's release (action R); the decision,   *
      *     the deciding user and the date are stamped on the         *
      *     worklist entry. The next RSSABC09 run puts a confirmed    *
      *     customer on fraud hold, takes a released one off it, and  *
      *     logs every decision.                                      *
      *    -It is reached from the run-parameter screen (PF20 there). *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM39                                      *
      *    Transaction : SA39                                         *
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
       01  MAJ-FW-AREA.
           05  MAJ-CUSTIDENT               PIC 9(09)  VALUE 0.
           05  MAJ-RULE-ID                 PIC X(04)  VALUE SPACES.
           05  MAJ-TRIGGER-DATE            PIC 9(08)  VALUE 0.
           05  MAJ-ORDERNUM                PIC 9(06)  VALUE 0.
           05  MAJ-ACTION                  PIC X(01)  VALUE SPACE.

      *--- Worklist browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-LIST-CUSTIDENT       PIC 9(09)      VALUE 0.
       01  WS-FW-DISPLAY-LINE      PIC X(78).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the run-paramet
      -          'er screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-71                                  PIC  X(79)
           VALUE 'E: action must be C (confirm), X (clear) or R (releas
      -          'e).'.
       01  MSG-72                                  PIC  X(79)
           VALUE 'E: this hit is not on the worklist.            '.
       01  MSG-73                                  PIC  X(79)
           VALUE 'E: fraud review requires the compliance role.  '.
       01  MSG-74                                  PIC  X(79)
           VALUE 'I: hit confirmed, RSSABC09 will hold the customer.'.
       01  MSG-75                                  PIC  X(79)
           VALUE 'I: hit cleared, RSSABC09 will log the decision.'.
       01  MSG-76                                  PIC  X(79)
           VALUE 'E: this hit was already decided.               '.
       01  MSG-77                                  PIC  X(79)
           VALUE 'E: only a held hit (status H) can be released. '.
       01  MSG-78                                  PIC  X(79)
           VALUE 'I: release requested, RSSABC09 will lift the hold.'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM39.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Fraud review worklist VSAM file's data layout ------------
           COPY ODCSFFW.

      * Operator profile VSAM file's data layout -----------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-FRAUD-REVIEW.

      * This program may only be reached thru the parameter screen...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM39O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM39O
                   MOVE 0 TO WS-LIST-CUSTIDENT
                   PERFORM 1100-LIST-HITS
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA39')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the first 8 hits awaiting review (status N), or,
      * ! when a customer id was keyed, the first 8 hits of that
      * ! customer whatever their status.
      * --------------------------------------------------------
       1100-LIST-HITS.
           MOVE SPACES TO VFLIN1O VFLIN2O VFLIN3O VFLIN4O
                          VFLIN5O VFLIN6O VFLIN7O VFLIN8O.
           MOVE 0          TO WS-LINE-COUNT.
           MOVE LOW-VALUES TO FW-HIT-KEY.
           IF WS-LIST-CUSTIDENT NOT = 0
              MOVE WS-LIST-CUSTIDENT TO FW-CUSTIDENT
           END-IF.
           EXEC CICS STARTBR DATASET ('FRDWORK')
                             RIDFLD  (FW-HIT-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('FRDWORK')
                                    INTO    (FW-ODCSFFW-RECORD)
                                    LENGTH  (LENGTH OF
                                             FW-ODCSFFW-RECORD)
                                    RIDFLD  (FW-HIT-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF WS-LIST-CUSTIDENT = 0
                       IF FW-STATUS = 'N'
                          ADD 1 TO WS-LINE-COUNT
                          PERFORM MOVE-HIT-TO-SCREEN
                       END-IF
                    ELSE
                       IF FW-CUSTIDENT = WS-LIST-CUSTIDENT
                          ADD 1 TO WS-LINE-COUNT
                          PERFORM MOVE-HIT-TO-SCREEN
                       ELSE
                          MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('FRDWORK') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one hit's display line (customer, rule, trigger
      * ! date, order, score, status and evidence) and move it to
      * ! the next free VFLINnO screen field.
      * --------------------------------------------------------
       MOVE-HIT-TO-SCREEN.
           MOVE SPACES      TO WS-FW-DISPLAY-LINE
           STRING FW-CUSTIDENT    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  FW-RULE-ID      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  FW-TRIGGER-DATE DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  FW-ORDERNUM     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  FW-SCORE        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  FW-STATUS       DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  FW-EVIDENCE     DELIMITED BY SIZE
             INTO WS-FW-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-FW-DISPLAY-LINE TO VFLIN1O
              WHEN 2  MOVE WS-FW-DISPLAY-LINE TO VFLIN2O
              WHEN 3  MOVE WS-FW-DISPLAY-LINE TO VFLIN3O
              WHEN 4  MOVE WS-FW-DISPLAY-LINE TO VFLIN4O
              WHEN 5  MOVE WS-FW-DISPLAY-LINE TO VFLIN5O
              WHEN 6  MOVE WS-FW-DISPLAY-LINE TO VFLIN6O
              WHEN 7  MOVE WS-FW-DISPLAY-LINE TO VFLIN7O
              WHEN 8  MOVE WS-FW-DISPLAY-LINE TO VFLIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the review screen.
      * --------------------------------------------------------
       1200-SEND-REVIEW-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT039' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VFLIN1A   VFLIN2A  VFLIN3A  VFLIN4A
                       VFLIN5A   VFLIN6A  VFLIN7A  VFLIN8A
           MOVE 'A' TO VFRCUSTA  VFRRULEA VFRDATEA VFRORDA
                       VFRACTA
           EXEC CICS SEND MAP('RSSAM39')
                       MAPSET('RSSAM39') FROM(RSSAM39O)
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
           EXEC CICS RECEIVE MAP   ('RSSAM39')
                             MAPSET('RSSAM39')
                             INTO  (RSSAM39I)
           END-EXEC.

           MOVE 0 TO WS-LIST-CUSTIDENT.
           IF  VFRCUSTL NOT = 0
           AND VFRCUSTI NUMERIC
               MOVE VFRCUSTI TO WS-LIST-CUSTIDENT
           END-IF.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PARMS
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM DECIDE-HIT
                   END-IF
                   PERFORM 1100-LIST-HITS
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN DFHENTER
                   PERFORM 1100-LIST-HITS
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1100-LIST-HITS
                   PERFORM 1200-SEND-REVIEW-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE ZEROES    TO MAJ-CUSTIDENT MAJ-TRIGGER-DATE
                             MAJ-ORDERNUM.
           MOVE SPACES    TO MAJ-RULE-ID MAJ-ACTION.

           IF  VFRCUSTL = 0
           OR  VFRCUSTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VFRCUSTI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VFRCUSTI TO MAJ-CUSTIDENT
               END-IF
           END-IF.

           IF  VFRRULEL = 0
           OR  VFRRULEI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VFRRULEI TO MAJ-RULE-ID
           END-IF.

           IF  VFRDATEL = 0
           OR  VFRDATEI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VFRDATEI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VFRDATEI TO MAJ-TRIGGER-DATE
               END-IF
           END-IF.

      * The order number is only keyed for the order rules...
           IF  VFRORDL NOT = 0
           AND VFRORDI NOT = SPACES
               IF VFRORDI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VFRORDI TO MAJ-ORDERNUM
               END-IF
           END-IF.

           IF  VFRACTL = 0
           OR  VFRACTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VFRACTI = 'C' OR 'X' OR 'R'
                  MOVE VFRACTI TO MAJ-ACTION
               ELSE
                  MOVE MSG-71 TO VMESSO
                  ADD  +1     TO ERR-NBR
               END-IF
           END-IF.

           IF ERR-NBR = 0
              PERFORM CHECK-COMPLIANCE-ROLE
           END-IF.

      * --------------------------------------------------------
      * ! Only an active compliance-officer profile may decide
      * ! fraud hits.
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
               MOVE MSG-73 TO VMESSO
               ADD  +1     TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! Stamp the keyed hit confirmed or cleared (only while it
      * ! awaits review) or release-requested (only once held),
      * ! with the deciding user and today's date.
      * --------------------------------------------------------
       DECIDE-HIT.
           MOVE MAJ-CUSTIDENT    TO FW-CUSTIDENT.
           MOVE MAJ-RULE-ID      TO FW-RULE-ID.
           MOVE MAJ-TRIGGER-DATE TO FW-TRIGGER-DATE.
           MOVE MAJ-ORDERNUM     TO FW-ORDERNUM.
           EXEC CICS READ DATASET('FRDWORK')
                          INTO(FW-ODCSFFW-RECORD)
                          RIDFLD(FW-HIT-KEY)
                          LENGTH(LENGTH OF FW-ODCSFFW-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-72 TO VMESSO
              ADD  +1     TO ERR-NBR
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              IF MAJ-ACTION = 'R'
                 IF FW-STATUS NOT = 'H'
                    MOVE MSG-77 TO VMESSO
                    ADD  +1     TO ERR-NBR
                    EXEC CICS UNLOCK DATASET('FRDWORK') END-EXEC
                 ELSE
                    PERFORM STAMP-HIT-DECISION
                 END-IF
              ELSE
                 IF FW-STATUS NOT = 'N'
                    MOVE MSG-76 TO VMESSO
                    ADD  +1     TO ERR-NBR
                    EXEC CICS UNLOCK DATASET('FRDWORK') END-EXEC
                 ELSE
                    PERFORM STAMP-HIT-DECISION
                 END-IF
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! A confirmation or clearance is stamped on the decide
      * ! fields, a release request (status L) on the release
      * ! fields, so the original decision stays on the entry.
      * --------------------------------------------------------
       STAMP-HIT-DECISION.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(TIME-ABS)
                     YYYYMMDD(WS-DECIDE-DATE)
           END-EXEC
           IF MAJ-ACTION = 'R'
              MOVE 'L'            TO FW-STATUS
              MOVE EIBUSERID      TO FW-RELEASE-USER
              MOVE WS-DECIDE-DATE TO FW-RELEASE-DATE
           ELSE
              MOVE MAJ-ACTION     TO FW-STATUS
              MOVE EIBUSERID      TO FW-DECIDE-USER
              MOVE WS-DECIDE-DATE TO FW-DECIDE-DATE
           END-IF
           EXEC CICS REWRITE DATASET('FRDWORK')
                     FROM(FW-ODCSFFW-RECORD)
                     LENGTH(LENGTH OF FW-ODCSFFW-RECORD)
                     RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           EVALUATE MAJ-ACTION
              WHEN 'C'  MOVE MSG-74 TO VMESSO
              WHEN 'X'  MOVE MSG-75 TO VMESSO
              WHEN 'R'  MOVE MSG-78 TO VMESSO
           END-EVALUATE
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM39') MAPSET('RSSAM39') ERASE
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
