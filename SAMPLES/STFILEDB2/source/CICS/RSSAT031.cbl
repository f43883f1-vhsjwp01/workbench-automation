       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT031.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Credit-referral review                             *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program pages the REFWORK worklist     *
      *     the nightly order load (RSSABB08) builds: bureau orders   *
      *     that would have taken the customer past the credit limit, *
      *     with the order amount, the limit and the open total that  *
      *     tripped it. The orders' line items are held meanwhile.    *
      *    -A supervisor (role 'S' on the operator profile) keys an   *
      *     order's customer id and order number and approves it      *
      *     (action A, overriding the limit) or declines it (action   *
      *     D); the decision, the deciding user and the date are      *
      *     stamped on the worklist entry. The RSSABB83 release step  *
      *     loads the approved orders and notifies the declined ones. *
      *    -It is reached from the run-parameter screen (PF16 there). *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM31                                      *
      *    Transaction : SA18                                         *
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
       01  MAJ-RR-AREA.
           05  MAJ-CUSTIDENT               PIC 9(09)  VALUE 0.
           05  MAJ-ORDERNUM                PIC 9(06)  VALUE 0.
           05  MAJ-ACTION                  PIC X(01)  VALUE SPACE.

      *--- Worklist browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-RR-DISPLAY-LINE      PIC X(60).
       01  WS-ORDER-AMT-EDIT       PIC ZZZZZZ9.99.
       01  WS-LIMIT-EDIT           PIC ZZZZZZ9.
       01  WS-OPEN-TOT-EDIT        PIC ZZZZZZZZ9.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the run-paramet
      -          'er screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-59                                  PIC  X(79)
           VALUE 'E: action must be A (approve) or D (decline).  '.
       01  MSG-60                                  PIC  X(79)
           VALUE 'E: this order is not on the worklist.          '.
       01  MSG-61                                  PIC  X(79)
           VALUE 'E: referral review requires the supervisor role.'.
       01  MSG-62                                  PIC  X(79)
           VALUE 'I: referral approved, RSSABB83 will release it.'.
       01  MSG-63                                  PIC  X(79)
           VALUE 'I: referral declined, RSSABB83 will notify.   '.
       01  MSG-64                                  PIC  X(79)
           VALUE 'E: this referral was already decided.          '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM31.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Credit-referral worklist VSAM file's data layout ---------
           COPY ODCSFRR.

      * Operator profile VSAM file's data layout -----------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-REFERRAL-REVIEW.

      * This program may only be reached thru the parameter screen...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM31O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM31O
                   PERFORM 1100-LIST-REFERRALS
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA31')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the first 8 still-open (status N) referrals.
      * --------------------------------------------------------
       1100-LIST-REFERRALS.
           MOVE SPACES TO VWLIN1O VWLIN2O VWLIN3O VWLIN4O
                          VWLIN5O VWLIN6O VWLIN7O VWLIN8O.
           MOVE 0          TO WS-LINE-COUNT.
           MOVE LOW-VALUES TO RR-ORDER-KEY.
           EXEC CICS STARTBR DATASET ('REFWORK')
                             RIDFLD  (RR-ORDER-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('REFWORK')
                                    INTO    (RR-ODCSFRR-RECORD)
                                    LENGTH  (LENGTH OF
                                             RR-ODCSFRR-RECORD)
                                    RIDFLD  (RR-ORDER-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                 AND RR-STATUS = 'N'
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-REFERRAL-TO-SCREEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('REFWORK') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one referral's display line and move it to the
      * ! next free VWLINnO screen field.
      * --------------------------------------------------------
       MOVE-REFERRAL-TO-SCREEN.
           MOVE SPACES      TO WS-RR-DISPLAY-LINE
           MOVE RR-ORDERAMT     TO WS-ORDER-AMT-EDIT
           MOVE RR-CREDIT-LIMIT TO WS-LIMIT-EDIT
           MOVE RR-OPEN-TOTAL   TO WS-OPEN-TOT-EDIT
           STRING RR-CUSTIDENT    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  RR-ORDERNUM     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-ORDER-AMT-EDIT DELIMITED BY SIZE
                  ' LIM '         DELIMITED BY SIZE
                  WS-LIMIT-EDIT   DELIMITED BY SIZE
                  ' OPEN '        DELIMITED BY SIZE
                  WS-OPEN-TOT-EDIT DELIMITED BY SIZE
             INTO WS-RR-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-RR-DISPLAY-LINE TO VWLIN1O
              WHEN 2  MOVE WS-RR-DISPLAY-LINE TO VWLIN2O
              WHEN 3  MOVE WS-RR-DISPLAY-LINE TO VWLIN3O
              WHEN 4  MOVE WS-RR-DISPLAY-LINE TO VWLIN4O
              WHEN 5  MOVE WS-RR-DISPLAY-LINE TO VWLIN5O
              WHEN 6  MOVE WS-RR-DISPLAY-LINE TO VWLIN6O
              WHEN 7  MOVE WS-RR-DISPLAY-LINE TO VWLIN7O
              WHEN 8  MOVE WS-RR-DISPLAY-LINE TO VWLIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the review screen.
      * --------------------------------------------------------
       1200-SEND-REVIEW-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT031' TO VPGMSCRO
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
           MOVE 'A' TO VRRCUSTA  VRRORDA  VRRACTA
           EXEC CICS SEND MAP('RSSAM31')
                       MAPSET('RSSAM31') FROM(RSSAM31O)
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
           EXEC CICS RECEIVE MAP   ('RSSAM31')
                             MAPSET('RSSAM31')
                             INTO  (RSSAM31I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PARMS
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM DECIDE-REFERRAL
                   END-IF
                   PERFORM 1100-LIST-REFERRALS
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN DFHENTER
                   PERFORM 1100-LIST-REFERRALS
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1100-LIST-REFERRALS
                   PERFORM 1200-SEND-REVIEW-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE ZEROES    TO MAJ-CUSTIDENT MAJ-ORDERNUM.
           MOVE SPACES    TO MAJ-ACTION.

           IF  VRRCUSTL = 0
           OR  VRRCUSTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VRRCUSTI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VRRCUSTI TO MAJ-CUSTIDENT
               END-IF
           END-IF.

           IF  VRRORDL = 0
           OR  VRRORDI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VRRORDI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VRRORDI TO MAJ-ORDERNUM
               END-IF
           END-IF.

           IF  VRRACTL = 0
           OR  VRRACTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VRRACTI = 'A' OR 'D'
                  MOVE VRRACTI TO MAJ-ACTION
               ELSE
                  MOVE MSG-59 TO VMESSO
                  ADD  +1     TO ERR-NBR
               END-IF
           END-IF.

           IF ERR-NBR = 0
              PERFORM CHECK-SUPERVISOR-ROLE
           END-IF.

      * --------------------------------------------------------
      * ! Only an active supervisor profile may decide referrals.
      * --------------------------------------------------------
       CHECK-SUPERVISOR-ROLE.
           MOVE EIBUSERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RIDFLD(OP-USERID)
                          LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                          RESP(WS-PROF-RESP)
           END-EXEC.
           IF  WS-PROF-RESP NOT = DFHRESP(NORMAL)
           OR  OP-ROLE NOT = 'S'
           OR  OP-ACTIVE NOT = 'Y'
               MOVE MSG-61 TO VMESSO
               ADD  +1     TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! Stamp the keyed referral approved or declined with the
      * ! deciding user and today's date.
      * --------------------------------------------------------
       DECIDE-REFERRAL.
           MOVE MAJ-CUSTIDENT TO RR-CUSTIDENT.
           MOVE MAJ-ORDERNUM  TO RR-ORDERNUM.
           EXEC CICS READ DATASET('REFWORK')
                          INTO(RR-ODCSFRR-RECORD)
                          RIDFLD(RR-ORDER-KEY)
                          LENGTH(LENGTH OF RR-ODCSFRR-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-60 TO VMESSO
              ADD  +1     TO ERR-NBR
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              IF RR-STATUS NOT = 'N'
                 MOVE MSG-64 TO VMESSO
                 ADD  +1     TO ERR-NBR
                 EXEC CICS UNLOCK DATASET('REFWORK') END-EXEC
              ELSE
                 MOVE MAJ-ACTION TO RR-STATUS
                 MOVE EIBUSERID  TO RR-DECIDE-USER
                 EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-DECIDE-DATE)
                 END-EXEC
                 MOVE WS-DECIDE-DATE TO RR-DECIDE-DATE
                 EXEC CICS REWRITE DATASET('REFWORK')
                           FROM(RR-ODCSFRR-RECORD)
                           LENGTH(LENGTH OF RR-ODCSFRR-RECORD)
                           RESP(RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                    PERFORM 9999-TERMINATE-PROGRAM
                 END-IF
                 IF MAJ-ACTION = 'A'
                    MOVE MSG-62 TO VMESSO
                 ELSE
                    MOVE MSG-63 TO VMESSO
                 END-IF
              END-IF
           END-IF
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM31') MAPSET('RSSAM31') ERASE
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
