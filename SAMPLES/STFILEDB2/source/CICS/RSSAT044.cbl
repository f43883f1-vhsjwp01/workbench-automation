       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT044.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Operator access recertification attestation        *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program pages the RECERT file the      *
      *     quarterly recertification run (RSSABC13) builds: every    *
      *     active operator profile with the role, branch, states,    *
      *     last sign-on and 90-day change volume it carried when the *
      *     review was opened, and the date it must be attested by.   *
      *    -A supervisor (role 'S' on the operator profile) sees the  *
      *     pending reviews assigned to them, plus any profile with   *
      *     no supervisor named, keys an operator's user id and keeps *
      *     the profile (action K) or revokes it (action R). The      *
      *     decision, the deciding user and the date are stamped on   *
      *     the review; a revoke deactivates the profile at once.     *
      *     Nobody attests their own profile.                         *
      *    -A review still pending at its deadline is enforced by the *
      *     nightly run (RSSABC14), which deactivates the profile.    *
      *    -Every decision is logged to the CRCT TD queue.            *
      *    -It is reached from the operator-profile screen (PF4       *
      *     there).                                                   *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM44                                      *
      *    Transaction : SA44                                         *
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
           05  WS-DECIDE-DATE              PIC 9(08)  VALUE 0.
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
       01  MAJ-RC-AREA.
           05  MAJ-USERID                  PIC X(08)  VALUE SPACES.
           05  MAJ-ACTION                  PIC X(01)  VALUE SPACE.

      *--- Review list browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-RC-DISPLAY-LINE      PIC X(78).
       01  WS-SIGNON-EDIT          PIC X(08).
       01  WS-CHG-COUNT-EDIT       PIC ZZZZZZ9.

      *--- Attestation log record for the CRCT TD queue
       01  WS-CRCT-RECORD.
           05  CRCT-USERID         PIC X(08).
           05  CRCT-DECISION       PIC X(01).
           05  CRCT-CYCLE-DATE     PIC 9(08).
           05  CRCT-DECIDE-USER    PIC X(08).
           05  CRCT-DECIDE-DATE    PIC 9(08).
           05  CRCT-DECIDE-TIME    PIC X(08).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the operator-pr
      -          'ofile screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-100                                 PIC  X(79)
           VALUE 'E: action must be K (keep) or R (revoke).      '.
       01  MSG-101                                 PIC  X(79)
           VALUE 'E: this operator has no recertification review.'.
       01  MSG-102                                 PIC  X(79)
           VALUE 'E: attestation requires the supervisor role.   '.
       01  MSG-103                                 PIC  X(79)
           VALUE 'E: this review was already decided.            '.
       01  MSG-104                                 PIC  X(79)
           VALUE 'E: nobody may attest their own profile.        '.
       01  MSG-105                                 PIC  X(79)
           VALUE 'E: this profile is assigned to another supervisor.'.
       01  MSG-106                                 PIC  X(79)
           VALUE 'I: profile kept, attestation recorded.         '.
       01  MSG-107                                 PIC  X(79)
           VALUE 'I: profile revoked and deactivated.            '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM44.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Access recertification VSAM file's data layout ----------
           COPY ODCSFRC.

      * Operator profile VSAM file's data layout -----------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-RECERT-ATTEST.

      * This program may only be reached thru the profile screen...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM44O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM44O
                   PERFORM 1100-LIST-REVIEWS
                   PERFORM 1200-SEND-ATTEST-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA44')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the first 8 pending reviews assigned to the
      * ! signed-on supervisor or to no supervisor at all.
      * --------------------------------------------------------
       1100-LIST-REVIEWS.
           MOVE SPACES TO VWLIN1O VWLIN2O VWLIN3O VWLIN4O
                          VWLIN5O VWLIN6O VWLIN7O VWLIN8O.
           MOVE 0          TO WS-LINE-COUNT.
           MOVE LOW-VALUES TO RC-USERID.
           EXEC CICS STARTBR DATASET ('RECERT')
                             RIDFLD  (RC-USERID)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('RECERT')
                                    INTO    (RC-ODCSFRC-RECORD)
                                    LENGTH  (LENGTH OF
                                             RC-ODCSFRC-RECORD)
                                    RIDFLD  (RC-USERID)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                 AND RC-DECISION = SPACE
                 AND RC-USERID NOT = EIBUSERID
                 AND (RC-SUPERVISOR = EIBUSERID
                      OR RC-SUPERVISOR = SPACES)
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-REVIEW-TO-SCREEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('RECERT') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one review's display line and move it to the
      * ! next free VWLINnO screen field.
      * --------------------------------------------------------
       MOVE-REVIEW-TO-SCREEN.
           MOVE SPACES      TO WS-RC-DISPLAY-LINE
           IF RC-LAST-SIGNON NUMERIC
           AND RC-LAST-SIGNON > 0
              MOVE RC-LAST-SIGNON TO WS-SIGNON-EDIT
           ELSE
              MOVE 'NEVER'        TO WS-SIGNON-EDIT
           END-IF
           MOVE RC-CHG-COUNT TO WS-CHG-COUNT-EDIT
           STRING RC-USERID       DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  RC-ROLE         DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  RC-BRANCH       DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  RC-STATES       DELIMITED BY SIZE
                  ' LAST '        DELIMITED BY SIZE
                  WS-SIGNON-EDIT  DELIMITED BY SIZE
                  ' CHG90 '       DELIMITED BY SIZE
                  WS-CHG-COUNT-EDIT DELIMITED BY SIZE
                  ' DUE '         DELIMITED BY SIZE
                  RC-DEADLINE     DELIMITED BY SIZE
             INTO WS-RC-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-RC-DISPLAY-LINE TO VWLIN1O
              WHEN 2  MOVE WS-RC-DISPLAY-LINE TO VWLIN2O
              WHEN 3  MOVE WS-RC-DISPLAY-LINE TO VWLIN3O
              WHEN 4  MOVE WS-RC-DISPLAY-LINE TO VWLIN4O
              WHEN 5  MOVE WS-RC-DISPLAY-LINE TO VWLIN5O
              WHEN 6  MOVE WS-RC-DISPLAY-LINE TO VWLIN6O
              WHEN 7  MOVE WS-RC-DISPLAY-LINE TO VWLIN7O
              WHEN 8  MOVE WS-RC-DISPLAY-LINE TO VWLIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the attestation screen.
      * --------------------------------------------------------
       1200-SEND-ATTEST-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT044' TO VPGMSCRO
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
           MOVE 'A' TO VRCUSERA  VRCACTA
           EXEC CICS SEND MAP('RSSAM44')
                       MAPSET('RSSAM44') FROM(RSSAM44O)
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
           EXEC CICS RECEIVE MAP   ('RSSAM44')
                             MAPSET('RSSAM44')
                             INTO  (RSSAM44I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PROFILES
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM DECIDE-REVIEW
                   END-IF
                   PERFORM 1100-LIST-REVIEWS
                   PERFORM 1200-SEND-ATTEST-SCREEN
              WHEN DFHENTER
                   PERFORM 1100-LIST-REVIEWS
                   PERFORM 1200-SEND-ATTEST-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1100-LIST-REVIEWS
                   PERFORM 1200-SEND-ATTEST-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE SPACES    TO MAJ-USERID MAJ-ACTION.

           IF  VRCUSERL = 0
           OR  VRCUSERI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VRCUSERI TO MAJ-USERID
           END-IF.

           IF  VRCACTL = 0
           OR  VRCACTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VRCACTI = 'K' OR 'R'
                  MOVE VRCACTI TO MAJ-ACTION
               ELSE
                  MOVE MSG-100 TO VMESSO
                  ADD  +1      TO ERR-NBR
               END-IF
           END-IF.

           IF ERR-NBR = 0
              IF MAJ-USERID = EIBUSERID
                 MOVE MSG-104 TO VMESSO
                 ADD  +1      TO ERR-NBR
              ELSE
                 PERFORM CHECK-SUPERVISOR-ROLE
              END-IF
           END-IF.

      * --------------------------------------------------------
      * ! Only an active supervisor profile may attest.
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
               MOVE MSG-102 TO VMESSO
               ADD  +1      TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! Stamp the keyed review kept or revoked with the
      * ! deciding user and today's date; a revoke deactivates
      * ! the operator's profile as well.
      * --------------------------------------------------------
       DECIDE-REVIEW.
           MOVE MAJ-USERID TO RC-USERID.
           EXEC CICS READ DATASET('RECERT')
                          INTO(RC-ODCSFRC-RECORD)
                          RIDFLD(RC-USERID)
                          LENGTH(LENGTH OF RC-ODCSFRC-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-101 TO VMESSO
              ADD  +1      TO ERR-NBR
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              EVALUATE TRUE
                 WHEN RC-DECISION NOT = SPACE
                    MOVE MSG-103 TO VMESSO
                    ADD  +1      TO ERR-NBR
                    EXEC CICS UNLOCK DATASET('RECERT') END-EXEC
                 WHEN RC-SUPERVISOR NOT = SPACES
                 AND  RC-SUPERVISOR NOT = EIBUSERID
                    MOVE MSG-105 TO VMESSO
                    ADD  +1      TO ERR-NBR
                    EXEC CICS UNLOCK DATASET('RECERT') END-EXEC
                 WHEN OTHER
                    PERFORM STORE-DECISION
              END-EVALUATE
           END-IF
           .

      * --------------------------------------------------------
       STORE-DECISION.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(TIME-ABS)
                     YYYYMMDD(WS-DECIDE-DATE)
                     TIME(CRCT-DECIDE-TIME)
           END-EXEC
           MOVE MAJ-ACTION     TO RC-DECISION
           MOVE EIBUSERID      TO RC-DECIDE-USER
           MOVE WS-DECIDE-DATE TO RC-DECIDE-DATE
           EXEC CICS REWRITE DATASET('RECERT')
                     FROM(RC-ODCSFRC-RECORD)
                     LENGTH(LENGTH OF RC-ODCSFRC-RECORD)
                     RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           IF MAJ-ACTION = 'R'
              PERFORM DEACTIVATE-PROFILE
              MOVE MSG-107 TO VMESSO
           ELSE
              MOVE MSG-106 TO VMESSO
           END-IF
           PERFORM LOG-DECISION
           .

      * --------------------------------------------------------
      * ! A revoked profile is deactivated at once. A profile
      * ! already gone from the file needs nothing more.
      * --------------------------------------------------------
       DEACTIVATE-PROFILE.
           MOVE MAJ-USERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RIDFLD(OP-USERID)
                          LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                          UPDATE
                          RESP(WS-PROF-RESP)
           END-EXEC
           IF WS-PROF-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO OP-ACTIVE
              MOVE 'R' TO OP-DEACT-REASON
              EXEC CICS REWRITE DATASET('OPRPROF')
                        FROM(OP-ODCSFOP-RECORD)
                        LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                        RESP(WS-PROF-RESP)
              END-EXEC
              IF WS-PROF-RESP NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
           END-IF
           .

      * --------------------------------------------------------
       LOG-DECISION.
           MOVE RC-USERID      TO CRCT-USERID
           MOVE RC-DECISION    TO CRCT-DECISION
           MOVE RC-CYCLE-DATE  TO CRCT-CYCLE-DATE
           MOVE EIBUSERID      TO CRCT-DECIDE-USER
           MOVE WS-DECIDE-DATE TO CRCT-DECIDE-DATE
           EXEC CICS WRITEQ TD QUEUE('CRCT')
                               FROM(WS-CRCT-RECORD)
                               LENGTH(LENGTH OF WS-CRCT-RECORD)
           END-EXEC
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM44') MAPSET('RSSAM44') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC
           .

      *- RETURN TO THE OPERATOR-PROFILE MAINTENANCE SCREEN
       BACK-TO-PROFILES.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'PROF'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT011'  TO  PGM-DEST.
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
