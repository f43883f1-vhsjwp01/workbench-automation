      *    -It is reached from the run-parameter maintenance screen   *
      *     (PF6 there) and is itself a supervisor-only function.     *
      *    -ENTER shows the keyed user's profile, PF12 stores the     *
      *     keyed fields (role S/P/C/K, active Y/N).                  *
      *    -Each profile names the supervisor who attests it at the   *
      *     quarterly access recertification (an active supervisor   *
      *     profile other than the operator's own); the last sign-on *
      *     date is shown but not keyed. Creating or reactivating a   *
      *     profile restarts its idle clock for the nightly           *
      *     deactivation of unused profiles.                          *
      *    -Giving a profile a new role restarts the same date, which *
      *     the weekly segregation-of-duties sweep reads as the date  *
      *     the role was granted.                                     *
      *    -PF4 opens the recertification attestation screen         *
      *     (RSSAT044).                                               *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM11                                      *
      *    Transaction : SA11                                         *
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.
           05  WS-TODAY                    PIC 9(08)  VALUE 0.
           05  WS-WAS-ACTIVE               PIC X(01)  VALUE SPACE.
           05  WS-WAS-ROLE                 PIC X(01)  VALUE SPACE.

      *--- Edited copy of the screen's fields
       01  MAJ-PROF-AREA.
           05  MAJ-LANGUAGE                PIC X(01)  VALUE SPACE.
           05  MAJ-BRANCH                  PIC X(03)  VALUE SPACES.
           05  MAJ-ACTIVE                  PIC X(01)  VALUE SPACE.
           05  MAJ-SUPERVISOR              PIC X(08)  VALUE SPACES.

      *--- Profile list browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-37                                  PIC  X(79)
           VALUE 'E: role must be S, P, C or K.                  '.
       01  MSG-38                                  PIC  X(79)
           VALUE 'E: active flag must be Y or N.                 '.
       01  MSG-39                                  PIC  X(79)
           VALUE 'I: no profile on file yet, PF12 creates it.    '.
       01  MSG-41                                  PIC  X(79)
           VALUE 'I: profile displayed.                          '.
       01  MSG-42                                  PIC  X(79)
           VALUE 'E: supervisor must be an active supervisor profile.'.
       01  MSG-43                                  PIC  X(79)
           VALUE 'E: an operator cannot be their own supervisor.  '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VOLIN1A   VOLIN2A  VOLIN3A
                       VOLIN4A   VOLIN5A  VOLIN6A
           MOVE '8' TO VOPLSGNA
           MOVE 'A' TO VOPUSERA  VOPNAMEA VOPROLEA VOPSTATEA
                       VOPLANGA  VOPBRNCHA VOPACTIVA VOPSUPVA
           EXEC CICS SEND MAP('RSSAM11')
                       MAPSET('RSSAM11') FROM(RSSAM11O)
                       CURSOR ERASE
           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PARMS
              WHEN DFHPF4
                   PERFORM XFER-TO-RECERT
              WHEN DFHENTER
                   PERFORM SHOW-ONE-PROFILE
                   PERFORM 1100-LIST-PROFILES
                  MOVE OP-LANGUAGE TO VOPLANGO
                  MOVE OP-BRANCH   TO VOPBRNCHO
                  MOVE OP-ACTIVE   TO VOPACTIVO
                  MOVE OP-SUPERVISOR TO VOPSUPVO
                  IF OP-LAST-SIGNON NUMERIC
                  AND OP-LAST-SIGNON > 0
                     MOVE OP-LAST-SIGNON TO VOPLSGNO
                  END-IF
                  MOVE MSG-41      TO VMESSO
               ELSE
                  MOVE MSG-40      TO VMESSO
           MOVE SPACES    TO MAJ-USERID MAJ-NAME MAJ-STATES
                             MAJ-BRANCH.
           MOVE SPACE     TO MAJ-ROLE MAJ-LANGUAGE MAJ-ACTIVE.
           MOVE SPACES    TO MAJ-SUPERVISOR.

           IF  VOPUSERL = 0
           OR  VOPUSERI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VOPROLEI = 'S' OR 'P' OR 'C' OR 'K'
                  MOVE VOPROLEI TO MAJ-ROLE
               ELSE
                  MOVE MSG-37 TO VMESSO
               MOVE VOPBRNCHI TO MAJ-BRANCH
           END-IF.

      * The attesting supervisor, when keyed, must be an active
      * supervisor profile other than the operator's own...
           IF  VOPSUPVL NOT = 0
           AND VOPSUPVI NOT = SPACES
               MOVE VOPSUPVI TO MAJ-SUPERVISOR
               IF  MAJ-SUPERVISOR = MAJ-USERID
                   MOVE MSG-43 TO VMESSO
                   ADD  +1     TO ERR-NBR
               ELSE
                   MOVE MAJ-SUPERVISOR TO OP-USERID
                   EXEC CICS READ DATASET('OPRPROF')
                                  INTO(OP-ODCSFOP-RECORD)
                                  RIDFLD(OP-USERID)
                                  LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                                  RESP(RESPONSE-CODE)
                   END-EXEC
                   IF  RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   OR  OP-ROLE NOT = 'S'
                   OR  OP-ACTIVE NOT = 'Y'
                       MOVE MSG-42 TO VMESSO
                       ADD  +1     TO ERR-NBR
                   END-IF
               END-IF
           END-IF.

      * --------------------------------------------------------
       STORE-PROFILE.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE MAJ-USERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE OP-ACTIVE TO WS-WAS-ACTIVE
              MOVE OP-ROLE   TO WS-WAS-ROLE
              PERFORM BUILD-PROFILE-RECORD
              EXEC CICS REWRITE DATASET('OPRPROF')
                        FROM(OP-ODCSFOP-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              MOVE SPACES    TO OP-ODCSFOP-RECORD
              MOVE ZEROS     TO OP-LAST-SIGNON
              MOVE ZEROS     TO OP-ACTIVE-DATE
              MOVE SPACE     TO WS-WAS-ACTIVE
              MOVE SPACE     TO WS-WAS-ROLE
              PERFORM BUILD-PROFILE-RECORD
              EXEC CICS WRITE DATASET('OPRPROF')
                        FROM(OP-ODCSFOP-RECORD)
           MOVE MAJ-LANGUAGE TO OP-LANGUAGE.
           MOVE MAJ-BRANCH   TO OP-BRANCH.
           MOVE MAJ-ACTIVE   TO OP-ACTIVE.
           MOVE MAJ-SUPERVISOR TO OP-SUPERVISOR.
      * A profile stored before the sign-on stamp existed...
           IF OP-LAST-SIGNON NOT NUMERIC
              MOVE ZEROS    TO OP-LAST-SIGNON
           END-IF.
           IF OP-ACTIVE-DATE NOT NUMERIC
           OR OP-ACTIVE-DATE = 0
              MOVE WS-TODAY TO OP-ACTIVE-DATE
           END-IF.
      * Created or reactivated: restart the idle clock...
           IF MAJ-ACTIVE = 'Y'
           AND WS-WAS-ACTIVE NOT = 'Y'
              MOVE WS-TODAY TO OP-ACTIVE-DATE
              MOVE SPACE    TO OP-DEACT-REASON
           END-IF.
      * A new role is a fresh grant: date it...
           IF MAJ-ROLE NOT = WS-WAS-ROLE
              MOVE WS-TODAY TO OP-ACTIVE-DATE
           END-IF.
           MOVE SPACES       TO OP-FILLER.

      *- Fatal error - Quit the application...
           MOVE 'RSSAT008'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the access-recertification attestation screen
       XFER-TO-RECERT.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'RCRT'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT044'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *-----------
       NEXT-TASK.
           EXEC CICS XCTL   PROGRAM(PGM-DEST)
