      *     customer records and the operator profiles.               *
      *    -It is reached from the run-parameter maintenance screen   *
      *     (PF10 there). ENTER shows the keyed branch, PF12 stores *
      *     the keyed name, city, state and region under it.          *
      *    -PF5 goes on to the branch sales budget screen, RSSAT054.  *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM16                                      *
      *    Transaction : SA16                                         *
           05  MAJ-NAME                    PIC X(30)  VALUE SPACES.
           05  MAJ-CITY                    PIC X(20)  VALUE SPACES.
           05  MAJ-STATE                   PIC X(02)  VALUE SPACES.
           05  MAJ-REGION                  PIC X(03)  VALUE SPACES.

      *--- Valid US state/territory codes, as RSSBT002 edits them
       01  WS-VALID-STATE  PIC  X(02).
                  ' '             DELIMITED BY SIZE
                  BR-STATE        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  BR-REGION       DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  BR-NAME         DELIMITED BY SIZE
             INTO WS-BRN-DISPLAY-LINE
           END-STRING
                       VBLIN1A   VBLIN2A  VBLIN3A  VBLIN4A
                       VBLIN5A   VBLIN6A  VBLIN7A  VBLIN8A
           MOVE 'A' TO VBRCODEA  VBRNAMEA VBRCITYA VBRSTATEA
                       VBRREGNA
           EXEC CICS SEND MAP('RSSAM16')
                       MAPSET('RSSAM16') FROM(RSSAM16O)
                       CURSOR ERASE
           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PARMS
              WHEN DFHPF5
                   PERFORM XFER-TO-BUDGET
              WHEN DFHENTER
                   PERFORM SHOW-ONE-BRANCH
                   PERFORM 1100-LIST-BRANCHES
                  MOVE BR-NAME  TO VBRNAMEO
                  MOVE BR-CITY  TO VBRCITYO
                  MOVE BR-STATE TO VBRSTATEO
                  MOVE BR-REGION TO VBRREGNO
                  MOVE MSG-54   TO VMESSO
               ELSE
                  MOVE MSG-53   TO VMESSO
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE SPACES    TO MAJ-BRANCH MAJ-NAME MAJ-CITY
                             MAJ-STATE MAJ-REGION.

           IF  VBRCODEL = 0
           OR  VBRCODEI = SPACES
               END-IF
           END-IF.

      * The region is optional: a branch outside every region is
      * subtotaled on its own on the budget report.
           IF  VBRREGNL > 0
               MOVE VBRREGNI TO MAJ-REGION
           END-IF.

      * --------------------------------------------------------
       STORE-BRANCH.
           MOVE MAJ-BRANCH TO BR-BRANCH.
           MOVE MAJ-NAME   TO BR-NAME.
           MOVE MAJ-CITY   TO BR-CITY.
           MOVE MAJ-STATE  TO BR-STATE.
           MOVE MAJ-REGION TO BR-REGION.
           MOVE SPACES     TO BR-FILLER.

      *- Fatal error - Quit the application...
           MOVE 'RSSAT008'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the branch sales budget screen
       XFER-TO-BUDGET.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'BUDG'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT054'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *-----------
       NEXT-TASK.
           EXEC CICS XCTL   PROGRAM(PGM-DEST)
