                   PERFORM CTRL-TICKLER-WORKLIST-PROCESS
              WHEN DFHPF21
                   PERFORM CTRL-POSITION-INQUIRY-PROCESS
              WHEN DFHPF22
                   PERFORM CTRL-PLAN-MAINT-PROCESS
              WHEN DFHPF23
                   PERFORM CTRL-CASH-DESK-PROCESS
              WHEN DFHPF24
                   PERFORM CTRL-QA-REVIEW-PROCESS
              WHEN DFHENTER
                   CONTINUE
              WHEN OTHER
           MOVE    'RSSAT024'  TO  PGM-DEST.
           PERFORM TRANSFER-CONTROL.

      * - Transfer to the order payment-plan screen (the customer
      *   ID, if keyed, is carried over)
       CTRL-PLAN-MAINT-PROCESS.
           MOVE    'MENU'      TO  COMM-PROV.
           MOVE    'PLAN'      TO  COMM-DEST.
           MOVE    'SEND'      TO  COMM-FONC.
           MOVE    SPACES      TO  COMM-RETOUR.
           MOVE     0          TO  COMM-NUM-MESS.
           IF  CIDCUSTL NOT = 0
           AND CIDCUSTI NOT = SPACES
           AND CIDCUSTI NUMERIC
               MOVE CIDCUSTI   TO  COMM-CLT
           ELSE
               MOVE  0         TO  COMM-CLT
           END-IF.
           MOVE     0          TO  COMM-NUM-PG.
           MOVE     0          TO  COMM-DEB-PG.
           MOVE     0          TO  COMM-DEB-PG-SVT.
           MOVE    'RSSAT035'  TO  PGM-DEST.
           PERFORM TRANSFER-CONTROL.

      * - Transfer to the unapplied-cash research and apply screen
      *   (the customer ID, if keyed, is carried over)
       CTRL-CASH-DESK-PROCESS.
           MOVE    'MENU'      TO  COMM-PROV.
           MOVE    'CASH'      TO  COMM-DEST.
           MOVE    'SEND'      TO  COMM-FONC.
           MOVE    SPACES      TO  COMM-RETOUR.
           MOVE     0          TO  COMM-NUM-MESS.
           IF  CIDCUSTL NOT = 0
           AND CIDCUSTI NOT = SPACES
           AND CIDCUSTI NUMERIC
               MOVE CIDCUSTI   TO  COMM-CLT
           ELSE
               MOVE  0         TO  COMM-CLT
           END-IF.
           MOVE     0          TO  COMM-NUM-PG.
           MOVE     0          TO  COMM-DEB-PG.
           MOVE     0          TO  COMM-DEB-PG-SVT.
           MOVE    'RSSAT036'  TO  PGM-DEST.
           PERFORM TRANSFER-CONTROL.

      * - Transfer to the maintenance-change QA review screen (no
      *   customer ID applies to this function)
       CTRL-QA-REVIEW-PROCESS.
           MOVE    'MENU'      TO  COMM-PROV.
           MOVE    'QARV'      TO  COMM-DEST.
           MOVE    'SEND'      TO  COMM-FONC.
           MOVE    SPACES      TO  COMM-RETOUR.
           MOVE     0          TO  COMM-NUM-MESS.
           MOVE     0          TO  COMM-CLT.
           MOVE     0          TO  COMM-NUM-PG.
           MOVE     0          TO  COMM-DEB-PG.
           MOVE     0          TO  COMM-DEB-PG-SVT.
           MOVE    'RSSAT050'  TO  PGM-DEST.
           PERFORM TRANSFER-CONTROL.

      * - Transfer to the prospect maintenance screen (no
      *   customer ID applies to this function)
       CTRL-PROSPECT-MAINT-PROCESS.
