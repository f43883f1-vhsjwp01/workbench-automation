      *    -A supervisor reassigns an item to another active          *
      *     operator with PF10, so a departed operator's follow-ups   *
      *     stop printing to an empty desk forever.                   *
      *    -An item on the supervisor's own desk must be moved by     *
      *     another supervisor: the screen refuses it outright.       *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM29                                      *
      *    Transaction : SA29                                         *
           VALUE 'I: item marked complete.                       '.
       01  MSG-99                                  PIC  X(79)
           VALUE 'E: item is already completed.                  '.
       01  MSG-109                                 PIC  X(79)
           VALUE 'E: item is on your own desk - another supervisor must
      -          ' reassign it.'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
      * --------------------------------------------------------
       REASSIGN-ITEM.
           PERFORM READ-ITEM-FOR-UPDATE.
      * The owning supervisor never moves their own item...
           IF  ERR-NBR = 0
           AND QT-OWNER = EIBUSERID
               MOVE MSG-109 TO VMESSO
               ADD  +1      TO ERR-NBR
               EXEC CICS UNLOCK DATASET('TICKWORK') END-EXEC
           END-IF.
           IF  ERR-NBR = 0
               MOVE MAJ-NEW-OWNER TO QT-OWNER
               MOVE EIBUSERID     TO QT-REASSIGNED-BY
