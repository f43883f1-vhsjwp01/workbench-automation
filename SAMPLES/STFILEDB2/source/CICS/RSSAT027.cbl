      *     the deciding user are stamped on the entry. The           *
      *     RSSABB69 apply step lands the approved changes thru the   *
      *     dual-store path with both user ids on the change log.    *
      *    -A change is never decided by the user who requested it:   *
      *     the screen refuses it outright, and the decision date is  *
      *     stamped with the deciding user for the weekly             *
      *     segregation-of-duties sweep.                              *
      *    -It is reached from the run-parameter screen (PF14 there). *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM27                                      *
           05  WS-PROF-RESP                PIC S9(08) COMP   VALUE +0.
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  WS-TODAY                    PIC 9(08)  VALUE 0.
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
           VALUE 'I: change rejected.                            '.
       01  MSG-64                                  PIC  X(79)
           VALUE 'E: this change was already decided.            '.
       01  MSG-108                                 PIC  X(79)
           VALUE 'E: you requested this change - another supervisor mus
      -          't decide it.'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
                 MOVE MSG-64 TO VMESSO
                 ADD  +1     TO ERR-NBR
                 EXEC CICS UNLOCK DATASET('PENDCHG') END-EXEC
              END-IF
      * The requester never decides their own change...
              IF ERR-NBR = 0
              AND PQ-REQ-USER = EIBUSERID
                 MOVE MSG-108 TO VMESSO
                 ADD  +1      TO ERR-NBR
                 EXEC CICS UNLOCK DATASET('PENDCHG') END-EXEC
              END-IF
              IF ERR-NBR = 0
                 EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
                 EXEC CICS
                      FORMATTIME ABSTIME(TIME-ABS)
                                 YYYYMMDD(WS-TODAY)
                 END-EXEC
                 MOVE MAJ-ACTION TO PQ-STATUS
                 MOVE EIBUSERID  TO PQ-DECIDE-USER
                 MOVE WS-TODAY   TO PQ-DECIDE-DATE
                 EXEC CICS REWRITE DATASET('PENDCHG')
                           FROM(PQ-ODCSFPQ-RECORD)
                           LENGTH(LENGTH OF PQ-ODCSFPQ-RECORD)
