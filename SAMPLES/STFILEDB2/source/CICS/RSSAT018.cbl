      *     order's customer id and order number and approves it      *
      *     (action A) or rejects it (action R); the decision and     *
      *     the deciding user are stamped on the worklist entry.      *
      *    -The decision date is stamped with the deciding user for   *
      *     the weekly segregation-of-duties sweep.                   *
      *     The RSSABB49 commit step applies the approved ones.       *
      *    -It is reached from the run-parameter screen (PF11 there). *
      * ------------------------------------------------------------- *
           05  WS-PROF-RESP                PIC S9(08) COMP   VALUE +0.
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  WS-TODAY                    PIC 9(08)  VALUE 0.
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
                 ADD  +1     TO ERR-NBR
                 EXEC CICS UNLOCK DATASET('WOFWORK') END-EXEC
              ELSE
                 EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
                 EXEC CICS
                      FORMATTIME ABSTIME(TIME-ABS)
                                 YYYYMMDD(WS-TODAY)
                 END-EXEC
                 MOVE MAJ-ACTION TO WO-STATUS
                 MOVE EIBUSERID  TO WO-DECIDE-USER
                 MOVE WS-TODAY   TO WO-DECIDE-DATE
                 EXEC CICS REWRITE DATASET('WOFWORK')
                           FROM(WO-ODCSFWO-RECORD)
                           LENGTH(LENGTH OF WO-ODCSFWO-RECORD)
