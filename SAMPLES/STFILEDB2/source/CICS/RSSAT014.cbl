      *     merge's run parameters (RSSABB05_SURVIVOR_ID and          *
      *     RSSABB05_RETIRE_ID on the parameter file), ready for the  *
      *     next merge run - no more hand-exported ids.               *
      *    -The deciding user and the decision date are stamped on    *
      *     the pair for the weekly segregation-of-duties sweep.      *
      *    -It is reached from the run-parameter screen (PF8 there).  *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM14                                      *
           05  RESPONSE-CODE               PIC S9(08) COMP   VALUE +0.
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  WS-TODAY                    PIC 9(08)  VALUE 0.
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
              ELSE
                 MOVE 'R' TO MW-STATUS
              END-IF
              EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
              EXEC CICS
                   FORMATTIME ABSTIME(TIME-ABS)
                              YYYYMMDD(WS-TODAY)
              END-EXEC
              MOVE EIBUSERID TO MW-DECIDE-USER
              MOVE WS-TODAY  TO MW-DECIDE-DATE
              EXEC CICS REWRITE DATASET('MRGWORK')
                        FROM(MW-ODCSFMW-RECORD)
                        LENGTH(LENGTH OF MW-ODCSFMW-RECORD)
