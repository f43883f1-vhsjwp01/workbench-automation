               MOVE WS-SCORE           TO MW-SCORE
               MOVE 'N'                TO MW-STATUS
               MOVE WS-RUN-DATE        TO MW-RUNDATE
               MOVE SPACES             TO MW-DECIDE-USER
               MOVE ZEROS              TO MW-DECIDE-DATE
               MOVE SPACES             TO MW-FILLER
               WRITE MW-ODCSFMW-RECORD
               IF  MRGWORK-STATUS NOT = '00'
