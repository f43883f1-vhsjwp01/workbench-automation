           MOVE WS-RUN-DATE     TO PQ-REQ-DATE
           MOVE 'N'             TO PQ-STATUS
           MOVE SPACES          TO PQ-DECIDE-USER
           MOVE ZEROS           TO PQ-DECIDE-DATE
           MOVE SPACES          TO PQ-FILLER
           WRITE PQ-ODCSFPQ-RECORD
           IF  PENDCHG-STATUS = '00'
