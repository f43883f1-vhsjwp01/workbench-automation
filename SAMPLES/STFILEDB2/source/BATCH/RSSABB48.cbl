                   MOVE 'N'          TO WO-STATUS
                   MOVE WS-RUN-DATE  TO WO-RUNDATE
                   MOVE SPACES       TO WO-DECIDE-USER
                   MOVE ZEROS        TO WO-DECIDE-DATE
                   MOVE SPACES       TO WO-FILLER
                   PERFORM VKSDWO-WRITE
                   ADD 1 TO WS-PROPOSED-COUNT
