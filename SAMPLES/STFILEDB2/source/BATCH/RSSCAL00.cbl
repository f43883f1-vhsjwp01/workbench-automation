      *     IT TO DECIDE WHETHER TO RUN (IS TODAY A BUSINESS DAY?),   *
      *     TO DERIVE THE PREVIOUS BUSINESS DAY FOR DELTA             *
      *     PROCESSING, AND TO RECOGNIZE MONTH-END.                   *
      *    -ROLLS A SCHEDULED DATE FORWARD OFF WEEKENDS AND HOLIDAYS  *
      *     TO THE NEXT BUSINESS DAY (STANDING-ORDER RUN DATES).      *
      *    -A DATE ABSENT FROM THE CALENDAR (OR AN ABSENT CALENDAR    *
      *     FILE) COMES BACK WITH RETCODE '23'; CALLERS TREAT SUCH    *
      *     DATES AS ORDINARY BUSINESS DAYS SO AN UNLOADED CALENDAR   *
                   PERFORM CHECK-MONTH-END
              WHEN 'P'
                   PERFORM FIND-PREV-BUSINESS-DAY
              WHEN 'N'
                   PERFORM FIND-NEXT-BUSINESS-DAY
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * WALK FORWARD FROM CAL-DATE ITSELF, ONE CALENDAR DAY AT A      *
      * TIME, TO THE NEAREST BUSINESS DAY ON THE CALENDAR: A DATE     *
      * THAT IS ALREADY A BUSINESS DAY COMES BACK UNCHANGED. A DATE   *
      * NOT ON THE CALENDAR ENDS THE WALK AND COMES BACK AS IT IS,    *
      * WITH RETCODE '23', SO AN UNLOADED CALENDAR NEVER MOVES A      *
      * SCHEDULE. THE SEARCH GIVES UP AFTER A YEAR WITHOUT A HIT.     *
      *---------------------------------------------------------------*
       FIND-NEXT-BUSINESS-DAY.
           MOVE 'N' TO WS-DONE-SWITCH
           MOVE 0   TO WS-BACK-COUNT
           MOVE CAL-DATE TO CAL-RESULT-DATE
           COMPUTE WS-WORK-DAYNBR =
                   FUNCTION INTEGER-OF-DATE (CAL-DATE)
           PERFORM UNTIL SEARCH-DONE
              ADD 1 TO WS-BACK-COUNT
              IF  WS-BACK-COUNT > 370
                  MOVE CAL-DATE TO CAL-RESULT-DATE
                  MOVE '23'     TO CAL-RETCODE
                  MOVE 'Y'      TO WS-DONE-SWITCH
              ELSE
                  COMPUTE CA-CALDATE =
                          FUNCTION DATE-OF-INTEGER (WS-WORK-DAYNBR)
                  READ CALFILE-FILE
                  EVALUATE TRUE
                     WHEN CALFILE-STATUS NOT = '00'
                          MOVE CA-CALDATE TO CAL-RESULT-DATE
                          MOVE 'Y'        TO WS-DONE-SWITCH
                     WHEN CA-DAY-TYPE = 'B'
                          MOVE CA-CALDATE TO CAL-RESULT-DATE
                          MOVE '00'       TO CAL-RETCODE
                          MOVE 'Y'        TO WS-DONE-SWITCH
                     WHEN OTHER
                          ADD 1 TO WS-WORK-DAYNBR
                  END-EVALUATE
              END-IF
           END-PERFORM
           EXIT.
