      *     BECOME ONE-OFF PROGRAMS. SELECTION IS BY STATE AND/OR     *
      *     CITY PLUS A PATTERN ON THE TARGET FIELD; THE TARGET       *
      *     FIELD (CITY, STATE, STATUS, OR A PHONE PREFIX) IS SET     *
      *     TO THE SUPPLIED VALUE. A STATUS OF 'C' IS REFUSED: A      *
      *     CLOSE GOES THRU THE SCREEN'S CLOSURE CHECKLIST.           *
      *    -PREVIEW MODE ONLY PRINTS WHO WOULD CHANGE AND HOW MANY;   *
      *     COMMIT MODE APPLIES THE CHANGES THRU THE AUDITED          *
      *     DUAL-STORE PATH (WRITER, AUDIT ROW, PUBLISHED EVENT).     *
      * STATUS OR PHONEPFX), RSSABB39_PATTERN (THE CURRENT VALUE OR   *
      * PREFIX TO MATCH), RSSABB39_NEWVAL (THE REPLACEMENT),          *
      * RSSABB39_LIMIT (DEFAULT 1000).                                *
      * EACH IS READ FROM THE RUN-PARAMETER FILE (RSSPRM00) FIRST, SO *
      * AN APPROVED ON-DEMAND JOB REQUEST CAN SUPPLY IT; THE          *
      * ENVIRONMENT VARIABLES REMAIN THE FALLBACK.                    *
      * RETURN CODE : 0 OK, 8 LIMIT TRIPPED, 12 ABEND                 *
      * ------------------------------------------------------------- *
      *
       01  WS-NEWVAL               PIC X(020) VALUE SPACES.
       01  WS-LIMIT                PIC 9(005) VALUE 1000.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * DUAL-STORE WRITER AREA AND THE AUDIT HOST VARIABLES
       COPY RSSDSWC.

      * THE CRITERIA, FROM THE ENVIRONMENT. FIELD, PATTERN AND NEW    *
      * VALUE ARE REQUIRED; STATE AND CITY NARROW THE SELECTION.      *
      *---------------------------------------------------------------*
      * EACH COMES FROM THE CENTRAL RUN-PARAMETER FILE FIRST, FALLING
      * BACK TO THE OLD ENVIRONMENT VARIABLE...
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABB39_MODE' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB39_MODE' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE (1:6) = 'COMMIT'
               MOVE 'COMMIT ' TO WS-MODE
           END-IF
           MOVE 'RSSABB39_STATE' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB39_STATE' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE (1:2) TO WS-SEL-STATE
           MOVE 'RSSABB39_CITY' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB39_CITY' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE TO WS-SEL-CITY
           MOVE 'RSSABB39_FIELD' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB39_FIELD' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE (1:8) TO WS-FIELD
           MOVE 'RSSABB39_PATTERN' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB39_PATTERN' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE TO WS-PATTERN
           MOVE 'RSSABB39_NEWVAL' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB39_NEWVAL' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE TO WS-NEWVAL
           MOVE 'RSSABB39_LIMIT' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB39_LIMIT' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LIMIT
           END-IF
                 TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
      * A CLOSE MUST PASS THE SCREEN'S CLOSURE CHECKLIST...
           IF  WS-FIELD = 'STATUS'
           AND WS-NEWVAL (1:1) = 'C'
               MOVE 'RSSABB39: CLOSE ACCOUNTS THRU THE MAINTENANCE SCREE
      -              'N' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF

      * THE PREFIX LENGTH FOR THE PHONE SPLIT...
           MOVE 0 TO WS-PATTERN-LEN
