       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * THE INBOUND FILE UNDER VERIFICATION. THE SHOP'S INTERFACE
      * RECORD LENGTHS EACH HAVE THEIR OWN FD; THE RUN PARAMETER
      * PICKS WHICH ONE IS OPENED AGAINST THE ENVFILE DD
           SELECT ENVF266-FILE
               ASSIGN       TO ENVFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS ENVFILE-STATUS.

           SELECT ENVF080-FILE
               ASSIGN       TO ENVFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS ENVFILE-STATUS.

      * END-OF-SUITE CONTROL-TOTALS FILE (APPENDED TO BY EVERY STEP
      * OF THE NIGHTLY CHAIN, READ BACK BY THE CONSOLIDATED SUMMARY)
           SELECT CTLTOT-FILE
            RECORD CONTAINS 269 CHARACTERS.
       01  ENVF269-RECORD           PIC X(269).

       FD   ENVF080-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  ENVF080-RECORD           PIC X(080).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.
           IF  WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LRECL
           END-IF
           IF  WS-LRECL NOT = 266 AND 269 AND 080
               MOVE 'RSSABB23: LRECL MUST BE 266, 269 OR 80' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           DISPLAY 'RSSABB23: FILE-ID...' WS-EXPECT-FILE-ID
                   MOVE ENVF266-RECORD TO ENVFILE-RECORD (1:266)
               END-IF
           ELSE
               IF  WS-LRECL = 269
                   READ ENVF269-FILE
                   IF  ENVFILE-STATUS = '00'
                       MOVE ENVF269-RECORD TO ENVFILE-RECORD
                   END-IF
               ELSE
                   READ ENVF080-FILE
                   IF  ENVFILE-STATUS = '00'
                       MOVE ENVF080-RECORD TO ENVFILE-RECORD (1:80)
                   END-IF
               END-IF
           END-IF
           IF  ENVFILE-STATUS = '00'
           IF  WS-LRECL = 266
               OPEN INPUT ENVF266-FILE
           ELSE
               IF  WS-LRECL = 269
                   OPEN INPUT ENVF269-FILE
               ELSE
                   OPEN INPUT ENVF080-FILE
               END-IF
           END-IF
           IF  ENVFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           IF  WS-LRECL = 266
               CLOSE ENVF266-FILE
           ELSE
               IF  WS-LRECL = 269
                   CLOSE ENVF269-FILE
               ELSE
                   CLOSE ENVF080-FILE
               END-IF
           END-IF
           IF  ENVFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
