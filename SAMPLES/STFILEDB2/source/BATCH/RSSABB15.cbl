      *               4  - CUSTIDENT NOT IN THE ARCHIVE, OR ALREADY   *
      *                    BACK ON THE ACTIVE FILE                    *
      *               12 - ABEND                                      *
      * THE CUSTIDENT IS READ FROM THE RUN-PARAMETER FILE (RSSPRM00)  *
      * FIRST, SO AN APPROVED ON-DEMAND JOB REQUEST CAN SUPPLY IT;    *
      * THE ENVIRONMENT VARIABLE REMAINS THE FALLBACK.                *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       01  WS-ENV-VALUE            PIC X(20)  VALUE SPACES.
       01  WS-RESTORE-CUSTIDENT    PIC 9(009) VALUE 0.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * DB2 HOST VARIABLES FOR THE REINSERT AND THE AUDIT ROW
       01  WS-HV-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  WS-HV-CUSTLNAME         PIC X(30).
      * READ THE CUSTIDENT TO REINSTATE FROM THE ENVIRONMENT. IT IS   *
      * REQUIRED AND MUST BE NUMERIC.                                 *
      *---------------------------------------------------------------*
      * THE CUSTIDENT COMES FROM THE CENTRAL RUN-PARAMETER FILE
      * FIRST, FALLING BACK TO THE OLD ENVIRONMENT VARIABLE...
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABB15_CUSTIDENT' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB15_CUSTIDENT' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE TO WS-RESTORE-CUSTIDENT

           IF WS-RESTORE-CUSTIDENT = 0
           MOVE 'A'             TO VS-CUSTSTATUS
           MOVE ZEROS           TO VS-CUSTCLOSEDT
           MOVE ZEROS           TO VS-CREDIT-LIMIT
           MOVE SPACES          TO VS-TERMS-CODE
           MOVE SPACES          TO VS-FILLER
           WRITE VS-ODCSF0-RECORD
           IF  VKSDCUST-STATUS NOT = '00'
