      * RSSABB25_AUTH_USER (THE AUTHORIZING SUPERVISOR, REQUIRED).    *
      * A CUSTOMER ON THE LEGAL-HOLD FILE IS NOT TOUCHED, WHOEVER     *
      * AUTHORIZED THE REQUEST: THE CERTIFICATE RECORDS THE SKIP.     *
      * BOTH ARE READ FROM THE RUN-PARAMETER FILE (RSSPRM00) FIRST,   *
      * SO AN APPROVED ON-DEMAND JOB REQUEST CAN SUPPLY THEM; THE     *
      * ENVIRONMENT VARIABLES REMAIN THE FALLBACK.                    *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       01  WS-AUTH-USER            PIC X(008) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * THE ANONYMIZED REPLACEMENT VALUES
       01  WS-ANON-LNAME           PIC X(030) VALUE 'ANONYMIZED'.
       01  WS-ANON-FNAME           PIC X(020) VALUE SPACES.
      * BOTH RUN PARAMETERS ARE REQUIRED: THE CUSTIDENT TO ERASE AND  *
      * THE AUTHORIZING SUPERVISOR, WHO GOES ON THE CERTIFICATE.      *
      *---------------------------------------------------------------*
      * BOTH COME FROM THE CENTRAL RUN-PARAMETER FILE FIRST, FALLING
      * BACK TO THE OLD ENVIRONMENT VARIABLES...
       GET-RUNTIME-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'RSSABB25_CUSTIDENT' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB25_CUSTIDENT' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE TO WS-ERASE-CUSTIDENT
           MOVE 'RSSABB25_AUTH_USER' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB25_AUTH_USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE TO WS-AUTH-USER
           IF  WS-ERASE-CUSTIDENT = 0
           OR  WS-AUTH-USER = SPACES
