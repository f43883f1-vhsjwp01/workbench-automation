      *     1ST IN A COMMON YEAR), HONORS THE EMAIL OPT-OUT AND THE   *
      *     UNDELIVERABLE-EMAIL FLAG, AND WRITES THE GREETING FEED    *
      *     FOR THE MAIL GATEWAY.                                     *
      *    -EVERY GREETING SENT IS LOGGED ON THE CUSTOMER'S           *
      *     CORRESPONDENCE HISTORY THRU RSSCHW00.                     *
      *    -EACH FEED RECORD CARRIES THE CUSTOMER'S PREFERRED         *
      *     LANGUAGE (VS-CUST-LANG) AND THE GREETING'S SUBJECT AND    *
      *     WORDING IN THAT LANGUAGE FROM THE DOCUMENT-TEXT CATALOG   *
      *     (DOCUMENT 'BIRTHDAY', THRU RSSDTX00). A GREETING THAT HAD *
      *     TO BORROW ANY ENGLISH WORDING FOR A MISSING TRANSLATION   *
      *     IS COUNTED TO CTLTOT.                                     *
      *    -THE SAME SELECTION RUNS AS MODULE RSSABS33 OF THE         *
      *     SINGLE-PASS CUSTOMER SWEEP (RSSABC30); A CHANGE TO THE    *
      *     RULES HERE BELONGS THERE TOO.                             *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - CUSTOMER, CONTPREF                        *
      * OUTPUT FILE: QSAM - BDAYFEED (GREETING FEED)                  *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * INPUT FILE : VSAM - DOCTEXT (THRU RSSDTX00)                   *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       COPY ODCSFCP.

       FD   BDAYFEED-FILE
            RECORD CONTAINS 200 CHARACTERS.
       01  BDAYFEED-RECORD.
           05  BD-CUSTIDENT        PIC 9(009).
           05  BD-LNAME            PIC X(030).
           05  BD-FNAME            PIC X(020).
           05  BD-EMAIL            PIC X(040).
           05  BD-LANGUAGE         PIC X(001).
           05  BD-SUBJECT          PIC X(040).
           05  BD-GREETING         PIC X(060).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
      * RUN STATISTICS
       01  WS-SELECTED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-SUPPRESSED-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-LANG-FALLBACK-COUNT  PIC 9(7) COMP VALUE 0.

      * THE GREETING'S WORDING: THE BUILT-IN ENGLISH LINES OF
      * DOCUMENT 'BIRTHDAY' (1 THE SUBJECT, 2 THE GREETING) AND THE
      * LINES LOADED FOR THE LANGUAGE OF THE CURRENT CUSTOMER
       01  WS-BDAY-TEXT-DEFAULTS.
           05  FILLER              PIC X(060) VALUE
               'HAPPY BIRTHDAY!'.
           05  FILLER              PIC X(060) VALUE
               'ALL OF US AT SIMPLE SAMPLE WISH YOU A WONDERFUL DAY.'.
       01  WS-BDAY-TEXT-DEFAULT-T  REDEFINES WS-BDAY-TEXT-DEFAULTS.
           05  WS-BDAY-TEXT-DEFAULT PIC X(060) OCCURS 2.
       01  WS-BDAY-TEXT-T.
           05  WS-BDAY-TEXT        PIC X(060) OCCURS 2.
       01  WS-TEXT-IX              PIC S9(4) COMP VALUE +0.
       01  WS-CUST-LANG            PIC X(001) VALUE SPACE.
       01  WS-DOC-LANG             PIC X(001) VALUE SPACE.
       01  WS-DOC-FALLBACKS        PIC 9(3) COMP VALUE 0.

      * DOCUMENT-TEXT LOOKUP AREA FOR THE RSSDTX00 CATALOG READER
       COPY RSSDTXC.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.
           PERFORM VKSDCUST-CLOSE.
           PERFORM CONTPREF-CLOSE.
           PERFORM BDAYFEED-CLOSE.
           MOVE 'CLS' TO DTX-ACTION
           CALL 'RSSDTX00' USING RSSDTX-AREA.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABB33' TO CTLTOT-PROGRAM
           MOVE 'BIRTHDAYS SELECTED' TO CTLTOT-LABEL
           MOVE WS-SELECTED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB33' TO CTLTOT-PROGRAM
           MOVE 'ENGLISH FALLBACKS' TO CTLTOT-LABEL
           MOVE WS-LANG-FALLBACK-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB33: ' WS-SELECTED-COUNT ' GREETING(S), '
                   WS-SUPPRESSED-COUNT ' SUPPRESSED, '
                   WS-LANG-FALLBACK-COUNT ' WITH ENGLISH FALLBACK'
           DISPLAY "EXITING PROGRAM..."
           GOBACK.

                   MOVE VS-CUSTLNAME TO BD-LNAME
                   MOVE VS-CUSTFNAME TO BD-FNAME
                   MOVE VS-CUSTEMAIL TO BD-EMAIL
                   PERFORM SET-DOCUMENT-LANGUAGE
                   IF  WS-DOC-FALLBACKS > 0
                       ADD 1 TO WS-LANG-FALLBACK-COUNT
                   END-IF
                   MOVE WS-DOC-LANG      TO BD-LANGUAGE
                   MOVE WS-BDAY-TEXT (1) TO BD-SUBJECT
                   MOVE WS-BDAY-TEXT (2) TO BD-GREETING
                   PERFORM BDAYFEED-WRITE
                   ADD 1 TO WS-SELECTED-COUNT
                   PERFORM RECORD-CORRESPONDENCE
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE GREETING'S LANGUAGE IS THE CUSTOMER'S PREFERRED ONE, A    *
      * BLANK CODE TAKEN AS ENGLISH. THE WORDING IS RELOADED ONLY     *
      * WHEN THE LANGUAGE CHANGES FROM THE PREVIOUS GREETING'S.       *
      *---------------------------------------------------------------*
       SET-DOCUMENT-LANGUAGE.
           IF  VS-CUST-LANG = 'F'
               MOVE 'F' TO WS-CUST-LANG
           ELSE
               MOVE 'E' TO WS-CUST-LANG
           END-IF
           IF  WS-CUST-LANG NOT = WS-DOC-LANG
               PERFORM LOAD-DOC-TEXT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * LOAD THE GREETING'S WORDING IN THE CUSTOMER'S LANGUAGE FROM   *
      * THE DOCUMENT-TEXT CATALOG, COUNTING THE LINES THAT FELL BACK  *
      * TO ENGLISH.                                                   *
      *---------------------------------------------------------------*
       LOAD-DOC-TEXT.
           MOVE WS-CUST-LANG TO WS-DOC-LANG
           MOVE 0 TO WS-DOC-FALLBACKS
           PERFORM VARYING WS-TEXT-IX FROM 1 BY 1
                   UNTIL WS-TEXT-IX > 2
              MOVE 'TXT'        TO DTX-ACTION
              MOVE WS-DOC-LANG  TO DTX-LANGUAGE
              MOVE 'BIRTHDAY'   TO DTX-DOC-ID
              MOVE WS-TEXT-IX   TO DTX-LINE-NO
              MOVE WS-BDAY-TEXT-DEFAULT (WS-TEXT-IX) TO DTX-TEXT
              CALL 'RSSDTX00' USING RSSDTX-AREA
              IF  DTX-RETCODE = '04'
                  ADD 1 TO WS-DOC-FALLBACKS
              END-IF
              MOVE DTX-TEXT TO WS-BDAY-TEXT (WS-TEXT-IX)
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * LOG THE GREETING ON THE CUSTOMER'S CORRESPONDENCE HISTORY.    *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE VS-CUSTIDENT      TO CHW-CUSTIDENT
           MOVE 'BIRTHDAY'        TO CHW-DOC-TYPE
           MOVE 'RSSABB33'        TO CHW-PROGRAM
           MOVE 'EMAIL'           TO CHW-CHANNEL
           MOVE WS-RUN-DATE       TO CHW-SENT-DATE
           MOVE ZEROS             TO CHW-ORDERNUM
           MOVE SPACES            TO CHW-CAMPAIGN
           MOVE 'BIRTHDAY GREETING' TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-GET.
           READ VKSDCUST-FILE NEXT RECORD
