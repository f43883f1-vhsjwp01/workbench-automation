       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABS33.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -BIRTHDAY-GREETING EXTRACT AS A MODULE OF THE SINGLE-PASS  *
      *     CUSTOMER SWEEP (RSSABC30). OF THE CUSTOMER RECORDS THE    *
      *     DRIVER HANDS IT, IT SELECTS THE ACTIVE, NOT DECEASED      *
      *     CUSTOMERS WHOSE BIRTH MONTH AND DAY MATCH THE RUN DATE    *
      *     (A FEBRUARY-29TH BIRTHDAY IS GREETED ON MARCH 1ST IN A    *
      *     COMMON YEAR), HONORS THE EMAIL OPT-OUT AND THE            *
      *     UNDELIVERABLE-EMAIL FLAG, AND WRITES THE GREETING FEED    *
      *     FOR THE MAIL GATEWAY, EXACTLY AS RSSABB33 DOES.           *
      *    -EVERY GREETING SENT IS LOGGED ON THE CUSTOMER'S           *
      *     CORRESPONDENCE HISTORY THRU RSSCHW00, IN THE CUSTOMER'S   *
      *     PREFERRED LANGUAGE FROM THE DOCUMENT-TEXT CATALOG         *
      *     (DOCUMENT 'BIRTHDAY', THRU RSSDTX00).                     *
      *    -THE DRIVER'S CHECKPOINT CARRIES THE THREE COUNTERS BELOW. *
      *     AN I/O FAILURE FAILS THE MODULE, NOT THE PASS.            *
      * ------------------------------------------------------------- *
      * INPUT      : CUSTOMER RECORDS FROM RSSABC30 (RSSSWPC)         *
      * INPUT FILE : VSAM - CONTPREF                                  *
      * OUTPUT FILE: QSAM - BDAYFEED (GREETING FEED)                  *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * INPUT FILE : VSAM - DOCTEXT (THRU RSSDTX00)                   *
      * LINKAGE    : RSSSWPC PARAMETER AREA, ODCSF0B CUSTOMER RECORD  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONTPREF-FILE
               ASSIGN       TO CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

           SELECT BDAYFEED-FILE
               ASSIGN       TO BDAYFEED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS BDAYFEED-STATUS.

      * END-OF-SUITE CONTROL-TOTALS FILE (APPENDED TO BY EVERY STEP
      * OF THE NIGHTLY CHAIN, READ BACK BY THE CONSOLIDATED SUMMARY)
           SELECT CTLTOT-FILE
               ASSIGN       TO CTLTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS CTLTOT-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   CONTPREF-FILE.
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
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1    PIC X.
           05  CONTPREF-STAT2    PIC X.
       01  BDAYFEED-STATUS.
           05  BDAYFEED-STAT1    PIC X.
           05  BDAYFEED-STAT2    PIC X.
       01  CTLTOT-STATUS.
           05  CTLTOT-STAT1      PIC X.
           05  CTLTOT-STAT2      PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  TWO-BYTES-BINARY        REDEFINES TWO-BYTES PIC 9(4) COMP.
       01  WS-STATUS-MSG           PIC X(45)   VALUE SPACES.

       01  DISP-MSG                PIC X(80)   VALUE SPACES.
       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  WS-MODULE-FAILED-SW     PIC X       VALUE 'N'.
           88  MODULE-FAILED       VALUE 'Y'.

      * THE RUN DATE'S MONTH AND DAY, WITH THE FEBRUARY-29TH RULE:
      * ON MARCH 1ST OF A COMMON YEAR THE 02/29 BIRTHDAYS ARE
      * GREETED TOO
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-RUN-DATE-G           REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY         PIC 9(004).
           05  WS-RUN-MM           PIC 9(002).
           05  WS-RUN-DD           PIC 9(002).
       01  WS-LEAP-REM             PIC 9(004) VALUE 0.
       01  WS-LEAP-QUOT            PIC 9(004) VALUE 0.
       01  WS-GREET-LEAPERS-SW     PIC X      VALUE 'N'.
           88  GREET-LEAPERS       VALUE 'Y'.

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

       LINKAGE SECTION.
       COPY RSSSWPC.
       COPY ODCSF0B.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING RSSSWP-AREA VS-ODCSF0-RECORD.

           IF  MODULE-FAILED
               MOVE '12' TO SWP-RETCODE
               GOBACK
           END-IF
           MOVE '00' TO SWP-RETCODE

           EVALUATE SWP-FUNC
              WHEN 'INIT'
                   PERFORM START-MODULE
              WHEN 'CUST'
                   PERFORM SELECT-ONE-BIRTHDAY
              WHEN 'CKPT'
                   PERFORM RETURN-COUNTERS
              WHEN 'TERM'
                   PERFORM END-MODULE
              WHEN OTHER
                   MOVE '08' TO SWP-RETCODE
           END-EVALUATE
           GOBACK.

      *---------------------------------------------------------------*
      * OPEN THE MODULE'S FILES. A RESTARTED PASS GETS THE COUNTERS   *
      * BACK FROM THE DRIVER'S CHECKPOINT AND EXTENDS THE FEED        *
      * ALREADY WRITTEN.                                              *
      *---------------------------------------------------------------*
       START-MODULE.
           MOVE SWP-RUN-DATE TO WS-RUN-DATE
           IF  SWP-RESTARTED
               MOVE SWP-COUNTER (1) TO WS-SELECTED-COUNT
               MOVE SWP-COUNTER (2) TO WS-SUPPRESSED-COUNT
               MOVE SWP-COUNTER (3) TO WS-LANG-FALLBACK-COUNT
           END-IF
           PERFORM CHECK-LEAP-RULE
           PERFORM CONTPREF-OPEN
           PERFORM BDAYFEED-OPEN
           EXIT.

      *---------------------------------------------------------------*
       RETURN-COUNTERS.
           MOVE WS-SELECTED-COUNT      TO SWP-COUNTER (1)
           MOVE WS-SUPPRESSED-COUNT    TO SWP-COUNTER (2)
           MOVE WS-LANG-FALLBACK-COUNT TO SWP-COUNTER (3)
           PERFORM VARYING WS-TEXT-IX FROM 4 BY 1
                   UNTIL WS-TEXT-IX > 12
              MOVE 0 TO SWP-COUNTER (WS-TEXT-IX)
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * CLOSE THE MODULE'S FILES AND WRITE ITS COUNTS.                *
      *---------------------------------------------------------------*
       END-MODULE.
           PERFORM CONTPREF-CLOSE
           PERFORM BDAYFEED-CLOSE
           MOVE 'CLS' TO DTX-ACTION
           CALL 'RSSDTX00' USING RSSDTX-AREA

           PERFORM CTLTOT-OPEN
           MOVE 'RSSABS33' TO CTLTOT-PROGRAM
           MOVE 'BIRTHDAYS SELECTED' TO CTLTOT-LABEL
           MOVE WS-SELECTED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE
           MOVE 'RSSABS33' TO CTLTOT-PROGRAM
           MOVE 'ENGLISH FALLBACKS' TO CTLTOT-LABEL
           MOVE WS-LANG-FALLBACK-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE
           PERFORM CTLTOT-CLOSE

           DISPLAY 'RSSABS33: ' WS-SELECTED-COUNT ' GREETING(S), '
                   WS-SUPPRESSED-COUNT ' SUPPRESSED, '
                   WS-LANG-FALLBACK-COUNT ' WITH ENGLISH FALLBACK'
           MOVE WS-SELECTED-COUNT TO SWP-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * THE 02/29 BIRTHDAYS ARE GREETED ON MARCH 1ST WHEN THE RUN     *
      * YEAR HAS NO FEBRUARY 29TH.                                    *
      *---------------------------------------------------------------*
       CHECK-LEAP-RULE.
           MOVE 'N' TO WS-GREET-LEAPERS-SW
           IF  WS-RUN-MM = 03 AND WS-RUN-DD = 01
               DIVIDE WS-RUN-CCYY BY 4
                   GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF  WS-LEAP-REM NOT = 0
                   MOVE 'Y' TO WS-GREET-LEAPERS-SW
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SELECT-ONE-BIRTHDAY.
           IF  VS-CUSTSTATUS = 'C'
           OR  VS-DECEASED-FLAG = 'D'
               CONTINUE
           ELSE
               IF  (VS-CUSTBDATE-MM = WS-RUN-MM
                    AND VS-CUSTBDATE-DD = WS-RUN-DD)
               OR  (GREET-LEAPERS
                    AND VS-CUSTBDATE-MM = 02
                    AND VS-CUSTBDATE-DD = 29)
                   PERFORM WRITE-ONE-GREETING
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A FLAGGED OR OPTED-OUT EMAIL SUPPRESSES THE GREETING.         *
      *---------------------------------------------------------------*
       WRITE-ONE-GREETING.
           IF  VS-CUSTEMAIL = SPACES
           OR  VS-EMAIL-UNDELIV = 'U'
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               MOVE VS-CUSTIDENT TO CP-CUSTIDENT
               READ CONTPREF-FILE
               IF  CONTPREF-STATUS = '00'
               AND CP-EMAIL-OPTOUT = 'Y'
                   ADD 1 TO WS-SUPPRESSED-COUNT
               ELSE
                   MOVE VS-CUSTIDENT TO BD-CUSTIDENT
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
           MOVE 'RSSABS33'        TO CHW-PROGRAM
           MOVE 'EMAIL'           TO CHW-CHANNEL
           MOVE WS-RUN-DATE       TO CHW-SENT-DATE
           MOVE ZEROS             TO CHW-ORDERNUM
           MOVE SPACES            TO CHW-CAMPAIGN
           MOVE 'BIRTHDAY GREETING' TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CONTPREF-FILE
           IF  CONTPREF-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS33: CONTPREF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       CONTPREF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CONTPREF-FILE
           IF  CONTPREF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS33: CONTPREF-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       BDAYFEED-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
      * A RESTARTED PASS EXTENDS THE FEED ALREADY WRITTEN...
           IF  SWP-RESTARTED
               OPEN EXTEND BDAYFEED-FILE
           ELSE
               OPEN OUTPUT BDAYFEED-FILE
           END-IF
           IF  BDAYFEED-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS33: BDAYFEED-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE BDAYFEED-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       BDAYFEED-WRITE.
           WRITE BDAYFEED-RECORD
           IF  BDAYFEED-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS33: BDAYFEED-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE BDAYFEED-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       BDAYFEED-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE BDAYFEED-FILE
           IF  BDAYFEED-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS33: BDAYFEED-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE BDAYFEED-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       CTLTOT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN EXTEND CTLTOT-FILE
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS33: CTLTOT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       CTLTOT-WRITE.
           WRITE CTLTOT-RECORD
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS33: CTLTOT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       CTLTOT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CTLTOT-FILE
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS33: CTLTOT-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * THE FOLLOWING Z-ROUTINES PERFORM ADMINISTRATIVE TASKS         *
      * FOR THIS PROGRAM.                                             *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      * A SWEEP MODULE NEVER STOPS THE RUN: IT DISPLAYS THE MESSAGE,  *
      * MARKS ITSELF FAILED AND RETURNS TO THE DRIVER AT ONCE, WHICH  *
      * CALLS IT NO MORE AND CARRIES ON WITH THE OTHER MODULES.       *
      *---------------------------------------------------------------*
       Z-ABEND-PROGRAM.
           IF  DISP-MSG NOT = SPACES
               PERFORM Z-DISPLAY-DISP-MSG
           END-IF
           MOVE 'RSSABS33: MODULE-IS-FAILING...'  TO DISP-MSG
           PERFORM Z-DISPLAY-DISP-MSG
           MOVE 'Y'  TO WS-MODULE-FAILED-SW
           MOVE '12' TO SWP-RETCODE
           GOBACK.

      *---------------------------------------------------------------*
      * DISPLAY THE FILE STATUS BYTES. THIS ROUTINE WILL DISPLAY AS   *
      * TWO DIGITS IF THE FULL TWO BYTE FILE STATUS IS NUMERIC. IF    *
      * SECOND BYTE IS NON-NUMERIC THEN IT WILL BE TREATED AS A       *
      * BINARY NUMBER.                                                *
      *---------------------------------------------------------------*
       Z-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               SUBTRACT TWO-BYTES-BINARY FROM TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               DISPLAY '* RSSABS33: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABS33: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
