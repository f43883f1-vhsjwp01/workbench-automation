       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSDTX00.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -SHARED DOCUMENT-TEXT LOOKUP. THE RUNS THAT PRINT OR FEED  *
      *     CUSTOMER-FACING DOCUMENTS (INVOICES, HOUSEHOLD            *
      *     STATEMENTS, DUNNING NOTICES, MAILING LETTERS, GREETINGS)  *
      *     CALL IT FOR THEIR FIXED WORDING IN THE CUSTOMER'S         *
      *     PREFERRED LANGUAGE, AND FOR DATES EDITED THE WAY THAT     *
      *     LANGUAGE WRITES THEM.                                     *
      *    -A LINE MISSING IN THE CUSTOMER'S LANGUAGE FALLS BACK TO   *
      *     THE CATALOG'S ENGLISH LINE, THEN TO THE CALLER'S BUILT-IN *
      *     ENGLISH WORDING, AND IS RETURNED AS '04' SO THE CALLER    *
      *     CAN COUNT IT.                                             *
      *    -THE CATALOG STAYS OPEN ACROSS CALLS; THE CALLER'S LAST    *
      *     CALL USES ACTION 'CLS' TO CLOSE IT.                       *
      *    -A FILE PROBLEM NEVER TAKES THE CALLING STEP DOWN: AN      *
      *     UNREADABLE CATALOG IS DISPLAYED ONCE AND THE BUILT-IN     *
      *     WORDING IS USED.                                          *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - DOCTEXT (DOCUMENT TEXT, ODCSFDT)          *
      * LINKAGE    : RSSDTXC PARAMETER AREA                           *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * DOCUMENT-TEXT CATALOG VSAM-KSDS FILE (ABSENT RECORD OR FILE
      * MEANS THE BUILT-IN ENGLISH WORDING)
           SELECT OPTIONAL DOCTEXT-FILE
               ASSIGN       TO DOCTEXT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS DT-TEXT-KEY
               FILE STATUS  IS DOCTEXT-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   DOCTEXT-FILE.
       COPY ODCSFDT.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

       01  DOCTEXT-STATUS.
           05  DOCTEXT-STAT1       PIC X.
           05  DOCTEXT-STAT2       PIC X.

       01  WS-DOCTEXT-SWITCH       PIC X VALUE 'N'.
           88  DOCTEXT-OPEN        VALUE 'Y'.
           88  DOCTEXT-CLOSED      VALUE 'N'.
           88  DOCTEXT-UNUSABLE    VALUE 'X'.

      * THE CALLER'S LANGUAGE, A SPACE TAKEN AS ENGLISH
       01  WS-LANGUAGE             PIC X(001) VALUE 'E'.
           88  LANG-FRENCH         VALUE 'F'.

      * DATE EDITING
       01  WS-DATE-IN              PIC 9(008) VALUE 0.
       01  WS-DATE-IN-G            REDEFINES WS-DATE-IN.
           05  WS-DATE-CCYY        PIC 9(004).
           05  WS-DATE-MM          PIC 9(002).
           05  WS-DATE-DD          PIC 9(002).

       LINKAGE SECTION.
       COPY RSSDTXC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING RSSDTX-AREA.

           MOVE '00' TO DTX-RETCODE

           IF  DTX-ACTION = 'CLS'
               IF  DOCTEXT-OPEN
                   CLOSE DOCTEXT-FILE
               END-IF
               MOVE 'N' TO WS-DOCTEXT-SWITCH
               GOBACK
           END-IF

           IF  DTX-LANGUAGE = 'F'
               MOVE 'F' TO WS-LANGUAGE
               MOVE ' ,' TO DTX-AMT-MARKS
           ELSE
               MOVE 'E' TO WS-LANGUAGE
               MOVE ',.' TO DTX-AMT-MARKS
           END-IF

           EVALUATE DTX-ACTION
              WHEN 'TXT'
                   PERFORM GET-DOCUMENT-TEXT
              WHEN 'DAT'
                   PERFORM EDIT-DOCUMENT-DATE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      *---------------------------------------------------------------*
      * THE LINE IN THE CUSTOMER'S LANGUAGE; FAILING THAT THE ENGLISH *
      * LINE, AND FAILING THAT THE CALLER'S OWN WORDING. ENGLISH      *
      * ASKED FOR AND KEPT AS BUILT IS NOT A FALLBACK.                *
      *---------------------------------------------------------------*
       GET-DOCUMENT-TEXT.
           IF  DOCTEXT-CLOSED
               PERFORM OPEN-DOCTEXT
           END-IF
           IF  NOT DOCTEXT-OPEN
               IF  LANG-FRENCH
                   MOVE '04' TO DTX-RETCODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE DTX-DOC-ID  TO DT-DOC-ID
           MOVE DTX-LINE-NO TO DT-LINE-NO
           MOVE WS-LANGUAGE TO DT-LANGUAGE
           READ DOCTEXT-FILE
           IF  DOCTEXT-STATUS = '00'
               MOVE DT-TEXT TO DTX-TEXT
               EXIT PARAGRAPH
           END-IF
           IF  NOT LANG-FRENCH
               EXIT PARAGRAPH
           END-IF

           MOVE '04' TO DTX-RETCODE
           MOVE 'E'  TO DT-LANGUAGE
           READ DOCTEXT-FILE
           IF  DOCTEXT-STATUS = '00'
               MOVE DT-TEXT TO DTX-TEXT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * OPEN THE CATALOG ON THE FIRST LOOKUP. A CATALOG THAT WILL NOT *
      * OPEN IS REPORTED ONCE AND NOT TRIED AGAIN THIS STEP.          *
      *---------------------------------------------------------------*
       OPEN-DOCTEXT.
           OPEN INPUT DOCTEXT-FILE
           IF  DOCTEXT-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-DOCTEXT-SWITCH
           ELSE
               DISPLAY 'RSSDTX00: DOCTEXT-FAILURE-OPEN...'
                       DOCTEXT-STATUS
               DISPLAY 'RSSDTX00: BUILT-IN ENGLISH WORDING USED'
               MOVE 'X' TO WS-DOCTEXT-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * MM/DD/CCYY IN ENGLISH, DD/MM/CCYY IN FRENCH.                  *
      *---------------------------------------------------------------*
       EDIT-DOCUMENT-DATE.
           MOVE SPACES TO DTX-DATE-OUT
           IF  DTX-DATE NOT NUMERIC
           OR  DTX-DATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE DTX-DATE TO WS-DATE-IN
           IF  LANG-FRENCH
               STRING WS-DATE-DD   DELIMITED BY SIZE
                      '/'          DELIMITED BY SIZE
                      WS-DATE-MM   DELIMITED BY SIZE
                      '/'          DELIMITED BY SIZE
                      WS-DATE-CCYY DELIMITED BY SIZE
                 INTO DTX-DATE-OUT
               END-STRING
           ELSE
               STRING WS-DATE-MM   DELIMITED BY SIZE
                      '/'          DELIMITED BY SIZE
                      WS-DATE-DD   DELIMITED BY SIZE
                      '/'          DELIMITED BY SIZE
                      WS-DATE-CCYY DELIMITED BY SIZE
                 INTO DTX-DATE-OUT
               END-STRING
           END-IF
           EXIT.
