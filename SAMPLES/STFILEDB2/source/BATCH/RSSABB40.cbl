      *     THE MAIL GATEWAY), OR BOTH. AN ELECTRONIC MEMBER          *
      *     WITHOUT A DELIVERABLE E-MAIL FALLS BACK TO PRINT AND IS   *
      *     COUNTED.                                                  *
      *    -EVERY STATEMENT SENT IS LOGGED ON THE PRIMARY MEMBER'S    *
      *     CORRESPONDENCE HISTORY THRU RSSCHW00, ONCE PER DELIVERY   *
      *     CHANNEL, WITH THE STATEMENT MONTH.                        *
      *    -THE STATEMENT PRINTS IN THE PRIMARY MEMBER'S PREFERRED    *
      *     LANGUAGE (VS-CUST-LANG): ITS FIXED WORDING COMES FROM THE *
      *     DOCUMENT-TEXT CATALOG (DOCUMENT 'HHSTMT', THRU RSSDTX00)  *
      *     AND ITS AMOUNT IS EDITED THE WAY THAT LANGUAGE WRITES IT. *
      *     A STATEMENT THAT HAD TO BORROW ANY ENGLISH WORDING FOR A  *
      *     MISSING TRANSLATION IS COUNTED TO CTLTOT.                 *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - ODCSFORD, CUSTOMER                        *
      * INPUT FILE : VSAM - CONTPREF (CONTACT PREFERENCES)            *
      * OUTPUT FILE: QSAM - HSTMT (PRINTABLE STATEMENTS)              *
      * OUTPUT FILE: QSAM - ESTMT (E-DELIVERY EXTRACT)                *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * INPUT FILE : VSAM - DOCTEXT (THRU RSSDTX00)                   *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABB40_MONTH (CCYYMM) IS THE STATEMENT MONTH     *
      * (DEFAULT: THE RUN DATE'S MONTH).                              *
       01  WS-PRINT-CHN-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-EDELIV-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-FALLBACK-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-LANG-FALLBACK-COUNT  PIC 9(7) COMP VALUE 0.

      * THE STATEMENT'S FIXED WORDING: THE BUILT-IN ENGLISH LINES OF
      * DOCUMENT 'HHSTMT' AND THE LINES LOADED FOR THE LANGUAGE OF
      * THE CURRENT PRIMARY MEMBER
       01  WS-STMT-TEXT-DEFAULTS.
           05  FILLER              PIC X(030) VALUE
               'HOUSEHOLD STATEMENT '.
           05  FILLER              PIC X(030) VALUE 'MEMBERS: '.
           05  FILLER              PIC X(030) VALUE '  ORDERS: '.
           05  FILLER              PIC X(030) VALUE '  AMOUNT: '.
       01  WS-STMT-TEXT-DEFAULT-T  REDEFINES WS-STMT-TEXT-DEFAULTS.
           05  WS-STMT-TEXT-DEFAULT PIC X(030) OCCURS 4.
       01  WS-STMT-TEXT-T.
           05  WS-STMT-TEXT        PIC X(030) OCCURS 4.
       01  WS-TEXT-IX              PIC S9(4) COMP VALUE +0.
       01  WS-CUST-LANG            PIC X(001) VALUE SPACE.
       01  WS-DOC-LANG             PIC X(001) VALUE SPACE.
       01  WS-DOC-FALLBACKS        PIC 9(3) COMP VALUE 0.
       01  WS-AMT-MARKS            PIC X(002) VALUE ',.'.

      * DOCUMENT-TEXT LOOKUP AREA FOR THE RSSDTX00 CATALOG READER
       COPY RSSDTXC.

      * DELIVERY CHANNEL FOR THE CURRENT STATEMENT, RESOLVED FROM
      * THE PRIMARY MEMBER'S CONTPREF RECORD
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(030) VALUE
               'SIMPLE SAMPLE APPLICATION'.
           05  WH-TITLE-TEXT       PIC X(030).
           05  WH-MONTH            PIC 9(006).
           05  FILLER              PIC X(056) VALUE SPACES.

       01  W-STMT-ADDR.
           05  FILLER              PIC X(010) VALUE SPACES.

       01  W-STMT-BODY.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WH-MEMB-CAPTION     PIC X(012).
           05  WH-MEMBERS          PIC ZZ9.
           05  WH-ORD-CAPTION      PIC X(014).
           05  WH-ORDERS           PIC ZZZZ9.
           05  WH-AMT-CAPTION      PIC X(014).
           05  WH-AMOUNT           PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(060) VALUE SPACES.

       01  W-BLANK-LINE            PIC X(132) VALUE SPACES.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

       01  W-CHW-STMT-INFO.
           05  FILLER              PIC X(006) VALUE 'MONTH '.
           05  WC-STMT-MONTH       PIC X(006).
           05  FILLER              PIC X(008) VALUE SPACES.

       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           PERFORM CONTPREF-CLOSE.
           PERFORM HSTMT-CLOSE.
           PERFORM ESTMT-CLOSE.
           MOVE 'CLS' TO DTX-ACTION
           CALL 'RSSDTX00' USING RSSDTX-AREA.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABB40' TO CTLTOT-PROGRAM
           MOVE 'STMT PRINT FALLBACK' TO CTLTOT-LABEL
           MOVE WS-FALLBACK-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB40' TO CTLTOT-PROGRAM
           MOVE 'ENGLISH FALLBACKS' TO CTLTOT-LABEL
           MOVE WS-LANG-FALLBACK-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB40: ' WS-STMT-COUNT ' STATEMENT(S) FOR '
                   WS-HH-COUNT ' HOUSEHOLD(S), '
                   WS-ORDERS-TOTAL ' ORDER(S)'
           DISPLAY 'RSSABB40: ' WS-LANG-FALLBACK-COUNT
                   ' STATEMENT(S) WITH ENGLISH FALLBACK WORDING'
           DISPLAY "EXITING PROGRAM..."
           GOBACK.

           MOVE WS-HH-PRIMARY (WS-HH-IX) TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           PERFORM RESOLVE-STMT-CHANNEL
           PERFORM SET-DOCUMENT-LANGUAGE
           IF  WS-DOC-FALLBACKS > 0
               ADD 1 TO WS-LANG-FALLBACK-COUNT
           END-IF

           MOVE WS-STMT-MONTH TO WH-MONTH
           MOVE W-STMT-TITLE TO HSTMT-RECORD
           MOVE WS-HH-MEMBERS (WS-HH-IX) TO WH-MEMBERS
           MOVE WS-HH-ORDERS (WS-HH-IX)  TO WH-ORDERS
           MOVE WS-HH-AMOUNT (WS-HH-IX)  TO WH-AMOUNT
           INSPECT WH-AMOUNT CONVERTING ',.' TO WS-AMT-MARKS
           MOVE W-STMT-BODY TO HSTMT-RECORD
           PERFORM STMT-LINE-WRITE
           MOVE W-BLANK-LINE TO HSTMT-RECORD

           IF  CHANNEL-PRINT
               ADD 1 TO WS-PRINT-CHN-COUNT
               MOVE 'PRINT' TO CHW-CHANNEL
               PERFORM RECORD-CORRESPONDENCE
           END-IF
           IF  CHANNEL-EMAIL
               PERFORM WRITE-ESTMT-DOCUMENT
               MOVE 'EMAIL' TO CHW-CHANNEL
               PERFORM RECORD-CORRESPONDENCE
           END-IF
           ADD 1 TO WS-STMT-COUNT
           EXIT.
           ADD 1 TO WS-EDELIV-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * LOG THE STATEMENT ON THE PRIMARY MEMBER'S CORRESPONDENCE      *
      * HISTORY FOR THE CHANNEL IN CHW-CHANNEL.                       *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE WS-HH-PRIMARY (WS-HH-IX) TO CHW-CUSTIDENT
           MOVE 'HHSTMT  '     TO CHW-DOC-TYPE
           MOVE 'RSSABB40'     TO CHW-PROGRAM
           MOVE WS-RUN-DATE    TO CHW-SENT-DATE
           MOVE ZEROS          TO CHW-ORDERNUM
           MOVE SPACES         TO CHW-CAMPAIGN
           MOVE WS-STMT-MONTH  TO WC-STMT-MONTH
           MOVE W-CHW-STMT-INFO TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
       GET-NEXT-ORDER.
           READ VKSDORD-FILE NEXT RECORD
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * THE STATEMENT'S LANGUAGE IS THE PRIMARY MEMBER'S PREFERRED    *
      * ONE; A BLANK CODE (OR A MEMBER GONE FROM THE FILE) IS TAKEN   *
      * AS ENGLISH. THE WORDING IS RELOADED ONLY WHEN THE LANGUAGE    *
      * CHANGES FROM THE PREVIOUS STATEMENT'S.                        *
      *---------------------------------------------------------------*
       SET-DOCUMENT-LANGUAGE.
           IF  VKSDCUST-STATUS = '00'
           AND VS-CUST-LANG = 'F'
               MOVE 'F' TO WS-CUST-LANG
           ELSE
               MOVE 'E' TO WS-CUST-LANG
           END-IF
           IF  WS-CUST-LANG NOT = WS-DOC-LANG
               PERFORM LOAD-DOC-TEXT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * LOAD THE STATEMENT'S WORDING IN THE MEMBER'S LANGUAGE FROM    *
      * THE DOCUMENT-TEXT CATALOG, COUNTING THE LINES THAT FELL BACK  *
      * TO ENGLISH, AND SET THE CAPTIONS OF THE PRINT LINES.          *
      *---------------------------------------------------------------*
       LOAD-DOC-TEXT.
           MOVE WS-CUST-LANG TO WS-DOC-LANG
           MOVE 0 TO WS-DOC-FALLBACKS
           PERFORM VARYING WS-TEXT-IX FROM 1 BY 1
                   UNTIL WS-TEXT-IX > 4
              MOVE 'TXT'        TO DTX-ACTION
              MOVE WS-DOC-LANG  TO DTX-LANGUAGE
              MOVE 'HHSTMT'     TO DTX-DOC-ID
              MOVE WS-TEXT-IX   TO DTX-LINE-NO
              MOVE WS-STMT-TEXT-DEFAULT (WS-TEXT-IX) TO DTX-TEXT
              CALL 'RSSDTX00' USING RSSDTX-AREA
              IF  DTX-RETCODE = '04'
                  ADD 1 TO WS-DOC-FALLBACKS
              END-IF
              MOVE DTX-TEXT TO WS-STMT-TEXT (WS-TEXT-IX)
           END-PERFORM
           MOVE DTX-AMT-MARKS    TO WS-AMT-MARKS
           MOVE WS-STMT-TEXT (1) TO WH-TITLE-TEXT
           MOVE WS-STMT-TEXT (2) TO WH-MEMB-CAPTION
           MOVE WS-STMT-TEXT (3) TO WH-ORD-CAPTION
           MOVE WS-STMT-TEXT (4) TO WH-AMT-CAPTION
           EXIT.

      *---------------------------------------------------------------*
      * RANDOM READ BY KEY. STATUS 23 (RECORD NOT FOUND) IS LEFT FOR  *
      * THE CALLER TO INTERPRET.                                      *
      *---------------------------------------------------------------*
