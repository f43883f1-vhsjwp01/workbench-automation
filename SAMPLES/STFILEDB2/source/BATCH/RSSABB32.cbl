      *     WRITES A LABEL FILE IN POSTAL PRESORT (ZIP) ORDER PLUS A  *
      *     MAIL-MERGE DATA FILE. SELECTION COUNTS GO TO CTLTOT SO A  *
      *     CAMPAIGN CAN BE SIZED BEFORE PRINTING.                    *
      *    -A RUN GIVEN A CAMPAIGN CODE WRITES EVERY PIECE SELECTED   *
      *     TO THE CAMPAIGN-MEMBER FILE (CAMPMBR, ODCSFCG) WITH THE   *
      *     MAIL DATE AND THE END OF ITS RESPONSE WINDOW. A HOLDOUT   *
      *     SHARE OF THE SELECTION, DRAWN AT RANDOM, IS RECORDED BUT  *
      *     LEFT OFF THE LABELS AND MERGE FILES - THE BASELINE THE    *
      *     CAMPAIGN RESULTS RUN (RSSABC05) MEASURES RESPONSE AGAINST.*
      *     A CUSTOMER ALREADY ON FILE FOR THE CAMPAIGN (A RERUN)     *
      *     KEEPS THE GROUP FIRST DRAWN.                              *
      *    -EVERY PIECE MAILED (NOT THE HOLDOUTS) IS LOGGED ON THE    *
      *     CUSTOMER'S CORRESPONDENCE HISTORY THRU RSSCHW00, WITH THE *
      *     CAMPAIGN CODE WHEN THE RUN HAS ONE.                       *
      *    -EACH MAIL-MERGE RECORD CARRIES THE CUSTOMER'S PREFERRED   *
      *     LANGUAGE (VS-CUST-LANG), THE LETTER'S SALUTATION IN THAT  *
      *     LANGUAGE FROM THE DOCUMENT-TEXT CATALOG (DOCUMENT         *
      *     'MAILING', THRU RSSDTX00) AND THE LETTER DATE EDITED THE  *
      *     WAY THAT LANGUAGE WRITES DATES. A LETTER THAT HAD TO      *
      *     BORROW ANY ENGLISH WORDING FOR A MISSING TRANSLATION IS   *
      *     COUNTED TO CTLTOT.                                        *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - CUSTOMER, CUSTLV (ROLLUP), CONTPREF       *
      * INPUT TABLE: DB2  - PJ01DB2.ODCSF0 (HOUSEHOLD LINK)           *
      * OUTPUT FILE: QSAM - LABELS (PRESORT ORDER), MAILMRG           *
      * OUTPUT FILE: VSAM - CAMPMBR (CAMPAIGN MEMBERS, ODCSFCG)       *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * INPUT FILE : VSAM - DOCTEXT (THRU RSSDTX00)                   *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABB32_STATE, RSSABB32_CITY, RSSABB32_AGE_FROM,  *
      * RSSABB32_TIER (VALUE TIER A/B/C, BLANK = ALL),                *
      * RSSABB32_AGE_TO, RSSABB32_STATUS AND RSSABB32_MIN_ORDERS,     *
      * EACH OPTIONAL (BLANK/ZERO MEANS NO FILTER), READ THRU THE     *
      * CENTRAL RUN-PARAMETER FILE FIRST.                             *
      * CAMPAIGN: RSSABB32_CAMPAIGN (BLANK = NO CAMPAIGN TRACKING),   *
      * RSSABB32_HOLDOUT_PCT (DEFAULT 10), RSSABB32_RESP_DAYS         *
      * (RESPONSE WINDOW, DEFAULT 60).                                *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS MAILMRG-STATUS.

      * CAMPAIGN-MEMBER VSAM-KSDS FILE, RANDOM READS AND WRITES
           SELECT OPTIONAL CAMPMBR-FILE
               ASSIGN       TO CAMPMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CG-MEMBER-KEY
               FILE STATUS  IS CAMPMBR-STATUS.

      * END-OF-SUITE CONTROL-TOTALS FILE (APPENDED TO BY EVERY STEP
      * OF THE NIGHTLY CHAIN, READ BACK BY THE CONSOLIDATED SUMMARY)
           SELECT CTLTOT-FILE
           05  FILLER              PIC X(012).

       FD   MAILMRG-FILE
            RECORD CONTAINS 150 CHARACTERS.
       01  MAILMRG-RECORD.
           05  MM-CUSTIDENT        PIC 9(009).
           05  MM-LNAME            PIC X(030).
           05  MM-CITY             PIC X(020).
           05  MM-STATE            PIC X(002).
           05  MM-ZIP              PIC X(005).
           05  MM-LANGUAGE         PIC X(001).
           05  MM-SALUTATION       PIC X(020).
           05  MM-LETTER-DATE      PIC X(010).
           05  FILLER              PIC X(003).

       FD   CAMPMBR-FILE.
       COPY ODCSFCG.

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  MAILMRG-STATUS.
           05  MAILMRG-STAT1     PIC X.
           05  MAILMRG-STAT2     PIC X.
       01  CAMPMBR-STATUS.
           05  CAMPMBR-STAT1     PIC X.
           05  CAMPMBR-STAT2     PIC X.
       01  CTLTOT-STATUS.
           05  CTLTOT-STAT1      PIC X.
           05  CTLTOT-STAT2      PIC X.
       01  WS-SEL-MIN-ORDERS       PIC 9(005) VALUE 0.
       01  WS-SEL-TIER             PIC X(001) VALUE SPACE.

      * CAMPAIGN TRACKING: THE CODE, THE HOLDOUT SHARE AND THE
      * RESPONSE WINDOW, AND THE DRAW THAT PUTS A PIECE IN THE
      * HOLDOUT GROUP
       01  WS-CAMPAIGN             PIC X(008) VALUE SPACES.
       01  WS-HOLDOUT-PCT          PIC 9(003) VALUE 10.
       01  WS-RESP-DAYS            PIC 9(003) VALUE 60.
       01  WS-WINDOW-END           PIC 9(008) VALUE 0.
       01  WS-DRAW-SEED            PIC 9(005) VALUE 0.
       01  WS-DRAW-WORK            PIC 9(015) VALUE 0.
       01  WS-DRAW-QUOT            PIC 9(015) VALUE 0.
       01  WS-DRAW-REM             PIC 9(005) VALUE 0.
       01  WS-DRAW-PCT             PIC 9(003) VALUE 0.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

      * AGE COMPUTATION
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-RUN-DATE-G           REDEFINES WS-RUN-DATE.
               10  WS-SE-ADDRS     PIC X(030).
               10  WS-SE-CITY      PIC X(020).
               10  WS-SE-STATE     PIC X(002).
               10  WS-SE-TIER      PIC X(001).
               10  WS-SE-LANG      PIC X(001).
       01  WS-SEL-IX               PIC S9(4) COMP VALUE +0.
       01  WS-SEL-SHIFT-IX         PIC S9(4) COMP VALUE +0.

       01  WS-EXAMINED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-OPTOUT-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-DEDUPED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-MAILED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-HOLDOUT-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-LANG-FALLBACK-COUNT  PIC 9(7) COMP VALUE 0.

      * THE LETTER'S WORDING: THE BUILT-IN ENGLISH LINE OF DOCUMENT
      * 'MAILING' (1 THE SALUTATION) AND THE LINE LOADED FOR THE
      * LANGUAGE OF THE CURRENT PIECE
       01  WS-MAIL-TEXT-DEFAULTS.
           05  FILLER              PIC X(020) VALUE 'DEAR'.
       01  WS-MAIL-TEXT-DEFAULT-T  REDEFINES WS-MAIL-TEXT-DEFAULTS.
           05  WS-MAIL-TEXT-DEFAULT PIC X(020) OCCURS 1.
       01  WS-MAIL-TEXT-T.
           05  WS-MAIL-TEXT        PIC X(020) OCCURS 1.
       01  WS-TEXT-IX              PIC S9(4) COMP VALUE +0.
       01  WS-CUST-LANG            PIC X(001) VALUE SPACE.
       01  WS-DOC-LANG             PIC X(001) VALUE SPACE.
       01  WS-DOC-FALLBACKS        PIC 9(3) COMP VALUE 0.
       01  WS-LETTER-DATE          PIC X(010) VALUE SPACES.

      * DOCUMENT-TEXT LOOKUP AREA FOR THE RSSDTX00 CATALOG READER
       COPY RSSDTXC.

       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           PERFORM CONTPREF-OPEN.
           PERFORM LABELS-OPEN.
           PERFORM MAILMRG-OPEN.
           IF  WS-CAMPAIGN NOT = SPACES
               PERFORM CAMPMBR-OPEN
           END-IF.

      * ------------------------------------------------------------- *
      * CUSTOMER FILE'S SWEEPING, SELECTING THE CAMPAIGN...
           PERFORM CONTPREF-CLOSE.
           PERFORM LABELS-CLOSE.
           PERFORM MAILMRG-CLOSE.
           IF  WS-CAMPAIGN NOT = SPACES
               PERFORM CAMPMBR-CLOSE
           END-IF.
           MOVE 'CLS' TO DTX-ACTION
           CALL 'RSSDTX00' USING RSSDTX-AREA.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABB32' TO CTLTOT-PROGRAM
           MOVE 'HOUSEHOLD DEDUPED' TO CTLTOT-LABEL
           MOVE WS-DEDUPED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB32' TO CTLTOT-PROGRAM
           MOVE 'ENGLISH FALLBACKS' TO CTLTOT-LABEL
           MOVE WS-LANG-FALLBACK-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           IF  WS-CAMPAIGN NOT = SPACES
               MOVE 'RSSABB32' TO CTLTOT-PROGRAM
               MOVE 'PIECES MAILED' TO CTLTOT-LABEL
               MOVE WS-MAILED-COUNT TO CTLTOT-COUNT
               PERFORM CTLTOT-WRITE
               MOVE 'RSSABB32' TO CTLTOT-PROGRAM
               MOVE 'HOLDOUT' TO CTLTOT-LABEL
               MOVE WS-HOLDOUT-COUNT TO CTLTOT-COUNT
               PERFORM CTLTOT-WRITE
           END-IF.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB32: ' WS-SEL-COUNT ' PIECE(S) OF '
                   WS-EXAMINED-COUNT ' EXAMINED, '
                   WS-OPTOUT-COUNT ' OPTED OUT, '
                   WS-DEDUPED-COUNT ' HOUSEHOLD-DEDUPED, '
                   WS-LANG-FALLBACK-COUNT ' WITH ENGLISH FALLBACK'
           IF  WS-CAMPAIGN NOT = SPACES
               DISPLAY 'RSSABB32: CAMPAIGN ' WS-CAMPAIGN ': '
                       WS-MAILED-COUNT ' MAILED, '
                       WS-HOLDOUT-COUNT ' HELD OUT, WINDOW TO '
                       WS-WINDOW-END
           END-IF
           DISPLAY "EXITING PROGRAM..."
           GOBACK.

           PERFORM GET-AGE-PARMS.
           PERFORM GET-STATUS-PARM.
           PERFORM GET-ORDERS-PARM.
           PERFORM GET-CAMPAIGN-PARMS.
           EXIT.

      *---------------------------------------------------------------*
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE CAMPAIGN CODE, THE HOLDOUT SHARE (0 TO 50 PERCENT) AND    *
      * THE RESPONSE WINDOW IN DAYS. THE RUN DATE SEEDS THE HOLDOUT   *
      * DRAW.                                                         *
      *---------------------------------------------------------------*
       GET-CAMPAIGN-PARMS.
           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABB32_CAMPAIGN' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB32_CAMPAIGN' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE (1:8) TO WS-CAMPAIGN
           IF  WS-CAMPAIGN = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABB32_HOLDOUT_PCT' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB32_HOLDOUT_PCT' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-HOLDOUT-PCT = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF
           IF  WS-HOLDOUT-PCT > 50
               MOVE 50 TO WS-HOLDOUT-PCT
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABB32_RESP_DAYS' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB32_RESP_DAYS' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-RESP-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF
           IF  WS-RESP-DAYS = 0
               MOVE 60 TO WS-RESP-DAYS
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    + WS-RESP-DAYS)
           MOVE WS-RUN-DATE (4:5) TO WS-DRAW-SEED
           DISPLAY 'RSSABB32: CAMPAIGN..........' WS-CAMPAIGN
           DISPLAY 'RSSABB32: HOLDOUT PERCENT...' WS-HOLDOUT-PCT
           DISPLAY 'RSSABB32: RESPONSE WINDOW TO' WS-WINDOW-END
           EXIT.

      *---------------------------------------------------------------*
      * DOES THE CURRENT CUSTOMER MAKE THE CAMPAIGN? EVERY FILTER IS  *
      * APPLIED IN TURN; THE SURVIVORS JOIN THE PRESORT TABLE.        *
           MOVE VS-CUSTADDRS  TO WS-SE-ADDRS (WS-SEL-IX)
           MOVE VS-CUSTCITY   TO WS-SE-CITY (WS-SEL-IX)
           MOVE VS-CUSTSTATE  TO WS-SE-STATE (WS-SEL-IX)
           MOVE VS-CUST-TIER  TO WS-SE-TIER (WS-SEL-IX)
           MOVE VS-CUST-LANG  TO WS-SE-LANG (WS-SEL-IX)
           ADD  1 TO WS-SEL-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * A CAMPAIGN RUN RECORDS THE PIECE ON THE MEMBER FILE FIRST; A  *
      * PIECE IN THE HOLDOUT GROUP GOES NO FURTHER.                   *
      *---------------------------------------------------------------*
       WRITE-ONE-PIECE.
           IF  WS-CAMPAIGN NOT = SPACES
               PERFORM ENROL-CAMPAIGN-MEMBER
               IF  CG-GROUP = 'H'
                   ADD 1 TO WS-HOLDOUT-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MAILED-COUNT
           END-IF

           MOVE WS-SE-ZIP (WS-SEL-IX)   TO LB-ZIP
           MOVE SPACES TO LB-NAME
           STRING WS-SE-FNAME (WS-SEL-IX) DELIMITED BY '  '
           MOVE WS-SE-CITY (WS-SEL-IX)      TO MM-CITY
           MOVE WS-SE-STATE (WS-SEL-IX)     TO MM-STATE
           MOVE WS-SE-ZIP (WS-SEL-IX)       TO MM-ZIP
           PERFORM SET-DOCUMENT-LANGUAGE
           IF  WS-DOC-FALLBACKS > 0
               ADD 1 TO WS-LANG-FALLBACK-COUNT
           END-IF
           MOVE WS-DOC-LANG                 TO MM-LANGUAGE
           MOVE WS-MAIL-TEXT (1)            TO MM-SALUTATION
           MOVE WS-LETTER-DATE              TO MM-LETTER-DATE
           PERFORM MAILMRG-WRITE
           PERFORM RECORD-CORRESPONDENCE
           EXIT.

      *---------------------------------------------------------------*
      * THE LETTER'S LANGUAGE IS THE CUSTOMER'S PREFERRED ONE, A      *
      * BLANK CODE TAKEN AS ENGLISH. THE WORDING AND THE LETTER DATE  *
      * ARE RELOADED ONLY WHEN THE LANGUAGE CHANGES FROM THE PREVIOUS *
      * PIECE'S.                                                      *
      *---------------------------------------------------------------*
       SET-DOCUMENT-LANGUAGE.
           IF  WS-SE-LANG (WS-SEL-IX) = 'F'
               MOVE 'F' TO WS-CUST-LANG
           ELSE
               MOVE 'E' TO WS-CUST-LANG
           END-IF
           IF  WS-CUST-LANG NOT = WS-DOC-LANG
               PERFORM LOAD-DOC-TEXT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * LOAD THE LETTER'S WORDING IN THE CUSTOMER'S LANGUAGE FROM THE *
      * DOCUMENT-TEXT CATALOG, COUNTING THE LINES THAT FELL BACK TO   *
      * ENGLISH, AND EDIT THE LETTER DATE IN THAT LANGUAGE.           *
      *---------------------------------------------------------------*
       LOAD-DOC-TEXT.
           MOVE WS-CUST-LANG TO WS-DOC-LANG
           MOVE 0 TO WS-DOC-FALLBACKS
           PERFORM VARYING WS-TEXT-IX FROM 1 BY 1
                   UNTIL WS-TEXT-IX > 1
              MOVE 'TXT'        TO DTX-ACTION
              MOVE WS-DOC-LANG  TO DTX-LANGUAGE
              MOVE 'MAILING'    TO DTX-DOC-ID
              MOVE WS-TEXT-IX   TO DTX-LINE-NO
              MOVE WS-MAIL-TEXT-DEFAULT (WS-TEXT-IX) TO DTX-TEXT
              CALL 'RSSDTX00' USING RSSDTX-AREA
              IF  DTX-RETCODE = '04'
                  ADD 1 TO WS-DOC-FALLBACKS
              END-IF
              MOVE DTX-TEXT TO WS-MAIL-TEXT (WS-TEXT-IX)
           END-PERFORM
           MOVE 'DAT'        TO DTX-ACTION
           MOVE WS-RUN-DATE  TO DTX-DATE
           CALL 'RSSDTX00' USING RSSDTX-AREA
           MOVE DTX-DATE-OUT TO WS-LETTER-DATE
           EXIT.

      *---------------------------------------------------------------*
      * LOG THE MAIL PIECE ON THE CUSTOMER'S CORRESPONDENCE HISTORY.  *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE WS-SE-CUSTIDENT (WS-SEL-IX) TO CHW-CUSTIDENT
           MOVE 'MAILING '         TO CHW-DOC-TYPE
           MOVE 'RSSABB32'         TO CHW-PROGRAM
           MOVE 'PRINT'            TO CHW-CHANNEL
           MOVE WS-RUN-DATE        TO CHW-SENT-DATE
           MOVE ZEROS              TO CHW-ORDERNUM
           MOVE WS-CAMPAIGN        TO CHW-CAMPAIGN
           MOVE 'LABEL/MERGE LETTER' TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
      * PUT THE PIECE ON THE CAMPAIGN-MEMBER FILE. A CUSTOMER ALREADY *
      * THERE FOR THIS CAMPAIGN KEEPS THEIR RECORD AND GROUP; A NEW   *
      * ONE IS DRAWN INTO THE HOLDOUT GROUP WHEN A SCRAMBLE OF THEIR  *
      * CUSTIDENT AND THE RUN DATE FALLS UNDER THE HOLDOUT SHARE.     *
      *---------------------------------------------------------------*
       ENROL-CAMPAIGN-MEMBER.
           MOVE WS-SE-CUSTIDENT (WS-SEL-IX) TO CG-CUSTIDENT
           MOVE WS-CAMPAIGN                 TO CG-CAMPAIGN
           PERFORM CAMPMBR-READ
           IF  CAMPMBR-STATUS = '00'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DRAW-WORK =
                   WS-SE-CUSTIDENT (WS-SEL-IX) * 31821 + WS-DRAW-SEED
           DIVIDE WS-DRAW-WORK BY 65536 GIVING WS-DRAW-QUOT
                  REMAINDER WS-DRAW-REM
           COMPUTE WS-DRAW-PCT = WS-DRAW-REM * 100 / 65536
           IF  WS-DRAW-PCT < WS-HOLDOUT-PCT
               MOVE 'H' TO CG-GROUP
           ELSE
               MOVE 'M' TO CG-GROUP
           END-IF
           MOVE WS-RUN-DATE                 TO CG-MAIL-DATE
           MOVE WS-WINDOW-END               TO CG-WINDOW-END
           MOVE WS-SE-STATE (WS-SEL-IX)     TO CG-STATE
           MOVE WS-SE-TIER (WS-SEL-IX)      TO CG-TIER
           MOVE 0      TO CG-RESP-ORDERS CG-RESP-AMOUNT
                          CG-FIRST-RESP-DATE
           MOVE SPACES TO CG-FILLER
           PERFORM CAMPMBR-WRITE
           EXIT.

      *---------------------------------------------------------------*
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       CAMPMBR-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O CAMPMBR-FILE
           IF  CAMPMBR-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB32: CAMPMBR-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CAMPMBR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CAMPMBR-READ.
           READ CAMPMBR-FILE
           IF  CAMPMBR-STATUS = '00'
           OR  CAMPMBR-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB32: CAMPMBR-FAILURE-READ...'
                 TO DISP-MSG
               MOVE CAMPMBR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CAMPMBR-WRITE.
           WRITE CG-ODCSFCG-RECORD
           IF  CAMPMBR-STATUS NOT = '00'
               MOVE 'RSSABB32: CAMPMBR-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CAMPMBR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CAMPMBR-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CAMPMBR-FILE
           IF  CAMPMBR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB32: CAMPMBR, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CAMPMBR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       CTLTOT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
