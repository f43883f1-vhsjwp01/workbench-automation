       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC21.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -QUARTERLY REPORT OF OVERDUE KYC PERIODIC REVIEWS BY       *
      *     BRANCH. A REVIEW IS OVERDUE WHEN THE CUSTOMER IS ON THE   *
      *     KYC REVIEW WORKLIST (PUT THERE BY THE MONTHLY RSSABC20    *
      *     RISK RATING) AND THEIR NEXT REVIEW DATE IS PAST; CLOSED   *
      *     CUSTOMERS ARE LEFT OUT.                                   *
      *    -THE FIRST SECTION SUMMARIZES EACH BRANCH (NAMED FROM THE  *
      *     BRFILE BRANCH TABLE): THE OVERDUE REVIEWS, SPLIT BY RISK  *
      *     RATING AND BY HOW LONG OVERDUE (1-30, 31-90, 91-180 AND   *
      *     OVER 180 DAYS), WITH THE WHOLE COMPANY AT THE FOOT. THE   *
      *     SECOND LISTS EACH BRANCH'S OVERDUE CUSTOMERS WITH THEIR   *
      *     RATING, SCORE, LAST AND NEXT REVIEW AND DAYS OVERDUE.     *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - KYCREV (KYC RATINGS AND REVIEWS, ODCSFKY) *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - BRFILE (BRANCH TABLE, ODCSFBR)            *
      * OUTPUT     : SYSPRINT - OVERDUE KYC REVIEWS REPORT            *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * KYC RATINGS AND REVIEWS, SWEPT IN KEY ORDER ONCE FOR THE
      * SUMMARY AND ONCE PER BRANCH FOR THE LISTING
           SELECT OPTIONAL KYCREV-FILE
               ASSIGN       TO KYCREV
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS KY-CUSTIDENT
               FILE STATUS  IS KYCREV-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, THE CUSTOMER'S NAME
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * BRANCH TABLE, THE BRANCH NAMES ON THE REPORT
           SELECT OPTIONAL BRFILE-FILE
               ASSIGN       TO BRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS BR-BRANCH
               FILE STATUS  IS BRFILE-STATUS.

      * OVERDUE KYC REVIEWS REPORT
           SELECT SYSPRINT
                  ASSIGN TO UT-S-SYSPRINT.

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
       FD   KYCREV-FILE.
       COPY ODCSFKY.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   BRFILE-FILE.
       COPY ODCSFBR.

       FD  SYSPRINT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-REC
           RECORDING MODE IS F.
       01  REPORT-REC                 PIC X(132).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

       77  W-LINE                  PIC S9(04) COMP VALUE +60.
       77  W-MAX-LINE              PIC S9(04) COMP VALUE +55.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  KYCREV-STATUS.
           05  KYCREV-STAT1        PIC X.
           05  KYCREV-STAT2        PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  BRFILE-STATUS.
           05  BRFILE-STAT1        PIC X.
           05  BRFILE-STAT2        PIC X.
       01  CTLTOT-STATUS.
           05  CTLTOT-STAT1        PIC X.
           05  CTLTOT-STAT2        PIC X.

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

       01  WS-KY-EOF-SWITCH        PIC X       VALUE 'N'.
           88  KY-EOF              VALUE 'Y'.
       01  WS-OVERDUE-SWITCH       PIC X       VALUE 'N'.
           88  REVIEW-OVERDUE      VALUE 'Y'.

      * THE RUN DATE AND THE CURRENT REVIEW'S DAYS OVERDUE
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-DAYS-OVERDUE         PIC S9(9) COMP VALUE 0.
       01  WS-AGE-IX               PIC S9(4) COMP VALUE +0.

      * ONE ENTRY PER BRANCH WITH OVERDUE REVIEWS, IN BRANCH ORDER:
      * THE OVERDUE COUNT, BY RATING AND BY AGE BAND (1-30, 31-90,
      * 91-180, OVER 180 DAYS)
       01  WS-BRANCH-TABLE.
           05  WS-BR-COUNT         PIC S9(4) COMP VALUE +0.
           05  WS-BR-ENTRY         OCCURS 500.
               10  WS-BE-BRANCH    PIC X(003).
               10  WS-BE-FIGURES.
                   15  WS-BE-OVERDUE   PIC 9(007).
                   15  WS-BE-HIGH      PIC 9(007).
                   15  WS-BE-MEDIUM    PIC 9(007).
                   15  WS-BE-LOW       PIC 9(007).
                   15  WS-BE-AGE       PIC 9(007) OCCURS 4.
       01  WS-BR-IX                PIC S9(4) COMP VALUE +0.
       01  WS-BR-SHIFT-IX          PIC S9(4) COMP VALUE +0.

      * THE WHOLE COMPANY'S FIGURES
       01  WS-TOT-FIGURES.
           05  WS-TOT-OVERDUE      PIC 9(007)  VALUE 0.
           05  WS-TOT-HIGH         PIC 9(007)  VALUE 0.
           05  WS-TOT-MEDIUM       PIC 9(007)  VALUE 0.
           05  WS-TOT-LOW          PIC 9(007)  VALUE 0.
           05  WS-TOT-AGE          PIC 9(007)  OCCURS 4.

      * THE REPORT SECTION BEING PRINTED ('1' SUMMARY, '2' LISTING)
       01  WS-PRINT-SECTION        PIC X(001)  VALUE '1'.

      * RUN STATISTICS
       01  WS-READ-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC21'.
           05  FILLER              PIC X(024) VALUE SPACES.
           05  FILLER              PIC X(050) VALUE
               'KYC PERIODIC REVIEWS OVERDUE BY BRANCH'.
           05  FILLER              PIC X(031) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-SECTION.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(040).
           05  FILLER              PIC X(090) VALUE SPACES.

       01  W-SUM-HEADING.
           05  FILLER              PIC X(037) VALUE
               '  BR   NAME'.
           05  FILLER              PIC X(010) VALUE '   OVERDUE'.
           05  FILLER              PIC X(010) VALUE '      HIGH'.
           05  FILLER              PIC X(010) VALUE '    MEDIUM'.
           05  FILLER              PIC X(010) VALUE '       LOW'.
           05  FILLER              PIC X(010) VALUE '  1-30 DYS'.
           05  FILLER              PIC X(010) VALUE ' 31-90 DYS'.
           05  FILLER              PIC X(010) VALUE '91-180 DYS'.
           05  FILLER              PIC X(010) VALUE '  OVER 180'.
           05  FILLER              PIC X(015) VALUE SPACES.

       01  W-SUM-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-BRANCH           PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-NAME             PIC X(030).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-OVERDUE          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-HIGH             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-MEDIUM           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-LOW              PIC ZZZ,ZZ9.
           05  WD-AGE-COLUMNS      OCCURS 4.
               10  FILLER          PIC X(003).
               10  WD-AGE          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(015) VALUE SPACES.

       01  W-BRANCH-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(007) VALUE 'BRANCH '.
           05  WB-BRANCH           PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WB-NAME             PIC X(030).
           05  FILLER              PIC X(088) VALUE SPACES.

       01  W-CUST-HEADING.
           05  FILLER              PIC X(047) VALUE
               '    CUSTOMER  NAME'.
           05  FILLER              PIC X(035) VALUE
               'R   SC   LAST REV  NEXT REV    DAYS'.
           05  FILLER              PIC X(050) VALUE SPACES.

       01  W-CUST-DETAIL.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WC-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WC-NAME             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WC-RATING           PIC X(001).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WC-SCORE            PIC Z9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WC-LAST-REVIEW      PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WC-NEXT-REVIEW      PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WC-DAYS             PIC ZZ,ZZ9.
           05  FILLER              PIC X(050) VALUE SPACES.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC21' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           INITIALIZE WS-TOT-FIGURES.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM KYCREV-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM BRFILE-OPEN.

      * ------------------------------------------------------------- *
      * KYC FILE'S SWEEPING: EVERY OVERDUE REVIEW IS COUNTED UNDER
      * ITS BRANCH...
           DISPLAY "COUNTING THE OVERDUE REVIEWS..."
           PERFORM START-KYCREV-SWEEP.
           PERFORM UNTIL KY-EOF
              ADD 1 TO WS-READ-COUNT
              PERFORM CHECK-REVIEW-OVERDUE
              IF  REVIEW-OVERDUE
                  PERFORM COUNT-OVERDUE-REVIEW
              END-IF
              PERFORM KYCREV-NEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE REPORT: THE SUMMARY, THEN EACH BRANCH'S CUSTOMERS...
           OPEN OUTPUT SYSPRINT.
           MOVE '1' TO WS-PRINT-SECTION
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-BRANCH-SUMMARY
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-COUNT.
           PERFORM PRINT-COMPANY-TOTAL.
           MOVE '2' TO WS-PRINT-SECTION
           PERFORM PRINT-HEADINGS.
           PERFORM LIST-BRANCH-CUSTOMERS
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-COUNT.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM KYCREV-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM BRFILE-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC21' TO CTLTOT-PROGRAM
           MOVE 'KYC REVIEWS OVERDUE' TO CTLTOT-LABEL
           MOVE WS-TOT-OVERDUE TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC21: KYC RECORDS READ....' WS-READ-COUNT
           DISPLAY 'RSSABC21: REVIEWS OVERDUE.....' WS-TOT-OVERDUE
           DISPLAY 'RSSABC21:   HIGH RISK.........' WS-TOT-HIGH
           DISPLAY 'RSSABC21: BRANCHES............' WS-BR-COUNT
           DISPLAY 'RSSABC21: CLOSED, LEFT OUT....' WS-CLOSED-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC21' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-TOT-OVERDUE TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * POSITION AT THE FIRST KYC RECORD AND READ IT.                 *
      *---------------------------------------------------------------*
       START-KYCREV-SWEEP.
           MOVE 'N'   TO WS-KY-EOF-SWITCH
           MOVE ZEROS TO KY-CUSTIDENT
           START KYCREV-FILE KEY NOT < KY-CUSTIDENT
           IF  KYCREV-STATUS = '00'
               PERFORM KYCREV-NEXT
           ELSE
               MOVE 'Y' TO WS-KY-EOF-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A REVIEW IS OVERDUE WHEN THE CUSTOMER IS ON THE WORKLIST, THE *
      * NEXT REVIEW DATE IS PAST AND THE CUSTOMER IS STILL OPEN.      *
      *---------------------------------------------------------------*
       CHECK-REVIEW-OVERDUE.
           MOVE 'N' TO WS-OVERDUE-SWITCH
           IF  KY-ON-WORKLIST
           AND KY-NEXT-REVIEW < WS-RUN-DATE
               MOVE KY-CUSTIDENT TO VS-CUSTIDENT
               READ VKSDCUST-FILE
               IF  VKSDCUST-STATUS = '00'
               AND VS-CUSTSTATUS = 'C'
                   IF  WS-PRINT-SECTION = '1'
                       ADD 1 TO WS-CLOSED-COUNT
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-OVERDUE-SWITCH
                   COMPUTE WS-DAYS-OVERDUE = WS-RUN-DAYS
                         - FUNCTION INTEGER-OF-DATE (KY-NEXT-REVIEW)
                   EVALUATE TRUE
                      WHEN WS-DAYS-OVERDUE <= 30
                           MOVE 1 TO WS-AGE-IX
                      WHEN WS-DAYS-OVERDUE <= 90
                           MOVE 2 TO WS-AGE-IX
                      WHEN WS-DAYS-OVERDUE <= 180
                           MOVE 3 TO WS-AGE-IX
                      WHEN OTHER
                           MOVE 4 TO WS-AGE-IX
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ADD THE REVIEW TO ITS BRANCH (OPENED IN ORDER WHEN IT IS THE  *
      * BRANCH'S FIRST) AND TO THE COMPANY TOTAL.                     *
      *---------------------------------------------------------------*
       COUNT-OVERDUE-REVIEW.
           MOVE 1 TO WS-BR-IX
           PERFORM UNTIL WS-BR-IX > WS-BR-COUNT
                   OR WS-BE-BRANCH (WS-BR-IX) NOT < KY-BRANCH
              ADD 1 TO WS-BR-IX
           END-PERFORM
           IF  WS-BR-IX > WS-BR-COUNT
           OR  WS-BE-BRANCH (WS-BR-IX) NOT = KY-BRANCH
               PERFORM OPEN-NEW-BRANCH
           END-IF

           ADD 1 TO WS-BE-OVERDUE (WS-BR-IX)
                    WS-TOT-OVERDUE
           ADD 1 TO WS-BE-AGE (WS-BR-IX WS-AGE-IX)
                    WS-TOT-AGE (WS-AGE-IX)
           EVALUATE TRUE
              WHEN KY-RATING-HIGH
                   ADD 1 TO WS-BE-HIGH (WS-BR-IX)
                            WS-TOT-HIGH
              WHEN KY-RATING-MEDIUM
                   ADD 1 TO WS-BE-MEDIUM (WS-BR-IX)
                            WS-TOT-MEDIUM
              WHEN OTHER
                   ADD 1 TO WS-BE-LOW (WS-BR-IX)
                            WS-TOT-LOW
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
       OPEN-NEW-BRANCH.
           IF  WS-BR-COUNT >= 500
               MOVE 'RSSABC21: BRANCH TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE WS-BR-COUNT TO WS-BR-SHIFT-IX
           PERFORM UNTIL WS-BR-SHIFT-IX < WS-BR-IX
              MOVE WS-BR-ENTRY (WS-BR-SHIFT-IX)
                TO WS-BR-ENTRY (WS-BR-SHIFT-IX + 1)
              SUBTRACT 1 FROM WS-BR-SHIFT-IX
           END-PERFORM
           MOVE KY-BRANCH TO WS-BE-BRANCH (WS-BR-IX)
           INITIALIZE WS-BE-FIGURES (WS-BR-IX)
           ADD 1 TO WS-BR-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * ONE SUMMARY ROW PER BRANCH.                                   *
      *---------------------------------------------------------------*
       PRINT-BRANCH-SUMMARY.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE SPACES TO W-SUM-DETAIL
           MOVE WS-BE-BRANCH (WS-BR-IX)  TO WD-BRANCH
           PERFORM NAME-THE-BRANCH
           MOVE BR-NAME                  TO WD-NAME
           MOVE WS-BE-OVERDUE (WS-BR-IX) TO WD-OVERDUE
           MOVE WS-BE-HIGH (WS-BR-IX)    TO WD-HIGH
           MOVE WS-BE-MEDIUM (WS-BR-IX)  TO WD-MEDIUM
           MOVE WS-BE-LOW (WS-BR-IX)     TO WD-LOW
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1 UNTIL WS-AGE-IX > 4
              MOVE WS-BE-AGE (WS-BR-IX WS-AGE-IX)
                TO WD-AGE (WS-AGE-IX)
           END-PERFORM
           WRITE REPORT-REC FROM W-SUM-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-COMPANY-TOTAL.
           MOVE SPACES          TO W-SUM-DETAIL
           MOVE 'ALL'           TO WD-BRANCH
           MOVE 'WHOLE COMPANY' TO WD-NAME
           MOVE WS-TOT-OVERDUE  TO WD-OVERDUE
           MOVE WS-TOT-HIGH     TO WD-HIGH
           MOVE WS-TOT-MEDIUM   TO WD-MEDIUM
           MOVE WS-TOT-LOW      TO WD-LOW
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1 UNTIL WS-AGE-IX > 4
              MOVE WS-TOT-AGE (WS-AGE-IX) TO WD-AGE (WS-AGE-IX)
           END-PERFORM
           WRITE REPORT-REC FROM W-SUM-DETAIL
                 AFTER ADVANCING 3 LINES
           ADD 3 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE BRANCH'S OVERDUE CUSTOMERS, FROM A FRESH SWEEP OF THE KYC *
      * FILE, UNDER A LINE NAMING THE BRANCH.                         *
      *---------------------------------------------------------------*
       LIST-BRANCH-CUSTOMERS.
           IF  W-LINE > W-MAX-LINE - 3
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE WS-BE-BRANCH (WS-BR-IX) TO WB-BRANCH
           PERFORM NAME-THE-BRANCH
           MOVE BR-NAME                 TO WB-NAME
           WRITE REPORT-REC FROM W-BRANCH-LINE
                 AFTER ADVANCING 2 LINES
           ADD 2 TO W-LINE

           PERFORM START-KYCREV-SWEEP
           PERFORM UNTIL KY-EOF
              IF  KY-BRANCH = WS-BE-BRANCH (WS-BR-IX)
                  PERFORM CHECK-REVIEW-OVERDUE
                  IF  REVIEW-OVERDUE
                      PERFORM PRINT-OVERDUE-CUSTOMER
                  END-IF
              END-IF
              PERFORM KYCREV-NEXT
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       PRINT-OVERDUE-CUSTOMER.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
               WRITE REPORT-REC FROM W-BRANCH-LINE
                     AFTER ADVANCING 1 LINE
               ADD 1 TO W-LINE
           END-IF
           MOVE KY-CUSTIDENT    TO WC-CUSTIDENT
           IF  VKSDCUST-STATUS = '00'
               MOVE SPACES TO WC-NAME
               STRING VS-CUSTLNAME DELIMITED BY '  '
                      ', '         DELIMITED BY SIZE
                      VS-CUSTFNAME DELIMITED BY '  '
                 INTO WC-NAME
               END-STRING
           ELSE
               MOVE '(NOT ON THE CUSTOMER FILE)' TO WC-NAME
           END-IF
           MOVE KY-RATING       TO WC-RATING
           MOVE KY-SCORE        TO WC-SCORE
           MOVE KY-LAST-REVIEW  TO WC-LAST-REVIEW
           MOVE KY-NEXT-REVIEW  TO WC-NEXT-REVIEW
           MOVE WS-DAYS-OVERDUE TO WC-DAYS
           WRITE REPORT-REC FROM W-CUST-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       NAME-THE-BRANCH.
           MOVE WS-BE-BRANCH (WS-BR-IX) TO BR-BRANCH
           READ BRFILE-FILE
           IF  BRFILE-STATUS NOT = '00'
               MOVE '(NOT ON THE BRANCH TABLE)' TO BR-NAME
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE     TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           IF  WS-PRINT-SECTION = '1'
               MOVE 'SUMMARY BY BRANCH' TO WS-SECTION-TITLE
               WRITE REPORT-REC FROM W-SECTION
                     AFTER ADVANCING 2 LINES
               WRITE REPORT-REC FROM W-SUM-HEADING
                     AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'OVERDUE CUSTOMERS BY BRANCH' TO WS-SECTION-TITLE
               WRITE REPORT-REC FROM W-SECTION
                     AFTER ADVANCING 2 LINES
               WRITE REPORT-REC FROM W-CUST-HEADING
                     AFTER ADVANCING 2 LINES
           END-IF
           MOVE 6 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       KYCREV-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT KYCREV-FILE
           IF  KYCREV-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC21: KYCREV-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE KYCREV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       KYCREV-NEXT.
           READ KYCREV-FILE NEXT RECORD
           IF  KYCREV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  KYCREV-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-KY-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC21: KYCREV-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE KYCREV-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       KYCREV-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE KYCREV-FILE
           IF  KYCREV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC21: KYCREV, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE KYCREV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC21: VKSDCUST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC21: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BRFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT BRFILE-FILE
           IF  BRFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC21: BRFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE BRFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BRFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE BRFILE-FILE
           IF  BRFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC21: BRFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE BRFILE-STATUS TO IO-STATUS
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
               MOVE 'RSSABC21: CTLTOT-FAILURE-OPEN...'
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
           IF  CTLTOT-STATUS NOT = '00'
               MOVE 'RSSABC21: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC21: CTLTOT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE FOLLOWING Z-ROUTINES PERFORM ADMINISTRATIVE TASKS         *
      * FOR THIS PROGRAM.                                             *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      * ABEND THE PROGRAM, DISPLAY A MESSAGE AND STOP THE PROGRAM.    *
      *---------------------------------------------------------------*
       Z-ABEND-PROGRAM.
           IF  DISP-MSG NOT = SPACES
               PERFORM Z-DISPLAY-DISP-MSG
           END-IF
           MOVE 'RSSABC21: PROGRAM-IS-ABENDING...'  TO DISP-MSG
           PERFORM Z-DISPLAY-DISP-MSG
           ADD 12 TO ZERO GIVING RETURN-CODE
           STOP RUN.

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
               DISPLAY '* RSSABC21: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC21: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
