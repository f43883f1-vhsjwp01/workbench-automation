       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC20.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -MONTHLY KYC RISK-RATING RUN, GATED ON THE COMPANY         *
      *     CALENDAR'S MONTH-END FLAG THRU RSSCAL00. EVERY CUSTOMER   *
      *     NOT CLOSED IS SCORED ON SEVEN FACTORS:                    *
      *       - TAX-ID VERIFICATION: MISMATCH 3, UNKNOWN OR NOT YET   *
      *         CHECKED 2, VERIFIED 0;                                *
      *       - COUNTRY: OUTSIDE THE US 2;                            *
      *       - CREDIT SCORE: NONE ON FILE 1, UNDER 580 2, UNDER      *
      *         670 1;                                                *
      *       - ACCOUNT AGE (FIRST ORDER ON THE LIFETIME-VALUE        *
      *         ROLLUP): NO ORDERS 1, UNDER A YEAR 2, UNDER 3 YEARS 1;*
      *       - WATCH-LIST HISTORY: A CONFIRMED OR HELD MATCH 5, ANY  *
      *         OTHER MATCH EVER RAISED 1;                            *
      *       - REPRESENTATIVE REQUIRED: 1;                           *
      *       - DELINQUENCY: THE HIGHEST DUNNING LEVEL SENT OVER THE  *
      *         LAST TWO YEARS (1 TO 3).                              *
      *    -A SCORE OF 6 OR MORE RATES THE CUSTOMER HIGH RISK, 3 TO 5 *
      *     MEDIUM, LESS LOW; THE NEXT REVIEW IS THE LAST REVIEW (OR, *
      *     BEFORE THE FIRST, THE FIRST ORDER OR FIRST RATING DATE)   *
      *     PLUS 1, 2 OR 3 YEARS. THE RATING, ITS FACTOR POINTS AND   *
      *     THE NEXT REVIEW ARE KEPT ON THE KYCREV FILE (ODCSFKY).    *
      *    -A CUSTOMER WHOSE NEXT REVIEW FALLS DUE WITHIN 30 DAYS     *
      *     GOES ONTO THE KYC REVIEW WORKLIST, WHERE A COMPLIANCE     *
      *     OFFICER RECORDS THE DOCUMENTS SIGHTED AND THE OUTCOME ON  *
      *     THE KYC REVIEW SCREEN (RSSAT049). OVERDUE REVIEWS ARE     *
      *     REPORTED BY BRANCH EACH QUARTER BY RSSABC21.              *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - CUSTOMER                                  *
      * INPUT FILE : VSAM - VKSDCLV (LIFETIME-VALUE ROLLUP, OPTIONAL) *
      * INPUT FILE : VSAM - SCRWORK (WATCH-LIST WORKLIST, OPTIONAL)   *
      * INPUT FILE : VSAM - DUNHIST (DUNNING HISTORY, OPTIONAL)       *
      * I-O FILE   : VSAM - KYCREV (KYC RATINGS AND REVIEWS, ODCSFKY) *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABC20_RERUN 'Y' ON THE RUN-PARAMETER FILE (OR   *
      * THE ENVIRONMENT) RATES ON ANY DAY, FOR A RERUN.               *
      * ------------------------------------------------------------- *
                                                                      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CUSTOMER'S DATA VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * LIFETIME-VALUE ROLLUP, THE CUSTOMER'S FIRST ORDER DATE
           SELECT OPTIONAL VKSDCLV-FILE
               ASSIGN       TO VKSDCLV
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS QL-CUSTIDENT
               FILE STATUS  IS VKSDCLV-STATUS.

      * WATCH-LIST SCREENING WORKLIST, THE CUSTOMER'S MATCHES
           SELECT OPTIONAL SCRWORK-FILE
               ASSIGN       TO SCRWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WL-MATCH-KEY
               FILE STATUS  IS SCRWORK-STATUS.

      * DUNNING HISTORY, THE CUSTOMER'S NOTICES
           SELECT OPTIONAL DUNHIST-FILE
               ASSIGN       TO DUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DH-DUN-KEY
               FILE STATUS  IS DUNHIST-STATUS.

      * KYC RATINGS AND REVIEWS, ONE PER CUSTOMER
           SELECT OPTIONAL KYCREV-FILE
               ASSIGN       TO KYCREV
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS KY-CUSTIDENT
               FILE STATUS  IS KYCREV-STATUS.

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
       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   VKSDCLV-FILE.
       COPY ODCSFLV.

       FD   SCRWORK-FILE.
       COPY ODCSFWL.

       FD   DUNHIST-FILE.
       COPY ODCSFDH.

       FD   KYCREV-FILE.
       COPY ODCSFKY.

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  VKSDCLV-STATUS.
           05  VKSDCLV-STAT1       PIC X.
           05  VKSDCLV-STAT2       PIC X.
       01  SCRWORK-STATUS.
           05  SCRWORK-STAT1       PIC X.
           05  SCRWORK-STAT2       PIC X.
       01  DUNHIST-STATUS.
           05  DUNHIST-STAT1       PIC X.
           05  DUNHIST-STAT2       PIC X.
       01  KYCREV-STATUS.
           05  KYCREV-STAT1        PIC X.
           05  KYCREV-STAT2        PIC X.
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

       01  WS-CUST-EOF-SWITCH      PIC X       VALUE 'N'.
           88  CUST-EOF            VALUE 'Y'.
       01  WS-CHILD-DONE-SWITCH    PIC X       VALUE 'N'.
           88  CHILD-DONE          VALUE 'Y'.
       01  WS-NEW-RATING-SWITCH    PIC X       VALUE 'N'.
           88  NEW-RATING          VALUE 'Y'.

      * RUN PARAMETERS AND THE RUN DATE
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-DUE-LIMIT            PIC 9(008)  VALUE 0.
       01  WS-DUNNING-FROM         PIC 9(008)  VALUE 0.
       01  WS-AGE-DAYS             PIC S9(9) COMP VALUE 0.

      * THE REVIEW CYCLE: THE BASE DATE PLUS THE RATING'S YEARS
       01  WS-CYCLE-YEARS          PIC 9(001)  VALUE 0.
       01  WS-CYCLE-DATE           PIC 9(008)  VALUE 0.
       01  WS-CYCLE-DATE-G         REDEFINES WS-CYCLE-DATE.
           05  WS-CYCLE-YYYY       PIC 9(004).
           05  WS-CYCLE-MMDD       PIC 9(004).

      * THE CUSTOMER'S SCORE AND FACTOR POINTS
       01  WS-SCORE                PIC 9(002)  VALUE 0.
       01  WS-PTS-TAXID            PIC 9(001)  VALUE 0.
       01  WS-PTS-COUNTRY          PIC 9(001)  VALUE 0.
       01  WS-PTS-CREDIT           PIC 9(001)  VALUE 0.
       01  WS-PTS-AGE              PIC 9(001)  VALUE 0.
       01  WS-PTS-WATCH            PIC 9(001)  VALUE 0.
       01  WS-PTS-REP              PIC 9(001)  VALUE 0.
       01  WS-PTS-DUNNING          PIC 9(001)  VALUE 0.
       01  WS-FIRST-ORDERDT        PIC 9(008)  VALUE 0.

      * RUN STATISTICS
       01  WS-READ-COUNT           PIC 9(009) COMP VALUE 0.
       01  WS-RATED-COUNT          PIC 9(009) COMP VALUE 0.
       01  WS-HIGH-COUNT           PIC 9(009) COMP VALUE 0.
       01  WS-MEDIUM-COUNT         PIC 9(009) COMP VALUE 0.
       01  WS-LOW-COUNT            PIC 9(009) COMP VALUE 0.
       01  WS-CHANGED-COUNT        PIC 9(009) COMP VALUE 0.
       01  WS-DUE-COUNT            PIC 9(009) COMP VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(009) COMP VALUE 0.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC20' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * THE MONTH-END GATE, UNLESS THIS IS A RERUN...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'RSSABC20_RERUN' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = 'Y'
               MOVE 'M'         TO CAL-FUNC
               MOVE WS-RUN-DATE TO CAL-DATE
               CALL 'RSSCAL00' USING RSSCAL-AREA
               IF  CAL-RETCODE NOT = '00'
               OR  CAL-ANSWER NOT = 'Y'
                   DISPLAY 'RSSABC20: NOT A MONTH-END BUSINESS DAY,'
                           ' NOTHING TO DO'
                   PERFORM END-RUN-LOG
                   GOBACK
               END-IF
           END-IF.

      * THE WORKLIST TAKES WHAT FALLS DUE WITHIN 30 DAYS; DUNNING
      * COUNTS OVER THE LAST TWO YEARS
           COMPUTE WS-RUN-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           COMPUTE WS-DUE-LIMIT =
                   FUNCTION DATE-OF-INTEGER (WS-RUN-DAYS + 30).
           COMPUTE WS-DUNNING-FROM =
                   FUNCTION DATE-OF-INTEGER (WS-RUN-DAYS - 730).

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDCUST-OPEN.
           PERFORM VKSDCLV-OPEN.
           PERFORM SCRWORK-OPEN.
           PERFORM DUNHIST-OPEN.
           PERFORM KYCREV-OPEN.

      * ------------------------------------------------------------- *
      * CUSTOMER FILE'S SWEEPING: EVERY OPEN CUSTOMER IS RATED...
           DISPLAY "RATING CUSTOMERS..."
           PERFORM VKSDCUST-GET.
           PERFORM UNTIL CUST-EOF
              ADD 1 TO WS-READ-COUNT
              IF  VS-CUSTSTATUS = 'C'
                  ADD 1 TO WS-CLOSED-COUNT
              ELSE
                  PERFORM RATE-ONE-CUSTOMER
              END-IF
              PERFORM VKSDCUST-GET
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDCUST-CLOSE.
           PERFORM VKSDCLV-CLOSE.
           PERFORM SCRWORK-CLOSE.
           PERFORM DUNHIST-CLOSE.
           PERFORM KYCREV-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC20' TO CTLTOT-PROGRAM
           MOVE 'KYC RATED' TO CTLTOT-LABEL
           MOVE WS-RATED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC20' TO CTLTOT-PROGRAM
           MOVE 'KYC HIGH RISK' TO CTLTOT-LABEL
           MOVE WS-HIGH-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC20' TO CTLTOT-PROGRAM
           MOVE 'KYC MEDIUM RISK' TO CTLTOT-LABEL
           MOVE WS-MEDIUM-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC20' TO CTLTOT-PROGRAM
           MOVE 'KYC LOW RISK' TO CTLTOT-LABEL
           MOVE WS-LOW-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC20' TO CTLTOT-PROGRAM
           MOVE 'KYC REVIEWS COMING DUE' TO CTLTOT-LABEL
           MOVE WS-DUE-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC20: CUSTOMERS READ......' WS-READ-COUNT
           DISPLAY 'RSSABC20: CLOSED, NOT RATED...' WS-CLOSED-COUNT
           DISPLAY 'RSSABC20: RATED...............' WS-RATED-COUNT
           DISPLAY 'RSSABC20:   HIGH RISK.........' WS-HIGH-COUNT
           DISPLAY 'RSSABC20:   MEDIUM RISK.......' WS-MEDIUM-COUNT
           DISPLAY 'RSSABC20:   LOW RISK..........' WS-LOW-COUNT
           DISPLAY 'RSSABC20: RATING CHANGED......' WS-CHANGED-COUNT
           DISPLAY 'RSSABC20: ONTO THE WORKLIST...' WS-DUE-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC20' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-RATED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
       GET-ONE-PARAMETER.
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               MOVE SPACES TO WS-ENV-VALUE
               DISPLAY PRM-NAME UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * SCORE THE CUSTOMER, RATE THEM, WORK OUT THE NEXT REVIEW AND   *
      * PUT THEM ON THE WORKLIST WHEN IT FALLS DUE WITHIN 30 DAYS.    *
      * THE FIRST RATING OF A CUSTOMER OPENS THEIR KYCREV RECORD.     *
      *---------------------------------------------------------------*
       RATE-ONE-CUSTOMER.
           PERFORM SCORE-TAXID-AND-PROFILE
           PERFORM SCORE-ACCOUNT-AGE
           PERFORM SCORE-WATCH-LIST
           PERFORM SCORE-DUNNING
           COMPUTE WS-SCORE = WS-PTS-TAXID  + WS-PTS-COUNTRY
                            + WS-PTS-CREDIT + WS-PTS-AGE
                            + WS-PTS-WATCH  + WS-PTS-REP
                            + WS-PTS-DUNNING

           MOVE VS-CUSTIDENT TO KY-CUSTIDENT
           PERFORM KYCREV-READ
           IF  KYCREV-STATUS = '23'
               MOVE 'Y'          TO WS-NEW-RATING-SWITCH
               INITIALIZE KY-ODCSFKY-RECORD
               MOVE VS-CUSTIDENT TO KY-CUSTIDENT
               MOVE WS-RUN-DATE  TO KY-FIRST-RATED
           ELSE
               MOVE 'N'          TO WS-NEW-RATING-SWITCH
           END-IF

           MOVE VS-BRANCH        TO KY-BRANCH
           MOVE WS-SCORE         TO KY-SCORE
           MOVE WS-PTS-TAXID     TO KY-PTS-TAXID
           MOVE WS-PTS-COUNTRY   TO KY-PTS-COUNTRY
           MOVE WS-PTS-CREDIT    TO KY-PTS-CREDIT
           MOVE WS-PTS-AGE       TO KY-PTS-AGE
           MOVE WS-PTS-WATCH     TO KY-PTS-WATCH
           MOVE WS-PTS-REP       TO KY-PTS-REP
           MOVE WS-PTS-DUNNING   TO KY-PTS-DUNNING
           MOVE WS-RUN-DATE      TO KY-RATED-DATE
           EVALUATE TRUE
              WHEN WS-SCORE >= 6
                   IF  NOT NEW-RATING AND NOT KY-RATING-HIGH
                       ADD 1 TO WS-CHANGED-COUNT
                   END-IF
                   MOVE 'H' TO KY-RATING
                   MOVE 1   TO WS-CYCLE-YEARS
                   ADD 1    TO WS-HIGH-COUNT
              WHEN WS-SCORE >= 3
                   IF  NOT NEW-RATING AND NOT KY-RATING-MEDIUM
                       ADD 1 TO WS-CHANGED-COUNT
                   END-IF
                   MOVE 'M' TO KY-RATING
                   MOVE 2   TO WS-CYCLE-YEARS
                   ADD 1    TO WS-MEDIUM-COUNT
              WHEN OTHER
                   IF  NOT NEW-RATING AND NOT KY-RATING-LOW
                       ADD 1 TO WS-CHANGED-COUNT
                   END-IF
                   MOVE 'L' TO KY-RATING
                   MOVE 3   TO WS-CYCLE-YEARS
                   ADD 1    TO WS-LOW-COUNT
           END-EVALUATE

      * A REVIEW THAT ENDED IN ENHANCED DUE DILIGENCE COMES DUE AGAIN
      * IN A YEAR WHATEVER THE RATING
           IF  KY-LAST-REVIEW > 0
               MOVE KY-LAST-REVIEW TO WS-CYCLE-DATE
               IF  KY-OUTCOME = 'E'
                   MOVE 1 TO WS-CYCLE-YEARS
               END-IF
           ELSE
               IF  WS-FIRST-ORDERDT > 0
                   MOVE WS-FIRST-ORDERDT TO WS-CYCLE-DATE
               ELSE
                   MOVE KY-FIRST-RATED   TO WS-CYCLE-DATE
               END-IF
           END-IF
           ADD WS-CYCLE-YEARS TO WS-CYCLE-YYYY
           IF  WS-CYCLE-MMDD = 0229
               MOVE 0228 TO WS-CYCLE-MMDD
           END-IF
           MOVE WS-CYCLE-DATE TO KY-NEXT-REVIEW

           IF  KY-NEXT-REVIEW NOT > WS-DUE-LIMIT
           AND NOT KY-ON-WORKLIST
               MOVE 'W'            TO KY-REVIEW-STATUS
               MOVE KY-NEXT-REVIEW TO KY-DUE-DATE
               ADD 1 TO WS-DUE-COUNT
           END-IF

           IF  NEW-RATING
               PERFORM KYCREV-WRITE
           ELSE
               PERFORM KYCREV-REWRITE
           END-IF
           ADD 1 TO WS-RATED-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * THE FACTORS CARRIED ON THE CUSTOMER RECORD ITSELF: TAX-ID     *
      * VERIFICATION, COUNTRY, CREDIT SCORE AND REPRESENTATIVE.       *
      *---------------------------------------------------------------*
       SCORE-TAXID-AND-PROFILE.
           EVALUATE VS-TAXID-VERIF
              WHEN 'V'  MOVE 0 TO WS-PTS-TAXID
              WHEN 'M'  MOVE 3 TO WS-PTS-TAXID
              WHEN OTHER
                        MOVE 2 TO WS-PTS-TAXID
           END-EVALUATE

           IF  VS-CUSTCOUNTRY NOT = 'US'
           AND VS-CUSTCOUNTRY NOT = SPACES
               MOVE 2 TO WS-PTS-COUNTRY
           ELSE
               MOVE 0 TO WS-PTS-COUNTRY
           END-IF

           EVALUATE TRUE
              WHEN VS-CREDIT-SCORE NOT NUMERIC
              WHEN VS-CREDIT-SCORE = 0
                   MOVE 1 TO WS-PTS-CREDIT
              WHEN VS-CREDIT-SCORE < 580
                   MOVE 2 TO WS-PTS-CREDIT
              WHEN VS-CREDIT-SCORE < 670
                   MOVE 1 TO WS-PTS-CREDIT
              WHEN OTHER
                   MOVE 0 TO WS-PTS-CREDIT
           END-EVALUATE

           IF  VS-REP-REQUIRED = 'Y'
               MOVE 1 TO WS-PTS-REP
           ELSE
               MOVE 0 TO WS-PTS-REP
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ACCOUNT AGE FROM THE FIRST ORDER ON THE LIFETIME-VALUE ROLLUP *
      * (A CUSTOMER WITH NO ORDERS HAS NO TRADING HISTORY TO GO ON).  *
      *---------------------------------------------------------------*
       SCORE-ACCOUNT-AGE.
           MOVE 0 TO WS-FIRST-ORDERDT
           MOVE VS-CUSTIDENT TO QL-CUSTIDENT
           PERFORM VKSDCLV-READ
           IF  VKSDCLV-STATUS = '00'
           AND QL-FIRST-ORDERDT > 0
               MOVE QL-FIRST-ORDERDT TO WS-FIRST-ORDERDT
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS
                     - FUNCTION INTEGER-OF-DATE (QL-FIRST-ORDERDT)
               EVALUATE TRUE
                  WHEN WS-AGE-DAYS < 365
                       MOVE 2 TO WS-PTS-AGE
                  WHEN WS-AGE-DAYS < 1095
                       MOVE 1 TO WS-PTS-AGE
                  WHEN OTHER
                       MOVE 0 TO WS-PTS-AGE
               END-EVALUATE
           ELSE
               MOVE 1 TO WS-PTS-AGE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * WATCH-LIST HISTORY: ANY MATCH THE SCREENING EVER RAISED ON    *
      * THE CUSTOMER COUNTS 1, A CONFIRMED OR HELD ONE 5.             *
      *---------------------------------------------------------------*
       SCORE-WATCH-LIST.
           MOVE 0   TO WS-PTS-WATCH
           MOVE 'N' TO WS-CHILD-DONE-SWITCH
           MOVE VS-CUSTIDENT TO WL-CUSTIDENT
           MOVE LOW-VALUES   TO WL-ENTRY-ID
           START SCRWORK-FILE KEY NOT < WL-MATCH-KEY
           IF  SCRWORK-STATUS NOT = '00'
               MOVE 'Y' TO WS-CHILD-DONE-SWITCH
           END-IF
           PERFORM UNTIL CHILD-DONE
              READ SCRWORK-FILE NEXT RECORD
              IF  SCRWORK-STATUS NOT = '00'
              OR  WL-CUSTIDENT NOT = VS-CUSTIDENT
                  MOVE 'Y' TO WS-CHILD-DONE-SWITCH
              ELSE
                  IF  WL-STATUS = 'C' OR 'H'
                      MOVE 5 TO WS-PTS-WATCH
                      MOVE 'Y' TO WS-CHILD-DONE-SWITCH
                  ELSE
                      MOVE 1 TO WS-PTS-WATCH
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * DELINQUENCY: THE HIGHEST DUNNING LEVEL SENT TO THE CUSTOMER   *
      * OVER THE LAST TWO YEARS, ON ANY ORDER.                        *
      *---------------------------------------------------------------*
       SCORE-DUNNING.
           MOVE 0   TO WS-PTS-DUNNING
           MOVE 'N' TO WS-CHILD-DONE-SWITCH
           MOVE VS-CUSTIDENT TO DH-CUSTIDENT
           MOVE ZEROS        TO DH-ORDERNUM
           MOVE ZEROS        TO DH-LEVEL
           START DUNHIST-FILE KEY NOT < DH-DUN-KEY
           IF  DUNHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-CHILD-DONE-SWITCH
           END-IF
           PERFORM UNTIL CHILD-DONE
              READ DUNHIST-FILE NEXT RECORD
              IF  DUNHIST-STATUS NOT = '00'
              OR  DH-CUSTIDENT NOT = VS-CUSTIDENT
                  MOVE 'Y' TO WS-CHILD-DONE-SWITCH
              ELSE
                  IF  DH-SENTDATE NOT < WS-DUNNING-FROM
                  AND DH-LEVEL > WS-PTS-DUNNING
                      MOVE DH-LEVEL TO WS-PTS-DUNNING
                  END-IF
              END-IF
           END-PERFORM
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
               MOVE 'RSSABC20: VKSDCUST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-GET.
           READ VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDCUST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-CUST-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC20: VKSDCUST-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDCUST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABC20: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCLV-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDCLV-FILE
           IF  VKSDCLV-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC20: VKSDCLV-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCLV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCLV-READ.
           READ VKSDCLV-FILE
           IF  VKSDCLV-STATUS = '00'
           OR  VKSDCLV-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC20: VKSDCLV-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDCLV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCLV-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDCLV-FILE
           IF  VKSDCLV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC20: VKSDCLV, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCLV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SCRWORK-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT SCRWORK-FILE
           IF  SCRWORK-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC20: SCRWORK-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SCRWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SCRWORK-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SCRWORK-FILE
           IF  SCRWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC20: SCRWORK, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SCRWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DUNHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT DUNHIST-FILE
           IF  DUNHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC20: DUNHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE DUNHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DUNHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE DUNHIST-FILE
           IF  DUNHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC20: DUNHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE DUNHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       KYCREV-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O KYCREV-FILE
           IF  KYCREV-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC20: KYCREV-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE KYCREV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       KYCREV-READ.
           READ KYCREV-FILE
           IF  KYCREV-STATUS = '00'
           OR  KYCREV-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC20: KYCREV-FAILURE-READ...'
                 TO DISP-MSG
               MOVE KYCREV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       KYCREV-WRITE.
           WRITE KY-ODCSFKY-RECORD
           IF  KYCREV-STATUS NOT = '00'
               MOVE 'RSSABC20: KYCREV-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE KYCREV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       KYCREV-REWRITE.
           REWRITE KY-ODCSFKY-RECORD
           IF  KYCREV-STATUS NOT = '00'
               MOVE 'RSSABC20: KYCREV-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE KYCREV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
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
               MOVE 'RSSABC20: KYCREV, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE KYCREV-STATUS TO IO-STATUS
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
               MOVE 'RSSABC20: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC20: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC20: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC20: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC20: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC20: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
