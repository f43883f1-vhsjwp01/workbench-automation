       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC12.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY STANDING-ORDER RUN. THE STANDING-ORDER FILE       *
      *     (ODCSFSO, MAINTAINED ON RSSAT043) IS SWEPT, AND EVERY     *
      *     STANDING ORDER FALLING DUE BY TODAY IS RAISED AS AN       *
      *     ORDINARY ORDER UNDER THE CUSTOMER'S NEXT ORDER NUMBER,    *
      *     STATUS OPEN, WITH ITS PRODUCT LINES PRICED FROM THE       *
      *     PRODUCT TABLE AND THE STATUS CHANGE RECORDED THRU         *
      *     RSSOHW00. A LINE FOR A STOCK-CONTROLLED PRODUCT RESERVES  *
      *     WHAT STOCK IS AVAILABLE AND IS BACKORDERED FOR THE REST,  *
      *     AS ON THE NIGHTLY ORDER LOAD.                             *
      *    -THE SCHEDULED DATE IS ROLLED OFF WEEKENDS AND HOLIDAYS    *
      *     THRU RSSCAL00 (NEXT BUSINESS DAY); AFTER THE RUN THE      *
      *     SCHEDULE IS ADVANCED BY ITS FREQUENCY (WEEKLY,            *
      *     FORTNIGHTLY, MONTHLY, QUARTERLY) AND ROLLED AGAIN. A      *
      *     MONTHLY OR QUARTERLY DAY PAST THE END OF A SHORTER MONTH  *
      *     FALLS ON THAT MONTH'S LAST DAY.                           *
      *    -EACH ORDER GOES THRU THE SAME CHECKS AS THE NIGHTLY ORDER *
      *     LOAD (RSSABB08): THE CUSTOMER MUST EXIST AND NOT BE       *
      *     CLOSED, SUSPENDED, DECEASED, ON COMPLIANCE HOLD OR ON     *
      *     FRAUD HOLD; A SHIP-TO NAMED MUST BE ACTIVE; EVERY PRODUCT *
      *     MUST BE ON THE PRODUCT TABLE AND STILL ORDERABLE. SUCH A  *
      *     FAILURE RAISES NO ORDER AND IS LISTED AS REJECTED.        *
      *    -AN ORDER THAT WOULD PUSH THE CUSTOMER'S OPEN ORDER TOTAL  *
      *     PAST THEIR CREDIT LIMIT GOES TO THE CREDIT-REFERRAL       *
      *     WORKLIST (REFWORK) WITH ITS LINES HELD ON REFLINE, FOR A  *
      *     SUPERVISOR TO APPROVE OR DECLINE LIKE A BUREAU ORDER.     *
      *    -A PAUSED STANDING ORDER FALLING DUE IS SKIPPED AND ITS    *
      *     SCHEDULE ADVANCED; ONE PAST ITS END DATE IS LEFT ALONE.   *
      *    -THE RUN'S OUTCOME IS KEPT ON THE STANDING ORDER (LAST RUN *
      *     DATE, ORDER NUMBER, RESULT) AND EVERY STANDING ORDER      *
      *     PROCESSED IS LISTED FOR THE ORDER DESK WITH ITS RESULT.   *
      *     COUNTS GO TO CTLTOT.                                      *
      * ------------------------------------------------------------- *
      * I-O FILE   : VSAM - STORDER (STANDING ORDERS, ODCSFSO)        *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - PRDFILE (PRODUCT REFERENCE TABLE)         *
      * INPUT FILE : VSAM - SHIPTO (CUSTOMER SHIP-TO ADDRESSES)       *
      * I-O FILE   : VSAM - INVFILE (PRODUCT INVENTORY, ODCSFIV)      *
      * I-O FILE   : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * OUTPUT FILE: VSAM - PJ01AAA.RT.VSAM.ORDLINE (ODCSFOL)         *
      * I-O FILE   : VSAM - REFWORK (CREDIT-REFERRAL WORKLIST)        *
      * OUTPUT FILE: VSAM - REFLINE (LINES OF REFERRED ORDERS)        *
      * OUTPUT     : SYSPRINT - STANDING ORDERS RAISED (ORDER DESK)   *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * RETURN CODE : 0 OK, 12 ABEND                                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * STANDING-ORDER VSAM-KSDS FILE, SWEPT IN KEY ORDER AND
      * REWRITTEN WITH EACH ONE'S NEW SCHEDULE
           SELECT OPTIONAL VKSDSO-FILE
               ASSIGN       TO STORDER
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS SO-STORD-KEY
               FILE STATUS  IS VKSDSO-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, VALIDATION READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE. DYNAMIC ACCESS: A KEYED BROWSE
      * PER CUSTOMER FOR THE OPEN ORDER TOTAL AND THE LAST ORDER
      * NUMBER, PLUS RANDOM WRITES OF THE ORDERS RAISED
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * ORDER LINE-ITEM'S DATA VSAM-KSDS OUTPUT FILE
           SELECT VKSDLIN-FILE
               ASSIGN       TO VKSDLIN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS OL-LINE-KEY
               FILE STATUS  IS VKSDLIN-STATUS.

      * PRODUCT REFERENCE VSAM-KSDS FILE, LINE VALIDATION READS ONLY
           SELECT PRDFILE-FILE
               ASSIGN       TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PD-PRODCODE
               FILE STATUS  IS PRDFILE-STATUS.

      * PRODUCT INVENTORY VSAM-KSDS FILE: A RAISED LINE RESERVES
      * STOCK (ABSENT RECORD OR FILE MEANS NOT STOCK-CONTROLLED)
           SELECT OPTIONAL INVFILE-FILE
               ASSIGN       TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IV-PRODCODE
               FILE STATUS  IS INVFILE-STATUS.

      * CUSTOMER SHIP-TO ADDRESS VSAM-KSDS FILE, VALIDATION READS
      * ONLY (ABSENT FILE: NO STANDING ORDER MAY NAME A SHIP-TO)
           SELECT OPTIONAL SHIPTO-FILE
               ASSIGN       TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS ST-SHIPTO-KEY
               FILE STATUS  IS SHIPTO-STATUS.

      * CREDIT-REFERRAL WORKLIST VSAM-KSDS FILE (ODCSFRR). DYNAMIC
      * ACCESS: A KEYED BROWSE FOR THE CUSTOMER'S ORDER NUMBERS
      * WAITING THERE, PLUS RANDOM WRITES OF THE REFERRALS
           SELECT VKSDRR-FILE
               ASSIGN       TO REFWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RR-ORDER-KEY
               FILE STATUS  IS VKSDRR-STATUS.

      * LINE ITEMS OF REFERRED ORDERS, HELD UNTIL RELEASE (ODCSFHL)
           SELECT VKSDHL-FILE
               ASSIGN       TO REFLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS HL-LINE-KEY
               FILE STATUS  IS VKSDHL-STATUS.

      * ORDER-DESK LIST OF THE STANDING ORDERS RAISED
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
       FD   VKSDSO-FILE.
       COPY ODCSFSO.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDLIN-FILE.
       COPY ODCSFOL.

       FD   PRDFILE-FILE.
       COPY ODCSFPD.

       FD   INVFILE-FILE.
       COPY ODCSFIV.

       FD   SHIPTO-FILE.
       COPY ODCSFST.

       FD   VKSDRR-FILE.
       COPY ODCSFRR.

       FD   VKSDHL-FILE.
       COPY ODCSFHL.

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
       01  VKSDSO-STATUS.
           05  VKSDSO-STAT1        PIC X.
           05  VKSDSO-STAT2        PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  VKSDLIN-STATUS.
           05  VKSDLIN-STAT1       PIC X.
           05  VKSDLIN-STAT2       PIC X.
       01  PRDFILE-STATUS.
           05  PRDFILE-STAT1       PIC X.
           05  PRDFILE-STAT2       PIC X.
       01  INVFILE-STATUS.
           05  INVFILE-STAT1       PIC X.
           05  INVFILE-STAT2       PIC X.
       01  SHIPTO-STATUS.
           05  SHIPTO-STAT1        PIC X.
           05  SHIPTO-STAT2        PIC X.
       01  VKSDRR-STATUS.
           05  VKSDRR-STAT1        PIC X.
           05  VKSDRR-STAT2        PIC X.
       01  VKSDHL-STATUS.
           05  VKSDHL-STAT1        PIC X.
           05  VKSDHL-STAT2        PIC X.
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

       01  WS-SO-EOF-SWITCH        PIC X       VALUE 'N'.
           88  SO-EOF              VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.

      * RUN STATISTICS
       01  WS-READ-COUNT           PIC 9(7)    COMP VALUE 0.
       01  WS-DUE-COUNT            PIC 9(7)    COMP VALUE 0.
       01  WS-GENERATED-COUNT      PIC 9(7)    COMP VALUE 0.
       01  WS-REFER-COUNT          PIC 9(7)    COMP VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-PAUSED-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-ENDED-COUNT          PIC 9(7)    COMP VALUE 0.
       01  WS-LINE-LOADED-COUNT    PIC 9(7)    COMP VALUE 0.
       01  WS-LINE-BACKORD-COUNT   PIC 9(7)    COMP VALUE 0.
       01  WS-GENERATED-AMT        PIC 9(011)V99 VALUE 0.

      * THE CURRENT STANDING ORDER'S RUN
       01  WS-DUE-DATE             PIC 9(008)  VALUE 0.
       01  WS-ORDER-OK-SWITCH      PIC X       VALUE 'Y'.
           88  ORDER-OK            VALUE 'Y'.
       01  WS-REFER-SWITCH         PIC X       VALUE 'N'.
           88  ORDER-REFERRED      VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(20)   VALUE SPACES.
       01  WS-RUN-RESULT           PIC X(001)  VALUE SPACE.
       01  WS-NEW-ORDERNUM         PIC 9(006)  VALUE 0.
       01  WS-ORDER-AMT            PIC 9(011)V99 VALUE 0.
       01  WS-LINE-COUNT           PIC S9(4)   COMP VALUE 0.

      * THE STANDING ORDER'S LINES, PRICED FROM THE PRODUCT TABLE
       01  WS-IX                   PIC S9(4)   COMP VALUE 0.
       01  WS-LINES.
           05  WS-LINE             OCCURS 5.
               10  WS-LN-PRODCODE  PIC X(008).
               10  WS-LN-QUANTITY  PIC 9(005).
               10  WS-LN-UNITPRICE PIC 9(005)V99.

      * CREDIT-LIMIT CHECK AND ORDER-NUMBER WORKING FIELDS. THE
      * CUSTOMER'S OPEN ORDER TOTAL COVERS EVERY ORDER NOT YET
      * SETTLED OR CANCELLED; THE NEXT ORDER NUMBER IS ONE PAST THE
      * HIGHEST ON THE ORDERS FILE OR WAITING ON THE WORKLIST.
       01  WS-OPEN-ORDER-TOTAL     PIC 9(009)V99 VALUE 0.
       01  WS-HIGH-ORDERNUM        PIC 9(006)  VALUE 0.
       01  WS-BROWSE-DONE-SWITCH   PIC X       VALUE 'N'.
           88  BROWSE-DONE         VALUE 'Y'.

      * STOCK POSITION OF THE CURRENT LINE'S PRODUCT
       01  WS-STOCK-SWITCH         PIC X       VALUE 'N'.
           88  LINE-STOCK-CONTROLLED VALUE 'Y'.
       01  WS-AVAIL-QTY            PIC 9(007)  VALUE 0.
       01  WS-LINE-RESERVED-QTY    PIC 9(005)  VALUE 0.
       01  WS-LINE-BACKORD-QTY     PIC 9(005)  VALUE 0.

      * SCHEDULE ARITHMETIC
       01  WS-DAYNBR               PIC S9(9)   COMP VALUE 0.
       01  WS-MONTHS-TO-ADD        PIC S9(4)   COMP VALUE 0.
       01  WS-ADV-DATE             PIC 9(008)  VALUE 0.
       01  WS-ADV-DATE-X           REDEFINES WS-ADV-DATE.
           05  WS-ADV-CCYY         PIC 9(004).
           05  WS-ADV-MM           PIC 9(002).
           05  WS-ADV-DD           PIC 9(002).
       01  WS-MONTH-START          PIC 9(008)  VALUE 0.
       01  WS-MONTH-START-X        REDEFINES WS-MONTH-START.
           05  WS-MST-CCYY         PIC 9(004).
           05  WS-MST-MM           PIC 9(002).
           05  WS-MST-DD           PIC 9(002).
       01  WS-MONTH-END            PIC 9(008)  VALUE 0.
       01  WS-MONTH-END-X          REDEFINES WS-MONTH-END.
           05  WS-MEND-CCYY        PIC 9(004).
           05  WS-MEND-MM          PIC 9(002).
           05  WS-MEND-DD          PIC 9(002).

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC12'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(034) VALUE
               'STANDING ORDERS RAISED'.
           05  FILLER              PIC X(041) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(011) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(004) VALUE 'SEQ'.
           05  FILLER              PIC X(005) VALUE 'FRQ'.
           05  FILLER              PIC X(010) VALUE 'DUE'.
           05  FILLER              PIC X(008) VALUE 'ORDER'.
           05  FILLER              PIC X(006) VALUE 'LINES'.
           05  FILLER              PIC X(013) VALUE '     AMOUNT'.
           05  FILLER              PIC X(011) VALUE 'RESULT'.
           05  FILLER              PIC X(022) VALUE 'REASON'.
           05  FILLER              PIC X(010) VALUE 'NEXT RUN'.
           05  FILLER              PIC X(030) VALUE SPACES.

       01  W-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-STORD-SEQ        PIC 9(002).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-FREQUENCY        PIC X(001).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WD-DUE-DATE         PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-ORDERNUM         PIC 9(006).
           05  WD-ORDERNUM-X       REDEFINES WD-ORDERNUM PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-LINES            PIC Z9.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WD-AMOUNT           PIC ZZZZZZ9.99.
           05  WD-AMOUNT-X         REDEFINES WD-AMOUNT PIC X(010).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-RESULT           PIC X(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-REASON           PIC X(020).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-NEXT-RUN         PIC 9(008).
           05  FILLER              PIC X(032) VALUE SPACES.

       01  W-TOTAL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WX-LABEL            PIC X(020).
           05  WX-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WX-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WX-AMOUNT-X         REDEFINES WX-AMOUNT PIC X(017).
           05  FILLER              PIC X(082) VALUE SPACES.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC12' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDSO-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDLIN-OPEN.
           PERFORM PRDFILE-OPEN.
           PERFORM INVFILE-OPEN.
           PERFORM SHIPTO-OPEN.
           PERFORM VKSDRR-OPEN.
           PERFORM VKSDHL-OPEN.
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.

      * ------------------------------------------------------------- *
      * STANDING-ORDER FILE'S SWEEPING...
           DISPLAY "SWEEPING STANDING-ORDER FILE..."
           PERFORM VKSDSO-GET.
           PERFORM UNTIL SO-EOF
              ADD 1 TO WS-READ-COUNT
              PERFORM PROCESS-STANDING-ORDER
              PERFORM VKSDSO-GET
           END-PERFORM.

           PERFORM PRINT-TOTALS.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDSO-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDLIN-CLOSE.
           PERFORM PRDFILE-CLOSE.
           PERFORM INVFILE-CLOSE.
           PERFORM SHIPTO-CLOSE.
           PERFORM VKSDRR-CLOSE.
           PERFORM VKSDHL-CLOSE.
           CLOSE SYSPRINT.

           PERFORM CTLTOT-OPEN.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC12: ' WS-DUE-COUNT ' DUE, '
                   WS-GENERATED-COUNT ' RAISED, '
                   WS-REFER-COUNT ' REFERRED, '
                   WS-REJECT-COUNT ' REJECTED'
           DISPLAY 'RSSABC12: ' WS-PAUSED-COUNT ' PAUSED SKIPPED, '
                   WS-ENDED-COUNT ' PAST END DATE'
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC12' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-GENERATED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * ONE STANDING ORDER: ROLL ITS SCHEDULED DATE TO A BUSINESS     *
      * DAY; WHEN THAT IS TODAY OR EARLIER, RAISE IT (OR SKIP IT      *
      * WHILE PAUSED), ADVANCE THE SCHEDULE AND LIST THE OUTCOME.     *
      *---------------------------------------------------------------*
       PROCESS-STANDING-ORDER.
           IF  SO-SCHED-DATE NOT NUMERIC
           OR  SO-SCHED-DATE = 0
               EXIT PARAGRAPH
           END-IF
           IF  SO-END-DATE NUMERIC
           AND SO-END-DATE > 0
           AND SO-SCHED-DATE > SO-END-DATE
               ADD 1 TO WS-ENDED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SO-SCHED-DATE TO CAL-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE CAL-RESULT-DATE TO WS-DUE-DATE

           IF  WS-DUE-DATE > WS-RUN-DATE
               IF  SO-NEXT-RUN-DATE NOT = WS-DUE-DATE
                   MOVE WS-DUE-DATE TO SO-NEXT-RUN-DATE
                   PERFORM VKSDSO-REWRITE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DUE-COUNT
           IF  SO-PAUSED = 'Y'
               ADD 1 TO WS-PAUSED-COUNT
           ELSE
               PERFORM RAISE-STANDING-ORDER
               MOVE WS-RUN-DATE      TO SO-LAST-RUN-DATE
               MOVE WS-NEW-ORDERNUM  TO SO-LAST-ORDERNUM
               MOVE WS-RUN-RESULT    TO SO-LAST-RESULT
               MOVE WS-REJECT-REASON TO SO-LAST-REASON
           END-IF

           PERFORM ADVANCE-SCHEDULE
               UNTIL SO-SCHED-DATE > WS-RUN-DATE
           MOVE SO-SCHED-DATE TO CAL-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE CAL-RESULT-DATE TO SO-NEXT-RUN-DATE
           PERFORM VKSDSO-REWRITE

           IF  SO-PAUSED NOT = 'Y'
               PERFORM REPORT-ONE-RUN
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE NEXT BUSINESS DAY ON OR AFTER CAL-DATE, THRU RSSCAL00. AN *
      * UNLOADED CALENDAR LEAVES THE DATE AS IT IS.                   *
      *---------------------------------------------------------------*
       ROLL-TO-BUSINESS-DAY.
           MOVE 'N' TO CAL-FUNC
           CALL 'RSSCAL00' USING RSSCAL-AREA
           IF  CAL-RESULT-DATE = 0
               MOVE CAL-DATE TO CAL-RESULT-DATE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * MOVE THE SCHEDULED DATE ON BY ONE PERIOD OF THE FREQUENCY.    *
      * AN UNKNOWN FREQUENCY IS TREATED AS MONTHLY.                   *
      *---------------------------------------------------------------*
       ADVANCE-SCHEDULE.
           EVALUATE SO-FREQUENCY
              WHEN 'W'
                   COMPUTE WS-DAYNBR =
                           FUNCTION INTEGER-OF-DATE (SO-SCHED-DATE)
                           + 7
                   COMPUTE SO-SCHED-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-DAYNBR)
              WHEN 'F'
                   COMPUTE WS-DAYNBR =
                           FUNCTION INTEGER-OF-DATE (SO-SCHED-DATE)
                           + 14
                   COMPUTE SO-SCHED-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-DAYNBR)
              WHEN 'Q'
                   MOVE 3 TO WS-MONTHS-TO-ADD
                   PERFORM ADD-MONTHS-TO-SCHEDULE
              WHEN OTHER
                   MOVE 1 TO WS-MONTHS-TO-ADD
                   PERFORM ADD-MONTHS-TO-SCHEDULE
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * ADD WS-MONTHS-TO-ADD CALENDAR MONTHS TO THE SCHEDULED DATE,   *
      * KEEPING ITS DAY, OR THE TARGET MONTH'S LAST DAY WHEN THAT     *
      * MONTH IS SHORTER.                                             *
      *---------------------------------------------------------------*
       ADD-MONTHS-TO-SCHEDULE.
           MOVE SO-SCHED-DATE TO WS-ADV-DATE
           ADD WS-MONTHS-TO-ADD TO WS-ADV-MM
           IF  WS-ADV-MM > 12
               SUBTRACT 12 FROM WS-ADV-MM
               ADD 1 TO WS-ADV-CCYY
           END-IF
      * LAST DAY OF THE TARGET MONTH: THE DAY BEFORE THE FIRST OF
      * THE MONTH AFTER IT...
           MOVE WS-ADV-CCYY TO WS-MST-CCYY
           MOVE WS-ADV-MM   TO WS-MST-MM
           MOVE 01          TO WS-MST-DD
           IF  WS-MST-MM = 12
               MOVE 01 TO WS-MST-MM
               ADD 1 TO WS-MST-CCYY
           ELSE
               ADD 1 TO WS-MST-MM
           END-IF
           COMPUTE WS-DAYNBR =
                   FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1
           COMPUTE WS-MONTH-END =
                   FUNCTION DATE-OF-INTEGER (WS-DAYNBR)
           IF  WS-ADV-DD > WS-MEND-DD
               MOVE WS-MEND-DD TO WS-ADV-DD
           END-IF
           MOVE WS-ADV-DATE TO SO-SCHED-DATE
           EXIT.

      *---------------------------------------------------------------*
      * RAISE THE CURRENT STANDING ORDER: VALIDATE IT LIKE A BUREAU   *
      * ORDER, THEN LOAD IT, REFER IT OR REJECT IT.                   *
      *---------------------------------------------------------------*
       RAISE-STANDING-ORDER.
           MOVE ZEROS TO WS-NEW-ORDERNUM
           PERFORM VALIDATE-STANDING-ORDER
           EVALUATE TRUE
              WHEN ORDER-OK
                   PERFORM LOAD-ORDER-RECORD
              WHEN ORDER-REFERRED
                   PERFORM WRITE-REFERRAL-WORKLIST
              WHEN OTHER
                   MOVE 'X' TO WS-RUN-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * THE NIGHTLY ORDER LOAD'S CHECKS: CUSTOMER, SHIP-TO, PRODUCTS, *
      * THEN THE CREDIT LIMIT (A ZERO LIMIT, OR SPACES ON A RECORD    *
      * OLDER THAN THE FIELD, MEANS NO LIMIT APPLIES).                *
      *---------------------------------------------------------------*
       VALIDATE-STANDING-ORDER.
           MOVE 'Y'    TO WS-ORDER-OK-SWITCH
           MOVE 'N'    TO WS-REFER-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACE  TO WS-RUN-RESULT
           MOVE ZEROS  TO WS-ORDER-AMT
           MOVE 0      TO WS-LINE-COUNT
           MOVE SPACES TO WS-LINES

           MOVE SO-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '23'
               MOVE 'CUSTOMER NOT FOUND' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN VS-CUSTSTATUS = 'C'
                   MOVE 'CUSTOMER CLOSED' TO WS-REJECT-REASON
              WHEN VS-DECEASED-FLAG = 'D'
                   MOVE 'CUSTOMER DECEASED' TO WS-REJECT-REASON
              WHEN VS-CUSTSTATUS = 'S'
                   MOVE 'CUSTOMER SUSPENDED' TO WS-REJECT-REASON
              WHEN VS-COMPL-HOLD = 'H'
                   MOVE 'COMPLIANCE HOLD' TO WS-REJECT-REASON
              WHEN VS-FRAUD-HOLD = 'F'
                   MOVE 'FRAUD HOLD' TO WS-REJECT-REASON
           END-EVALUATE
           IF  WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-ORDER-OK-SWITCH
               EXIT PARAGRAPH
           END-IF

           IF  SO-SHIPTO-SEQ NUMERIC
           AND SO-SHIPTO-SEQ > 0
               MOVE SO-CUSTIDENT  TO ST-CUSTIDENT
               MOVE SO-SHIPTO-SEQ TO ST-SHIPTO-SEQ
               PERFORM SHIPTO-READ
               IF  SHIPTO-STATUS = '23'
                   MOVE 'SHIP-TO NOT FOUND' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ORDER-OK-SWITCH
                   EXIT PARAGRAPH
               END-IF
               IF  ST-STATUS = 'I'
                   MOVE 'SHIP-TO INACTIVE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ORDER-OK-SWITCH
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 5 OR NOT ORDER-OK
              IF  SO-PRODCODE (WS-IX) NOT = SPACES
                  PERFORM VALIDATE-PRODUCT-LINE
              END-IF
           END-PERFORM
           IF  NOT ORDER-OK
               EXIT PARAGRAPH
           END-IF
           IF  WS-LINE-COUNT = 0
               MOVE 'NO PRODUCT LINES' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF  WS-ORDER-AMT > 9999999.99
               MOVE 'ORDER AMT TOO LARGE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-OK-SWITCH
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-OPEN-ORDER-TOTAL
           PERFORM FIND-HIGH-REFERRED-NUM
           IF  WS-HIGH-ORDERNUM = 999999
               MOVE 'ORDER NUMBERS FULL' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-ORDERNUM = WS-HIGH-ORDERNUM + 1

           IF  VS-CREDIT-LIMIT NUMERIC
           AND VS-CREDIT-LIMIT > 0
           AND WS-OPEN-ORDER-TOTAL + WS-ORDER-AMT > VS-CREDIT-LIMIT
               MOVE 'CREDIT LIMIT' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-OK-SWITCH
               MOVE 'Y' TO WS-REFER-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE PRODUCT LINE: THE PRODUCT MUST BE ON THE PRODUCT TABLE    *
      * AND STILL ORDERABLE, AND THE QUANTITY ABOVE ZERO. THE LINE IS *
      * PRICED AT TODAY'S UNIT PRICE.                                 *
      *---------------------------------------------------------------*
       VALIDATE-PRODUCT-LINE.
           IF  SO-QUANTITY (WS-IX) NOT NUMERIC
           OR  SO-QUANTITY (WS-IX) = 0
               MOVE 'LINE QTY NOT VALID' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE SO-PRODCODE (WS-IX) TO PD-PRODCODE
           PERFORM PRDFILE-READ
           IF  PRDFILE-STATUS = '23'
               MOVE 'UNKNOWN PRODUCT' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF  PD-ACTIVE NOT = 'Y'
               MOVE 'PRODUCT INACTIVE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE PD-PRODCODE         TO WS-LN-PRODCODE (WS-LINE-COUNT)
           MOVE SO-QUANTITY (WS-IX) TO WS-LN-QUANTITY (WS-LINE-COUNT)
           MOVE PD-UNITPRICE        TO WS-LN-UNITPRICE (WS-LINE-COUNT)
           COMPUTE WS-ORDER-AMT = WS-ORDER-AMT
                                + SO-QUANTITY (WS-IX) * PD-UNITPRICE
           EXIT.

      *---------------------------------------------------------------*
      * TOTAL THE CUSTOMER'S OPEN (NOT SETTLED, NOT CANCELLED) ORDERS *
      * AND NOTE THEIR HIGHEST ORDER NUMBER, BROWSING THEIR KEY RANGE *
      * OF THE ORDERS FILE.                                           *
      *---------------------------------------------------------------*
       COMPUTE-OPEN-ORDER-TOTAL.
           MOVE 0   TO WS-OPEN-ORDER-TOTAL
           MOVE 0   TO WS-HIGH-ORDERNUM
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE SO-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS        TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ VKSDORD-FILE NEXT RECORD
              IF  VKSDORD-STATUS NOT = '00'
              OR  QO-CUSTIDENT NOT = SO-CUSTIDENT
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  IF  QO-ORDERNUM > WS-HIGH-ORDERNUM
                      MOVE QO-ORDERNUM TO WS-HIGH-ORDERNUM
                  END-IF
                  IF  QO-ORDERSTATUS NOT = 'SETTLED'
                  AND QO-ORDERSTATUS NOT = 'CANCELLED'
                      ADD QO-ORDERAMT TO WS-OPEN-ORDER-TOTAL
                      IF  QO-PAID-AMT NUMERIC
                          SUBTRACT QO-PAID-AMT
                              FROM WS-OPEN-ORDER-TOTAL
                      END-IF
                      IF  QO-CREDIT-AMT NUMERIC
                          SUBTRACT QO-CREDIT-AMT
                              FROM WS-OPEN-ORDER-TOTAL
                      END-IF
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * A REFERRED ORDER IS NOT ON THE ORDERS FILE UNTIL RELEASED:    *
      * ITS NUMBER, WAITING ON THE WORKLIST, IS TAKEN TOO.            *
      *---------------------------------------------------------------*
       FIND-HIGH-REFERRED-NUM.
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE SO-CUSTIDENT TO RR-CUSTIDENT
           MOVE ZEROS        TO RR-ORDERNUM
           START VKSDRR-FILE KEY NOT < RR-ORDER-KEY
           IF  VKSDRR-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ VKSDRR-FILE NEXT RECORD
              IF  VKSDRR-STATUS NOT = '00'
              OR  RR-CUSTIDENT NOT = SO-CUSTIDENT
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  IF  RR-ORDERNUM > WS-HIGH-ORDERNUM
                      MOVE RR-ORDERNUM TO WS-HIGH-ORDERNUM
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * WRITE THE ORDER, RECORD ITS STATUS AND LOAD ITS LINES. A      *
      * DUPLICATE ORDER KEY IS REJECTED, NOT FATAL.                   *
      *---------------------------------------------------------------*
       LOAD-ORDER-RECORD.
           MOVE SO-CUSTIDENT    TO QO-CUSTIDENT
           MOVE WS-NEW-ORDERNUM TO QO-ORDERNUM
           MOVE WS-RUN-DATE     TO QO-ORDERDATE
           MOVE WS-ORDER-AMT    TO QO-ORDERAMT
           MOVE 'OPEN'          TO QO-ORDERSTATUS
           MOVE ZEROS           TO QO-SETTLEDT
           MOVE ZEROS           TO QO-PAID-AMT
           MOVE ZEROS           TO QO-CREDIT-AMT
           MOVE 'USD'           TO QO-CURRENCY
           MOVE SPACES          TO QO-PROMO-CODE
           MOVE SO-SHIPTO-SEQ   TO QO-SHIPTO-SEQ
           WRITE QO-ODCSFORD-RECORD
           IF  VKSDORD-STATUS = '00'
               MOVE 'G' TO WS-RUN-RESULT
               ADD 1 TO WS-GENERATED-COUNT
               ADD WS-ORDER-AMT TO WS-GENERATED-AMT
               MOVE SPACES          TO OHW-OLD-STATUS
               MOVE QO-ORDERSTATUS  TO OHW-NEW-STATUS
               PERFORM RECORD-STATUS-CHANGE
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-LINE-COUNT
                  PERFORM LOAD-LINE-RECORD
               END-PERFORM
           ELSE
               IF  VKSDORD-STATUS = '22'
                   MOVE 'DUPLICATE ORDER KEY' TO WS-REJECT-REASON
                   MOVE 'X' TO WS-RUN-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE 'RSSABC12: VKSDORD-FAILURE-WRITE...'
                     TO DISP-MSG
                   MOVE VKSDORD-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE LINE OF THE ORDER RAISED, RESERVING WHAT STOCK THERE IS.  *
      *---------------------------------------------------------------*
       LOAD-LINE-RECORD.
           PERFORM RESERVE-LINE-STOCK
           MOVE SO-CUSTIDENT    TO OL-CUSTIDENT
           MOVE WS-NEW-ORDERNUM TO OL-ORDERNUM
           MOVE WS-IX           TO OL-LINENUM
           MOVE WS-LN-PRODCODE (WS-IX)  TO OL-PRODCODE
           MOVE WS-LN-QUANTITY (WS-IX)  TO OL-QUANTITY
           MOVE WS-LN-UNITPRICE (WS-IX) TO OL-UNITPRICE
           MOVE ZEROS           TO OL-SHIPPED-QTY
           MOVE WS-LINE-BACKORD-QTY  TO OL-BACKORD-QTY
           MOVE WS-LINE-RESERVED-QTY TO OL-RESERVED-QTY
           MOVE ZEROS           TO OL-DISC-AMT
           WRITE OL-ODCSFOL-RECORD
           IF  VKSDLIN-STATUS NOT = '00'
               MOVE 'RSSABC12: VKSDLIN-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-LINE-LOADED-COUNT
           IF  LINE-STOCK-CONTROLLED
               ADD WS-LINE-RESERVED-QTY TO IV-RESERVED
               PERFORM INVFILE-REWRITE
               IF  WS-LINE-BACKORD-QTY > 0
                   ADD 1 TO WS-LINE-BACKORD-COUNT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * WORK OUT THE LINE'S RESERVATION FROM ITS PRODUCT'S AVAILABLE  *
      * STOCK (ON HAND LESS WHAT IS ALREADY RESERVED).                *
      *---------------------------------------------------------------*
       RESERVE-LINE-STOCK.
           MOVE 'N'   TO WS-STOCK-SWITCH
           MOVE ZEROS TO WS-LINE-RESERVED-QTY
           MOVE ZEROS TO WS-LINE-BACKORD-QTY
           MOVE WS-LN-PRODCODE (WS-IX) TO IV-PRODCODE
           PERFORM INVFILE-READ
           IF  INVFILE-STATUS = '00'
               MOVE 'Y' TO WS-STOCK-SWITCH
               IF  IV-ONHAND > IV-RESERVED
                   COMPUTE WS-AVAIL-QTY = IV-ONHAND - IV-RESERVED
               ELSE
                   MOVE ZEROS TO WS-AVAIL-QTY
               END-IF
               IF  WS-AVAIL-QTY < WS-LN-QUANTITY (WS-IX)
                   MOVE WS-AVAIL-QTY TO WS-LINE-RESERVED-QTY
               ELSE
                   MOVE WS-LN-QUANTITY (WS-IX)
                     TO WS-LINE-RESERVED-QTY
               END-IF
               COMPUTE WS-LINE-BACKORD-QTY = WS-LN-QUANTITY (WS-IX)
                                           - WS-LINE-RESERVED-QTY
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * PLACE THE ORDER ON THE CREDIT-REFERRAL WORKLIST, WITH THE     *
      * LIMIT AND OPEN TOTAL THAT TRIPPED IT, AND HOLD ITS LINES ON   *
      * THE REFERRED-LINE FILE UNTIL THE REFERRAL IS DECIDED.         *
      *---------------------------------------------------------------*
       WRITE-REFERRAL-WORKLIST.
           MOVE SO-CUSTIDENT        TO RR-CUSTIDENT
           MOVE WS-NEW-ORDERNUM     TO RR-ORDERNUM
           MOVE WS-RUN-DATE         TO RR-ORDERDATE
           MOVE WS-ORDER-AMT        TO RR-ORDERAMT
           MOVE 'OPEN'              TO RR-ORDERSTATUS
           MOVE VS-CREDIT-LIMIT     TO RR-CREDIT-LIMIT
           MOVE WS-OPEN-ORDER-TOTAL TO RR-OPEN-TOTAL
           MOVE WS-REJECT-REASON    TO RR-REASON
           MOVE 'N'                 TO RR-STATUS
           MOVE WS-RUN-DATE         TO RR-RUNDATE
           MOVE SPACES              TO RR-DECIDE-USER
           MOVE ZEROS               TO RR-DECIDE-DATE
           MOVE SPACES              TO RR-PROMO-CODE
           MOVE SO-SHIPTO-SEQ       TO RR-SHIPTO-SEQ
           MOVE SPACES              TO RR-FILLER
           WRITE RR-ODCSFRR-RECORD
           IF  VKSDRR-STATUS = '00'
               MOVE 'R' TO WS-RUN-RESULT
               ADD 1 TO WS-REFER-COUNT
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-LINE-COUNT
                  PERFORM HOLD-REFERRED-LINE
               END-PERFORM
           ELSE
               IF  VKSDRR-STATUS = '22'
                   MOVE 'DUPLICATE ORDER KEY' TO WS-REJECT-REASON
                   MOVE 'X' TO WS-RUN-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE 'RSSABC12: VKSDRR-FAILURE-WRITE...'
                     TO DISP-MSG
                   MOVE VKSDRR-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       HOLD-REFERRED-LINE.
           MOVE SO-CUSTIDENT            TO HL-CUSTIDENT
           MOVE WS-NEW-ORDERNUM         TO HL-ORDERNUM
           MOVE WS-IX                   TO HL-LINENUM
           MOVE WS-LN-PRODCODE (WS-IX)  TO HL-PRODCODE
           MOVE WS-LN-QUANTITY (WS-IX)  TO HL-QUANTITY
           MOVE WS-LN-UNITPRICE (WS-IX) TO HL-UNITPRICE
           MOVE SPACES                  TO HL-FILLER
           WRITE HL-ODCSFHL-RECORD
           IF  VKSDHL-STATUS NOT = '00'
               MOVE 'RSSABC12: VKSDHL-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE VKSDHL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RECORD THE NEW ORDER'S STATUS THRU THE RSSOHW00 WRITER.       *
      *---------------------------------------------------------------*
       RECORD-STATUS-CHANGE.
           MOVE QO-CUSTIDENT TO OHW-CUSTIDENT
           MOVE QO-ORDERNUM  TO OHW-ORDERNUM
           MOVE 'RSSABC12'   TO OHW-PROGRAM
           MOVE SPACES       TO OHW-USERID
           CALL 'RSSOHW00' USING RSSOHW-AREA
           EXIT.

      *---------------------------------------------------------------*
      * LIST ONE STANDING ORDER'S RUN FOR THE ORDER DESK.             *
      *---------------------------------------------------------------*
       REPORT-ONE-RUN.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE SO-CUSTIDENT     TO WD-CUSTIDENT
           MOVE SO-STORD-SEQ     TO WD-STORD-SEQ
           MOVE SO-FREQUENCY     TO WD-FREQUENCY
           MOVE WS-DUE-DATE      TO WD-DUE-DATE
           MOVE WS-LINE-COUNT    TO WD-LINES
           MOVE WS-REJECT-REASON TO WD-REASON
           MOVE SO-NEXT-RUN-DATE TO WD-NEXT-RUN
           EVALUATE WS-RUN-RESULT
              WHEN 'G'
                   MOVE 'RAISED'    TO WD-RESULT
              WHEN 'R'
                   MOVE 'REFERRED'  TO WD-RESULT
              WHEN OTHER
                   MOVE 'REJECTED'  TO WD-RESULT
           END-EVALUATE
           IF  WS-NEW-ORDERNUM = 0
           OR  WS-RUN-RESULT = 'X'
               MOVE SPACES          TO WD-ORDERNUM-X
               MOVE SPACES          TO WD-AMOUNT-X
           ELSE
               MOVE WS-NEW-ORDERNUM TO WD-ORDERNUM
               MOVE WS-ORDER-AMT    TO WD-AMOUNT
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-TOTALS.
           MOVE SPACES             TO W-TOTAL-LINE
           MOVE 'ORDERS RAISED'    TO WX-LABEL
           MOVE WS-GENERATED-COUNT TO WX-COUNT
           MOVE WS-GENERATED-AMT   TO WX-AMOUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 3 LINES
           MOVE SPACES             TO W-TOTAL-LINE
           MOVE 'CREDIT REFERRALS' TO WX-LABEL
           MOVE WS-REFER-COUNT     TO WX-COUNT
           MOVE SPACES             TO WX-AMOUNT-X
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES             TO W-TOTAL-LINE
           MOVE 'REJECTED'         TO WX-LABEL
           MOVE WS-REJECT-COUNT    TO WX-COUNT
           MOVE SPACES             TO WX-AMOUNT-X
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES             TO W-TOTAL-LINE
           MOVE 'PAUSED, SKIPPED'  TO WX-LABEL
           MOVE WS-PAUSED-COUNT    TO WX-COUNT
           MOVE SPACES             TO WX-AMOUNT-X
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           IF  WS-DUE-COUNT = 0
               MOVE SPACES         TO W-TOTAL-LINE
               MOVE 'NO STANDING ORDERS DUE' TO WX-LABEL
               WRITE REPORT-REC FROM W-TOTAL-LINE
                     AFTER ADVANCING 2 LINES
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 4 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABC12' TO CTLTOT-PROGRAM.
           MOVE 'STANDING ORDERS DUE' TO CTLTOT-LABEL.
           MOVE WS-DUE-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC12' TO CTLTOT-PROGRAM.
           MOVE 'STANDING ORD RAISED' TO CTLTOT-LABEL.
           MOVE WS-GENERATED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC12' TO CTLTOT-PROGRAM.
           MOVE 'STANDING ORD REFERRED' TO CTLTOT-LABEL.
           MOVE WS-REFER-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC12' TO CTLTOT-PROGRAM.
           MOVE 'STANDING ORD REJECTED' TO CTLTOT-LABEL.
           MOVE WS-REJECT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC12' TO CTLTOT-PROGRAM.
           MOVE 'STANDING ORD PAUSED' TO CTLTOT-LABEL.
           MOVE WS-PAUSED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC12' TO CTLTOT-PROGRAM.
           MOVE 'STANDING ORD LINES' TO CTLTOT-LABEL.
           MOVE WS-LINE-LOADED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC12' TO CTLTOT-PROGRAM.
           MOVE 'STANDING ORD BACKORD' TO CTLTOT-LABEL.
           MOVE WS-LINE-BACKORD-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *

      *---------------------------------------------------------------*
       VKSDSO-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDSO-FILE
           IF  VKSDSO-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: VKSDSO-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDSO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDSO-GET.
           READ VKSDSO-FILE
           IF  VKSDSO-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDSO-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-SO-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC12: VKSDSO-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDSO-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDSO-REWRITE.
           REWRITE SO-ODCSFSO-RECORD
           IF  VKSDSO-STATUS NOT = '00'
               MOVE 'RSSABC12: VKSDSO-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE VKSDSO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDSO-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDSO-FILE
           IF  VKSDSO-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: VKSDSO, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDSO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RANDOM READ OF THE CUSTOMER FILE BY VS-CUSTIDENT. STATUS 23   *
      * (RECORD NOT FOUND) IS LEFT FOR THE CALLER TO INTERPRET.       *
      *---------------------------------------------------------------*
       VKSDCUST-READ.
           READ VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
           OR  VKSDCUST-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC12: VKSDCUST-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC12: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC12: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDORD-FILE
           IF  VKSDORD-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: VKSDORD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: VKSDLIN-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: VKSDLIN, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-READ.
           READ PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
           OR  PRDFILE-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC12: PRDFILE-FAILURE-READ...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: PRDFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: PRDFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-READ.
           READ INVFILE-FILE
           IF  INVFILE-STATUS = '00'
           OR  INVFILE-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC12: INVFILE-FAILURE-READ...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-REWRITE.
           REWRITE IV-ODCSFIV-RECORD
           IF  INVFILE-STATUS NOT = '00'
               MOVE 'RSSABC12: INVFILE-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O INVFILE-FILE
           IF  INVFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: INVFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE INVFILE-FILE
           IF  INVFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: INVFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPTO-READ.
           READ SHIPTO-FILE
           IF  SHIPTO-STATUS = '00'
           OR  SHIPTO-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC12: SHIPTO-FAILURE-READ...'
                 TO DISP-MSG
               MOVE SHIPTO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPTO-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT SHIPTO-FILE
           IF  SHIPTO-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: SHIPTO-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SHIPTO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPTO-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SHIPTO-FILE
           IF  SHIPTO-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: SHIPTO, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SHIPTO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRR-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDRR-FILE
           IF  VKSDRR-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: VKSDRR-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDRR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRR-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDRR-FILE
           IF  VKSDRR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: VKSDRR, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDRR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDHL-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDHL-FILE
           IF  VKSDHL-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: VKSDHL-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDHL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDHL-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDHL-FILE
           IF  VKSDHL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC12: VKSDHL, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDHL-STATUS TO IO-STATUS
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
               MOVE 'RSSABC12: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC12: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC12: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC12: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC12: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC12: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
