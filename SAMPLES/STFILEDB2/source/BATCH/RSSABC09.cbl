       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC09.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY ACCOUNT-TAKEOVER AND ORDER-FRAUD PATTERN RUN. IT  *
      *     JOINS THE RECENT FIELD CHANGES ON PJ01DB2.ODCSF0_CHGLOG,  *
      *     THE ADDRESS MOVES ON ADDRHIST, THE CUSTOMER ADDS ON       *
      *     PJ01DB2.ODCSF0_AUDIT AND THE ORDERS FILE OVER A ROLLING   *
      *     WINDOW AND RAISES A HIT FOR EACH OF THESE PATTERNS:       *
      *       - CTAD: AN E-MAIL OR PHONE CHANGE FOLLOWED BY AN        *
      *         ADDRESS CHANGE WITHIN THE CONTACT-DAYS LIMIT (SCORE   *
      *         60);                                                  *
      *       - BIGO: AN ORDER OF THE LARGE-ORDER AMOUNT OR MORE (IN  *
      *         USD THRU RSSCUR00) WITHIN THE ORDER-DAYS LIMIT AFTER  *
      *         AN ADDRESS CHANGE (SCORE 70);                         *
      *       - BRST: THE BURST COUNT OF ORDERS OR MORE IN THE WINDOW *
      *         ON A CUSTOMER ADDED WITHIN THE NEW-DAYS LIMIT (SCORE  *
      *         50);                                                  *
      *       - PADR: A WEB PORTAL ORDER (FIRST STATUS-HISTORY ENTRY  *
      *         BY RSSABB82) PLACED IN THE WEEK OF AN ADDRESS CHANGE, *
      *         SO SHIPPING TO THE NEW ADDRESS (SCORE 80).            *
      *     CANCELLED ORDERS ARE PASSED OVER.                         *
      *    -EACH HIT GOES TO THE KEYED FRDWORK FRAUD REVIEW WORKLIST  *
      *     (ODCSFFW) WITH ITS RULE ID, SCORE AND EVIDENCE, FOR THE   *
      *     FRAUD DESK TO CLEAR OR CONFIRM ON THE RSSAT039 FRAUD      *
      *     REVIEW SCREEN. A HIT ALREADY THERE IS NEVER RAISED AGAIN. *
      *    -EVERY DECISION TAKEN SINCE THE LAST RUN IS ACTED ON:      *
      *       - A CONFIRMED HIT PUTS THE CUSTOMER ON FRAUD HOLD THRU  *
      *         THE AUDITED DUAL-STORE PATH (AUDIT ROW AND PUBLISHED  *
      *         MOD EVENT) AND MOVES THEIR OPEN ORDERS TO FRAUDHOLD   *
      *         THRU RSSOHW00, SO THE WAREHOUSE CONFIRMATIONS FOR     *
      *         THEM ARE REFUSED. THE ORDER LOADS, THE ORDER SCREEN,  *
      *         THE PORTAL ORDER CAPTURE, THE REFERRAL RELEASE AND    *
      *         THE REFUND EXTRACT ALL REFUSE A HELD CUSTOMER;        *
      *       - A RELEASE TAKES THE CUSTOMER OFF FRAUD HOLD THE SAME  *
      *         WAY AND PUTS THEIR FRAUDHOLD ORDERS BACK TO OPEN;     *
      *       - EVERY DECISION IS LOGGED TO PJ01DB2.ODCSF0_CHGLOG     *
      *         UNDER THE DECIDING USER.                              *
      * ------------------------------------------------------------- *
      * INPUT TABLE: DB2  - PJ01DB2.ODCSF0_CHGLOG, ODCSF0_AUDIT       *
      * INPUT FILE : VSAM - ADDRHIST (ADDRESS HISTORY, ODCSFAH)       *
      * I/O FILE   : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - ORDHIST (ORDER STATUS HISTORY, ODCSFOH)   *
      * I/O FILE   : VSAM - FRDWORK (FRAUD REVIEW WORKLIST, ODCSFFW)  *
      * OUTPUT FILE: QSAM - CUSTEVT (MOD EVENTS FOR THE HOLDS)        *
      * I/O        : RSSDSW00 (BOTH CUSTOMER STORES)                  *
      * OUTPUT TBL : DB2  - ODCSF0_AUDIT, ODCSF0_CHGLOG               *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * PARAMETERS (RUN-PARAMETER FILE, FALLING BACK TO THE           *
      * ENVIRONMENT VARIABLE OF THE SAME NAME):                       *
      *   RSSABC09_WINDOW_DAYS  - ROLLING WINDOW, IN DAYS BACK FROM   *
      *                           THE RUN DATE (DEFAULT 14)           *
      *   RSSABC09_CONTACT_DAYS - CTAD LIMIT IN DAYS (DEFAULT 7)      *
      *   RSSABC09_ORDER_DAYS   - BIGO LIMIT IN DAYS (DEFAULT 5)      *
      *   RSSABC09_LARGE_AMT    - BIGO AMOUNT, WHOLE USD (DEFAULT     *
      *                           1000)                               *
      *   RSSABC09_NEW_DAYS     - BRST NEW-CUSTOMER AGE IN DAYS       *
      *                           (DEFAULT 30)                        *
      *   RSSABC09_BURST_COUNT  - BRST ORDER COUNT (DEFAULT 3)        *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * ADDRESS-HISTORY VSAM-KSDS FILE, SWEPT FOR THE RECENT MOVES
           SELECT OPTIONAL ADDRHIST-FILE
               ASSIGN       TO ADDRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS AH-HIST-KEY
               FILE STATUS  IS ADDRHIST-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE, SWEPT FOR THE RULES, THEN THE
      * HELD CUSTOMERS' ORDERS BROWSED AND REWRITTEN
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * ORDER STATUS-HISTORY VSAM-KSDS FILE, THE ORDER'S FIRST ENTRY
           SELECT OPTIONAL ORDHIST-FILE
               ASSIGN       TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OH-HIST-KEY
               FILE STATUS  IS ORDHIST-STATUS.

      * FRAUD REVIEW WORKLIST, ADDED TO, SWEPT AND STAMPED
           SELECT FRDWORK-FILE
               ASSIGN       TO FRDWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FW-HIT-KEY
               FILE STATUS  IS FRDWORK-STATUS.

      * PUBLISHED CUSTOMER EVENTS, APPENDED TO FOR THE HOLDS
           SELECT OPTIONAL CUSTEVT-FILE
               ASSIGN       TO CUSTEVT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS CUSTEVT-STATUS.

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
       FD   ADDRHIST-FILE.
       COPY ODCSFAH.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   ORDHIST-FILE.
       COPY ODCSFOH.

       FD   FRDWORK-FILE.
       COPY ODCSFFW.

       FD  CUSTEVT-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  EVT-RECORD.
           05  EVT-ACTION          PIC X(003).
           05  EVT-CUSTIDENT       PIC 9(009).
           05  EVT-DATE            PIC 9(008).
           05  EVT-TIME            PIC 9(008).
           05  EVT-ADDRCHG         PIC X(001).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  ADDRHIST-STATUS.
           05  ADDRHIST-STAT1    PIC X.
           05  ADDRHIST-STAT2    PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1     PIC X.
           05  VKSDORD-STAT2     PIC X.
       01  ORDHIST-STATUS.
           05  ORDHIST-STAT1     PIC X.
           05  ORDHIST-STAT2     PIC X.
       01  FRDWORK-STATUS.
           05  FRDWORK-STAT1     PIC X.
           05  FRDWORK-STAT2     PIC X.
       01  CUSTEVT-STATUS.
           05  CUSTEVT-STAT1     PIC X.
           05  CUSTEVT-STAT2     PIC X.
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

       01  WS-AH-EOF-SWITCH        PIC X       VALUE 'N'.
           88  AH-EOF              VALUE 'Y'.
       01  WS-ORD-EOF-SWITCH       PIC X       VALUE 'N'.
           88  ORD-EOF             VALUE 'Y'.
       01  WS-WORK-EOF-SWITCH      PIC X       VALUE 'N'.
           88  WORK-EOF            VALUE 'Y'.
       01  WS-CHG-EOF-SWITCH       PIC X       VALUE 'N'.
           88  CHG-EOF             VALUE 'Y'.
       01  WS-AUD-EOF-SWITCH       PIC X       VALUE 'N'.
           88  AUD-EOF             VALUE 'Y'.
       01  WS-BROWSE-DONE-SWITCH   PIC X       VALUE 'N'.
           88  BROWSE-DONE         VALUE 'Y'.
       01  WS-ADDR-FOUND-SWITCH    PIC X       VALUE 'N'.
           88  ADDR-FOUND          VALUE 'Y'.
       01  WS-PORTAL-SWITCH        PIC X       VALUE 'N'.
           88  PORTAL-ORDER        VALUE 'Y'.
       01  WS-NEW-CUST-SWITCH      PIC X       VALUE 'N'.
           88  NEW-CUSTOMER        VALUE 'Y'.

      * RUN DATE, THE WINDOW AND THE RULE LIMITS
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-DAYNUM           PIC 9(007)  VALUE 0.
       01  WS-WINDOW-DAYS          PIC 9(003)  VALUE 14.
       01  WS-CONTACT-DAYS         PIC 9(003)  VALUE 7.
       01  WS-ORDER-DAYS           PIC 9(003)  VALUE 5.
       01  WS-PORTAL-DAYS          PIC 9(003)  VALUE 6.
       01  WS-LARGE-AMT            PIC 9(007)  VALUE 1000.
       01  WS-NEW-DAYS             PIC 9(003)  VALUE 30.
       01  WS-BURST-COUNT          PIC 9(003)  VALUE 3.
       01  WS-LEAD-DAYS            PIC 9(003)  VALUE 0.
      * WINDOW START (HITS ARE DATED FROM HERE ON), THE EARLIER DATE
      * THE CHANGES ARE GATHERED FROM (SO A CHANGE JUST BEFORE THE
      * WINDOW STILL PAIRS WITH AN EVENT IN IT) AND THE EARLIEST ADD
      * DATE OF A NEW CUSTOMER
       01  WS-FROM-DATE            PIC 9(008)  VALUE 0.
       01  WS-CHG-FROM-DATE        PIC 9(008)  VALUE 0.
       01  WS-NEW-FROM-DATE        PIC 9(008)  VALUE 0.

      * THE ADDRESS CHANGES, FROM ADDRHIST AND THE CUSTADDRS ROWS OF
      * THE CHANGE LOG, ONE ENTRY PER CUSTOMER AND DATE
       01  WS-ADDR-TABLE.
           05  WS-ADDR-COUNT       PIC S9(4) COMP VALUE +0.
           05  WS-ADDR-ENTRY       OCCURS 5000.
               10  WS-AD-CUSTIDENT PIC 9(009).
               10  WS-AD-DATE      PIC 9(008).
               10  WS-AD-DAYNUM    PIC 9(007).
       01  WS-ADDR-IX              PIC S9(4) COMP VALUE +0.

      * THE E-MAIL AND PHONE CHANGES FROM THE CHANGE LOG
       01  WS-CONTACT-TABLE.
           05  WS-CONTACT-COUNT    PIC S9(4) COMP VALUE +0.
           05  WS-CONTACT-ENTRY    OCCURS 5000.
               10  WS-CT-CUSTIDENT PIC 9(009).
               10  WS-CT-FIELD     PIC X(011).
               10  WS-CT-DATE      PIC 9(008).
               10  WS-CT-DAYNUM    PIC 9(007).
       01  WS-CONTACT-IX           PIC S9(4) COMP VALUE +0.

      * THE CUSTOMERS ADDED WITHIN THE NEW-DAYS LIMIT
       01  WS-NEW-TABLE.
           05  WS-NEW-COUNT        PIC S9(4) COMP VALUE +0.
           05  WS-NEW-ENTRY        OCCURS 5000.
               10  WS-NW-CUSTIDENT PIC 9(009).
               10  WS-NW-DATE      PIC 9(008).
       01  WS-NEW-IX               PIC S9(4) COMP VALUE +0.
       01  WS-TABLE-FULL-COUNT     PIC 9(7) COMP VALUE 0.

      * THE CHANGE BEING TABLED
       01  WS-ROW-CUSTIDENT        PIC 9(009)  VALUE 0.
       01  WS-ROW-DATE             PIC 9(008)  VALUE 0.

      * THE CUSTOMER WHOSE ORDERS ARE BEING SWEPT AND THE ORDER
       01  WS-PREV-CUSTIDENT       PIC 9(009)  VALUE 0.
       01  WS-CUST-ORDER-COUNT     PIC 9(005)  VALUE 0.
       01  WS-ORDER-DAYNUM         PIC 9(007)  VALUE 0.
       01  WS-ORDER-USD            PIC 9(009)V99 VALUE 0.
       01  WS-LATEST-AD-DATE       PIC 9(008)  VALUE 0.
       01  WS-LATEST-AD-DAYNUM     PIC 9(007)  VALUE 0.
       01  WS-DAYS-SINCE           PIC 9(007)  VALUE 0.
       01  WS-NEW-ADD-DATE         PIC 9(008)  VALUE 0.

      * THE HIT BEING RAISED
       01  WS-HIT-CUSTIDENT        PIC 9(009)  VALUE 0.
       01  WS-HIT-RULE-ID          PIC X(004)  VALUE SPACES.
       01  WS-HIT-DATE             PIC 9(008)  VALUE 0.
       01  WS-HIT-ORDERNUM         PIC 9(006)  VALUE 0.
       01  WS-HIT-SCORE            PIC 9(003)  VALUE 0.
       01  WS-HIT-EVIDENCE         PIC X(040)  VALUE SPACES.
       01  WS-EDIT-USD             PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT           PIC ZZZZ9.

      * THE ORDERS A HOLD OR RELEASE MOVES, FROM AND TO STATUS
       01  WS-MOVE-FROM-STATUS     PIC X(010)  VALUE SPACES.
       01  WS-MOVE-TO-STATUS       PIC X(010)  VALUE SPACES.
       01  WS-MOVE-USER            PIC X(008)  VALUE SPACES.
       01  WS-MOVED-COUNT          PIC 9(005)  VALUE 0.
       01  WS-NEW-HOLD-FLAG        PIC X(001)  VALUE SPACE.

      * THE CUSTOMER RECORD AS HELD BY THE DUAL-STORE WRITER
       COPY ODCSF0B.

      * DUAL-STORE WRITER AREA AND THE AUDIT HOST VARIABLES
       COPY RSSDSWC.
       01  WS-HV-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  WS-AUD-DATE             PIC 9(008).
       01  WS-AUD-TIME             PIC 9(008).

      * CHANGE-LOG AND AUDIT READING HOST VARIABLES
       01  WS-HV-FIELD             PIC X(11).
       01  WS-HV-DATE              PIC S9(9)V USAGE COMP-3.
       01  WS-HV-FROM-DATE         PIC S9(9)V USAGE COMP-3.

      * CHANGE-LOG HOST VARIABLES, THE RSSBT002 LAYOUT
       01  WS-CHG-FIELD            PIC X(11).
       01  WS-CHG-OLDVAL           PIC X(40).
       01  WS-CHG-NEWVAL           PIC X(40).
       01  WS-CHG-DATE             PIC 9(008).
       01  WS-CHG-TIME             PIC 9(008).
       01  WS-CHG-USER             PIC X(08).
       01  WS-DECISION             PIC X(020)  VALUE SPACES.

       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      * FULL BEFORE/AFTER IMAGES FOR THE AUDIT ROW (THE READERS OF
      * THE TRAIL FETCH EVERY IMAGE COLUMN, AND THE POINT-IN-TIME
      * REPLAY RE-APPLIES THE AFTER IMAGE)
       01  WS-AUD-BEF-IMAGE.
           05  WS-AB-LNAME         PIC X(30).
           05  WS-AB-FNAME         PIC X(20).
           05  WS-AB-ADDRS         PIC X(30).
           05  WS-AB-CITY          PIC X(20).
           05  WS-AB-STATE         PIC X(02).
           05  WS-AB-BDATE         PIC X(10).
           05  WS-AB-EMAIL         PIC X(40).
           05  WS-AB-PHONE         PIC X(10).
       01  WS-AUD-AFT-IMAGE.
           05  WS-AA-LNAME         PIC X(30).
           05  WS-AA-FNAME         PIC X(20).
           05  WS-AA-ADDRS         PIC X(30).
           05  WS-AA-CITY          PIC X(20).
           05  WS-AA-STATE         PIC X(02).
           05  WS-AA-BDATE         PIC X(10).
           05  WS-AA-EMAIL         PIC X(40).
           05  WS-AA-PHONE         PIC X(10).

      * RUN STATISTICS
       01  WS-ORDER-SCAN-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-HIT-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-KNOWN-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-CTAD-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-BIGO-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-BRST-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-PADR-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-NORATE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-CONFIRMED-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-HOLD-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-ORDERS-HELD-COUNT    PIC 9(7) COMP VALUE 0.
       01  WS-CLEARED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-ORDERS-FREED-COUNT   PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(7) COMP VALUE 0.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * EXCHANGE-RATE AREA FOR THE RSSCUR00 READER
       COPY RSSCURC.

      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC09' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDORD-OPEN.
           PERFORM ORDHIST-OPEN.
           PERFORM FRDWORK-OPEN.

      * ------------------------------------------------------------- *
      * THE RECENT CHANGES: ADDRESS MOVES FROM THE HISTORY FILE AND
      * THE CHANGE LOG, E-MAIL AND PHONE CHANGES FROM THE CHANGE LOG,
      * AND THE CUSTOMERS ADDED LATELY FROM THE AUDIT TRAIL...
           DISPLAY "GATHERING RECENT CHANGES..."
           PERFORM ADDRHIST-OPEN.
           PERFORM ADDRHIST-GET.
           PERFORM UNTIL AH-EOF
              IF  AH-CHGDATE NUMERIC
              AND AH-CHGDATE NOT < WS-CHG-FROM-DATE
              AND AH-CHGDATE NOT > WS-RUN-DATE
                  MOVE AH-CUSTIDENT TO WS-ROW-CUSTIDENT
                  MOVE AH-CHGDATE   TO WS-ROW-DATE
                  PERFORM TABLE-ADDRESS-CHANGE
              END-IF
              PERFORM ADDRHIST-GET
           END-PERFORM.
           PERFORM ADDRHIST-CLOSE.
           PERFORM SWEEP-CHGLOG-ROWS.
           PERFORM SWEEP-AUDIT-ADDS.

      * ------------------------------------------------------------- *
      * THE RULES: CONTACT CHANGE THEN ADDRESS CHANGE, THEN THE ORDER
      * RULES OVER ONE SWEEP OF THE ORDERS FILE...
           DISPLAY "APPLYING THE FRAUD RULES..."
           PERFORM CHECK-CONTACT-THEN-ADDRESS
               VARYING WS-CONTACT-IX FROM 1 BY 1
               UNTIL WS-CONTACT-IX > WS-CONTACT-COUNT.
           MOVE LOW-VALUES TO QO-ORDER-KEY.
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-ORD-EOF-SWITCH
           END-IF.
           PERFORM UNTIL ORD-EOF
              PERFORM VKSDORD-READNEXT
              IF  NOT ORD-EOF
                  IF  QO-CUSTIDENT NOT = WS-PREV-CUSTIDENT
                      PERFORM FINISH-CUSTOMER-ORDERS
                      MOVE QO-CUSTIDENT TO WS-PREV-CUSTIDENT
                      MOVE 0 TO WS-CUST-ORDER-COUNT
                  END-IF
                  IF  QO-ORDERDATE NOT < WS-FROM-DATE
                  AND QO-ORDERDATE NOT > WS-RUN-DATE
                  AND QO-ORDERSTATUS NOT = 'CANCELLED'
                      ADD 1 TO WS-CUST-ORDER-COUNT
                      ADD 1 TO WS-ORDER-SCAN-COUNT
                      PERFORM CHECK-ORDER-RULES
                  END-IF
              END-IF
           END-PERFORM.
           PERFORM FINISH-CUSTOMER-ORDERS.

      * ------------------------------------------------------------- *
      * THE FRAUD DESK'S DECISIONS SINCE THE LAST RUN...
           DISPLAY "APPLYING REVIEW DECISIONS..."
           PERFORM CUSTEVT-OPEN.
           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHG-TIME FROM TIME.
           MOVE LOW-VALUES TO FW-HIT-KEY.
           START FRDWORK-FILE KEY NOT < FW-HIT-KEY
           IF  FRDWORK-STATUS NOT = '00'
               MOVE 'Y' TO WS-WORK-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WORK-EOF
              PERFORM FRDWORK-READNEXT
              IF  NOT WORK-EOF
                  EVALUATE FW-STATUS
                     WHEN 'C'
                          PERFORM APPLY-CONFIRMED-HIT
                     WHEN 'X'
                          PERFORM LOG-CLEARED-HIT
                     WHEN 'L'
                          PERFORM APPLY-HOLD-RELEASE
                     WHEN 'N'
                          ADD 1 TO WS-PENDING-COUNT
                     WHEN OTHER
                          CONTINUE
                  END-EVALUATE
              END-IF
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM FRDWORK-CLOSE.
           PERFORM ORDHIST-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM CUSTEVT-CLOSE.
           MOVE 'CLS' TO DSW-ACTION.
           CALL 'RSSDSW00' USING RSSDSW-AREA.

           PERFORM CTLTOT-OPEN.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.
           PERFORM DISPLAY-RUN-STATISTICS.
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC09' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-HIT-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * THE WINDOW AND THE RULE LIMITS, EACH FROM THE RUN-PARAMETER   *
      * FILE OR THE ENVIRONMENT; A MISSING OR INVALID VALUE KEEPS     *
      * THE DEFAULT.                                                  *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABC09_WINDOW_DAYS' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) >= 1
           AND FUNCTION NUMVAL (WS-ENV-VALUE) <= 366
               COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           MOVE 'RSSABC09_CONTACT_DAYS' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) >= 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) <= 366
               COMPUTE WS-CONTACT-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           MOVE 'RSSABC09_ORDER_DAYS' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) >= 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) <= 366
               COMPUTE WS-ORDER-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           MOVE 'RSSABC09_LARGE_AMT' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) >= 1
           AND FUNCTION NUMVAL (WS-ENV-VALUE) <= 9999999
               COMPUTE WS-LARGE-AMT = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           MOVE 'RSSABC09_NEW_DAYS' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) >= 1
           AND FUNCTION NUMVAL (WS-ENV-VALUE) <= 366
               COMPUTE WS-NEW-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           MOVE 'RSSABC09_BURST_COUNT' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) >= 2
           AND FUNCTION NUMVAL (WS-ENV-VALUE) <= 999
               COMPUTE WS-BURST-COUNT = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

      * THE CHANGES ARE GATHERED FROM FAR ENOUGH BEFORE THE WINDOW FOR
      * THE LONGEST RULE LIMIT
           MOVE WS-CONTACT-DAYS TO WS-LEAD-DAYS
           IF  WS-ORDER-DAYS > WS-LEAD-DAYS
               MOVE WS-ORDER-DAYS TO WS-LEAD-DAYS
           END-IF
           IF  WS-PORTAL-DAYS > WS-LEAD-DAYS
               MOVE WS-PORTAL-DAYS TO WS-LEAD-DAYS
           END-IF
           COMPUTE WS-RUN-DAYNUM =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAYNUM - WS-WINDOW-DAYS)
           COMPUTE WS-CHG-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAYNUM - WS-WINDOW-DAYS - WS-LEAD-DAYS)
           COMPUTE WS-NEW-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAYNUM - WS-NEW-DAYS)
           DISPLAY 'RSSABC09: WINDOW FROM ' WS-FROM-DATE
                   ', CHANGES FROM ' WS-CHG-FROM-DATE
           DISPLAY 'RSSABC09: CONTACT DAYS ' WS-CONTACT-DAYS
                   ', ORDER DAYS ' WS-ORDER-DAYS
                   ', LARGE ORDER USD ' WS-LARGE-AMT
           DISPLAY 'RSSABC09: NEW CUSTOMER DAYS ' WS-NEW-DAYS
                   ', BURST COUNT ' WS-BURST-COUNT
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
      * THE E-MAIL, PHONE AND ADDRESS ROWS OF THE CHANGE LOG SINCE    *
      * THE CHANGE START DATE, TABLED BY KIND.                        *
      *---------------------------------------------------------------*
       SWEEP-CHGLOG-ROWS.
           MOVE WS-CHG-FROM-DATE TO WS-HV-FROM-DATE
           EXEC SQL
                DECLARE CURS-FRDCHG CURSOR FOR
                SELECT  CUSTIDENT, FIELDNAME, CHGDATE
                FROM    PJ01DB2.ODCSF0_CHGLOG
                WHERE   CHGDATE >= :WS-HV-FROM-DATE
                AND     FIELDNAME IN ('CUSTEMAIL', 'CUSTPHONE',
                                      'CUSTPHONE2', 'CUSTADDRS')
                ORDER BY CUSTIDENT, CHGDATE
           END-EXEC.
           EXEC SQL OPEN CURS-FRDCHG END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              DISPLAY 'RSSABC09: FAILURE-OPEN-CURS-FRDCHG...'
                      ' SQLCODE:' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF.
           PERFORM UNTIL CHG-EOF
              EXEC SQL
                   FETCH CURS-FRDCHG
                   INTO :WS-HV-CUSTIDENT, :WS-HV-FIELD, :WS-HV-DATE
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF SQLCODE = +100
                 MOVE 'Y' TO WS-CHG-EOF-SWITCH
              ELSE
                 IF SQLCODE NOT = +0
                    DISPLAY 'RSSABC09: FAILURE-FETCH-CURS-FRDCHG...'
                            ' SQLCODE:' WS-SQLCODE
                    COPY ZSQLSTAT.
                    PERFORM Z-ABEND-PROGRAM
                 ELSE
                    MOVE WS-HV-CUSTIDENT TO WS-ROW-CUSTIDENT
                    MOVE WS-HV-DATE      TO WS-ROW-DATE
                    IF  WS-HV-FIELD = 'CUSTADDRS'
                        PERFORM TABLE-ADDRESS-CHANGE
                    ELSE
                        PERFORM TABLE-CONTACT-CHANGE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CURS-FRDCHG END-EXEC.
           EXIT.

      *---------------------------------------------------------------*
      * THE CUSTOMERS ADDED SINCE THE NEW-CUSTOMER START DATE, FROM   *
      * THE AUDIT TRAIL'S ADD ROWS.                                   *
      *---------------------------------------------------------------*
       SWEEP-AUDIT-ADDS.
           MOVE WS-NEW-FROM-DATE TO WS-HV-FROM-DATE
           EXEC SQL
                DECLARE CURS-FRDADD CURSOR FOR
                SELECT  CUSTIDENT, AUDITDATE
                FROM    PJ01DB2.ODCSF0_AUDIT
                WHERE   AUDITACTN = 'ADD'
                AND     AUDITDATE >= :WS-HV-FROM-DATE
                ORDER BY CUSTIDENT
           END-EXEC.
           EXEC SQL OPEN CURS-FRDADD END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              DISPLAY 'RSSABC09: FAILURE-OPEN-CURS-FRDADD...'
                      ' SQLCODE:' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF.
           PERFORM UNTIL AUD-EOF
              EXEC SQL
                   FETCH CURS-FRDADD
                   INTO :WS-HV-CUSTIDENT, :WS-HV-DATE
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF SQLCODE = +100
                 MOVE 'Y' TO WS-AUD-EOF-SWITCH
              ELSE
                 IF SQLCODE NOT = +0
                    DISPLAY 'RSSABC09: FAILURE-FETCH-CURS-FRDADD...'
                            ' SQLCODE:' WS-SQLCODE
                    COPY ZSQLSTAT.
                    PERFORM Z-ABEND-PROGRAM
                 ELSE
                    IF  WS-NEW-COUNT < 5000
                        ADD 1 TO WS-NEW-COUNT
                        MOVE WS-HV-CUSTIDENT
                          TO WS-NW-CUSTIDENT (WS-NEW-COUNT)
                        MOVE WS-HV-DATE TO WS-NW-DATE (WS-NEW-COUNT)
                    ELSE
                        ADD 1 TO WS-TABLE-FULL-COUNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CURS-FRDADD END-EXEC.
           EXIT.

      *---------------------------------------------------------------*
      * ONE ADDRESS CHANGE INTO THE TABLE. THE SAME CUSTOMER AND DATE *
      * FROM BOTH SOURCES (THE ONLINE MAINTENANCE WRITES BOTH) IS     *
      * TABLED ONCE; A CHANGE PAST THE TABLE'S CAPACITY IS COUNTED    *
      * AND LEFT OUT.                                                 *
      *---------------------------------------------------------------*
       TABLE-ADDRESS-CHANGE.
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
              IF  WS-AD-CUSTIDENT (WS-ADDR-IX) = WS-ROW-CUSTIDENT
              AND WS-AD-DATE (WS-ADDR-IX)      = WS-ROW-DATE
                  EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF  WS-ADDR-COUNT NOT < 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ADDR-COUNT
           MOVE WS-ROW-CUSTIDENT TO WS-AD-CUSTIDENT (WS-ADDR-COUNT)
           MOVE WS-ROW-DATE      TO WS-AD-DATE (WS-ADDR-COUNT)
           COMPUTE WS-AD-DAYNUM (WS-ADDR-COUNT) =
                   FUNCTION INTEGER-OF-DATE (WS-ROW-DATE)
           EXIT.

      *---------------------------------------------------------------*
       TABLE-CONTACT-CHANGE.
           IF  WS-CONTACT-COUNT NOT < 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONTACT-COUNT
           MOVE WS-ROW-CUSTIDENT TO WS-CT-CUSTIDENT (WS-CONTACT-COUNT)
           MOVE WS-HV-FIELD      TO WS-CT-FIELD (WS-CONTACT-COUNT)
           MOVE WS-ROW-DATE      TO WS-CT-DATE (WS-CONTACT-COUNT)
           COMPUTE WS-CT-DAYNUM (WS-CONTACT-COUNT) =
                   FUNCTION INTEGER-OF-DATE (WS-ROW-DATE)
           EXIT.

      *---------------------------------------------------------------*
      * RULE CTAD: THE CUSTOMER'S ADDRESS CHANGED ON OR AFTER THE     *
      * DAY OF THIS E-MAIL OR PHONE CHANGE, WITHIN THE CONTACT-DAYS   *
      * LIMIT, AND INSIDE THE WINDOW. THE HIT IS DATED BY THE ADDRESS *
      * CHANGE.                                                       *
      *---------------------------------------------------------------*
       CHECK-CONTACT-THEN-ADDRESS.
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
              IF  WS-AD-CUSTIDENT (WS-ADDR-IX)
                  = WS-CT-CUSTIDENT (WS-CONTACT-IX)
              AND WS-AD-DATE (WS-ADDR-IX) NOT < WS-FROM-DATE
              AND WS-AD-DAYNUM (WS-ADDR-IX)
                  NOT < WS-CT-DAYNUM (WS-CONTACT-IX)
              AND WS-AD-DAYNUM (WS-ADDR-IX)
                  - WS-CT-DAYNUM (WS-CONTACT-IX)
                  NOT > WS-CONTACT-DAYS
                  MOVE WS-CT-CUSTIDENT (WS-CONTACT-IX)
                    TO WS-HIT-CUSTIDENT
                  MOVE 'CTAD' TO WS-HIT-RULE-ID
                  MOVE WS-AD-DATE (WS-ADDR-IX) TO WS-HIT-DATE
                  MOVE 0      TO WS-HIT-ORDERNUM
                  MOVE 60     TO WS-HIT-SCORE
                  MOVE SPACES TO WS-HIT-EVIDENCE
                  STRING WS-CT-FIELD (WS-CONTACT-IX)
                                         DELIMITED BY SPACE
                         ' '             DELIMITED BY SIZE
                         WS-CT-DATE (WS-CONTACT-IX)
                                         DELIMITED BY SIZE
                         ', ADDRESS '    DELIMITED BY SIZE
                         WS-AD-DATE (WS-ADDR-IX)
                                         DELIMITED BY SIZE
                    INTO WS-HIT-EVIDENCE
                  END-STRING
                  PERFORM RAISE-FRAUD-HIT
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * RULES BIGO AND PADR, FOR AN ORDER IN THE WINDOW: BOTH WEIGH   *
      * THE CUSTOMER'S LATEST ADDRESS CHANGE ON OR BEFORE THE ORDER   *
      * DATE.                                                         *
      *---------------------------------------------------------------*
       CHECK-ORDER-RULES.
           COMPUTE WS-ORDER-DAYNUM =
                   FUNCTION INTEGER-OF-DATE (QO-ORDERDATE)
           PERFORM FIND-LATEST-ADDRESS-CHANGE
           IF  NOT ADDR-FOUND
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-SINCE = WS-ORDER-DAYNUM - WS-LATEST-AD-DAYNUM

           IF  WS-DAYS-SINCE NOT > WS-ORDER-DAYS
               MOVE QO-CURRENCY  TO CUR-CURRENCY
               MOVE QO-ORDERDATE TO CUR-DATE
               CALL 'RSSCUR00' USING RSSCUR-AREA
               IF  CUR-RETCODE = '00'
                   COMPUTE WS-ORDER-USD ROUNDED =
                           QO-ORDERAMT * CUR-RATE
               ELSE
                   ADD 1 TO WS-NORATE-COUNT
                   DISPLAY 'RSSABC09: NO RATE FOR ' QO-CURRENCY
                           ', ORDER ' QO-CUSTIDENT '/' QO-ORDERNUM
                           ' TAKEN AT ITS FACE AMOUNT'
                   MOVE QO-ORDERAMT TO WS-ORDER-USD
               END-IF
               IF  WS-ORDER-USD NOT < WS-LARGE-AMT
                   MOVE QO-CUSTIDENT TO WS-HIT-CUSTIDENT
                   MOVE 'BIGO'       TO WS-HIT-RULE-ID
                   MOVE QO-ORDERDATE TO WS-HIT-DATE
                   MOVE QO-ORDERNUM  TO WS-HIT-ORDERNUM
                   MOVE 70           TO WS-HIT-SCORE
                   MOVE WS-ORDER-USD TO WS-EDIT-USD
                   MOVE SPACES       TO WS-HIT-EVIDENCE
                   STRING 'USD '            DELIMITED BY SIZE
                          WS-EDIT-USD       DELIMITED BY SIZE
                          ', ADDRESS '      DELIMITED BY SIZE
                          WS-LATEST-AD-DATE DELIMITED BY SIZE
                     INTO WS-HIT-EVIDENCE
                   END-STRING
                   PERFORM RAISE-FRAUD-HIT
               END-IF
           END-IF

           IF  WS-DAYS-SINCE NOT > WS-PORTAL-DAYS
               PERFORM CHECK-ORDER-ORIGIN
               IF  PORTAL-ORDER
                   MOVE QO-CUSTIDENT TO WS-HIT-CUSTIDENT
                   MOVE 'PADR'       TO WS-HIT-RULE-ID
                   MOVE QO-ORDERDATE TO WS-HIT-DATE
                   MOVE QO-ORDERNUM  TO WS-HIT-ORDERNUM
                   MOVE 80           TO WS-HIT-SCORE
                   MOVE SPACES       TO WS-HIT-EVIDENCE
                   STRING 'PORTAL ORDER, ADDRESS '
                                            DELIMITED BY SIZE
                          WS-LATEST-AD-DATE DELIMITED BY SIZE
                     INTO WS-HIT-EVIDENCE
                   END-STRING
                   PERFORM RAISE-FRAUD-HIT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FIND-LATEST-ADDRESS-CHANGE.
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE 0   TO WS-LATEST-AD-DAYNUM WS-LATEST-AD-DATE
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
              IF  WS-AD-CUSTIDENT (WS-ADDR-IX) = QO-CUSTIDENT
              AND WS-AD-DAYNUM (WS-ADDR-IX) NOT > WS-ORDER-DAYNUM
              AND WS-AD-DAYNUM (WS-ADDR-IX) > WS-LATEST-AD-DAYNUM
                  MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
                  MOVE WS-AD-DAYNUM (WS-ADDR-IX)
                    TO WS-LATEST-AD-DAYNUM
                  MOVE WS-AD-DATE (WS-ADDR-IX) TO WS-LATEST-AD-DATE
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * A PORTAL ORDER IS ONE WHOSE FIRST STATUS-HISTORY ENTRY WAS    *
      * WRITTEN BY THE PORTAL BRIDGE.                                 *
      *---------------------------------------------------------------*
       CHECK-ORDER-ORIGIN.
           MOVE 'N' TO WS-PORTAL-SWITCH
           MOVE QO-CUSTIDENT TO OH-CUSTIDENT
           MOVE QO-ORDERNUM  TO OH-ORDERNUM
           MOVE ZEROS        TO OH-CHGSEQ
           START ORDHIST-FILE KEY NOT < OH-HIST-KEY
           IF  ORDHIST-STATUS = '00'
               READ ORDHIST-FILE NEXT RECORD
               IF  ORDHIST-STATUS = '00'
               AND OH-CUSTIDENT = QO-CUSTIDENT
               AND OH-ORDERNUM  = QO-ORDERNUM
               AND OH-PROGRAM   = 'RSSABB82'
                   MOVE 'Y' TO WS-PORTAL-SWITCH
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RULE BRST, AT THE END OF A CUSTOMER'S ORDERS: THE BURST COUNT *
      * OR MORE ORDERS IN THE WINDOW ON A CUSTOMER ADDED WITHIN THE   *
      * NEW-DAYS LIMIT. THE HIT IS DATED BY THE CUSTOMER'S ADD, SO A  *
      * NEW CUSTOMER IS RAISED ONCE HOWEVER LONG THE BURST RUNS.      *
      *---------------------------------------------------------------*
       FINISH-CUSTOMER-ORDERS.
           IF  WS-CUST-ORDER-COUNT < WS-BURST-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NEW-CUST-SWITCH
           PERFORM VARYING WS-NEW-IX FROM 1 BY 1
                   UNTIL WS-NEW-IX > WS-NEW-COUNT
                      OR NEW-CUSTOMER
              IF  WS-NW-CUSTIDENT (WS-NEW-IX) = WS-PREV-CUSTIDENT
                  MOVE 'Y' TO WS-NEW-CUST-SWITCH
                  MOVE WS-NW-DATE (WS-NEW-IX) TO WS-NEW-ADD-DATE
              END-IF
           END-PERFORM
           IF  NOT NEW-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PREV-CUSTIDENT   TO WS-HIT-CUSTIDENT
           MOVE 'BRST'              TO WS-HIT-RULE-ID
           MOVE WS-NEW-ADD-DATE     TO WS-HIT-DATE
           MOVE 0                   TO WS-HIT-ORDERNUM
           MOVE 50                  TO WS-HIT-SCORE
           MOVE WS-CUST-ORDER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES              TO WS-HIT-EVIDENCE
           STRING WS-EDIT-COUNT     DELIMITED BY SIZE
                  ' ORDERS, ADDED '  DELIMITED BY SIZE
                  WS-NEW-ADD-DATE   DELIMITED BY SIZE
             INTO WS-HIT-EVIDENCE
           END-STRING
           PERFORM RAISE-FRAUD-HIT
           EXIT.

      *---------------------------------------------------------------*
      * PUT THE HIT ON THE REVIEW WORKLIST. A HIT ALREADY THERE       *
      * (WHATEVER ITS STATUS) IS LEFT AS IT IS, SO A CLEARED HIT      *
      * STAYS CLEARED.                                                *
      *---------------------------------------------------------------*
       RAISE-FRAUD-HIT.
           MOVE SPACES           TO FW-ODCSFFW-RECORD
           MOVE WS-HIT-CUSTIDENT TO FW-CUSTIDENT
           MOVE WS-HIT-RULE-ID   TO FW-RULE-ID
           MOVE WS-HIT-DATE      TO FW-TRIGGER-DATE
           MOVE WS-HIT-ORDERNUM  TO FW-ORDERNUM
           MOVE WS-HIT-SCORE     TO FW-SCORE
           MOVE WS-HIT-EVIDENCE  TO FW-EVIDENCE
           MOVE 'N'              TO FW-STATUS
           MOVE WS-RUN-DATE      TO FW-RUNDATE
           MOVE ZEROS            TO FW-DECIDE-DATE FW-APPLY-DATE
                                    FW-HELD-ORDERS FW-RELEASE-DATE
           WRITE FW-ODCSFFW-RECORD
           EVALUATE FRDWORK-STATUS
              WHEN '00'
                   ADD 1 TO WS-HIT-COUNT
                   EVALUATE WS-HIT-RULE-ID
                      WHEN 'CTAD'  ADD 1 TO WS-CTAD-COUNT
                      WHEN 'BIGO'  ADD 1 TO WS-BIGO-COUNT
                      WHEN 'BRST'  ADD 1 TO WS-BRST-COUNT
                      WHEN 'PADR'  ADD 1 TO WS-PADR-COUNT
                   END-EVALUATE
              WHEN '22'
                   ADD 1 TO WS-KNOWN-COUNT
              WHEN OTHER
                   MOVE 'RSSABC09: FRDWORK-FAILURE-WRITE...'
                     TO DISP-MSG
                   MOVE FRDWORK-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * A CONFIRMED HIT: THE CUSTOMER GOES ON FRAUD HOLD THRU THE     *
      * AUDITED DUAL-STORE PATH (UNLESS AN EARLIER CONFIRMATION       *
      * ALREADY HELD THEM), THEIR OPEN ORDERS GO TO FRAUDHOLD, THE    *
      * DECISION IS LOGGED AND THE ENTRY IS STAMPED HELD. A CUSTOMER  *
      * NO LONGER ON FILE IS REFUSED; A WRITER FAILURE LEAVES THE     *
      * ENTRY CONFIRMED FOR THE NEXT RUN.                             *
      *---------------------------------------------------------------*
       APPLY-CONFIRMED-HIT.
           PERFORM GET-HIT-CUSTOMER
           IF  DSW-RETCODE NOT = '00'
               DISPLAY 'RSSABC09: HIT ' FW-CUSTIDENT '/' FW-RULE-ID
                       ' REFUSED (CUSTOMER GONE)'
               MOVE 'R' TO FW-STATUS
               MOVE WS-RUN-DATE TO FW-APPLY-DATE
               PERFORM FRDWORK-REWRITE
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF  VS-FRAUD-HOLD NOT = 'F'
               MOVE 'F' TO WS-NEW-HOLD-FLAG
               PERFORM STORE-CUSTOMER-HOLD
               IF  DSW-RETCODE NOT = '00'
                   DISPLAY 'RSSABC09: HOLD NOT APPLIED TO '
                           FW-CUSTIDENT ' RC ' DSW-RETCODE
                           ', LEFT FOR THE NEXT RUN'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HOLD-COUNT
           END-IF

           MOVE 'OPEN'         TO WS-MOVE-FROM-STATUS
           MOVE 'FRAUDHOLD'    TO WS-MOVE-TO-STATUS
           MOVE FW-DECIDE-USER TO WS-MOVE-USER
           PERFORM MOVE-CUSTOMER-ORDERS
           ADD WS-MOVED-COUNT TO WS-ORDERS-HELD-COUNT
           IF  WS-MOVED-COUNT > 999
               MOVE 999 TO FW-HELD-ORDERS
           ELSE
               MOVE WS-MOVED-COUNT TO FW-HELD-ORDERS
           END-IF

           MOVE 'CONFIRMED - HOLD' TO WS-DECISION
           MOVE FW-DECIDE-USER     TO WS-CHG-USER
           MOVE FW-DECIDE-DATE     TO WS-ROW-DATE
           PERFORM WRITE-DECISION-LOG
           MOVE 'H' TO FW-STATUS
           MOVE WS-RUN-DATE TO FW-APPLY-DATE
           PERFORM FRDWORK-REWRITE
           ADD 1 TO WS-CONFIRMED-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * A CLEARED HIT CHANGES NOTHING ON THE CUSTOMER: THE DECISION   *
      * IS LOGGED AND THE ENTRY STAMPED LOGGED.                       *
      *---------------------------------------------------------------*
       LOG-CLEARED-HIT.
           MOVE 'CLEARED'      TO WS-DECISION
           MOVE FW-DECIDE-USER TO WS-CHG-USER
           MOVE FW-DECIDE-DATE TO WS-ROW-DATE
           PERFORM WRITE-DECISION-LOG
           MOVE 'Z' TO FW-STATUS
           MOVE WS-RUN-DATE TO FW-APPLY-DATE
           PERFORM FRDWORK-REWRITE
           ADD 1 TO WS-CLEARED-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * A RELEASE: THE CUSTOMER COMES OFF FRAUD HOLD THE SAME AUDITED *
      * WAY, THEIR FRAUDHOLD ORDERS GO BACK TO OPEN, THE RELEASE IS   *
      * LOGGED AND THE ENTRY STAMPED RELEASED. A CUSTOMER NO LONGER   *
      * ON FILE HAS NOTHING LEFT TO RELEASE.                          *
      *---------------------------------------------------------------*
       APPLY-HOLD-RELEASE.
           PERFORM GET-HIT-CUSTOMER
           IF  DSW-RETCODE = '00'
           AND VS-FRAUD-HOLD = 'F'
               MOVE SPACE TO WS-NEW-HOLD-FLAG
               PERFORM STORE-CUSTOMER-HOLD
               IF  DSW-RETCODE NOT = '00'
                   DISPLAY 'RSSABC09: HOLD NOT RELEASED FOR '
                           FW-CUSTIDENT ' RC ' DSW-RETCODE
                           ', LEFT FOR THE NEXT RUN'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'FRAUDHOLD'     TO WS-MOVE-FROM-STATUS
           MOVE 'OPEN'          TO WS-MOVE-TO-STATUS
           MOVE FW-RELEASE-USER TO WS-MOVE-USER
           PERFORM MOVE-CUSTOMER-ORDERS
           ADD WS-MOVED-COUNT TO WS-ORDERS-FREED-COUNT

           MOVE 'HOLD RELEASED'  TO WS-DECISION
           MOVE FW-RELEASE-USER  TO WS-CHG-USER
           MOVE FW-RELEASE-DATE  TO WS-ROW-DATE
           PERFORM WRITE-DECISION-LOG
           MOVE 'U' TO FW-STATUS
           MOVE WS-RUN-DATE TO FW-APPLY-DATE
           PERFORM FRDWORK-REWRITE
           ADD 1 TO WS-RELEASED-COUNT
           EXIT.

      *---------------------------------------------------------------*
       GET-HIT-CUSTOMER.
           MOVE SPACES TO DSW-CUSTDATA
           MOVE FW-CUSTIDENT TO DSW-CUSTDATA (1:9)
           MOVE 'GET' TO DSW-ACTION
           CALL 'RSSDSW00' USING RSSDSW-AREA
           IF  DSW-RETCODE = '00'
               MOVE DSW-OLD-DATA TO VS-ODCSF0-RECORD
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * SET OR CLEAR THE FRAUD HOLD FLAG THRU THE WRITER, WITH THE    *
      * AUDIT ROW AND THE PUBLISHED MOD EVENT.                        *
      *---------------------------------------------------------------*
       STORE-CUSTOMER-HOLD.
           MOVE WS-NEW-HOLD-FLAG TO VS-FRAUD-HOLD
           MOVE 'MOD' TO DSW-ACTION
           MOVE VS-ODCSF0-RECORD TO DSW-CUSTDATA
           CALL 'RSSDSW00' USING RSSDSW-AREA
           IF  DSW-RETCODE = '00'
               PERFORM WRITE-AUDIT-RECORD
               PERFORM PUBLISH-CUSTOMER-EVENT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE HIT CUSTOMER'S ORDERS AND MOVE EVERY ONE IN THE    *
      * FROM STATUS TO THE TO STATUS, WITH ITS STATUS-HISTORY ENTRY   *
      * UNDER THE DECIDING USER.                                      *
      *---------------------------------------------------------------*
       MOVE-CUSTOMER-ORDERS.
           MOVE 0   TO WS-MOVED-COUNT
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE FW-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS        TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ VKSDORD-FILE NEXT RECORD
              IF  VKSDORD-STATUS NOT = '00'
              OR  QO-CUSTIDENT NOT = FW-CUSTIDENT
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  IF  QO-ORDERSTATUS = WS-MOVE-FROM-STATUS
                      MOVE QO-ORDERSTATUS    TO OHW-OLD-STATUS
                      MOVE WS-MOVE-TO-STATUS TO QO-ORDERSTATUS
                      PERFORM VKSDORD-REWRITE
                      MOVE QO-CUSTIDENT      TO OHW-CUSTIDENT
                      MOVE QO-ORDERNUM       TO OHW-ORDERNUM
                      MOVE QO-ORDERSTATUS    TO OHW-NEW-STATUS
                      MOVE 'RSSABC09'        TO OHW-PROGRAM
                      MOVE WS-MOVE-USER      TO OHW-USERID
                      CALL 'RSSOHW00' USING RSSOHW-AREA
                      ADD 1 TO WS-MOVED-COUNT
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * ONE FRAUDREVIEW ROW ON THE FIELD-CHANGE LOG UNDER THE         *
      * DECIDING USER: THE RULE, TRIGGER, ORDER AND SCORE AS THE OLD  *
      * VALUE, THE DECISION AND ITS DATE AS THE NEW ONE.              *
      *---------------------------------------------------------------*
       WRITE-DECISION-LOG.
           MOVE FW-CUSTIDENT   TO WS-HV-CUSTIDENT
           MOVE 'FRAUDREVIEW'  TO WS-CHG-FIELD
           MOVE SPACES         TO WS-CHG-OLDVAL WS-CHG-NEWVAL
           STRING 'RULE '           DELIMITED BY SIZE
                  FW-RULE-ID        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  FW-TRIGGER-DATE   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  FW-ORDERNUM       DELIMITED BY SIZE
                  ' SCORE '         DELIMITED BY SIZE
                  FW-SCORE          DELIMITED BY SIZE
             INTO WS-CHG-OLDVAL
           END-STRING
           STRING WS-DECISION       DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  WS-ROW-DATE       DELIMITED BY SIZE
             INTO WS-CHG-NEWVAL
           END-STRING
           EXEC SQL
                INSERT INTO PJ01DB2.ODCSF0_CHGLOG
                       ( CUSTIDENT,  FIELDNAME,  OLDVALUE,
                         NEWVALUE,   CHGDATE,    CHGTIME,
                         CHGUSER )
                VALUES ( :WS-HV-CUSTIDENT, :WS-CHG-FIELD,
                         :WS-CHG-OLDVAL,   :WS-CHG-NEWVAL,
                         :WS-CHG-DATE,     :WS-CHG-TIME,
                         :WS-CHG-USER )
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF  SQLCODE NOT = +0
               DISPLAY 'RSSABC09: CHGLOG INSERT FAILED, SQLCODE '
                       WS-SQLCODE
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
      * THE BEFORE IMAGE COMES FROM THE WRITER'S OLD-IMAGE AREA       *
      * (FIELD OFFSETS AS ON THE CUSTOMER RECORD), THE AFTER IMAGE    *
      * FROM THE RECORD AS JUST APPLIED.                              *
      *---------------------------------------------------------------*
       FILL-AUDIT-IMAGES.
           MOVE DSW-OLD-DATA (10:30)  TO WS-AB-LNAME
           MOVE DSW-OLD-DATA (40:20)  TO WS-AB-FNAME
           MOVE DSW-OLD-DATA (60:30)  TO WS-AB-ADDRS
           MOVE DSW-OLD-DATA (90:20)  TO WS-AB-CITY
           MOVE DSW-OLD-DATA (110:2)  TO WS-AB-STATE
           MOVE DSW-OLD-DATA (112:4)  TO WS-AB-BDATE (1:4)
           MOVE '-'                   TO WS-AB-BDATE (5:1)
           MOVE DSW-OLD-DATA (116:2)  TO WS-AB-BDATE (6:2)
           MOVE '-'                   TO WS-AB-BDATE (8:1)
           MOVE DSW-OLD-DATA (118:2)  TO WS-AB-BDATE (9:2)
           MOVE DSW-OLD-DATA (120:40) TO WS-AB-EMAIL
           MOVE DSW-OLD-DATA (160:10) TO WS-AB-PHONE
           MOVE VS-CUSTLNAME          TO WS-AA-LNAME
           MOVE VS-CUSTFNAME          TO WS-AA-FNAME
           MOVE VS-CUSTADDRS          TO WS-AA-ADDRS
           MOVE VS-CUSTCITY           TO WS-AA-CITY
           MOVE VS-CUSTSTATE          TO WS-AA-STATE
           MOVE VS-CUSTBDATE (1:4)    TO WS-AA-BDATE (1:4)
           MOVE '-'                   TO WS-AA-BDATE (5:1)
           MOVE VS-CUSTBDATE (5:2)    TO WS-AA-BDATE (6:2)
           MOVE '-'                   TO WS-AA-BDATE (8:1)
           MOVE VS-CUSTBDATE (7:2)    TO WS-AA-BDATE (9:2)
           MOVE VS-CUSTEMAIL          TO WS-AA-EMAIL
           MOVE VS-CUSTPHONE          TO WS-AA-PHONE
           EXIT.

      *---------------------------------------------------------------*
      * ONE BEFORE/AFTER ROW TO THE AUDIT TRAIL RECORDING THE HOLD    *
      * OR ITS RELEASE.                                               *
      *---------------------------------------------------------------*
       WRITE-AUDIT-RECORD.
           MOVE FW-CUSTIDENT TO WS-HV-CUSTIDENT.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           PERFORM FILL-AUDIT-IMAGES.
           EXEC SQL INSERT INTO PJ01DB2.ODCSF0_AUDIT
                       ( CUSTIDENT,         AUDITACTN, AUDITDATE,
                         AUDITTIME,
                         BEFLNAME,      BEFFNAME,      BEFADDRS,
                         BEFCITY,       BEFSTATE,      BEFBDATE,
                         BEFEMAIL,      BEFPHONE,
                         AFTLNAME,      AFTFNAME,      AFTADDRS,
                         AFTCITY,       AFTSTATE,      AFTBDATE,
                         AFTEMAIL,      AFTPHONE
                       )
                VALUES (
                         :WS-HV-CUSTIDENT,   'MOD',     :WS-AUD-DATE,
                         :WS-AUD-TIME,
                         :WS-AB-LNAME,       :WS-AB-FNAME,
                         :WS-AB-ADDRS,       :WS-AB-CITY,
                         :WS-AB-STATE,       :WS-AB-BDATE,
                         :WS-AB-EMAIL,       :WS-AB-PHONE,
                         :WS-AA-LNAME,       :WS-AA-FNAME,
                         :WS-AA-ADDRS,       :WS-AA-CITY,
                         :WS-AA-STATE,       :WS-AA-BDATE,
                         :WS-AA-EMAIL,       :WS-AA-PHONE
                       )
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              DISPLAY 'WARNING: COULD NOT WRITE AUDIT RECORD FOR '
                      'FRAUD HOLD OF ' FW-CUSTIDENT
                      ' SQLCODE:' WS-SQLCODE
              COPY ZSQLSTAT.
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
       PUBLISH-CUSTOMER-EVENT.
           MOVE 'MOD' TO EVT-ACTION
           MOVE FW-CUSTIDENT TO EVT-CUSTIDENT
           ACCEPT EVT-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-TIME FROM TIME
           MOVE 'N' TO EVT-ADDRCHG
           PERFORM CUSTEVT-WRITE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABC09' TO CTLTOT-PROGRAM
           MOVE 'FRAUD HITS RAISED' TO CTLTOT-LABEL
           MOVE WS-HIT-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC09' TO CTLTOT-PROGRAM
           MOVE 'FRAUD HOLDS APPLIED' TO CTLTOT-LABEL
           MOVE WS-HOLD-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC09' TO CTLTOT-PROGRAM
           MOVE 'ORDERS FRAUD HELD' TO CTLTOT-LABEL
           MOVE WS-ORDERS-HELD-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC09' TO CTLTOT-PROGRAM
           MOVE 'FRAUD HOLDS RELEASED' TO CTLTOT-LABEL
           MOVE WS-RELEASED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC09' TO CTLTOT-PROGRAM
           MOVE 'FRAUD HITS PENDING' TO CTLTOT-LABEL
           MOVE WS-PENDING-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           EXIT.

      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABC09: ADDRESS CHANGES      ' WS-ADDR-COUNT
           DISPLAY 'RSSABC09: CONTACT CHANGES      ' WS-CONTACT-COUNT
           DISPLAY 'RSSABC09: NEW CUSTOMERS        ' WS-NEW-COUNT
           DISPLAY 'RSSABC09: CHANGES NOT TABLED   ' WS-TABLE-FULL-COUNT
           DISPLAY 'RSSABC09: ORDERS IN WINDOW     ' WS-ORDER-SCAN-COUNT
           DISPLAY 'RSSABC09: ORDERS WITH NO RATE  ' WS-NORATE-COUNT
           DISPLAY 'RSSABC09: NEW HITS             ' WS-HIT-COUNT
           DISPLAY 'RSSABC09:   CTAD CONTACT/ADDR  ' WS-CTAD-COUNT
           DISPLAY 'RSSABC09:   BIGO LARGE ORDER   ' WS-BIGO-COUNT
           DISPLAY 'RSSABC09:   BRST ORDER BURST   ' WS-BRST-COUNT
           DISPLAY 'RSSABC09:   PADR PORTAL/ADDR   ' WS-PADR-COUNT
           DISPLAY 'RSSABC09: ALREADY ON WORKLIST  ' WS-KNOWN-COUNT
           DISPLAY 'RSSABC09: HITS CONFIRMED       ' WS-CONFIRMED-COUNT
           DISPLAY 'RSSABC09: HOLDS APPLIED        ' WS-HOLD-COUNT
           DISPLAY 'RSSABC09: ORDERS HELD          '
                   WS-ORDERS-HELD-COUNT
           DISPLAY 'RSSABC09: HITS CLEARED         ' WS-CLEARED-COUNT
           DISPLAY 'RSSABC09: HOLDS RELEASED       ' WS-RELEASED-COUNT
           DISPLAY 'RSSABC09: ORDERS RELEASED      '
                   WS-ORDERS-FREED-COUNT
           DISPLAY 'RSSABC09: HITS REFUSED         ' WS-REFUSED-COUNT
           DISPLAY 'RSSABC09: AWAITING REVIEW      ' WS-PENDING-COUNT
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       ADDRHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT ADDRHIST-FILE
           IF  ADDRHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC09: ADDRHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE ADDRHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ADDRHIST-GET.
           READ ADDRHIST-FILE
           IF  ADDRHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  ADDRHIST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-AH-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC09: ADDRHIST-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE ADDRHIST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ADDRHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE ADDRHIST-FILE
           IF  ADDRHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC09: ADDRHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE ADDRHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC09: VKSDORD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-READNEXT.
           READ VKSDORD-FILE NEXT RECORD
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDORD-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-ORD-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC09: VKSDORD-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDORD-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-REWRITE.
           REWRITE QO-ODCSFORD-RECORD
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'RSSABC09: VKSDORD-FAILURE-REWRITE...'
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
               MOVE 'RSSABC09: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ORDHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT ORDHIST-FILE
           IF  ORDHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC09: ORDHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE ORDHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ORDHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE ORDHIST-FILE
           IF  ORDHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC09: ORDHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE ORDHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FRDWORK-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O FRDWORK-FILE
           IF  FRDWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC09: FRDWORK-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE FRDWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FRDWORK-READNEXT.
           READ FRDWORK-FILE NEXT RECORD
           IF  FRDWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  FRDWORK-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-WORK-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC09: FRDWORK-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE FRDWORK-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FRDWORK-REWRITE.
           REWRITE FW-ODCSFFW-RECORD
           IF  FRDWORK-STATUS NOT = '00'
               MOVE 'RSSABC09: FRDWORK-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE FRDWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FRDWORK-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE FRDWORK-FILE
           IF  FRDWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC09: FRDWORK, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE FRDWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CUSTEVT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN EXTEND CUSTEVT-FILE
           IF  CUSTEVT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC09: CUSTEVT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CUSTEVT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CUSTEVT-WRITE.
           WRITE EVT-RECORD
           IF  CUSTEVT-STATUS NOT = '00'
               MOVE 'RSSABC09: CUSTEVT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CUSTEVT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CUSTEVT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CUSTEVT-FILE
           IF  CUSTEVT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC09: CUSTEVT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CUSTEVT-STATUS TO IO-STATUS
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
               MOVE 'RSSABC09: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC09: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC09: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC09: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC09: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC09: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
