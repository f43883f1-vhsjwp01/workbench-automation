       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB82.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY PORTAL-ORDER BRIDGE. THE WEB PORTAL'S ORDERS ARE  *
      *     CAPTURED BY RSSBT006 ONTO THE DB2 ORDER TABLE ONLY, WHILE *
      *     THE INVOICE RUN, AGING, DUNNING, THE LIFETIME-VALUE       *
      *     ROLLUP AND THE REVENUE REPORT ALL SWEEP THE VSAM-KSDS     *
      *     ORDERS FILE. THIS STEP CARRIES EVERY DB2 ORDER NOT YET ON *
      *     THE VSAM FILE ACROSS UNDER ITS ORIGINAL ORDER NUMBER, SO  *
      *     A WEB ORDER IS BILLED AND AGED LIKE A BUREAU ORDER.       *
      *    -EACH ORDER CARRIED ACROSS HAS ITS FIRST STATUS RECORDED   *
      *     ON THE ORDER-HISTORY STORE THRU RSSOHW00 UNDER THIS       *
      *     PROGRAM'S NAME (SO THE PORTAL ORIGIN STAYS VISIBLE).      *
      *    -AN ORDER ALREADY CARRIED ACROSS ON AN EARLIER NIGHT (SAME *
      *     KEY, DATE AND AMOUNT ON BOTH STORES) IS PASSED OVER. AN   *
      *     ORDER THAT CANNOT BE CARRIED - ITS KEY IS ALREADY TAKEN   *
      *     BY A DIFFERENT VSAM ORDER, ITS CUSTOMER IS NOT ON THE     *
      *     VSAM CUSTOMER FILE, OR ITS DATA DOES NOT EDIT - IS        *
      *     LISTED WITH A REASON ON THE EXCEPTION REPORT AND TRIED    *
      *     AGAIN THE NEXT NIGHT.                                     *
      *    -THE RUN ENDS WITH A COUNT RECONCILIATION OF THE TWO ORDER *
      *     STORES ON CTLTOT: DB2 ROWS, VSAM RECORDS, PORTAL ORDERS   *
      *     NOW ON VSAM AND PORTAL ORDERS STILL MISSING FROM IT.      *
      *     RETURN-CODE 4 WHEN ANY PORTAL ORDER WAS LEFT BEHIND.      *
      *    -THE ORDER'S SHIP-TO SEQUENCE (SHIPTOSEQ, NULL OR ZERO FOR *
      *     THE CUSTOMER'S OWN ADDRESS) IS CARRIED ACROSS WITH IT;    *
      *     RSSBT006 ALREADY CHECKED IT AGAINST THE SHIP-TO FILE.     *
      * ------------------------------------------------------------- *
      * INPUT TABLE: DB2  - PJ01DB2.ODCSFORD (PORTAL ORDERS)          *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * OUTPUT FILE: VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * OUTPUT     : SYSPRINT - BRIDGE EXCEPTION REPORT               *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CUSTOMER'S DATA VSAM-KSDS FILE, VALIDATION READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE. DYNAMIC ACCESS: RANDOM READS AND
      * WRITES FOR THE BRIDGE, THEN ONE SEQUENTIAL PASS TO COUNT IT
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * BRIDGE EXCEPTION REPORT
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
       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   SYSPRINT
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

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
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

       01  WS-DB2-EOF-SWITCH       PIC X       VALUE 'N'.
           88  DB2-EOF             VALUE 'Y'.
       01  WS-VSAM-EOF-SWITCH      PIC X       VALUE 'N'.
           88  VSAM-EOF            VALUE 'Y'.

      * RUN STATISTICS
       01  WS-READ-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-BRIDGED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-PRESENT-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-VSAM-ORDER-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-DB2-ORDER-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-ON-VSAM-COUNT        PIC 9(7) COMP VALUE 0.

      * VALIDATION RESULT FOR THE CURRENT PORTAL ORDER
       01  WS-REJECT-REASON        PIC X(30)   VALUE SPACES.

      *-- DB2 HOST VARIABLES FOR THE PORTAL-ORDER CURSOR (KEPT APART
      *-- FROM THE VSAM RECORD'S QO- FIELDS SO THE TWO SIDES CAN BE
      *-- HELD AND COMPARED AT THE SAME TIME)
       01  HV-CUSTIDENT            PIC S9(9)   COMP-3.
       01  HV-ORDERNUM             PIC S9(9)   COMP-3.
       01  HV-ORDERDATE            PIC X(010).
       01  HV-ORDERAMT             PIC S9(7)V99 COMP-3.
       01  HV-ORDERSTATUS          PIC X(010).
       01  HV-STATUS-IND           PIC S9(04)  COMP VALUE +0.
       01  HV-SHIPTOSEQ            PIC S9(4)   COMP VALUE +0.
       01  HV-SHIPTO-IND           PIC S9(04)  COMP VALUE +0.

      *-- THE TABLE'S ORDERDATE COMES BACK AS DASHED CCYY-MM-DD TEXT
      *-- (THE FORMAT THE PORTAL READ SHOWS); THE VSAM RECORD HOLDS
      *-- PLAIN CCYYMMDD, SO IT IS REFORMATTED BEFORE IT IS CARRIED.
       01  WS-DB2-DATE-10.
           05  WS-DB2-DATE-CCYY    PIC X(004).
           05  WS-DB2-DATE-SEP1    PIC X(001).
           05  WS-DB2-DATE-MM      PIC X(002).
           05  WS-DB2-DATE-SEP2    PIC X(001).
           05  WS-DB2-DATE-DD      PIC X(002).
       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-CCYY   PIC X(004).
           05  WS-EDIT-DATE-MM     PIC X(002).
           05  WS-EDIT-DATE-DD     PIC X(002).
       01  WS-EDIT-DATE-N          REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-CCYY-N      PIC 9(004).
           05  WS-EDIT-MM-N        PIC 9(002).
           05  WS-EDIT-DD-N        PIC 9(002).
       01  WS-ORDERDATE-N          REDEFINES WS-EDIT-DATE PIC 9(008).

       01  WS-PORTAL-CUSTIDENT     PIC 9(009)  VALUE 0.
       01  WS-PORTAL-ORDERNUM      PIC 9(006)  VALUE 0.
       01  WS-PORTAL-ORDERAMT      PIC 9(007)V99 VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

           EXEC SQL DECLARE PORTAL-ORD-ASC CURSOR FOR
                SELECT CUSTIDENT, ORDERNUM, ORDERDATE,
                       ORDERAMT,  ORDERSTATUS, SHIPTOSEQ
                FROM   PJ01DB2.ODCSFORD
                ORDER BY CUSTIDENT, ORDERNUM
           END-EXEC.

      *-- DESCRIPTION OF THE REPORT TITLE AND COLUMN HEADINGS
       01  W-RPT-TITLE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(050)
               VALUE 'RSSABB82 - PORTAL ORDER BRIDGE EXCEPTIONS'.
           05  FILLER              PIC X(072) VALUE SPACES.

       01  W-RPT-HEADER.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'CUSTIDENT'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(006) VALUE 'ORDER'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(010) VALUE 'DATE'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(011) VALUE '     AMOUNT'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(030) VALUE 'REASON'.
           05  FILLER              PIC X(051) VALUE SPACES.

      *-- DESCRIPTION OF ONE EXCEPTION DETAIL LINE
       01  W-RPT-DETAIL.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WR-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-ORDERNUM         PIC 9(006).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-ORDERDATE        PIC X(010).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-ORDERAMT         PIC Z(06)9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-REASON           PIC X(030).
           05  FILLER              PIC X(051) VALUE SPACES.

      *-- DESCRIPTION OF ONE SUMMARY COUNT LINE
       01  W-RPT-COUNT-LINE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WR-COUNT-LABEL      PIC X(024).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-COUNT-VALUE      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(088) VALUE SPACES.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB82' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING INPUT OUTPUT FILES..."
           PERFORM VKSDCUST-OPEN.
           PERFORM VKSDORD-OPEN.
           OPEN OUTPUT SYSPRINT.
           PERFORM CTLTOT-OPEN.
           EXEC SQL OPEN PORTAL-ORD-ASC END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              MOVE 'RSSABB82: CURSOR-FAILURE-OPEN...' TO DISP-MSG
              PERFORM Z-DISPLAY-DISP-MSG
              DISPLAY '* RSSABB82: SQLCODE-' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF

           WRITE REPORT-REC FROM W-RPT-TITLE.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM W-RPT-HEADER.

      * ------------------------------------------------------------- *
      * PORTAL ORDER TABLE'S SWEEPING
           DISPLAY "SWEEPING PORTAL ORDER TABLE..."
           PERFORM FETCH-NEXT-DB2.
           PERFORM UNTIL DB2-EOF
              ADD 1 TO WS-READ-COUNT
              PERFORM BRIDGE-PORTAL-ORDER
              PERFORM FETCH-NEXT-DB2
           END-PERFORM.
           EXEC SQL CLOSE PORTAL-ORD-ASC END-EXEC.

      * ------------------------------------------------------------- *
      * COUNT RECONCILIATION OF THE TWO ORDER STORES
           DISPLAY "RECONCILING ORDER STORE COUNTS..."
           PERFORM COUNT-DB2-ORDERS.
           PERFORM COUNT-VSAM-ORDERS.
           COMPUTE WS-ON-VSAM-COUNT =
                   WS-BRIDGED-COUNT + WS-PRESENT-COUNT.
           PERFORM WRITE-REPORT-SUMMARY.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDCUST-CLOSE.
           PERFORM VKSDORD-CLOSE.
           CLOSE SYSPRINT.

           PERFORM DISPLAY-RUN-STATISTICS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           IF  WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB82' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-BRIDGED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * CARRY THE CURRENT PORTAL ORDER ONTO THE VSAM ORDERS FILE      *
      * UNDER ITS OWN KEY, UNLESS IT IS ALREADY THERE OR CANNOT BE    *
      * CARRIED (THEN IT GOES TO THE EXCEPTION REPORT).               *
      *---------------------------------------------------------------*
       BRIDGE-PORTAL-ORDER.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM EDIT-PORTAL-ORDER.

           IF  WS-REJECT-REASON = SPACES
               MOVE WS-PORTAL-CUSTIDENT TO QO-CUSTIDENT
               MOVE WS-PORTAL-ORDERNUM  TO QO-ORDERNUM
               PERFORM VKSDORD-READ
               IF  VKSDORD-STATUS = '00'
                   IF  QO-ORDERDATE = WS-ORDERDATE-N
                   AND QO-ORDERAMT  = WS-PORTAL-ORDERAMT
                       ADD 1 TO WS-PRESENT-COUNT
                   ELSE
                       MOVE 'ORDER KEY TAKEN ON VSAM FILE'
                         TO WS-REJECT-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               ELSE
                   PERFORM VALIDATE-CUSTOMER
                   IF  WS-REJECT-REASON = SPACES
                       PERFORM LOAD-ORDER-RECORD
                   ELSE
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           ELSE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE PORTAL ROW'S KEY MUST FIT THE VSAM KEY AND ITS DATE AND   *
      * AMOUNT MUST EDIT THE WAY THE BUREAU LOAD EDITS THEM.          *
      *---------------------------------------------------------------*
       EDIT-PORTAL-ORDER.
           IF  HV-CUSTIDENT NOT > 0
           OR  HV-ORDERNUM  NOT > 0
           OR  HV-ORDERNUM  > 999999
               MOVE 'ORDER KEY OUT OF RANGE' TO WS-REJECT-REASON
           ELSE
               MOVE HV-CUSTIDENT TO WS-PORTAL-CUSTIDENT
               MOVE HV-ORDERNUM  TO WS-PORTAL-ORDERNUM
           END-IF

           IF  WS-REJECT-REASON = SPACES
               IF  HV-ORDERAMT NOT > 0
                   MOVE 'ORDER AMOUNT NOT POSITIVE'
                     TO WS-REJECT-REASON
               ELSE
                   MOVE HV-ORDERAMT TO WS-PORTAL-ORDERAMT
               END-IF
           END-IF

           IF  WS-REJECT-REASON = SPACES
               MOVE HV-ORDERDATE     TO WS-DB2-DATE-10
               MOVE WS-DB2-DATE-CCYY TO WS-EDIT-DATE-CCYY
               MOVE WS-DB2-DATE-MM   TO WS-EDIT-DATE-MM
               MOVE WS-DB2-DATE-DD   TO WS-EDIT-DATE-DD
               IF  WS-EDIT-DATE NOT NUMERIC
                   MOVE 'ORDER DATE INVALID' TO WS-REJECT-REASON
               ELSE
                   IF  WS-EDIT-MM-N < 01 OR WS-EDIT-MM-N > 12
                   OR  WS-EDIT-DD-N < 01 OR WS-EDIT-DD-N > 31
                       MOVE 'ORDER DATE INVALID' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF  WS-REJECT-REASON = SPACES
           AND HV-STATUS-IND < 0
               MOVE 'ORDER STATUS MISSING' TO WS-REJECT-REASON
           END-IF

           IF  WS-REJECT-REASON = SPACES
           AND HV-SHIPTO-IND NOT < 0
           AND (HV-SHIPTOSEQ < 0 OR HV-SHIPTOSEQ > 9)
               MOVE 'SHIP-TO OUT OF RANGE' TO WS-REJECT-REASON
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE ORDER'S CUSTOMER MUST BE ON THE VSAM CUSTOMER FILE, OR    *
      * THE ORDER COULD NEVER BE INVOICED OR DUNNED FROM IT.          *
      *---------------------------------------------------------------*
       VALIDATE-CUSTOMER.
           MOVE WS-PORTAL-CUSTIDENT TO VS-CUSTIDENT.
           PERFORM VKSDCUST-READ.
           IF  VKSDCUST-STATUS = '23'
               MOVE 'CUSTOMER NOT ON VSAM FILE' TO WS-REJECT-REASON
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BUILD AND WRITE THE VSAM ORDER RECORD FROM THE PORTAL ROW AND *
      * RECORD ITS FIRST STATUS ON THE ORDER-HISTORY STORE.           *
      *---------------------------------------------------------------*
       LOAD-ORDER-RECORD.
           MOVE WS-PORTAL-CUSTIDENT TO QO-CUSTIDENT.
           MOVE WS-PORTAL-ORDERNUM  TO QO-ORDERNUM.
           MOVE WS-ORDERDATE-N      TO QO-ORDERDATE.
           MOVE WS-PORTAL-ORDERAMT  TO QO-ORDERAMT.
           MOVE HV-ORDERSTATUS      TO QO-ORDERSTATUS.
           MOVE ZEROS               TO QO-SETTLEDT.
           MOVE ZEROS               TO QO-PAID-AMT.
           MOVE ZEROS               TO QO-CREDIT-AMT.
           MOVE 'USD'               TO QO-CURRENCY.
           MOVE SPACES              TO QO-PROMO-CODE.
           IF  HV-SHIPTO-IND < 0
               MOVE ZERO            TO QO-SHIPTO-SEQ
           ELSE
               MOVE HV-SHIPTOSEQ    TO QO-SHIPTO-SEQ
           END-IF.
           WRITE QO-ODCSFORD-RECORD
           IF  VKSDORD-STATUS = '00'
               ADD 1 TO WS-BRIDGED-COUNT
               MOVE SPACES          TO OHW-OLD-STATUS
               MOVE QO-ORDERSTATUS  TO OHW-NEW-STATUS
               PERFORM RECORD-STATUS-CHANGE
           ELSE
               MOVE 'RSSABB82: VKSDORD-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RECORD A STATUS TRANSITION ON THE ORDER-HISTORY STORE. THE    *
      * CALLER SETS THE OLD AND NEW STATUS FIRST.                     *
      *---------------------------------------------------------------*
       RECORD-STATUS-CHANGE.
           MOVE QO-CUSTIDENT TO OHW-CUSTIDENT.
           MOVE QO-ORDERNUM  TO OHW-ORDERNUM.
           MOVE 'RSSABB82'   TO OHW-PROGRAM.
           MOVE SPACES       TO OHW-USERID.
           CALL 'RSSOHW00' USING RSSOHW-AREA.
           EXIT.

      *---------------------------------------------------------------*
      * LIST THE CURRENT PORTAL ORDER AND WHY IT WAS LEFT BEHIND.     *
      *---------------------------------------------------------------*
       WRITE-EXCEPTION-LINE.
           MOVE HV-CUSTIDENT     TO WR-CUSTIDENT
           MOVE HV-ORDERNUM      TO WR-ORDERNUM
           MOVE HV-ORDERDATE     TO WR-ORDERDATE
           MOVE HV-ORDERAMT      TO WR-ORDERAMT
           MOVE WS-REJECT-REASON TO WR-REASON
           WRITE REPORT-REC FROM W-RPT-DETAIL
           ADD 1 TO WS-REJECT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * THE DB2 SIDE OF THE RECONCILIATION: EVERY ROW ON THE TABLE.   *
      *---------------------------------------------------------------*
       COUNT-DB2-ORDERS.
           EXEC SQL
                SELECT  COUNT(*)
                INTO   :WS-DB2-ORDER-COUNT
                FROM    PJ01DB2.ODCSFORD
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              MOVE 'RSSABB82: SELECT-COUNT-FAILURE...' TO DISP-MSG
              PERFORM Z-DISPLAY-DISP-MSG
              DISPLAY '* RSSABB82: SQLCODE-' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE VSAM SIDE OF THE RECONCILIATION: ONE PASS OF THE WHOLE    *
      * ORDERS FILE FROM ITS LOWEST KEY.                              *
      *---------------------------------------------------------------*
       COUNT-VSAM-ORDERS.
           MOVE 'N'   TO WS-VSAM-EOF-SWITCH.
           MOVE ZEROS TO QO-ORDER-KEY.
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-VSAM-EOF-SWITCH
           END-IF
           PERFORM UNTIL VSAM-EOF
              PERFORM VKSDORD-READNEXT
              IF  NOT VSAM-EOF
                  ADD 1 TO WS-VSAM-ORDER-COUNT
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * WRITE THE END-OF-JOB BRIDGE AND RECONCILIATION COUNTS.        *
      *---------------------------------------------------------------*
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

           MOVE 'PORTAL ORDERS READ     :' TO WR-COUNT-LABEL
           MOVE WS-READ-COUNT              TO WR-COUNT-VALUE
           WRITE REPORT-REC FROM W-RPT-COUNT-LINE.

           MOVE 'CARRIED TO VSAM        :' TO WR-COUNT-LABEL
           MOVE WS-BRIDGED-COUNT           TO WR-COUNT-VALUE
           WRITE REPORT-REC FROM W-RPT-COUNT-LINE.

           MOVE 'ALREADY ON VSAM        :' TO WR-COUNT-LABEL
           MOVE WS-PRESENT-COUNT           TO WR-COUNT-VALUE
           WRITE REPORT-REC FROM W-RPT-COUNT-LINE.

           MOVE 'NOT CARRIED            :' TO WR-COUNT-LABEL
           MOVE WS-REJECT-COUNT            TO WR-COUNT-VALUE
           WRITE REPORT-REC FROM W-RPT-COUNT-LINE.

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

           MOVE 'DB2 ORDER ROWS         :' TO WR-COUNT-LABEL
           MOVE WS-DB2-ORDER-COUNT         TO WR-COUNT-VALUE
           WRITE REPORT-REC FROM W-RPT-COUNT-LINE.

           MOVE 'VSAM ORDER RECORDS     :' TO WR-COUNT-LABEL
           MOVE WS-VSAM-ORDER-COUNT        TO WR-COUNT-VALUE
           WRITE REPORT-REC FROM W-RPT-COUNT-LINE.

           MOVE 'PORTAL ORDERS ON VSAM  :' TO WR-COUNT-LABEL
           MOVE WS-ON-VSAM-COUNT           TO WR-COUNT-VALUE
           WRITE REPORT-REC FROM W-RPT-COUNT-LINE.
           EXIT.

      *---------------------------------------------------------------*
      * DISPLAY THE END-OF-JOB RUN STATISTICS.                        *
      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABB82: RUN STATISTICS...'
           DISPLAY '   PORTAL ORDERS READ : ' WS-READ-COUNT
           DISPLAY '   CARRIED TO VSAM    : ' WS-BRIDGED-COUNT
           DISPLAY '   ALREADY ON VSAM    : ' WS-PRESENT-COUNT
           DISPLAY '   NOT CARRIED        : ' WS-REJECT-COUNT
           DISPLAY '   DB2 ORDER ROWS     : ' WS-DB2-ORDER-COUNT
           DISPLAY '   VSAM ORDER RECORDS : ' WS-VSAM-ORDER-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE: THE BRIDGE COUNTS AND BOTH SIDES OF THE RECONCILIATION. *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABB82' TO CTLTOT-PROGRAM.
           MOVE 'PORTAL ORDERS READ' TO CTLTOT-LABEL.
           MOVE WS-READ-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB82' TO CTLTOT-PROGRAM.
           MOVE 'PORTAL ORDERS BRIDGED' TO CTLTOT-LABEL.
           MOVE WS-BRIDGED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB82' TO CTLTOT-PROGRAM.
           MOVE 'PORTAL NOT CARRIED' TO CTLTOT-LABEL.
           MOVE WS-REJECT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB82' TO CTLTOT-PROGRAM.
           MOVE 'DB2 ORDER ROWS' TO CTLTOT-LABEL.
           MOVE WS-DB2-ORDER-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB82' TO CTLTOT-PROGRAM.
           MOVE 'VSAM ORDER RECORDS' TO CTLTOT-LABEL.
           MOVE WS-VSAM-ORDER-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB82' TO CTLTOT-PROGRAM.
           MOVE 'PORTAL ORDERS ON VSAM' TO CTLTOT-LABEL.
           MOVE WS-ON-VSAM-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO FETCH THE NEXT PORTAL ORDER ROW IN KEY ORDER.     *
      * ------------------------------------------------------------- *
       FETCH-NEXT-DB2.
           EXEC SQL FETCH PORTAL-ORD-ASC
                INTO :HV-CUSTIDENT, :HV-ORDERNUM, :HV-ORDERDATE,
                     :HV-ORDERAMT,
                     :HV-ORDERSTATUS :HV-STATUS-IND,
                     :HV-SHIPTOSEQ   :HV-SHIPTO-IND
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.

           IF SQLCODE = +100
              MOVE 'Y' TO WS-DB2-EOF-SWITCH
           ELSE
              IF SQLCODE NOT = +0
                 MOVE 'RSSABB82: CURSOR-FAILURE-FETCH...' TO DISP-MSG
                 PERFORM Z-DISPLAY-DISP-MSG
                 DISPLAY '* RSSABB82: SQLCODE-' WS-SQLCODE
                 COPY ZSQLSTAT.
                 PERFORM Z-ABEND-PROGRAM
              END-IF
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
               MOVE 'RSSABB82: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABB82: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABB82: VKSDCUST, FAILURE, CLOSE...'
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
               MOVE 'RSSABB82: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABB82: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-READ.
           READ VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
           OR  VKSDORD-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB82: VKSDORD-FAILURE-READ...'
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
                   MOVE 'Y' TO WS-VSAM-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB82: VKSDORD-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDORD-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABB82: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB82: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB82: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB82: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB82: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB82: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
