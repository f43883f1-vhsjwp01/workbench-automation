       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC25.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY CROSS-STORE RECONCILIATION OF THE CUSTOMER'S      *
      *     CHILD DATA. RSSABB06 HOLDS THE CUSTOMER RECORD ITSELF     *
      *     TO ITS DB2 COPY; THIS STEP DOES THE SAME FOR THE THREE    *
      *     CHILD STORES KEPT BOTH IN VSAM AND IN DB2:                *
      *       - NOTES : VSAM ODCSFNT (RSSAT005) AGAINST               *
      *                 PJ01DB2.ODCSFNOTE (RSSBT001, RSSABB14),       *
      *       - ROLLUP: VSAM CUSTLV AGAINST PJ01DB2.ODCSFLV (BOTH     *
      *                 WRITTEN BY RSSABB10),                         *
      *       - ORDERS: VSAM ODCSFORD (THE BATCH SUITE) AGAINST       *
      *                 PJ01DB2.ODCSFORD (RSSBT001).                  *
      *     THE DB2 ORDER TABLE ONLY EVER HOLDS THE PORTAL'S ORDERS,  *
      *     AS CAPTURED BY RSSBT006 AND CARRIED ACROSS BY RSSABB82,   *
      *     SO AN ORDER ONLY ON VSAM IS DRIFT ONLY WHEN ITS FIRST     *
      *     STATUS-HISTORY ENTRY SAYS RSSABB82 BROUGHT IT IN; THE     *
      *     OTHERS ARE COUNTED AS BATCH-ONLY ORDERS. THE DB2 ROW      *
      *     KEEPS ITS CAPTURE STATUS, SO ONLY THE DATE AND AMOUNT ARE *
      *     COMPARED, AS RSSABB82 DOES.                               *
      *     EACH PAIR IS MATCH-MERGED IN KEY ORDER AND EVERY KEY      *
      *     FOUND IN ONLY ONE STORE, OR FOUND IN BOTH WITH DIFFERING  *
      *     FIELDS (THE DIFFERING FIELDS ARE NAMED), IS LISTED.       *
      *    -LIKE RSSABB06 IT ONLY RUNS ON A BUSINESS DAY, WRITES ITS  *
      *     COUNTS TO CTLTOT AND ENDS WITH RETURN CODE 4 WHEN ANY     *
      *     DRIFT IS FOUND, SO THE CHAIN DRIVER AND THE RUN-LOG ALERT *
      *     SURFACE IT WITHOUT ANYONE READING THE REPORT.             *
      * ------------------------------------------------------------- *
      * INPUT FILE  : VSAM - VKSDNOT (CUSTOMER NOTES, ODCSFNT)        *
      * INPUT FILE  : VSAM - VKSDCLV (LIFETIME ROLLUP, ODCSFLV)       *
      * INPUT FILE  : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)         *
      * INPUT FILE  : VSAM - ORDHIST (ORDER STATUS HISTORY, ODCSFOH)  *
      * INPUT TABLE : DB2  - PJ01DB2.ODCSFNOTE                        *
      * INPUT TABLE : DB2  - PJ01DB2.ODCSFLV                          *
      * INPUT TABLE : DB2  - PJ01DB2.ODCSFORD                         *
      * OUTPUT      : SYSPRINT - RECONCILIATION REPORT                *
      * OUTPUT FILE : QSAM - CTLTOT (END-OF-SUITE COUNTS)             *
      * RETURN CODE : 0  - NO DRIFT FOUND                             *
      *               4  - DRIFT FOUND IN ANY PAIR - SEE REPORT       *
      *               12 - ABEND                                      *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CUSTOMER NOTES VSAM-KSDS FILE
           SELECT OPTIONAL VKSDNOT-FILE
               ASSIGN       TO VKSDNOT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS QN-NOTE-KEY
               FILE STATUS  IS VKSDNOT-STATUS.

      * LIFETIME-VALUE ROLLUP VSAM-KSDS FILE
           SELECT OPTIONAL VKSDCLV-FILE
               ASSIGN       TO VKSDCLV
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS QL-CUSTIDENT
               FILE STATUS  IS VKSDCLV-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * ORDER STATUS HISTORY, EACH VSAM-ONLY ORDER'S FIRST ENTRY
           SELECT OPTIONAL ORDHIST-FILE
               ASSIGN       TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OH-HIST-KEY
               FILE STATUS  IS ORDHIST-STATUS.

      * RECONCILIATION REPORT
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
       FD   VKSDNOT-FILE.
       COPY ODCSFNT.

       FD   VKSDCLV-FILE.
       COPY ODCSFLV.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   ORDHIST-FILE.
       COPY ODCSFOH.

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
       01  VKSDNOT-STATUS.
           05  VKSDNOT-STAT1       PIC X.
           05  VKSDNOT-STAT2       PIC X.
       01  VKSDCLV-STATUS.
           05  VKSDCLV-STAT1       PIC X.
           05  VKSDCLV-STAT2       PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  ORDHIST-STATUS.
           05  ORDHIST-STAT1       PIC X.
           05  ORDHIST-STAT2       PIC X.
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

       01  WS-VSAM-EOF-SWITCH      PIC X       VALUE 'N'.
           88  VSAM-EOF            VALUE 'Y'.
       01  WS-DB2-EOF-SWITCH       PIC X       VALUE 'N'.
           88  DB2-EOF             VALUE 'Y'.

      * THE KEYS OF THE CURRENT VSAM RECORD AND DB2 ROW OF THE PAIR
      * BEING MERGED (CUSTOMER ID PLUS NOTE OR ORDER NUMBER, ZERO FOR
      * THE ROLLUP); AN EXHAUSTED SIDE HOLDS HIGH-VALUES, SO IT SORTS
      * AFTER EVERY REAL KEY
       01  WS-VSAM-KEY.
           05  WS-VSAM-KEY-ID      PIC 9(009).
           05  WS-VSAM-KEY-SUB     PIC 9(006).
       01  WS-DB2-KEY.
           05  WS-DB2-KEY-ID       PIC 9(009).
           05  WS-DB2-KEY-SUB      PIC 9(006).

      * RECONCILIATION RUN STATISTICS, ONE SET PER PAIR:
      * 1 NOTES, 2 ROLLUP, 3 ORDERS
       01  WS-PAIR-IX              PIC S9(4) COMP VALUE +0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY       OCCURS 3.
               10  WS-MATCH-COUNT      PIC 9(7) COMP.
               10  WS-VSAM-ONLY-COUNT  PIC 9(7) COMP.
               10  WS-DB2-ONLY-COUNT   PIC 9(7) COMP.
               10  WS-MISMATCH-COUNT   PIC 9(7) COMP.
       01  WS-PAIR-NAMES           PIC X(018)  VALUE
           'NOTES ROLLUPORDERS'.
       01  WS-PAIR-NAME            REDEFINES WS-PAIR-NAMES
                                   PIC X(006) OCCURS 3.
       01  WS-PAIR-TABLES          PIC X(060)  VALUE
           'PJ01DB2.ODCSFNOTE   PJ01DB2.ODCSFLV     PJ01DB2.ODCSFORD'.
       01  WS-PAIR-DB2-TABLE       REDEFINES WS-PAIR-TABLES
                                   PIC X(020) OCCURS 3.
       01  WS-DRIFT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-BATCH-ONLY-COUNT     PIC 9(7) COMP VALUE 0.

      * THE NAMES OF THE FIELDS FOUND TO DIFFER ON A MATCHED KEY
       01  WS-DIFF-FIELDS          PIC X(060)  VALUE SPACES.
       01  WS-DIFF-PTR             PIC S9(4) COMP VALUE +1.
       01  WS-DIFF-NAME            PIC X(012)  VALUE SPACES.

      *-- DB2 HOST VARIABLES FOR THE THREE CURSORS (KEPT SEPARATE
      *-- FROM THE VSAM RECORDS SO THE TWO SIDES CAN BE HELD AND
      *-- COMPARED AT THE SAME TIME)
       01  HV-NT-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  HV-NT-NOTESEQ           PIC S9(04) COMP.
       01  HV-NT-NOTEDATE          PIC X(010).
       01  HV-NT-NOTEUSERID        PIC X(008).
       01  HV-NT-NOTETEXT          PIC X(060).
       01  HV-NT-FOLLOWUPDT        PIC 9(008).

       01  HV-LV-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  HV-LV-ORDER-COUNT       PIC S9(7)V USAGE COMP-3.
       01  HV-LV-TOTAL-AMT         PIC S9(11)V99 USAGE COMP-3.
       01  HV-LV-FIRST-DT          PIC S9(8)V USAGE COMP-3.
       01  HV-LV-LAST-DT           PIC S9(8)V USAGE COMP-3.

       01  HV-OR-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  HV-OR-ORDERNUM          PIC 9(006).
       01  HV-OR-ORDERDATE         PIC X(010).
       01  HV-OR-ORDERAMT          PIC 9(007)V99.

      *-- THE VSAM DATES ARE PLAIN CCYYMMDD, BUT THE DB2 DATES ARE THE
      *-- DASHED CCYY-MM-DD TEXT FORMAT, SO THEY ARE REFORMATTED
      *-- BEFORE THE TWO ARE COMPARED.
       01  WS-VSAM-DATE            PIC 9(008)  VALUE 0.
       01  WS-VSAM-DATE-G          REDEFINES WS-VSAM-DATE.
           05  WS-VSAM-DATE-CCYY   PIC X(004).
           05  WS-VSAM-DATE-MM     PIC X(002).
           05  WS-VSAM-DATE-DD     PIC X(002).
       01  WS-VSAM-DATE-10.
           05  WS-VSAM-DATE-10-CCYY   PIC X(04).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  WS-VSAM-DATE-10-MM     PIC X(02).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  WS-VSAM-DATE-10-DD     PIC X(02).

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.
       01  WS-CAL-RUN-DATE         PIC 9(008) VALUE 0.
       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

           EXEC SQL DECLARE NOTE-RECON-ASC CURSOR FOR
                SELECT CUSTIDENT,  NOTESEQ,  NOTEDATE,
                       NOTEUSERID, NOTETEXT, FOLLOWUPDT
                FROM   PJ01DB2.ODCSFNOTE
                ORDER BY CUSTIDENT, NOTESEQ
           END-EXEC.

           EXEC SQL DECLARE LV-RECON-ASC CURSOR FOR
                SELECT CUSTIDENT,  ORDERCOUNT, TOTALAMT,
                       FIRSTORDDT, LASTORDDT
                FROM   PJ01DB2.ODCSFLV
                ORDER BY CUSTIDENT
           END-EXEC.

           EXEC SQL DECLARE ORD-RECON-ASC CURSOR FOR
                SELECT CUSTIDENT, ORDERNUM, ORDERDATE,
                       ORDERAMT
                FROM   PJ01DB2.ODCSFORD
                ORDER BY CUSTIDENT, ORDERNUM
           END-EXEC.

      *-- DESCRIPTION OF THE REPORT TITLE AND COLUMN HEADINGS
       01  W-RPT-TITLE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(050)
               VALUE 'RSSABC25 - VSAM/DB2 CHILD-DATA DRIFT REPORT'.
           05  FILLER              PIC X(072) VALUE SPACES.

       01  W-RPT-SECTION.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(006) VALUE 'PAIR: '.
           05  WR-SECTION-NAME     PIC X(006).
           05  FILLER              PIC X(012) VALUE ' - VSAM AND '.
           05  WR-SECTION-TABLE    PIC X(020).
           05  FILLER              PIC X(078) VALUE SPACES.

       01  W-RPT-HEADER.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(014) VALUE 'STATUS'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(009) VALUE 'IDENT'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(006) VALUE 'NUMBER'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(060) VALUE 'DETAIL'.
           05  FILLER              PIC X(030) VALUE SPACES.

      *-- DESCRIPTION OF ONE RECONCILIATION DETAIL LINE
       01  W-RPT-DETAIL.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WR-STATUS           PIC X(014).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-IDENT            PIC 9(009).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-SUBKEY           PIC ZZZZZ9.
           05  WR-SUBKEY-X         REDEFINES WR-SUBKEY PIC X(006).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-DETAIL           PIC X(060).
           05  FILLER              PIC X(030) VALUE SPACES.

      *-- DESCRIPTION OF ONE SUMMARY COUNT LINE
       01  W-RPT-COUNT-LINE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  WR-COUNT-PAIR       PIC X(006).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-COUNT-LABEL      PIC X(020).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WR-COUNT-VALUE      PIC ZZZZZZ9.
           05  FILLER              PIC X(087) VALUE SPACES.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC25' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * COMPANY CALENDAR: A SCHEDULER-DRIVEN STEP ONLY RUNS ON A
      * BUSINESS DAY. AN UNLOADED CALENDAR (RETCODE '23') COUNTS AS
      * A BUSINESS DAY SO THE CHAIN KEEPS RUNNING WITHOUT ONE...
           ACCEPT WS-CAL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'B'             TO CAL-FUNC.
           MOVE WS-CAL-RUN-DATE TO CAL-DATE.
           CALL 'RSSCAL00' USING RSSCAL-AREA.
           IF  CAL-RETCODE = '00'
           AND CAL-ANSWER = 'N'
               DISPLAY 'RSSABC25: ' WS-CAL-RUN-DATE
                       ' IS NOT A PROCESSING DAY, ENDING'
               MOVE 'END'      TO RLOG-PHASE
               MOVE 'RSSABC25' TO RLOG-PROGRAM
               MOVE 0          TO RLOG-RC
               MOVE 0          TO RLOG-COUNT
               CALL 'RSSLOG00' USING RSSLOG-AREA
               GOBACK
           END-IF.

      * ------------------------------------------------------------- *
      * FILE OPENING...
           DISPLAY "OPENING INPUT FILES..."
           PERFORM VKSDNOT-OPEN.
           PERFORM VKSDCLV-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM ORDHIST-OPEN.
           OPEN OUTPUT SYSPRINT.
           INITIALIZE WS-PAIR-TABLE.

           WRITE REPORT-REC FROM W-RPT-TITLE.

      * ------------------------------------------------------------- *
      * EACH PAIR IS MATCH-MERGED ON ITS ASCENDING KEY IN TURN...
           PERFORM RECONCILE-NOTES.
           PERFORM RECONCILE-ROLLUP.
           PERFORM RECONCILE-ORDERS.

           PERFORM WRITE-REPORT-SUMMARY.

      * ------------------------------------------------------------- *
      * FILE CLOSING...
           DISPLAY "CLOSING INPUT FILES..."
           PERFORM VKSDNOT-CLOSE.
           PERFORM VKSDCLV-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM ORDHIST-CLOSE.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * SIGNAL DRIFT TO THE SCHEDULER, SO AN UNREAD REPORT STILL       *
      * RESULTS IN AN ALERT.                                           *
           IF  WS-DRIFT-COUNT > 0
               DISPLAY 'RSSABC25: DRIFT DETECTED - ' WS-DRIFT-COUNT
                        ' KEY(S) OUT OF SYNC, FLAGGING RUN'
               ADD 4 TO ZERO GIVING RETURN-CODE
           ELSE
               DISPLAY 'RSSABC25: NO DRIFT DETECTED'
           END-IF

           PERFORM CTLTOT-OPEN.
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1 UNTIL WS-PAIR-IX > 3
              MOVE 'RSSABC25'        TO CTLTOT-PROGRAM
              MOVE SPACES            TO CTLTOT-LABEL
              STRING WS-PAIR-NAME (WS-PAIR-IX) DELIMITED BY SPACE
                     ' MATCHED'      DELIMITED BY SIZE
                INTO CTLTOT-LABEL
              END-STRING
              MOVE WS-MATCH-COUNT (WS-PAIR-IX) TO CTLTOT-COUNT
              PERFORM CTLTOT-WRITE
              MOVE 'RSSABC25'        TO CTLTOT-PROGRAM
              MOVE SPACES            TO CTLTOT-LABEL
              STRING WS-PAIR-NAME (WS-PAIR-IX) DELIMITED BY SPACE
                     ' DRIFT'        DELIMITED BY SIZE
                INTO CTLTOT-LABEL
              END-STRING
              ADD WS-VSAM-ONLY-COUNT (WS-PAIR-IX)
                  WS-DB2-ONLY-COUNT (WS-PAIR-IX)
                  WS-MISMATCH-COUNT (WS-PAIR-IX)
                GIVING CTLTOT-COUNT
              PERFORM CTLTOT-WRITE
           END-PERFORM.
           MOVE 'RSSABC25'           TO CTLTOT-PROGRAM
           MOVE 'BATCH-ONLY ORDERS'  TO CTLTOT-LABEL
           MOVE WS-BATCH-ONLY-COUNT  TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC25' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-DRIFT-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      * ------------------------------------------------------------- *
      * NOTES: VSAM ODCSFNT AGAINST PJ01DB2.ODCSFNOTE, BY CUSTOMER ID *
      * AND NOTE SEQUENCE.                                            *
      * ------------------------------------------------------------- *
       RECONCILE-NOTES.
           MOVE 1 TO WS-PAIR-IX
           PERFORM WRITE-SECTION-HEADER
           EXEC SQL OPEN NOTE-RECON-ASC END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              MOVE 'RSSABC25: NOTE-CURSOR-FAILURE-OPEN...' TO DISP-MSG
              PERFORM Z-DISPLAY-DISP-MSG
              DISPLAY '* RSSABC25: SQLCODE-' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO WS-VSAM-EOF-SWITCH
           MOVE 'N' TO WS-DB2-EOF-SWITCH
           PERFORM GET-NEXT-NOTE.
           PERFORM FETCH-NEXT-DB2-NOTE.
           PERFORM UNTIL VSAM-EOF AND DB2-EOF
              EVALUATE TRUE
                 WHEN WS-VSAM-KEY < WS-DB2-KEY
                      PERFORM REPORT-VSAM-ONLY
                      PERFORM GET-NEXT-NOTE
                 WHEN WS-VSAM-KEY > WS-DB2-KEY
                      PERFORM REPORT-DB2-ONLY
                      PERFORM FETCH-NEXT-DB2-NOTE
                 WHEN OTHER
                      PERFORM COMPARE-NOTES
                      PERFORM GET-NEXT-NOTE
                      PERFORM FETCH-NEXT-DB2-NOTE
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE NOTE-RECON-ASC END-EXEC.
           EXIT.

       GET-NEXT-NOTE.
           PERFORM VKSDNOT-NEXT
           IF  VSAM-EOF
               MOVE HIGH-VALUES  TO WS-VSAM-KEY
           ELSE
               MOVE QN-CUSTIDENT TO WS-VSAM-KEY-ID
               MOVE QN-NOTESEQ   TO WS-VSAM-KEY-SUB
           END-IF
           EXIT.

       FETCH-NEXT-DB2-NOTE.
           EXEC SQL FETCH NOTE-RECON-ASC
                INTO :HV-NT-CUSTIDENT,  :HV-NT-NOTESEQ,
                     :HV-NT-NOTEDATE,   :HV-NT-NOTEUSERID,
                     :HV-NT-NOTETEXT,   :HV-NT-FOLLOWUPDT
           END-EXEC.
           PERFORM CHECK-FETCH-SQLCODE
           IF  DB2-EOF
               MOVE HIGH-VALUES     TO WS-DB2-KEY
           ELSE
               MOVE HV-NT-CUSTIDENT TO WS-DB2-KEY-ID
               MOVE HV-NT-NOTESEQ   TO WS-DB2-KEY-SUB
           END-IF
           EXIT.

       COMPARE-NOTES.
           MOVE SPACES TO WS-DIFF-FIELDS
           MOVE 1      TO WS-DIFF-PTR
           MOVE QN-NOTEDATE TO WS-VSAM-DATE
           PERFORM FORMAT-VSAM-DATE
           IF  WS-VSAM-DATE-10 NOT = HV-NT-NOTEDATE
               MOVE 'NOTEDATE' TO WS-DIFF-NAME
               PERFORM ADD-DIFF-NAME
           END-IF
           IF  QN-NOTEUSERID NOT = HV-NT-NOTEUSERID
               MOVE 'USERID' TO WS-DIFF-NAME
               PERFORM ADD-DIFF-NAME
           END-IF
           IF  QN-NOTETEXT NOT = HV-NT-NOTETEXT
               MOVE 'TEXT' TO WS-DIFF-NAME
               PERFORM ADD-DIFF-NAME
           END-IF
           IF  QN-FOLLOWUPDT NOT = HV-NT-FOLLOWUPDT
               MOVE 'FOLLOWUPDT' TO WS-DIFF-NAME
               PERFORM ADD-DIFF-NAME
           END-IF
           PERFORM REPORT-COMPARISON
           EXIT.

      * ------------------------------------------------------------- *
      * ROLLUP: VSAM CUSTLV AGAINST PJ01DB2.ODCSFLV, BY CUSTOMER ID.  *
      * ------------------------------------------------------------- *
       RECONCILE-ROLLUP.
           MOVE 2 TO WS-PAIR-IX
           PERFORM WRITE-SECTION-HEADER
           EXEC SQL OPEN LV-RECON-ASC END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              MOVE 'RSSABC25: LV-CURSOR-FAILURE-OPEN...' TO DISP-MSG
              PERFORM Z-DISPLAY-DISP-MSG
              DISPLAY '* RSSABC25: SQLCODE-' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO WS-VSAM-EOF-SWITCH
           MOVE 'N' TO WS-DB2-EOF-SWITCH
           PERFORM GET-NEXT-ROLLUP.
           PERFORM FETCH-NEXT-DB2-ROLLUP.
           PERFORM UNTIL VSAM-EOF AND DB2-EOF
              EVALUATE TRUE
                 WHEN WS-VSAM-KEY < WS-DB2-KEY
                      PERFORM REPORT-VSAM-ONLY
                      PERFORM GET-NEXT-ROLLUP
                 WHEN WS-VSAM-KEY > WS-DB2-KEY
                      PERFORM REPORT-DB2-ONLY
                      PERFORM FETCH-NEXT-DB2-ROLLUP
                 WHEN OTHER
                      PERFORM COMPARE-ROLLUPS
                      PERFORM GET-NEXT-ROLLUP
                      PERFORM FETCH-NEXT-DB2-ROLLUP
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE LV-RECON-ASC END-EXEC.
           EXIT.

       GET-NEXT-ROLLUP.
           PERFORM VKSDCLV-NEXT
           IF  VSAM-EOF
               MOVE HIGH-VALUES  TO WS-VSAM-KEY
           ELSE
               MOVE QL-CUSTIDENT TO WS-VSAM-KEY-ID
               MOVE ZEROS        TO WS-VSAM-KEY-SUB
           END-IF
           EXIT.

       FETCH-NEXT-DB2-ROLLUP.
           EXEC SQL FETCH LV-RECON-ASC
                INTO :HV-LV-CUSTIDENT,  :HV-LV-ORDER-COUNT,
                     :HV-LV-TOTAL-AMT,  :HV-LV-FIRST-DT,
                     :HV-LV-LAST-DT
           END-EXEC.
           PERFORM CHECK-FETCH-SQLCODE
           IF  DB2-EOF
               MOVE HIGH-VALUES     TO WS-DB2-KEY
           ELSE
               MOVE HV-LV-CUSTIDENT TO WS-DB2-KEY-ID
               MOVE ZEROS           TO WS-DB2-KEY-SUB
           END-IF
           EXIT.

       COMPARE-ROLLUPS.
           MOVE SPACES TO WS-DIFF-FIELDS
           MOVE 1      TO WS-DIFF-PTR
           IF  QL-ORDER-COUNT NOT = HV-LV-ORDER-COUNT
               MOVE 'ORDERCOUNT' TO WS-DIFF-NAME
               PERFORM ADD-DIFF-NAME
           END-IF
           IF  QL-TOTAL-AMT NOT = HV-LV-TOTAL-AMT
               MOVE 'TOTALAMT' TO WS-DIFF-NAME
               PERFORM ADD-DIFF-NAME
           END-IF
           IF  QL-FIRST-ORDERDT NOT = HV-LV-FIRST-DT
               MOVE 'FIRSTORDDT' TO WS-DIFF-NAME
               PERFORM ADD-DIFF-NAME
           END-IF
           IF  QL-LAST-ORDERDT NOT = HV-LV-LAST-DT
               MOVE 'LASTORDDT' TO WS-DIFF-NAME
               PERFORM ADD-DIFF-NAME
           END-IF
           PERFORM REPORT-COMPARISON
           EXIT.

      * ------------------------------------------------------------- *
      * ORDERS: VSAM ODCSFORD AGAINST PJ01DB2.ODCSFORD, BY CUSTOMER   *
      * ID AND ORDER NUMBER. A VSAM-ONLY ORDER THE PORTAL BRIDGE DID  *
      * NOT BRING IN IS A BATCH-ONLY ORDER, NOT DRIFT.                *
      * ------------------------------------------------------------- *
       RECONCILE-ORDERS.
           MOVE 3 TO WS-PAIR-IX
           PERFORM WRITE-SECTION-HEADER
           EXEC SQL OPEN ORD-RECON-ASC END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              MOVE 'RSSABC25: ORD-CURSOR-FAILURE-OPEN...' TO DISP-MSG
              PERFORM Z-DISPLAY-DISP-MSG
              DISPLAY '* RSSABC25: SQLCODE-' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO WS-VSAM-EOF-SWITCH
           MOVE 'N' TO WS-DB2-EOF-SWITCH
           PERFORM GET-NEXT-ORDER.
           PERFORM FETCH-NEXT-DB2-ORDER.
           PERFORM UNTIL VSAM-EOF AND DB2-EOF
              EVALUATE TRUE
                 WHEN WS-VSAM-KEY < WS-DB2-KEY
                      PERFORM CHECK-VSAM-ONLY-ORDER
                      PERFORM GET-NEXT-ORDER
                 WHEN WS-VSAM-KEY > WS-DB2-KEY
                      PERFORM REPORT-DB2-ONLY
                      PERFORM FETCH-NEXT-DB2-ORDER
                 WHEN OTHER
                      PERFORM COMPARE-ORDERS
                      PERFORM GET-NEXT-ORDER
                      PERFORM FETCH-NEXT-DB2-ORDER
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE ORD-RECON-ASC END-EXEC.
           EXIT.

       GET-NEXT-ORDER.
           PERFORM VKSDORD-NEXT
           IF  VSAM-EOF
               MOVE HIGH-VALUES  TO WS-VSAM-KEY
           ELSE
               MOVE QO-CUSTIDENT TO WS-VSAM-KEY-ID
               MOVE QO-ORDERNUM  TO WS-VSAM-KEY-SUB
           END-IF
           EXIT.

       FETCH-NEXT-DB2-ORDER.
           EXEC SQL FETCH ORD-RECON-ASC
                INTO :HV-OR-CUSTIDENT,  :HV-OR-ORDERNUM,
                     :HV-OR-ORDERDATE,  :HV-OR-ORDERAMT
           END-EXEC.
           PERFORM CHECK-FETCH-SQLCODE
           IF  DB2-EOF
               MOVE HIGH-VALUES     TO WS-DB2-KEY
           ELSE
               MOVE HV-OR-CUSTIDENT TO WS-DB2-KEY-ID
               MOVE HV-OR-ORDERNUM  TO WS-DB2-KEY-SUB
           END-IF
           EXIT.

      * ------------------------------------------------------------- *
      * AN ORDER ONLY ON VSAM: DRIFT WHEN THE PORTAL BRIDGE BROUGHT   *
      * IT IN (ITS FIRST STATUS-HISTORY ENTRY IS RSSABB82'S).         *
      * ------------------------------------------------------------- *
       CHECK-VSAM-ONLY-ORDER.
           MOVE QO-CUSTIDENT TO OH-CUSTIDENT
           MOVE QO-ORDERNUM  TO OH-ORDERNUM
           MOVE ZEROS        TO OH-CHGSEQ
           START ORDHIST-FILE KEY NOT < OH-HIST-KEY
           IF  ORDHIST-STATUS = '00'
               READ ORDHIST-FILE NEXT RECORD
           END-IF
           IF  ORDHIST-STATUS = '00'
           AND OH-CUSTIDENT = QO-CUSTIDENT
           AND OH-ORDERNUM = QO-ORDERNUM
           AND OH-PROGRAM = 'RSSABB82'
               PERFORM REPORT-VSAM-ONLY
           ELSE
               ADD 1 TO WS-BATCH-ONLY-COUNT
           END-IF
           EXIT.

       COMPARE-ORDERS.
           MOVE SPACES TO WS-DIFF-FIELDS
           MOVE 1      TO WS-DIFF-PTR
           MOVE QO-ORDERDATE TO WS-VSAM-DATE
           PERFORM FORMAT-VSAM-DATE
           IF  WS-VSAM-DATE-10 NOT = HV-OR-ORDERDATE
               MOVE 'ORDERDATE' TO WS-DIFF-NAME
               PERFORM ADD-DIFF-NAME
           END-IF
           IF  QO-ORDERAMT NOT = HV-OR-ORDERAMT
               MOVE 'ORDERAMT' TO WS-DIFF-NAME
               PERFORM ADD-DIFF-NAME
           END-IF
           PERFORM REPORT-COMPARISON
           EXIT.

      * ------------------------------------------------------------- *
      * THE FETCH'S SQLCODE: +100 ENDS THE CURSOR, ANYTHING BUT ZERO  *
      * ELSE ABENDS.                                                  *
      * ------------------------------------------------------------- *
       CHECK-FETCH-SQLCODE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE = +100
              MOVE 'Y' TO WS-DB2-EOF-SWITCH
           ELSE
              IF SQLCODE NOT = +0
                 MOVE 'RSSABC25: CURSOR-FAILURE-FETCH...' TO DISP-MSG
                 PERFORM Z-DISPLAY-DISP-MSG
                 DISPLAY '* RSSABC25: SQLCODE-' WS-SQLCODE
                 COPY ZSQLSTAT.
                 PERFORM Z-ABEND-PROGRAM
              END-IF
           END-IF
           EXIT.

      * ------------------------------------------------------------- *
      * CCYYMMDD TO THE DASHED CCYY-MM-DD FORM DB2 RETURNS.           *
      * ------------------------------------------------------------- *
       FORMAT-VSAM-DATE.
           MOVE WS-VSAM-DATE-CCYY TO WS-VSAM-DATE-10-CCYY
           MOVE WS-VSAM-DATE-MM   TO WS-VSAM-DATE-10-MM
           MOVE WS-VSAM-DATE-DD   TO WS-VSAM-DATE-10-DD
           EXIT.

       ADD-DIFF-NAME.
           STRING WS-DIFF-NAME DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
             INTO WS-DIFF-FIELDS
             WITH POINTER WS-DIFF-PTR
           END-STRING
           EXIT.

      * ------------------------------------------------------------- *
      * A KEY FOUND IN BOTH STORES: MATCHED, OR LISTED WITH THE       *
      * FIELDS THAT DIFFER.                                           *
      * ------------------------------------------------------------- *
       REPORT-COMPARISON.
           IF  WS-DIFF-FIELDS = SPACES
               ADD 1 TO WS-MATCH-COUNT (WS-PAIR-IX)
           ELSE
               MOVE 'MISMATCH'      TO WR-STATUS
               MOVE WS-VSAM-KEY-ID  TO WR-IDENT
               PERFORM MOVE-SUBKEY
               MOVE SPACES          TO WR-DETAIL
               STRING 'DIFFERING: ' DELIMITED BY SIZE
                      WS-DIFF-FIELDS DELIMITED BY SIZE
                 INTO WR-DETAIL
               END-STRING
               WRITE REPORT-REC FROM W-RPT-DETAIL
               ADD 1 TO WS-MISMATCH-COUNT (WS-PAIR-IX)
               ADD 1 TO WS-DRIFT-COUNT
           END-IF
           EXIT.

      * ------------------------------------------------------------- *
      * REPORT A KEY THAT EXISTS IN THE VSAM FILE BUT NOT IN THE DB2  *
      * TABLE.                                                        *
      * ------------------------------------------------------------- *
       REPORT-VSAM-ONLY.
           MOVE 'ONLY IN VSAM'  TO WR-STATUS
           MOVE WS-VSAM-KEY-ID  TO WR-IDENT
           PERFORM MOVE-SUBKEY
           MOVE SPACES          TO WR-DETAIL
           STRING 'NOT FOUND IN ' DELIMITED BY SIZE
                  WS-PAIR-DB2-TABLE (WS-PAIR-IX) DELIMITED BY SPACE
             INTO WR-DETAIL
           END-STRING
           WRITE REPORT-REC FROM W-RPT-DETAIL
           ADD 1 TO WS-VSAM-ONLY-COUNT (WS-PAIR-IX)
           ADD 1 TO WS-DRIFT-COUNT
           EXIT.

      * ------------------------------------------------------------- *
      * REPORT A KEY THAT EXISTS IN THE DB2 TABLE BUT NOT IN THE VSAM *
      * FILE.                                                         *
      * ------------------------------------------------------------- *
       REPORT-DB2-ONLY.
           MOVE 'ONLY IN DB2'   TO WR-STATUS
           MOVE WS-DB2-KEY-ID   TO WR-IDENT
           MOVE WS-DB2-KEY-SUB  TO WR-SUBKEY
           IF  WS-PAIR-IX = 2
               MOVE SPACES      TO WR-SUBKEY-X
           END-IF
           MOVE 'NOT FOUND IN VSAM-KSDS FILE' TO WR-DETAIL
           WRITE REPORT-REC FROM W-RPT-DETAIL
           ADD 1 TO WS-DB2-ONLY-COUNT (WS-PAIR-IX)
           ADD 1 TO WS-DRIFT-COUNT
           EXIT.

      * THE ROLLUP IS KEYED BY CUSTOMER ALONE: NO NUMBER IS SHOWN
       MOVE-SUBKEY.
           MOVE WS-VSAM-KEY-SUB TO WR-SUBKEY
           IF  WS-PAIR-IX = 2
               MOVE SPACES      TO WR-SUBKEY-X
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       WRITE-SECTION-HEADER.
           MOVE WS-PAIR-NAME (WS-PAIR-IX)      TO WR-SECTION-NAME
           MOVE WS-PAIR-DB2-TABLE (WS-PAIR-IX) TO WR-SECTION-TABLE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM W-RPT-SECTION.
           WRITE REPORT-REC FROM W-RPT-HEADER.
           EXIT.

      *---------------------------------------------------------------*
      * WRITE THE END-OF-JOB RECONCILIATION SUMMARY COUNTS, PER PAIR. *
      *---------------------------------------------------------------*
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.
           DISPLAY 'RSSABC25: RECONCILIATION SUMMARY...'
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1 UNTIL WS-PAIR-IX > 3
              MOVE SPACES TO REPORT-REC
              WRITE REPORT-REC
              MOVE WS-PAIR-NAME (WS-PAIR-IX) TO WR-COUNT-PAIR
              MOVE 'MATCHED         :'  TO WR-COUNT-LABEL
              MOVE WS-MATCH-COUNT (WS-PAIR-IX) TO WR-COUNT-VALUE
              WRITE REPORT-REC FROM W-RPT-COUNT-LINE
              MOVE 'ONLY IN VSAM    :'  TO WR-COUNT-LABEL
              MOVE WS-VSAM-ONLY-COUNT (WS-PAIR-IX) TO WR-COUNT-VALUE
              WRITE REPORT-REC FROM W-RPT-COUNT-LINE
              MOVE 'ONLY IN DB2     :'  TO WR-COUNT-LABEL
              MOVE WS-DB2-ONLY-COUNT (WS-PAIR-IX) TO WR-COUNT-VALUE
              WRITE REPORT-REC FROM W-RPT-COUNT-LINE
              MOVE 'MISMATCHED      :'  TO WR-COUNT-LABEL
              MOVE WS-MISMATCH-COUNT (WS-PAIR-IX) TO WR-COUNT-VALUE
              WRITE REPORT-REC FROM W-RPT-COUNT-LINE
              IF  WS-PAIR-IX = 3
                  MOVE 'BATCH-ONLY ORDERS:' TO WR-COUNT-LABEL
                  MOVE WS-BATCH-ONLY-COUNT  TO WR-COUNT-VALUE
                  WRITE REPORT-REC FROM W-RPT-COUNT-LINE
              END-IF
              DISPLAY '   ' WS-PAIR-NAME (WS-PAIR-IX)
                      ' MATCHED: ' WS-MATCH-COUNT (WS-PAIR-IX)
                      ' VSAM-ONLY: ' WS-VSAM-ONLY-COUNT (WS-PAIR-IX)
                      ' DB2-ONLY: ' WS-DB2-ONLY-COUNT (WS-PAIR-IX)
                      ' MISMATCHED: ' WS-MISMATCH-COUNT (WS-PAIR-IX)
           END-PERFORM
           DISPLAY '   BATCH-ONLY ORDERS: ' WS-BATCH-ONLY-COUNT
           EXIT.

      *---------------------------------------------------------------*
       VKSDNOT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDNOT-FILE
           IF  VKSDNOT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC25: VKSDNOT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDNOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDNOT-NEXT.
           READ VKSDNOT-FILE NEXT RECORD
           IF  VKSDNOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDNOT-STATUS = '10'
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
                   MOVE 'RSSABC25: VKSDNOT-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE VKSDNOT-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDNOT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDNOT-FILE
           IF  VKSDNOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC25: VKSDNOT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDNOT-STATUS TO IO-STATUS
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
               MOVE 'RSSABC25: VKSDCLV-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCLV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCLV-NEXT.
           READ VKSDCLV-FILE NEXT RECORD
           IF  VKSDCLV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDCLV-STATUS = '10'
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
                   MOVE 'RSSABC25: VKSDCLV-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE VKSDCLV-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABC25: VKSDCLV, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCLV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC25: VKSDORD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-NEXT.
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
                   MOVE 'RSSABC25: VKSDORD-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE VKSDORD-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABC25: VKSDORD, FAILURE, CLOSE...'
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
               MOVE 'RSSABC25: ORDHIST-FAILURE-OPEN...'
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
               MOVE 'RSSABC25: ORDHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE ORDHIST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC25: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC25: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC25: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC25: PROGRAM-IS-ABENDING...'  TO DISP-MSG

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
               DISPLAY '* RSSABC25: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC25: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
