      *        SETTLED :  DR CASH     / CR ACCTSREC                   *
      *        CREDITS :  DR REVENUE  / CR ACCTSREC                   *
      *        WRITEOFF:  DR BADDEBT  / CR ACCTSREC                   *
      *        AGENCY  :  DR COLLCOMM / CR ACCTSREC                   *
      *     THE AGENCY BUCKET CARRIES THE COLLECTION AGENCY'S         *
      *     COMMISSION ON ITS RECOVERIES, WHICH THE RSSABB93 IMPORT   *
      *     RECORDS AS CREDIT MEMOS OF SOURCE 'AGY'.                  *
      *     THE EXTRACT IS WRAPPED IN THE STANDARD HDR/TRL ENVELOPE   *
      *     (AMOUNT HASH TOTAL) AND ITS LINE COUNT IS POSTED TO THE   *
      *     CTLTOT CONTROL-TOTALS FILE SO RSSABB04 RECONCILES IT.     *
      *    -ONCE FINANCE HAS CLOSED THE MONTH (RUN PARAMETER          *
      *     AR_CLOSED_PERIOD, READ THRU RSSPER00) THE EXTRACT ALREADY *
      *     SENT FOR IT STANDS: A RERUN FOR A CLOSED MONTH IS         *
      *     REFUSED WITH RETURN-CODE 8 AND AN OPERATOR ALERT.         *
      *    -THE MONTH'S SALES TAX COMES FROM THE TAX-LIABILITY        *
      *     HISTORY (TAXHIST, BOOKED THRU RSSTXL00), ONE PAIR PER     *
      *     STATE (BRANCH LEFT BLANK) AND TAX CATEGORY:               *
      *        TAX INVOICED : DR TAXRECV  / CR SALESTAX               *
      *        TAX CREDITED : DR SALESTAX / CR TAXRECV                *
      *        BAD-DEBT TAX : DR SALESTAX / CR TAXRECV                *
      *     THE QUARTERLY SALES-TAX RETURN (RSSABB98) CHECKS ITS      *
      *     TOTALS AGAINST THESE SALESTAX LINES.                      *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - ORDHIST (ORDER STATUS HISTORY, ODCSFOH)   *
      * INPUT FILE : VSAM - CRMEMO (CREDIT MEMOS, ODCSFCM)            *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - TAXHIST (TAX LIABILITY HISTORY, ODCSFTL)  *
      * OUTPUT FILE: QSAM - GLEXTR (JOURNAL EXTRACT)                  *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * SALES-TAX LIABILITY HISTORY VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT OPTIONAL TAXHIST-FILE
               ASSIGN       TO TAXHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS TL-TAX-KEY
               FILE STATUS  IS TAXHIST-STATUS.

      * GENERAL-LEDGER JOURNAL EXTRACT
           SELECT GLEXTR-FILE
               ASSIGN       TO GLEXTR
       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   TAXHIST-FILE.
       COPY ODCSFTL.

       FD   GLEXTR-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  GLEXTR-RECORD              PIC X(080).
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1    PIC X.
           05  VKSDCUST-STAT2    PIC X.
       01  TAXHIST-STATUS.
           05  TAXHIST-STAT1     PIC X.
           05  TAXHIST-STAT2     PIC X.
       01  GLEXTR-STATUS.
           05  GLEXTR-STAT1      PIC X.
           05  GLEXTR-STAT2      PIC X.
           88  HIST-EOF            VALUE 'Y'.
       01  WS-MEMO-EOF-SWITCH      PIC X       VALUE 'N'.
           88  MEMO-EOF            VALUE 'Y'.
       01  WS-TAX-EOF-SWITCH       PIC X       VALUE 'N'.
           88  TAX-EOF             VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-RUN-YYYYMM           PIC 9(006) VALUE 0.

      * THE ACCUMULATION TABLE: ONE ENTRY PER STATE/BRANCH/CATEGORY
      * BUCKET MET IN THE MONTH. CATEGORY: 1 INVOICED, 2 SETTLED,
      * 3 CREDITS, 4 WRITEOFF, 5 AGENCY COMMISSION, 6 TAX INVOICED,
      * 7 TAX CREDITED, 8 BAD-DEBT TAX.
       01  WS-JRN-TABLE.
           05  WS-JRN-ENTRY-COUNT  PIC S9(4) COMP VALUE +0.
           05  WS-JRN-ENTRY        OCCURS 400.
               10  WS-JRN-STATE    PIC X(002).
               10  WS-JRN-BRANCH   PIC X(003).
               10  WS-JRN-CAT      PIC 9(001).
      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ACCOUNTING-PERIOD AREA FOR THE RSSPER00 CHECK
       COPY RSSPERC.

      * OPERATOR-ALERT AREA FOR THE RSSALR00 WRITER
       COPY RSSALRC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

               GOBACK
           END-IF

      * ------------------------------------------------------------- *
      * A MONTH FINANCE HAS ALREADY CLOSED KEEPS THE EXTRACT IT WAS
      * CLOSED ON: A SECOND RUN FOR IT IS REFUSED...
           MOVE 'Q' TO PER-FUNC
           CALL 'RSSPER00' USING RSSPER-AREA
           IF  PER-CLOSED-PERIOD NOT = 0
           AND WS-RUN-YYYYMM NOT > PER-CLOSED-PERIOD
               DISPLAY 'RSSABB53: PERIOD ' WS-RUN-YYYYMM
                       ' IS CLOSED, EXTRACT REFUSED'
               MOVE 'E'        TO ALR-SEVERITY
               MOVE 'RSSABB53' TO ALR-SOURCE
               MOVE SPACES     TO ALR-TEXT
               STRING 'GL EXTRACT REFUSED, PERIOD ' DELIMITED BY SIZE
                      WS-RUN-YYYYMM DELIMITED BY SIZE
                      ' ALREADY CLOSED' DELIMITED BY SIZE
                 INTO ALR-TEXT
               END-STRING
               CALL 'RSSALR00' USING RSSALR-AREA
               ADD 8 TO ZERO GIVING RETURN-CODE
               PERFORM END-RUN-LOG
               GOBACK
           END-IF

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDCM-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM TAXHIST-OPEN.
           PERFORM GLEXTR-OPEN.
           PERFORM WRITE-ENV-HEADER.

              PERFORM GET-NEXT-MEMO
           END-PERFORM.

      * ...AND THE MONTH'S SALES TAX FROM THE TAX-LIABILITY HISTORY.
           DISPLAY "SWEEPING TAX HISTORY..."
           PERFORM GET-NEXT-TAX.
           PERFORM UNTIL TAX-EOF
              IF  TL-PERIOD = WS-RUN-YYYYMM
                  PERFORM ACCUMULATE-TAX
              END-IF
              PERFORM GET-NEXT-TAX
           END-PERFORM.

      * ------------------------------------------------------------- *
      * ONE BALANCED DEBIT/CREDIT PAIR PER BUCKET...
           PERFORM WRITE-ONE-BUCKET
           PERFORM VKSDCM-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM TAXHIST-CLOSE.
           PERFORM GLEXTR-CLOSE.

           PERFORM CTLTOT-OPEN.
           EXIT.

      *---------------------------------------------------------------*
      * ROLL THE MONTH'S CREDIT MEMO INTO ITS BUCKET (CATEGORY 3, OR  *
      * 5 FOR THE COLLECTION AGENCY'S COMMISSION).                    *
      *---------------------------------------------------------------*
       ACCUMULATE-CREDIT.
           IF  CM-SOURCE = 'AGY'
               MOVE 5        TO WS-CUR-CAT
           ELSE
               MOVE 3        TO WS-CUR-CAT
           END-IF
           MOVE CM-MEMOAMT   TO WS-WORK-AMT
           MOVE CM-CUSTIDENT TO QO-CUSTIDENT
           PERFORM JOIN-CUSTOMER-AND-ADD
           EXIT.

      *---------------------------------------------------------------*
      * ROLL THE DAY'S TAX FOR A JURISDICTION INTO ITS STATE'S TAX    *
      * BUCKETS (NO BRANCH: THE TAX IS OWED BY STATE). EMPTY AMOUNTS  *
      * OPEN NO BUCKET.                                               *
      *---------------------------------------------------------------*
       ACCUMULATE-TAX.
           MOVE TL-STATE TO WS-CUR-STATE
           MOVE SPACES   TO WS-CUR-BRANCH
           IF  TL-TAX-AMT > 0
               MOVE 6          TO WS-CUR-CAT
               MOVE TL-TAX-AMT TO WS-WORK-AMT
               PERFORM ADD-TO-JRN-ENTRY
           END-IF
           IF  TL-CREDIT-TAX > 0
               MOVE 7             TO WS-CUR-CAT
               MOVE TL-CREDIT-TAX TO WS-WORK-AMT
               PERFORM ADD-TO-JRN-ENTRY
           END-IF
           IF  TL-BADDEBT-TAX > 0
               MOVE 8              TO WS-CUR-CAT
               MOVE TL-BADDEBT-TAX TO WS-WORK-AMT
               PERFORM ADD-TO-JRN-ENTRY
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * JOIN THE ACTIVITY TO ITS CUSTOMER'S STATE AND BRANCH AND ADD  *
      * THE AMOUNT TO THE BUCKET, OPENING A NEW ENTRY WHEN NEEDED.    *
           ELSE
               MOVE VS-CUSTSTATE TO WS-CUR-STATE
               MOVE VS-BRANCH    TO WS-CUR-BRANCH
               PERFORM ADD-TO-JRN-ENTRY
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ADD-TO-JRN-ENTRY.
           PERFORM FIND-JRN-ENTRY
           IF  NOT JRN-ENTRY-FOUND
               IF  WS-JRN-ENTRY-COUNT >= 400
                   MOVE 'RSSABB53: JOURNAL TABLE IS FULL'
                     TO DISP-MSG
                   PERFORM Z-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-JRN-ENTRY-COUNT
               MOVE WS-JRN-ENTRY-COUNT TO WS-JRN-IX
               MOVE WS-CUR-STATE  TO WS-JRN-STATE (WS-JRN-IX)
               MOVE WS-CUR-BRANCH TO WS-JRN-BRANCH (WS-JRN-IX)
               MOVE WS-CUR-CAT    TO WS-JRN-CAT (WS-JRN-IX)
               MOVE 0             TO WS-JRN-AMOUNT (WS-JRN-IX)
           END-IF
           ADD WS-WORK-AMT TO WS-JRN-AMOUNT (WS-JRN-IX)
           EXIT.

      *---------------------------------------------------------------*
                   MOVE 'ACCTSREC' TO WJ-ACCOUNT
                   MOVE 'CR'       TO WJ-DRCR
                   PERFORM WRITE-JOURNAL-LINE
              WHEN 5
                   MOVE 'COLLCOMM' TO WJ-ACCOUNT
                   MOVE 'DR'       TO WJ-DRCR
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE 'ACCTSREC' TO WJ-ACCOUNT
                   MOVE 'CR'       TO WJ-DRCR
                   PERFORM WRITE-JOURNAL-LINE
              WHEN 6
                   MOVE 'TAXRECV ' TO WJ-ACCOUNT
                   MOVE 'DR'       TO WJ-DRCR
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE 'SALESTAX' TO WJ-ACCOUNT
                   MOVE 'CR'       TO WJ-DRCR
                   PERFORM WRITE-JOURNAL-LINE
              WHEN 7
              WHEN 8
                   MOVE 'SALESTAX' TO WJ-ACCOUNT
                   MOVE 'DR'       TO WJ-DRCR
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE 'TAXRECV ' TO WJ-ACCOUNT
                   MOVE 'CR'       TO WJ-DRCR
                   PERFORM WRITE-JOURNAL-LINE
           END-EVALUATE
           EXIT.

           END-IF
           EXIT.

      *---------------------------------------------------------------*
       GET-NEXT-TAX.
           READ TAXHIST-FILE NEXT RECORD
           IF  TAXHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  TAXHIST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-TAX-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB53: TAXHIST-FAILURE-READ...'
                     TO   DISP-MSG
                   MOVE TAXHIST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ORDHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TAXHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT TAXHIST-FILE
           IF  TAXHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB53: TAXHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE TAXHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TAXHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE TAXHIST-FILE
           IF  TAXHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB53: TAXHIST-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE TAXHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       GLEXTR-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
