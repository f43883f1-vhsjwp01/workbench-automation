       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB95.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -DAILY BANK DEPOSIT RECONCILIATION. THE BANK'S DAILY       *
      *     STATEMENT SUMMARY FILE (BANKSTMT) CARRIES ONE LINE PER    *
      *     BANK REFERENCE BATCH AND DAY: A CREDIT ('C') FOR THE      *
      *     DEPOSITS THE BANK BOOKED UNDER THE BATCH, A DEBIT ('D')   *
      *     FOR THE REFUNDS IT REMITTED AND THE PAYMENTS IT RETURNED. *
      *     THE FILE ARRIVES IN THE STANDARD HDR/TRL ENVELOPE,        *
      *     VERIFIED BY THE RSSABB23 PRE-STEP (FILE ID BANKSTMT,      *
      *     LRECL 80); THE ENVELOPE RECORDS ARE PASSED OVER HERE.     *
      *    -THE SHOP'S SIDE OF EACH BATCH IS BUILT FROM THE FILES THE *
      *     DAY'S RUNS LEFT BEHIND, ALL FOR THE RECONCILED DATE:      *
      *     DEPOSITS ARE THE PAYMENT-HISTORY ENTRIES APPLIED (TYPE    *
      *     'P' OR BLANK) AND THE AGENCY REMITTANCES (TYPE 'A'), THE  *
      *     PAYMENTS THE REMITTANCE RUN REJECTED TO REJPAY AND THE    *
      *     PART OF THE SUSPENDED ITEMS NOT YET APPLIED (THE APPLIED  *
      *     PART IS ON THE PAYMENT HISTORY ALREADY); DEBITS ARE THE   *
      *     REFUNDS EXTRACTED FOR THE BANK THAT DAY AND THE BANK      *
      *     RETURNS BACKED OUT (TYPE 'R').                            *
      *    -A BATCH IS THE LEADING PART OF THE BANK REFERENCE, OF A   *
      *     PARAMETER-DRIVEN LENGTH. EVERY BATCH IS PRINTED WITH BOTH *
      *     SIDES AND THEIR DIFFERENCES; EACH BATCH OUT OF BALANCE IS *
      *     RAISED AS AN ALERT THRU RSSALR00 AND THE STEP ENDS WITH   *
      *     RETURN-CODE 4. THE RESULT GOES TO CTLTOT FOR THE          *
      *     CONSOLIDATED SUMMARY AND THE KPI EXTRACT.                 *
      *    -THE RSSPFC00 PROCESSED-FILE GUARD REFUSES A STATEMENT     *
      *     ALREADY RECONCILED FOR THE BUSINESS DATE.                 *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - BANKSTMT (BANK STATEMENT SUMMARY)         *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.PAYHIST (ODCSFPH)         *
      * INPUT FILE : QSAM - REJPAY (REJECTED PAYMENTS)                *
      * INPUT FILE : VSAM - UNAPPCSH (UNAPPLIED CASH, ODCSFUC)        *
      * INPUT FILE : VSAM - REFUND (REFUNDS DUE, ODCSFRF)             *
      * OUTPUT     : SYSPRINT - BANK RECONCILIATION REPORT            *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * PARAMETERS (ENVIRONMENT):                                     *
      *   RSSABB95_BUSDATE   - DATE RECONCILED (DEFAULT: THE RUN      *
      *                        DATE)                                  *
      *   RSSABB95_RERUN     - 'Y' IS THE SUPERVISOR RERUN OVERRIDE   *
      *   RSSABB95_BATCH_LEN - LENGTH OF THE BANK REFERENCE THAT      *
      *                        NAMES THE BATCH, 1 TO 16; READ FROM    *
      *                        THE RUN-PARAMETER FILE FIRST, DEFAULT 6*
      * RETURN CODE : 0 ALL BATCHES BALANCE, 4 DIFFERENCES REPORTED,  *
      *               8 STATEMENT REFUSED, 12 ABEND                   *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * BANK'S DAILY STATEMENT SUMMARY
           SELECT BANKSTMT-FILE
               ASSIGN       TO BANKSTMT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS BANKSTMT-STATUS.

      * PAYMENT-HISTORY VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT VKSDPH-FILE
               ASSIGN       TO VKSDPH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS PH-PAY-KEY
               FILE STATUS  IS VKSDPH-STATUS.

      * PAYMENTS REJECTED BY THE REMITTANCE RUN
           SELECT OPTIONAL REJPAY-FILE
               ASSIGN       TO REJPAY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS REJPAY-STATUS.

      * UNAPPLIED-CASH SUSPENSE VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT OPTIONAL UNAPPCSH-FILE
               ASSIGN       TO UNAPPCSH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS UC-SUSP-KEY
               FILE STATUS  IS UNAPPCSH-STATUS.

      * REFUND-DUE VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT VKSDRF-FILE
               ASSIGN       TO REFUND
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS RF-REFUND-KEY
               FILE STATUS  IS VKSDRF-STATUS.

      * BANK RECONCILIATION REPORT
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
       FD   BANKSTMT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  BANKSTMT-RECORD.
           05  SM-STMT-DATE        PIC X(008).
           05  SM-TYPE             PIC X(001).
           05  SM-BATCHREF         PIC X(016).
           05  SM-AMOUNT           PIC 9(009)V99.
           05  FILLER              PIC X(044).

       FD   VKSDPH-FILE.
       COPY ODCSFPH.

       FD   REJPAY-FILE
            RECORD CONTAINS 060 CHARACTERS.
       01  REJPAY-RECORD.
           05  RJ-PAY-DATA.
               10  RJ-CUSTIDENT    PIC X(006).
               10  RJ-ORDERNUM     PIC X(006).
               10  RJ-PAYDATE      PIC X(008).
               10  RJ-PAYAMT       PIC 9(007)V99.
               10  RJ-BANKREF      PIC X(011).
           05  RJ-REASON           PIC X(020).

       FD   UNAPPCSH-FILE.
       COPY ODCSFUC.

       FD   VKSDRF-FILE.
       COPY ODCSFRF.

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
       77  W-MAX-LINE              PIC S9(04) COMP VALUE +50.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  BANKSTMT-STATUS.
           05  BANKSTMT-STAT1      PIC X.
           05  BANKSTMT-STAT2      PIC X.
       01  VKSDPH-STATUS.
           05  VKSDPH-STAT1        PIC X.
           05  VKSDPH-STAT2        PIC X.
       01  REJPAY-STATUS.
           05  REJPAY-STAT1        PIC X.
           05  REJPAY-STAT2        PIC X.
       01  UNAPPCSH-STATUS.
           05  UNAPPCSH-STAT1      PIC X.
           05  UNAPPCSH-STAT2      PIC X.
       01  VKSDRF-STATUS.
           05  VKSDRF-STAT1        PIC X.
           05  VKSDRF-STAT2        PIC X.
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

       01  WS-STMT-EOF-SWITCH      PIC X       VALUE 'N'.
           88  STMT-EOF            VALUE 'Y'.
       01  WS-PH-EOF-SWITCH        PIC X       VALUE 'N'.
           88  PH-EOF              VALUE 'Y'.
       01  WS-REJ-EOF-SWITCH       PIC X       VALUE 'N'.
           88  REJ-EOF             VALUE 'Y'.
       01  WS-UC-EOF-SWITCH        PIC X       VALUE 'N'.
           88  UC-EOF              VALUE 'Y'.
       01  WS-RF-EOF-SWITCH        PIC X       VALUE 'N'.
           88  RF-EOF              VALUE 'Y'.

      * RUN PARAMETERS
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-BATCH-LEN            PIC 9(002)  VALUE 0.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RECON-DATE           PIC 9(008)  VALUE 0.

      * BANK REFERENCE OF THE CURRENT ENTRY AND THE BATCH IT FALLS IN
       01  WS-FULL-REF             PIC X(016)  VALUE SPACES.
       01  WS-BATCH-KEY            PIC X(016)  VALUE SPACES.
       01  WS-ENTRY-AMT            PIC 9(009)V99 VALUE 0.

      * ONE ENTRY PER BANK REFERENCE BATCH, KEPT IN BATCH ORDER SO
      * THE REPORT COMES OUT SORTED. BANK AND BOOK AMOUNTS ARE HELD
      * SEPARATELY FOR THE DEPOSIT (CREDIT) AND DEBIT SIDES.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY-COUNT  PIC S9(4) COMP VALUE +0.
           05  WS-REC-ENTRY        OCCURS 2000.
               10  WS-REC-BATCH    PIC X(016).
               10  WS-REC-BANK-CR  PIC 9(011)V99 COMP-3.
               10  WS-REC-BOOK-CR  PIC 9(011)V99 COMP-3.
               10  WS-REC-BANK-DR  PIC 9(011)V99 COMP-3.
               10  WS-REC-BOOK-DR  PIC 9(011)V99 COMP-3.
       01  WS-REC-IX               PIC S9(4) COMP VALUE +0.
       01  WS-REC-SHIFT-IX         PIC S9(4) COMP VALUE +0.
       01  WS-REC-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  REC-ENTRY-FOUND     VALUE 'Y'.

      * DIFFERENCES OF THE CURRENT BATCH (BANK LESS BOOK)
       01  WS-CR-DIFF              PIC S9(011)V99 VALUE 0.
       01  WS-DR-DIFF              PIC S9(011)V99 VALUE 0.
       01  WS-ALERT-DIFF           PIC -ZZZZZZZZ9.99.
       01  WS-ALERT-SIDE           PIC X(008)  VALUE SPACES.

      * RUN STATISTICS
       01  WS-STMT-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-STMT-OTHER-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-STMT-BAD-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-SKIP-COUNT           PIC 9(7)      VALUE 0.
       01  WS-BOOK-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-MATCHED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-CR-DIFF-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-DR-DIFF-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-TOT-BANK-CR          PIC 9(011)V99 VALUE 0.
       01  WS-TOT-BOOK-CR          PIC 9(011)V99 VALUE 0.
       01  WS-TOT-BANK-DR          PIC 9(011)V99 VALUE 0.
       01  WS-TOT-BOOK-DR          PIC 9(011)V99 VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABB95'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(034) VALUE
               'DAILY BANK DEPOSIT RECONCILIATION'.
           05  FILLER              PIC X(041) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-SUBTITLE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(016) VALUE
               'RECONCILED DATE '.
           05  WU-DATE         PIC 9(008).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(023) VALUE
               'BATCH REFERENCE LENGTH '.
           05  WU-LEN           PIC Z9.
           05  FILLER              PIC X(077) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(016) VALUE 'BATCH'.
           05  FILLER              PIC X(015) VALUE
               '  BANK DEPOSITS'.
           05  FILLER              PIC X(015) VALUE
               '  BOOK DEPOSITS'.
           05  FILLER              PIC X(015) VALUE
               '   DEPOSIT DIFF'.
           05  FILLER              PIC X(015) VALUE
               '    BANK DEBITS'.
           05  FILLER              PIC X(015) VALUE
               '    BOOK DEBITS'.
           05  FILLER              PIC X(015) VALUE
               '     DEBIT DIFF'.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(020) VALUE 'REMARK'.
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-BATCH-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-BATCH            PIC X(016).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-BANK-CR          PIC ZZZZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-BOOK-CR          PIC ZZZZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CR-DIFF          PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-BANK-DR          PIC ZZZZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-BOOK-DR          PIC ZZZZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-DR-DIFF          PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-REMARK           PIC X(020).
           05  FILLER              PIC X(002) VALUE SPACES.

      * STANDARD INTERFACE-FILE ENVELOPE RECORDS
       COPY ENVRECS.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * OPERATOR-ALERT AREA FOR THE RSSALR00 WRITER
       COPY RSSALRC.

      * PROCESSED-FILE GUARD AREA FOR THE RSSPFC00 MODULE
       COPY RSSPFCC.
       01  WS-PFC-BUSDATE-ENV      PIC X(008) VALUE SPACES.
       01  WS-PFC-OVERRIDE-ENV     PIC X(001) VALUE SPACE.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * PROCESSED-FILE GUARD: REFUSE A STATEMENT WHOSE BUSINESS DATE
      * HAS ALREADY BEEN RECONCILED. THE BUSINESS DATE COMES FROM
      * RSSABB95_BUSDATE (DEFAULT: THE RUN DATE); RSSABB95_RERUN =
      * 'Y' IS THE SUPERVISOR OVERRIDE FOR A GENUINE RERUN...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'RSSABB95_BUSDATE' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-BUSDATE-ENV FROM ENVIRONMENT-VALUE
           IF  WS-PFC-BUSDATE-ENV NOT = SPACES
               MOVE WS-PFC-BUSDATE-ENV TO PFC-BUSDATE
           ELSE
               MOVE WS-RUN-DATE TO PFC-BUSDATE
           END-IF
           DISPLAY 'RSSABB95_RERUN' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-OVERRIDE-ENV FROM ENVIRONMENT-VALUE
           MOVE WS-PFC-OVERRIDE-ENV TO PFC-OVERRIDE
           MOVE 'CHK'      TO PFC-FUNC
           MOVE 'BANKSTMT' TO PFC-FILE-ID
           CALL 'RSSPFC00' USING RSSPFC-AREA
           IF  PFC-RETCODE = '22'
               DISPLAY 'RSSABB95: BUSINESS DATE ' PFC-BUSDATE
                       ' ALREADY PROCESSED FOR BANKSTMT,'
                       ' FILE REFUSED'
               ADD 8 TO ZERO GIVING RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PFC-BUSDATE TO WS-RECON-DATE.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB95' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM BANKSTMT-OPEN.
           PERFORM VKSDPH-OPEN.
           PERFORM REJPAY-OPEN.
           PERFORM UNAPPCSH-OPEN.
           PERFORM VKSDRF-OPEN.

      * ------------------------------------------------------------- *
      * THE BANK'S SIDE...
           DISPLAY "LOADING BANK STATEMENT..."
           PERFORM BANKSTMT-GET.
           PERFORM UNTIL STMT-EOF
              IF  BANKSTMT-RECORD (1:3) NOT = 'HDR'
              AND BANKSTMT-RECORD (1:3) NOT = 'TRL'
                  PERFORM LOAD-ONE-STATEMENT-LINE
              END-IF
              PERFORM BANKSTMT-GET
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE SHOP'S SIDE...
           DISPLAY "SWEEPING PAYMENT HISTORY..."
           PERFORM VKSDPH-READNEXT.
           PERFORM UNTIL PH-EOF
              IF  PH-PAYDATE = WS-RECON-DATE
                  PERFORM LOAD-ONE-PAYMENT-ENTRY
              END-IF
              PERFORM VKSDPH-READNEXT
           END-PERFORM.

           DISPLAY "SWEEPING REJECTED PAYMENTS..."
           PERFORM REJPAY-GET.
           PERFORM UNTIL REJ-EOF
              IF  RJ-PAYDATE = WS-RECON-DATE
              AND RJ-PAYAMT NUMERIC
                  PERFORM LOAD-ONE-REJECTED-PAYMENT
              END-IF
              PERFORM REJPAY-GET
           END-PERFORM.

           DISPLAY "SWEEPING SUSPENSE FILE..."
           PERFORM UNAPPCSH-READNEXT.
           PERFORM UNTIL UC-EOF
              IF  UC-PAYDATE = WS-RECON-DATE
              AND UC-APPLIED-AMT < UC-PAYAMT
                  PERFORM LOAD-ONE-SUSPENSE-ITEM
              END-IF
              PERFORM UNAPPCSH-READNEXT
           END-PERFORM.

           DISPLAY "SWEEPING EXTRACTED REFUNDS..."
           PERFORM VKSDRF-READNEXT.
           PERFORM UNTIL RF-EOF
              IF  RF-STATUS    = 'X'
              AND RF-EXTRACTDT = WS-RECON-DATE
                  PERFORM LOAD-ONE-EXTRACTED-REFUND
              END-IF
              PERFORM VKSDRF-READNEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM BANKSTMT-CLOSE.
           PERFORM VKSDPH-CLOSE.
           PERFORM REJPAY-CLOSE.
           PERFORM UNAPPCSH-CLOSE.
           PERFORM VKSDRF-CLOSE.

      * ------------------------------------------------------------- *
      * COMPARE THE TWO SIDES BATCH BY BATCH...
           DISPLAY "RECONCILING BATCHES..."
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.
           PERFORM RECONCILE-ONE-BATCH
               VARYING WS-REC-IX FROM 1 BY 1
               UNTIL WS-REC-IX > WS-REC-ENTRY-COUNT.
           PERFORM PRINT-TOTALS.
           CLOSE SYSPRINT.

           PERFORM WRITE-CONTROL-TOTALS.

           IF  WS-STMT-OTHER-COUNT > 0
           OR  WS-STMT-BAD-COUNT   > 0
               MOVE 'W'        TO ALR-SEVERITY
               MOVE 'RSSABB95' TO ALR-SOURCE
               MOVE SPACES     TO ALR-TEXT
               COMPUTE WS-SKIP-COUNT =
                       WS-STMT-OTHER-COUNT + WS-STMT-BAD-COUNT
               STRING WS-SKIP-COUNT DELIMITED BY SIZE
                      ' STATEMENT LINE(S) SKIPPED, WRONG DATE OR'
                          DELIMITED BY SIZE
                      ' INVALID' DELIMITED BY SIZE
                 INTO ALR-TEXT
               END-STRING
               CALL 'RSSALR00' USING RSSALR-AREA
           END-IF.

           PERFORM DISPLAY-RUN-STATISTICS.
           IF  WS-CR-DIFF-COUNT > 0
           OR  WS-DR-DIFF-COUNT > 0
               ADD 4 TO ZERO GIVING RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB95' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-REC-ENTRY-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

      * PROCESSED-FILE GUARD: REGISTER THIS FILE AS DONE...
           MOVE 'REG' TO PFC-FUNC
           MOVE 'BANKSTMT' TO PFC-FILE-ID
           MOVE WS-STMT-COUNT TO PFC-REC-COUNT
           CALL 'RSSPFC00' USING RSSPFC-AREA
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * THE BATCH LENGTH COMES FROM THE CENTRAL RUN-PARAMETER FILE    *
      * FIRST, FALLING BACK TO THE ENVIRONMENT VARIABLE; SIX          *
      * CHARACTERS OF THE BANK REFERENCE WHEN NEITHER IS SET OR THE   *
      * VALUE IS OUT OF RANGE.                                        *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABB95_BATCH_LEN' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB95_BATCH_LEN' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE (1:2) NUMERIC
               MOVE WS-ENV-VALUE (1:2) TO WS-BATCH-LEN
           ELSE
               IF  WS-ENV-VALUE (1:1) NUMERIC
                   MOVE WS-ENV-VALUE (1:1) TO WS-BATCH-LEN
               END-IF
           END-IF

           IF  WS-BATCH-LEN = 0
           OR  WS-BATCH-LEN > 16
               MOVE 6 TO WS-BATCH-LEN
           END-IF

           DISPLAY 'RSSABB95: RECON-DATE..' WS-RECON-DATE
           DISPLAY 'RSSABB95: BATCH-LEN...' WS-BATCH-LEN
           EXIT.

      *---------------------------------------------------------------*
      * ONE LINE OF THE BANK'S STATEMENT: A LINE FOR ANOTHER DATE OR  *
      * WITH AN UNKNOWN TYPE OR AMOUNT IS COUNTED AND PASSED OVER.    *
      *---------------------------------------------------------------*
       LOAD-ONE-STATEMENT-LINE.
           ADD 1 TO WS-STMT-COUNT
           IF  SM-AMOUNT NOT NUMERIC
           OR  (SM-TYPE NOT = 'C' AND SM-TYPE NOT = 'D')
               ADD 1 TO WS-STMT-BAD-COUNT
               EXIT PARAGRAPH
           END-IF
           IF  SM-STMT-DATE NOT = WS-RECON-DATE
               ADD 1 TO WS-STMT-OTHER-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SM-BATCHREF TO WS-FULL-REF
           PERFORM LOCATE-BATCH-ENTRY
           IF  SM-TYPE = 'C'
               ADD SM-AMOUNT TO WS-REC-BANK-CR (WS-REC-IX)
           ELSE
               ADD SM-AMOUNT TO WS-REC-BANK-DR (WS-REC-IX)
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE PAYMENT-HISTORY ENTRY OF THE RECONCILED DATE: A PAYMENT   *
      * APPLIED OR AN AGENCY REMITTANCE WAS DEPOSITED (EVEN IF THE    *
      * BANK HAS SINCE RETURNED IT); A REVERSAL, CARRIED WITH A       *
      * NEGATIVE SIGN, IS THE BANK'S RETURN DEBIT.                    *
      *---------------------------------------------------------------*
       LOAD-ONE-PAYMENT-ENTRY.
           MOVE PH-BANKREF TO WS-FULL-REF
           IF  PH-ENTRY-TYPE = 'R'
               COMPUTE WS-ENTRY-AMT = 0 - PH-PAYAMT
               PERFORM LOCATE-BATCH-ENTRY
               ADD WS-ENTRY-AMT TO WS-REC-BOOK-DR (WS-REC-IX)
           ELSE
               MOVE PH-PAYAMT TO WS-ENTRY-AMT
               PERFORM LOCATE-BATCH-ENTRY
               ADD WS-ENTRY-AMT TO WS-REC-BOOK-CR (WS-REC-IX)
           END-IF
           ADD 1 TO WS-BOOK-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * A PAYMENT THE REMITTANCE RUN REJECTED WAS STILL DEPOSITED.    *
      *---------------------------------------------------------------*
       LOAD-ONE-REJECTED-PAYMENT.
           MOVE RJ-BANKREF TO WS-FULL-REF
           PERFORM LOCATE-BATCH-ENTRY
           ADD RJ-PAYAMT TO WS-REC-BOOK-CR (WS-REC-IX)
           ADD 1 TO WS-BOOK-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * THE PART OF A SUSPENDED PAYMENT STILL UNAPPLIED; WHAT HAS     *
      * BEEN APPLIED IS ON THE PAYMENT HISTORY UNDER THE SAME DATE.   *
      *---------------------------------------------------------------*
       LOAD-ONE-SUSPENSE-ITEM.
           MOVE UC-BANKREF TO WS-FULL-REF
           COMPUTE WS-ENTRY-AMT = UC-PAYAMT - UC-APPLIED-AMT
           PERFORM LOCATE-BATCH-ENTRY
           ADD WS-ENTRY-AMT TO WS-REC-BOOK-CR (WS-REC-IX)
           ADD 1 TO WS-BOOK-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * A REFUND EXTRACTED FOR THE BANK ON THE RECONCILED DATE.       *
      *---------------------------------------------------------------*
       LOAD-ONE-EXTRACTED-REFUND.
           MOVE RF-BANKREF TO WS-FULL-REF
           PERFORM LOCATE-BATCH-ENTRY
           ADD RF-AMOUNT TO WS-REC-BOOK-DR (WS-REC-IX)
           ADD 1 TO WS-BOOK-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * CUT THE BATCH OUT OF THE BANK REFERENCE IN WS-FULL-REF AND    *
      * LEAVE WS-REC-IX ON ITS TABLE ENTRY, OPENING ONE IF NEEDED.    *
      *---------------------------------------------------------------*
       LOCATE-BATCH-ENTRY.
           MOVE SPACES TO WS-BATCH-KEY
           MOVE WS-FULL-REF (1:WS-BATCH-LEN)
             TO WS-BATCH-KEY (1:WS-BATCH-LEN)
           PERFORM FIND-BATCH-ENTRY
           IF  NOT REC-ENTRY-FOUND
               PERFORM ADD-BATCH-ENTRY
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * LOOK FOR THE CURRENT BATCH IN THE RECONCILIATION TABLE.       *
      * WS-REC-IX IS LEFT ON THE MATCHING ENTRY WHEN ONE IS FOUND.    *
      *---------------------------------------------------------------*
       FIND-BATCH-ENTRY.
           MOVE 'N' TO WS-REC-FOUND-SWITCH
           MOVE 1   TO WS-REC-IX
           PERFORM UNTIL REC-ENTRY-FOUND
                   OR WS-REC-IX > WS-REC-ENTRY-COUNT
              IF  WS-REC-BATCH (WS-REC-IX) = WS-BATCH-KEY
                  MOVE 'Y' TO WS-REC-FOUND-SWITCH
              ELSE
                  ADD 1 TO WS-REC-IX
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * OPEN A NEW BATCH ENTRY IN BATCH SEQUENCE SO THE PRINTED       *
      * REPORT COMES OUT SORTED.                                      *
      *---------------------------------------------------------------*
       ADD-BATCH-ENTRY.
           IF  WS-REC-ENTRY-COUNT >= 2000
               MOVE 'RSSABB95: BATCH TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE 1 TO WS-REC-IX
           PERFORM UNTIL WS-REC-IX > WS-REC-ENTRY-COUNT
                   OR WS-REC-BATCH (WS-REC-IX) > WS-BATCH-KEY
              ADD 1 TO WS-REC-IX
           END-PERFORM
           PERFORM SHIFT-BATCH-ENTRIES
           MOVE WS-BATCH-KEY TO WS-REC-BATCH (WS-REC-IX)
           MOVE 0            TO WS-REC-BANK-CR (WS-REC-IX)
           MOVE 0            TO WS-REC-BOOK-CR (WS-REC-IX)
           MOVE 0            TO WS-REC-BANK-DR (WS-REC-IX)
           MOVE 0            TO WS-REC-BOOK-DR (WS-REC-IX)
           ADD  1            TO WS-REC-ENTRY-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * SHIFT THE TABLE'S TAIL ONE ENTRY DOWN TO MAKE ROOM AT THE     *
      * INSERTION POINT HELD IN WS-REC-IX.                            *
      *---------------------------------------------------------------*
       SHIFT-BATCH-ENTRIES.
           MOVE WS-REC-ENTRY-COUNT TO WS-REC-SHIFT-IX
           PERFORM UNTIL WS-REC-SHIFT-IX < WS-REC-IX
              MOVE WS-REC-ENTRY (WS-REC-SHIFT-IX)
                TO WS-REC-ENTRY (WS-REC-SHIFT-IX + 1)
              SUBTRACT 1 FROM WS-REC-SHIFT-IX
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * PRINT ONE BATCH WITH BOTH SIDES AND THEIR DIFFERENCES; A      *
      * BATCH OUT OF BALANCE ON EITHER SIDE IS RAISED AS AN ALERT.    *
      *---------------------------------------------------------------*
       RECONCILE-ONE-BATCH.
           COMPUTE WS-CR-DIFF = WS-REC-BANK-CR (WS-REC-IX)
                              - WS-REC-BOOK-CR (WS-REC-IX)
           COMPUTE WS-DR-DIFF = WS-REC-BANK-DR (WS-REC-IX)
                              - WS-REC-BOOK-DR (WS-REC-IX)
           ADD WS-REC-BANK-CR (WS-REC-IX) TO WS-TOT-BANK-CR
           ADD WS-REC-BOOK-CR (WS-REC-IX) TO WS-TOT-BOOK-CR
           ADD WS-REC-BANK-DR (WS-REC-IX) TO WS-TOT-BANK-DR
           ADD WS-REC-BOOK-DR (WS-REC-IX) TO WS-TOT-BOOK-DR

           IF  WS-REC-BATCH (WS-REC-IX) = SPACES
               MOVE '(NO REFERENCE)' TO WD-BATCH
           ELSE
               MOVE WS-REC-BATCH (WS-REC-IX) TO WD-BATCH
           END-IF
           MOVE WS-REC-BANK-CR (WS-REC-IX) TO WD-BANK-CR
           MOVE WS-REC-BOOK-CR (WS-REC-IX) TO WD-BOOK-CR
           MOVE WS-CR-DIFF                 TO WD-CR-DIFF
           MOVE WS-REC-BANK-DR (WS-REC-IX) TO WD-BANK-DR
           MOVE WS-REC-BOOK-DR (WS-REC-IX) TO WD-BOOK-DR
           MOVE WS-DR-DIFF                 TO WD-DR-DIFF

           EVALUATE TRUE
               WHEN WS-CR-DIFF = 0 AND WS-DR-DIFF = 0
                   MOVE 'BALANCED' TO WD-REMARK
                   ADD 1 TO WS-MATCHED-COUNT
               WHEN WS-REC-BANK-CR (WS-REC-IX) = 0
                AND WS-REC-BANK-DR (WS-REC-IX) = 0
                   MOVE '*** NOT ON STATEMENT' TO WD-REMARK
               WHEN WS-REC-BOOK-CR (WS-REC-IX) = 0
                AND WS-REC-BOOK-DR (WS-REC-IX) = 0
                   MOVE '*** NOT ON BOOKS' TO WD-REMARK
               WHEN OTHER
                   MOVE '*** OUT OF BALANCE' TO WD-REMARK
           END-EVALUATE

           IF  WS-CR-DIFF NOT = 0
               ADD 1 TO WS-CR-DIFF-COUNT
               MOVE WS-CR-DIFF TO WS-ALERT-DIFF
               MOVE 'DEPOSITS' TO WS-ALERT-SIDE
               PERFORM RAISE-BATCH-ALERT
           END-IF
           IF  WS-DR-DIFF NOT = 0
               ADD 1 TO WS-DR-DIFF-COUNT
               MOVE WS-DR-DIFF TO WS-ALERT-DIFF
               MOVE 'DEBITS' TO WS-ALERT-SIDE
               PERFORM RAISE-BATCH-ALERT
           END-IF

           IF W-LINE > W-MAX-LINE THEN
              PERFORM PRINT-HEADINGS
           END-IF
           WRITE REPORT-REC FROM W-BATCH-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * ONE ALERT PER SIDE OF A BATCH OUT OF BALANCE, CARRYING THE    *
      * BANK'S FIGURE LESS THE SHOP'S.                                *
      *---------------------------------------------------------------*
       RAISE-BATCH-ALERT.
           MOVE 'E'        TO ALR-SEVERITY
           MOVE 'RSSABB95' TO ALR-SOURCE
           MOVE SPACES     TO ALR-TEXT
           STRING 'BANK RECON ' DELIMITED BY SIZE
                  WD-BATCH DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-ALERT-SIDE DELIMITED BY SPACE
                  ' DIFF ' DELIMITED BY SIZE
                  WS-ALERT-DIFF DELIMITED BY SIZE
             INTO ALR-TEXT
           END-STRING
           CALL 'RSSALR00' USING RSSALR-AREA
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           MOVE WS-RECON-DATE TO WU-DATE
           MOVE WS-BATCH-LEN  TO WU-LEN
           WRITE REPORT-REC FROM W-SUBTITLE
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 6 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * PRINT THE DAY'S TOTALS OF BOTH SIDES.                         *
      *---------------------------------------------------------------*
       PRINT-TOTALS.
           MOVE '*** TOTAL'    TO WD-BATCH
           MOVE WS-TOT-BANK-CR TO WD-BANK-CR
           MOVE WS-TOT-BOOK-CR TO WD-BOOK-CR
           COMPUTE WS-CR-DIFF = WS-TOT-BANK-CR - WS-TOT-BOOK-CR
           MOVE WS-CR-DIFF     TO WD-CR-DIFF
           MOVE WS-TOT-BANK-DR TO WD-BANK-DR
           MOVE WS-TOT-BOOK-DR TO WD-BOOK-DR
           COMPUTE WS-DR-DIFF = WS-TOT-BANK-DR - WS-TOT-BOOK-DR
           MOVE WS-DR-DIFF     TO WD-DR-DIFF
           IF  WS-CR-DIFF-COUNT = 0
           AND WS-DR-DIFF-COUNT = 0
               MOVE 'ALL BATCHES BALANCE' TO WD-REMARK
           ELSE
               MOVE 'DIFFERENCES FOUND'   TO WD-REMARK
           END-IF
           WRITE REPORT-REC FROM W-BATCH-DETAIL
                 AFTER ADVANCING 2 LINES
           EXIT.

      *---------------------------------------------------------------*
      * DISPLAY THE END-OF-JOB RUN STATISTICS.                        *
      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABB95: RUN STATISTICS...'
           DISPLAY '   STATEMENT LINES   : ' WS-STMT-COUNT
           DISPLAY '   OTHER DATE        : ' WS-STMT-OTHER-COUNT
           DISPLAY '   INVALID           : ' WS-STMT-BAD-COUNT
           DISPLAY '   BATCHES           : ' WS-REC-ENTRY-COUNT
           DISPLAY '   BALANCED          : ' WS-MATCHED-COUNT
           DISPLAY '   DEPOSIT DIFFS     : ' WS-CR-DIFF-COUNT
           DISPLAY '   DEBIT DIFFS       : ' WS-DR-DIFF-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABB95' TO CTLTOT-PROGRAM.
           MOVE 'RECON BATCHES' TO CTLTOT-LABEL.
           MOVE WS-REC-ENTRY-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB95' TO CTLTOT-PROGRAM.
           MOVE 'RECON BALANCED' TO CTLTOT-LABEL.
           MOVE WS-MATCHED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB95' TO CTLTOT-PROGRAM.
           MOVE 'RECON DEPOSIT DIFFS' TO CTLTOT-LABEL.
           MOVE WS-CR-DIFF-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB95' TO CTLTOT-PROGRAM.
           MOVE 'RECON DEBIT DIFFS' TO CTLTOT-LABEL.
           MOVE WS-DR-DIFF-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       BANKSTMT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT BANKSTMT-FILE
           IF  BANKSTMT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB95: BANKSTMT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE BANKSTMT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BANKSTMT-GET.
           READ BANKSTMT-FILE
           IF  BANKSTMT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  BANKSTMT-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-STMT-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB95: BANKSTMT-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE BANKSTMT-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       BANKSTMT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE BANKSTMT-FILE
           IF  BANKSTMT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB95: BANKSTMT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE BANKSTMT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDPH-FILE
           IF  VKSDPH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB95: VKSDPH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-READNEXT.
           READ VKSDPH-FILE NEXT RECORD
           IF  VKSDPH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDPH-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-PH-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB95: VKSDPH-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDPH-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDPH-FILE
           IF  VKSDPH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB95: VKSDPH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       REJPAY-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT REJPAY-FILE
           IF  REJPAY-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB95: REJPAY-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE REJPAY-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       REJPAY-GET.
           READ REJPAY-FILE
           IF  REJPAY-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  REJPAY-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-REJ-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB95: REJPAY-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE REJPAY-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       REJPAY-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE REJPAY-FILE
           IF  REJPAY-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB95: REJPAY, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE REJPAY-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNAPPCSH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT UNAPPCSH-FILE
           IF  UNAPPCSH-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB95: UNAPPCSH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE UNAPPCSH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNAPPCSH-READNEXT.
           READ UNAPPCSH-FILE NEXT RECORD
           IF  UNAPPCSH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  UNAPPCSH-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-UC-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB95: UNAPPCSH-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE UNAPPCSH-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       UNAPPCSH-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE UNAPPCSH-FILE
           IF  UNAPPCSH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB95: UNAPPCSH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE UNAPPCSH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDRF-FILE
           IF  VKSDRF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB95: VKSDRF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-READNEXT.
           READ VKSDRF-FILE NEXT RECORD
           IF  VKSDRF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDRF-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-RF-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB95: VKSDRF-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDRF-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDRF-FILE
           IF  VKSDRF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB95: VKSDRF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDRF-STATUS TO IO-STATUS
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
               MOVE 'RSSABB95: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB95: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB95: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB95: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB95: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB95: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
