       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB93.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -COLLECTION-AGENCY RECOVERY IMPORT. THE AGYRECV FEED FROM  *
      *     THE AGENCY CARRIES ONE RECORD PER EVENT ON AN ORDER       *
      *     PLACED WITH IT BY THE RSSABB92 PLACEMENT RUN: ORDER KEY,  *
      *     TYPE ('R' RECOVERY, 'C' RECALL), DATE, THE GROSS AMOUNT   *
      *     COLLECTED FROM THE CUSTOMER, THE AGENCY'S COMMISSION ON   *
      *     IT AND THE AGENCY'S REFERENCE. THE FEED ARRIVES IN THE    *
      *     STANDARD HDR/TRL ENVELOPE, VERIFIED BY THE RSSABB23       *
      *     PRE-STEP (FILE ID AGYRECV, LRECL 80); THE ENVELOPE        *
      *     RECORDS THEMSELVES ARE PASSED OVER HERE.                  *
      *    -A RECOVERY IS APPLIED LIKE A PAYMENT: THE AMOUNT THE      *
      *     AGENCY REMITS (GROSS LESS COMMISSION) GOES ON THE ORDER'S *
      *     PAID AMOUNT AND ON THE PAYMENT HISTORY AS AN AGENCY       *
      *     ENTRY (TYPE 'A'), AND THE COMMISSION COMES OFF THE        *
      *     BALANCE AS A CREDIT MEMO OF SOURCE 'AGY', WHICH THE       *
      *     RSSABB53 JOURNAL POSTS TO ITS OWN COMMISSION ACCOUNT. A   *
      *     RECOVERY THAT CLEARS THE BALANCE SETTLES THE ORDER THRU   *
      *     RSSOHW00 AND CLOSES THE PLACEMENT.                        *
      *    -A RECALL HANDS THE ORDER BACK TO THE SHOP: IT GOES THRU   *
      *     RSSOHW00 TO PARTPAID, OR TO INVOICED WHEN NOTHING HAS     *
      *     BEEN PAID, AND THE PLACEMENT IS CLOSED AS RECALLED.       *
      *    -A RECORD THAT CANNOT BE APPLIED (INVALID DATA, NO SUCH    *
      *     ORDER, ORDER NOT PLACED, RECOVERY OVER THE OPEN BALANCE)  *
      *     IS WRITTEN TO THE AGYREJ REJECT FILE WITH ITS REASON.     *
      *    -THE RSSPFC00 PROCESSED-FILE GUARD REFUSES A FEED ALREADY  *
      *     LOADED FOR THE BUSINESS DATE.                             *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - AGYRECV (AGENCY RECOVERIES AND RECALLS)   *
      * I-O FILE   : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * I-O FILE   : VSAM - AGYPLAC (AGENCY PLACEMENTS, ODCSFAP)      *
      * OUTPUT FILE: VSAM - PJ01AAA.RT.VSAM.PAYHIST (ODCSFPH)         *
      * OUTPUT FILE: VSAM - CRMEMO (CREDIT MEMOS, ODCSFCM)            *
      * OUTPUT FILE: QSAM - AGYREJ (REJECTED AGENCY RECORDS)          *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * PARAMETERS (ENVIRONMENT):                                     *
      *   RSSABB93_BUSDATE - BUSINESS DATE OF THE FEED (DEFAULT: THE  *
      *                      RUN DATE)                                *
      *   RSSABB93_RERUN   - 'Y' IS THE SUPERVISOR RERUN OVERRIDE     *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * AGENCY RECOVERIES AND RECALLS FEED
           SELECT AGYRECV-FILE
               ASSIGN       TO AGYRECV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS AGYRECV-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE, UPDATED IN PLACE
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * AGENCY-PLACEMENT VSAM-KSDS FILE, UPDATED IN PLACE
           SELECT OPTIONAL AGYPLAC-FILE
               ASSIGN       TO AGYPLAC
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS AP-ORDER-KEY
               FILE STATUS  IS AGYPLAC-STATUS.

      * PAYMENT-HISTORY VSAM-KSDS FILE: ONE RECORD PER RECOVERY,
      * NUMBERED PER ORDER BY A KEYED BROWSE
           SELECT VKSDPH-FILE
               ASSIGN       TO VKSDPH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PH-PAY-KEY
               FILE STATUS  IS VKSDPH-STATUS.

      * CREDIT-MEMO VSAM-KSDS FILE: ONE RECORD PER COMMISSION,
      * NUMBERED PER ORDER BY A KEYED BROWSE
           SELECT OPTIONAL VKSDCM-FILE
               ASSIGN       TO CRMEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CM-MEMO-KEY
               FILE STATUS  IS VKSDCM-STATUS.

      * REJECTED AGENCY RECORDS, EACH WITH ITS REASON
           SELECT AGYREJ-FILE
               ASSIGN       TO AGYREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS AGYREJ-STATUS.

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
       FD   AGYRECV-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  AGYRECV-RECORD.
           05  RV-CUSTIDENT        PIC X(009).
           05  RV-ORDERNUM         PIC X(006).
           05  RV-TYPE             PIC X(001).
           05  RV-DATE             PIC X(008).
           05  RV-GROSS-AMT        PIC 9(007)V99.
           05  RV-COMM-AMT         PIC 9(007)V99.
           05  RV-AGYREF           PIC X(016).
           05  FILLER              PIC X(022).

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   AGYPLAC-FILE.
       COPY ODCSFAP.

       FD   VKSDPH-FILE.
       COPY ODCSFPH.

       FD   VKSDCM-FILE.
       COPY ODCSFCM.

       FD   AGYREJ-FILE
            RECORD CONTAINS 100 CHARACTERS.
       01  AGYREJ-RECORD.
           05  RJ-REASON           PIC X(020).
           05  RJ-IMAGE            PIC X(080).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  AGYRECV-STATUS.
           05  AGYRECV-STAT1       PIC X.
           05  AGYRECV-STAT2       PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  AGYPLAC-STATUS.
           05  AGYPLAC-STAT1       PIC X.
           05  AGYPLAC-STAT2       PIC X.
       01  VKSDPH-STATUS.
           05  VKSDPH-STAT1        PIC X.
           05  VKSDPH-STAT2        PIC X.
       01  VKSDCM-STATUS.
           05  VKSDCM-STAT1        PIC X.
           05  VKSDCM-STAT2        PIC X.
       01  AGYREJ-STATUS.
           05  AGYREJ-STAT1        PIC X.
           05  AGYREJ-STAT2        PIC X.
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

       01  END-OF-FILE             PIC X       VALUE 'N'.
       01  DISP-MSG                PIC X(80)   VALUE SPACES.
       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.

      * CURRENT AGENCY RECORD, VALIDATED NUMERIC
       01  WS-RV-ORDER-KEY.
           05  WS-RV-CUSTIDENT     PIC 9(009)  VALUE 0.
           05  WS-RV-ORDERNUM      PIC 9(006)  VALUE 0.
       01  WS-RV-DATE              PIC 9(008)  VALUE 0.
       01  WS-REJECT-REASON        PIC X(020)  VALUE SPACES.

      * AMOUNTS OF THE RECOVERY
       01  WS-OPEN-BALANCE         PIC S9(009)V99 VALUE 0.
       01  WS-NET-AMT              PIC 9(007)V99 VALUE 0.

      * KEYED BROWSES FOR THE NEXT PAYMENT AND MEMO SEQUENCES
       01  WS-PH-DONE-SWITCH       PIC X       VALUE 'N'.
           88  PH-BROWSE-DONE      VALUE 'Y'.
       01  WS-PH-NEXT-SEQ          PIC 9(003)  VALUE 0.
       01  WS-CM-DONE-SWITCH       PIC X       VALUE 'N'.
           88  CM-BROWSE-DONE      VALUE 'Y'.
       01  WS-CM-NEXT-SEQ          PIC 9(003)  VALUE 0.

      * RUN STATISTICS
       01  WS-RECORD-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-RECOVERY-COUNT       PIC 9(7)    COMP VALUE 0.
       01  WS-SETTLED-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-RECALL-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-GROSS-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-COMM-TOTAL           PIC 9(9)V99 VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

      * PROCESSED-FILE GUARD AREA FOR THE RSSPFC00 MODULE
       COPY RSSPFCC.
       01  WS-PFC-BUSDATE-ENV      PIC X(008) VALUE SPACES.
       01  WS-PFC-OVERRIDE-ENV     PIC X(001) VALUE SPACE.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * PROCESSED-FILE GUARD: REFUSE A FEED WHOSE BUSINESS DATE HAS
      * ALREADY BEEN LOADED. THE BUSINESS DATE COMES FROM
      * RSSABB93_BUSDATE (DEFAULT: THE RUN DATE); RSSABB93_RERUN =
      * 'Y' IS THE SUPERVISOR OVERRIDE FOR A GENUINE RERUN...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'RSSABB93_BUSDATE' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-BUSDATE-ENV FROM ENVIRONMENT-VALUE
           IF  WS-PFC-BUSDATE-ENV NOT = SPACES
               MOVE WS-PFC-BUSDATE-ENV TO PFC-BUSDATE
           ELSE
               MOVE WS-RUN-DATE TO PFC-BUSDATE
           END-IF
           DISPLAY 'RSSABB93_RERUN' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-OVERRIDE-ENV FROM ENVIRONMENT-VALUE
           MOVE WS-PFC-OVERRIDE-ENV TO PFC-OVERRIDE
           MOVE 'CHK'      TO PFC-FUNC
           MOVE 'AGYRECV'  TO PFC-FILE-ID
           CALL 'RSSPFC00' USING RSSPFC-AREA
           IF  PFC-RETCODE = '22'
               DISPLAY 'RSSABB93: BUSINESS DATE ' PFC-BUSDATE
                       ' ALREADY PROCESSED FOR AGYRECV,'
                       ' FILE REFUSED'
               ADD 8 TO ZERO GIVING RETURN-CODE
               STOP RUN
           END-IF.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB93' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING INPUT OUTPUT FILES..."
           PERFORM AGYRECV-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM AGYPLAC-OPEN.
           PERFORM VKSDPH-OPEN.
           PERFORM VKSDCM-OPEN.
           PERFORM AGYREJ-OPEN.
           PERFORM CTLTOT-OPEN.

      * ------------------------------------------------------------- *
      * AGENCY FEED'S SWEEPING...
           DISPLAY "APPLYING AGENCY RECOVERIES AND RECALLS..."
           PERFORM UNTIL END-OF-FILE = 'Y'
              PERFORM AGYRECV-GET
              IF  END-OF-FILE = 'N'
              AND AGYRECV-RECORD (1:3) NOT = 'HDR'
              AND AGYRECV-RECORD (1:3) NOT = 'TRL'
                  ADD 1 TO WS-RECORD-COUNT
                  PERFORM APPLY-ONE-AGENCY-RECORD
              END-IF
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM AGYRECV-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM AGYPLAC-CLOSE.
           PERFORM VKSDPH-CLOSE.
           PERFORM VKSDCM-CLOSE.
           PERFORM AGYREJ-CLOSE.

           PERFORM DISPLAY-RUN-STATISTICS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB93' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-RECORD-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

      * PROCESSED-FILE GUARD: REGISTER THIS FILE AS DONE...
           MOVE 'REG' TO PFC-FUNC
           MOVE 'AGYRECV' TO PFC-FILE-ID
           MOVE WS-RECORD-COUNT TO PFC-REC-COUNT
           CALL 'RSSPFC00' USING RSSPFC-AREA

           GOBACK.

      *---------------------------------------------------------------*
      * APPLY ONE AGENCY RECORD TO ITS PLACED ORDER. ANY CHECK THAT   *
      * FAILS SENDS THE RECORD TO THE REJECT FILE AND STOPS THERE.    *
      *---------------------------------------------------------------*
       APPLY-ONE-AGENCY-RECORD.
           IF  RV-CUSTIDENT NOT NUMERIC
           OR  RV-ORDERNUM  NOT NUMERIC
           OR  RV-DATE      NOT NUMERIC
           OR  (RV-TYPE NOT = 'R' AND RV-TYPE NOT = 'C')
               MOVE 'INVALID DATA' TO WS-REJECT-REASON
               PERFORM REJECT-AGENCY-RECORD
               EXIT PARAGRAPH
           END-IF
           IF  RV-TYPE = 'R'
               IF  RV-GROSS-AMT NOT NUMERIC
               OR  RV-COMM-AMT  NOT NUMERIC
                   MOVE 'INVALID DATA' TO WS-REJECT-REASON
                   PERFORM REJECT-AGENCY-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF  RV-GROSS-AMT = 0
               OR  RV-COMM-AMT > RV-GROSS-AMT
                   MOVE 'INVALID DATA' TO WS-REJECT-REASON
                   PERFORM REJECT-AGENCY-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE RV-CUSTIDENT TO WS-RV-CUSTIDENT
           MOVE RV-ORDERNUM  TO WS-RV-ORDERNUM
           MOVE RV-DATE      TO WS-RV-DATE

           MOVE WS-RV-CUSTIDENT TO QO-CUSTIDENT
           MOVE WS-RV-ORDERNUM  TO QO-ORDERNUM
           PERFORM VKSDORD-READ
           IF  VKSDORD-STATUS = '23'
               MOVE 'ORDER NOT FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-AGENCY-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RV-CUSTIDENT TO AP-CUSTIDENT
           MOVE WS-RV-ORDERNUM  TO AP-ORDERNUM
           PERFORM AGYPLAC-READ
           IF  AGYPLAC-STATUS NOT = '00'
           OR  AP-STATUS NOT = 'P'
           OR  QO-ORDERSTATUS NOT = 'PLACED'
               MOVE 'ORDER NOT PLACED' TO WS-REJECT-REASON
               PERFORM REJECT-AGENCY-RECORD
               EXIT PARAGRAPH
           END-IF

      * AN OLD-LAYOUT RECORD NOT YET THROUGH THE CONVERSION STILL
      * HOLDS SPACES WHERE THE PAID AND CREDITED AMOUNTS LIVE...
           IF  QO-PAID-AMT NOT NUMERIC
               MOVE ZEROS TO QO-PAID-AMT
           END-IF
           IF  QO-CREDIT-AMT NOT NUMERIC
               MOVE ZEROS TO QO-CREDIT-AMT
           END-IF
           COMPUTE WS-OPEN-BALANCE =
                   QO-ORDERAMT - QO-PAID-AMT - QO-CREDIT-AMT

           IF  RV-TYPE = 'C'
               PERFORM RECALL-ORDER
               ADD 1 TO WS-RECALL-COUNT
               EXIT PARAGRAPH
           END-IF

           IF  RV-GROSS-AMT > WS-OPEN-BALANCE
               MOVE 'OVER OPEN BALANCE' TO WS-REJECT-REASON
               PERFORM REJECT-AGENCY-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-RECOVERY
           ADD 1 TO WS-RECOVERY-COUNT
           ADD RV-GROSS-AMT TO WS-GROSS-TOTAL
           ADD RV-COMM-AMT  TO WS-COMM-TOTAL
           EXIT.

      *---------------------------------------------------------------*
      * THE AGENCY REMITS THE GROSS RECOVERY LESS ITS COMMISSION: THE *
      * NET GOES ON THE PAID AMOUNT AND THE PAYMENT HISTORY, THE      *
      * COMMISSION COMES OFF AS A CREDIT MEMO. A RECOVERY THAT CLEARS *
      * THE BALANCE SETTLES THE ORDER AND CLOSES THE PLACEMENT.       *
      *---------------------------------------------------------------*
       APPLY-RECOVERY.
           COMPUTE WS-NET-AMT = RV-GROSS-AMT - RV-COMM-AMT
           MOVE QO-ORDERSTATUS TO OHW-OLD-STATUS
           ADD WS-NET-AMT  TO QO-PAID-AMT
           ADD RV-COMM-AMT TO QO-CREDIT-AMT
           IF  RV-GROSS-AMT = WS-OPEN-BALANCE
               MOVE 'SETTLED'  TO QO-ORDERSTATUS
               MOVE WS-RV-DATE TO QO-SETTLEDT
           END-IF
           PERFORM VKSDORD-REWRITE
           IF  QO-ORDERSTATUS NOT = OHW-OLD-STATUS
               MOVE QO-CUSTIDENT   TO OHW-CUSTIDENT
               MOVE QO-ORDERNUM    TO OHW-ORDERNUM
               MOVE QO-ORDERSTATUS TO OHW-NEW-STATUS
               MOVE 'RSSABB93'     TO OHW-PROGRAM
               MOVE SPACES         TO OHW-USERID
               CALL 'RSSOHW00' USING RSSOHW-AREA
           END-IF

           IF  WS-NET-AMT > 0
               PERFORM WRITE-RECOVERY-ENTRY
           END-IF
           IF  RV-COMM-AMT > 0
               PERFORM WRITE-COMMISSION-MEMO
           END-IF

           ADD RV-GROSS-AMT TO AP-RECOV-AMT
           ADD RV-COMM-AMT  TO AP-COMM-AMT
           MOVE WS-RV-DATE  TO AP-LAST-RECOV-DATE
           IF  QO-ORDERSTATUS = 'SETTLED'
               MOVE 'S'        TO AP-STATUS
               MOVE WS-RV-DATE TO AP-CLOSE-DATE
               ADD 1 TO WS-SETTLED-COUNT
           END-IF
           PERFORM AGYPLAC-REWRITE
           EXIT.

      *---------------------------------------------------------------*
      * HAND THE ORDER BACK TO THE SHOP: PARTPAID WHILE SOMETHING HAS *
      * BEEN PAID, ELSE INVOICED, AND CLOSE THE PLACEMENT AS RECALLED.*
      *---------------------------------------------------------------*
       RECALL-ORDER.
           MOVE QO-ORDERSTATUS TO OHW-OLD-STATUS
           IF  QO-PAID-AMT > 0
               MOVE 'PARTPAID' TO QO-ORDERSTATUS
           ELSE
               MOVE 'INVOICED' TO QO-ORDERSTATUS
           END-IF
           PERFORM VKSDORD-REWRITE
           MOVE QO-CUSTIDENT   TO OHW-CUSTIDENT
           MOVE QO-ORDERNUM    TO OHW-ORDERNUM
           MOVE QO-ORDERSTATUS TO OHW-NEW-STATUS
           MOVE 'RSSABB93'     TO OHW-PROGRAM
           MOVE SPACES         TO OHW-USERID
           CALL 'RSSOHW00' USING RSSOHW-AREA

           MOVE 'R'        TO AP-STATUS
           MOVE WS-RV-DATE TO AP-CLOSE-DATE
           PERFORM AGYPLAC-REWRITE
           EXIT.

      *---------------------------------------------------------------*
      * RECORD THE AMOUNT REMITTED ON THE PAYMENT-HISTORY FILE AS AN  *
      * AGENCY ENTRY, NUMBERED ONE PAST THE ORDER'S HIGHEST SEQUENCE. *
      *---------------------------------------------------------------*
       WRITE-RECOVERY-ENTRY.
           PERFORM FIND-NEXT-PAY-SEQ.
           MOVE WS-RV-CUSTIDENT TO PH-CUSTIDENT.
           MOVE WS-RV-ORDERNUM  TO PH-ORDERNUM.
           MOVE WS-PH-NEXT-SEQ  TO PH-PAYSEQ.
           MOVE WS-NET-AMT      TO PH-PAYAMT.
           MOVE WS-RV-DATE      TO PH-PAYDATE.
           MOVE RV-AGYREF       TO PH-BANKREF.
           MOVE 'A'             TO PH-ENTRY-TYPE.
           MOVE 'N'             TO PH-REVERSED.
           MOVE SPACES          TO PH-RET-REASON.
           MOVE SPACES          TO PH-FILLER.
           PERFORM VKSDPH-WRITE.
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE ORDER'S KEY RANGE OF THE PAYMENT-HISTORY FILE FOR  *
      * ITS HIGHEST PAYMENT SEQUENCE.                                 *
      *---------------------------------------------------------------*
       FIND-NEXT-PAY-SEQ.
           MOVE 1   TO WS-PH-NEXT-SEQ.
           MOVE 'N' TO WS-PH-DONE-SWITCH.
           MOVE WS-RV-CUSTIDENT TO PH-CUSTIDENT.
           MOVE WS-RV-ORDERNUM  TO PH-ORDERNUM.
           MOVE ZEROS           TO PH-PAYSEQ.
           START VKSDPH-FILE KEY NOT < PH-PAY-KEY
           IF  VKSDPH-STATUS NOT = '00'
               MOVE 'Y' TO WS-PH-DONE-SWITCH
           END-IF
           PERFORM UNTIL PH-BROWSE-DONE
              READ VKSDPH-FILE NEXT RECORD
              IF  VKSDPH-STATUS NOT = '00'
              OR  PH-CUSTIDENT NOT = WS-RV-CUSTIDENT
              OR  PH-ORDERNUM  NOT = WS-RV-ORDERNUM
                  MOVE 'Y' TO WS-PH-DONE-SWITCH
              ELSE
                  COMPUTE WS-PH-NEXT-SEQ = PH-PAYSEQ + 1
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * RECORD THE AGENCY'S COMMISSION AS A CREDIT MEMO OF SOURCE     *
      * 'AGY', NUMBERED ONE PAST THE ORDER'S HIGHEST MEMO SEQUENCE.   *
      *---------------------------------------------------------------*
       WRITE-COMMISSION-MEMO.
           PERFORM FIND-NEXT-MEMO-SEQ.
           MOVE WS-RV-CUSTIDENT TO CM-CUSTIDENT.
           MOVE WS-RV-ORDERNUM  TO CM-ORDERNUM.
           MOVE WS-CM-NEXT-SEQ  TO CM-MEMOSEQ.
           MOVE WS-RV-DATE      TO CM-MEMODATE.
           MOVE RV-COMM-AMT     TO CM-MEMOAMT.
           MOVE 'AGENCY COMMISSION' TO CM-REASON.
           MOVE 'AGY'           TO CM-SOURCE.
           MOVE SPACES          TO CM-FILLER.
           PERFORM VKSDCM-WRITE.
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE ORDER'S KEY RANGE OF THE CREDIT-MEMO FILE FOR ITS  *
      * HIGHEST MEMO SEQUENCE.                                        *
      *---------------------------------------------------------------*
       FIND-NEXT-MEMO-SEQ.
           MOVE 1   TO WS-CM-NEXT-SEQ.
           MOVE 'N' TO WS-CM-DONE-SWITCH.
           MOVE WS-RV-CUSTIDENT TO CM-CUSTIDENT.
           MOVE WS-RV-ORDERNUM  TO CM-ORDERNUM.
           MOVE ZEROS           TO CM-MEMOSEQ.
           START VKSDCM-FILE KEY NOT < CM-MEMO-KEY
           IF  VKSDCM-STATUS NOT = '00'
               MOVE 'Y' TO WS-CM-DONE-SWITCH
           END-IF
           PERFORM UNTIL CM-BROWSE-DONE
              READ VKSDCM-FILE NEXT RECORD
              IF  VKSDCM-STATUS NOT = '00'
              OR  CM-CUSTIDENT NOT = WS-RV-CUSTIDENT
              OR  CM-ORDERNUM  NOT = WS-RV-ORDERNUM
                  MOVE 'Y' TO WS-CM-DONE-SWITCH
              ELSE
                  COMPUTE WS-CM-NEXT-SEQ = CM-MEMOSEQ + 1
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       REJECT-AGENCY-RECORD.
           MOVE WS-REJECT-REASON TO RJ-REASON
           MOVE AGYRECV-RECORD   TO RJ-IMAGE
           PERFORM AGYREJ-WRITE
           ADD 1 TO WS-REJECT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * DISPLAY THE END-OF-JOB RUN STATISTICS.                        *
      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABB93: RUN STATISTICS...'
           DISPLAY '   RECORDS READ      : ' WS-RECORD-COUNT
           DISPLAY '   RECOVERIES APPLIED: ' WS-RECOVERY-COUNT
           DISPLAY '   GROSS RECOVERED   : ' WS-GROSS-TOTAL
           DISPLAY '   COMMISSION        : ' WS-COMM-TOTAL
           DISPLAY '   ORDERS SETTLED    : ' WS-SETTLED-COUNT
           DISPLAY '   ORDERS RECALLED   : ' WS-RECALL-COUNT
           DISPLAY '   REJECTED          : ' WS-REJECT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABB93' TO CTLTOT-PROGRAM.
           MOVE 'AGENCY RECOVERIES' TO CTLTOT-LABEL.
           MOVE WS-RECOVERY-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB93' TO CTLTOT-PROGRAM.
           MOVE 'AGENCY RECALLS' TO CTLTOT-LABEL.
           MOVE WS-RECALL-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB93' TO CTLTOT-PROGRAM.
           MOVE 'AGENCY RECS REJECTED' TO CTLTOT-LABEL.
           MOVE WS-REJECT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       AGYRECV-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT AGYRECV-FILE
           IF  AGYRECV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB93: AGYRECV-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE AGYRECV-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYRECV-GET.
           READ AGYRECV-FILE
           IF  AGYRECV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  AGYRECV-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   MOVE 'RSSABB93: AGYRECV-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE AGYRECV-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYRECV-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE AGYRECV-FILE
           IF  AGYRECV-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB93: AGYRECV, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE AGYRECV-STATUS TO IO-STATUS
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
               MOVE 'RSSABB93: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABB93: VKSDORD-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-REWRITE.
           REWRITE QO-ODCSFORD-RECORD
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'RSSABB93: VKSDORD-FAILURE-REWRITE...'
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
               MOVE 'RSSABB93: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYPLAC-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O AGYPLAC-FILE
           IF  AGYPLAC-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB93: AGYPLAC-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE AGYPLAC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYPLAC-READ.
           READ AGYPLAC-FILE
           IF  AGYPLAC-STATUS = '00'
           OR  AGYPLAC-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB93: AGYPLAC-FAILURE-READ...'
                 TO DISP-MSG
               MOVE AGYPLAC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYPLAC-REWRITE.
           REWRITE AP-ODCSFAP-RECORD
           IF  AGYPLAC-STATUS NOT = '00'
               MOVE 'RSSABB93: AGYPLAC-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE AGYPLAC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYPLAC-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE AGYPLAC-FILE
           IF  AGYPLAC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB93: AGYPLAC, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE AGYPLAC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDPH-FILE
           IF  VKSDPH-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB93: VKSDPH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-WRITE.
           WRITE PH-ODCSFPH-RECORD
           IF  VKSDPH-STATUS NOT = '00'
               MOVE 'RSSABB93: VKSDPH-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
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
               MOVE 'RSSABB93: VKSDPH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCM-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDCM-FILE
           IF  VKSDCM-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB93: VKSDCM-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCM-WRITE.
           WRITE CM-ODCSFCM-RECORD
           IF  VKSDCM-STATUS NOT = '00'
               MOVE 'RSSABB93: VKSDCM-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCM-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDCM-FILE
           IF  VKSDCM-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB93: VKSDCM, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYREJ-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT AGYREJ-FILE
           IF  AGYREJ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB93: AGYREJ-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE AGYREJ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYREJ-WRITE.
           WRITE AGYREJ-RECORD
           IF  AGYREJ-STATUS NOT = '00'
               MOVE 'RSSABB93: AGYREJ-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE AGYREJ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       AGYREJ-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE AGYREJ-FILE
           IF  AGYREJ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB93: AGYREJ, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE AGYREJ-STATUS TO IO-STATUS
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
               MOVE 'RSSABB93: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB93: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB93: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB93: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB93: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB93: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
