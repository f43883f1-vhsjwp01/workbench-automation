       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSPER00.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -SHARED ACCOUNTING-PERIOD CHECK. EVERY BATCH STEP THAT     *
      *     POSTS RECEIVABLES ACTIVITY (PAYMENTS, CREDIT MEMOS,       *
      *     WRITE-OFFS, FINANCE CHARGES) CALLS IT WITH THE POSTING'S  *
      *     DATE BEFORE WRITING ANYTHING, SO NOTHING LANDS IN A MONTH *
      *     FINANCE HAS CLOSED AND THE GL EXTRACT ALREADY SENT STAYS  *
      *     RIGHT.                                                    *
      *    -THE CLOSED PERIOD AND THE ACTION TO TAKE COME FROM THE    *
      *     RUN-PARAMETER FILE THRU RSSPRM00 (AR_CLOSED_PERIOD,       *
      *     AR_LATE_ACTION), READ ON THE FIRST CALL OF THE RUN. NO    *
      *     CLOSED PERIOD ON FILE MEANS EVERY MONTH IS OPEN.          *
      *    -A POSTING DATED INTO A CLOSED MONTH IS REDATED TO THE     *
      *     FIRST DAY OF THE FIRST OPEN MONTH OR, WHEN AR_LATE_ACTION *
      *     IS 'X', REFUSED; EITHER WAY IT IS LOGGED ON THE LATE-     *
      *     POSTING FILE FOR THE RSSABB97 REPORT.                     *
      *    -A LATE-POSTING FILE PROBLEM NEVER TAKES THE CALLING STEP  *
      *     DOWN: FAILURES ARE DISPLAYED AND IGNORED.                 *
      * ------------------------------------------------------------- *
      * OUTPUT FILE: VSAM - LATEPOST (LATE POSTINGS, ODCSFLP)         *
      * LINKAGE    : RSSPERC PARAMETER AREA                           *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * LATE-POSTING VSAM-KSDS FILE
           SELECT OPTIONAL LATEPOST-FILE
               ASSIGN       TO LATEPOST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS LP-LATE-KEY
               FILE STATUS  IS LATEPOST-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   LATEPOST-FILE.
       COPY ODCSFLP.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

       01  LATEPOST-STATUS.
           05  LATEPOST-STAT1      PIC X.
           05  LATEPOST-STAT2      PIC X.

      * THE PERIOD CONTROL, LOADED ONCE PER RUN
       01  WS-LOADED-SWITCH        PIC X VALUE 'N'.
           88  CONTROL-LOADED      VALUE 'Y'.
       01  WS-CLOSED-PERIOD        PIC 9(006) VALUE 0.
       01  WS-CLOSED-PERIOD-X      REDEFINES WS-CLOSED-PERIOD.
           05  WS-CLOSED-CCYY      PIC 9(004).
           05  WS-CLOSED-MM        PIC 9(002).
       01  WS-LATE-ACTION          PIC X VALUE 'R'.
           88  LATE-REFUSED        VALUE 'X'.
       01  WS-FIRST-OPEN-DATE      PIC 9(008) VALUE 0.
       01  WS-FIRST-OPEN-X         REDEFINES WS-FIRST-OPEN-DATE.
           05  WS-OPEN-CCYY        PIC 9(004).
           05  WS-OPEN-MM          PIC 9(002).
           05  WS-OPEN-DD          PIC 9(002).
       01  WS-WRITE-TRIES          PIC 9(002) VALUE 0.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

       LINKAGE SECTION.
       COPY RSSPERC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING RSSPER-AREA.

           MOVE '00' TO PER-RETCODE
           IF  NOT CONTROL-LOADED
               PERFORM LOAD-PERIOD-CONTROL
           END-IF
           MOVE WS-CLOSED-PERIOD TO PER-CLOSED-PERIOD
           IF  PER-FUNC NOT = 'C'
               GOBACK
           END-IF

           MOVE PER-POST-DATE TO PER-ORIG-DATE
           IF  WS-CLOSED-PERIOD = 0
           OR  PER-POST-DATE (1:6) > WS-CLOSED-PERIOD
               GOBACK
           END-IF

      * DATED INTO A CLOSED MONTH: REDATE OR REFUSE, AND LOG IT...
           IF  LATE-REFUSED
               MOVE '08' TO PER-RETCODE
           ELSE
               MOVE WS-FIRST-OPEN-DATE TO PER-POST-DATE
               MOVE '04' TO PER-RETCODE
           END-IF
           PERFORM LOG-LATE-POSTING
           GOBACK.

      *---------------------------------------------------------------*
      * READ THE CLOSED PERIOD AND THE LATE-POSTING ACTION, AND WORK  *
      * OUT THE FIRST DAY OF THE FIRST OPEN MONTH.                    *
      *---------------------------------------------------------------*
       LOAD-PERIOD-CONTROL.
           MOVE 'Y' TO WS-LOADED-SWITCH
           MOVE 'AR_CLOSED_PERIOD' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
           AND PRM-VALUE (1:6) NUMERIC
               MOVE PRM-VALUE (1:6) TO WS-CLOSED-PERIOD
           ELSE
               MOVE 0 TO WS-CLOSED-PERIOD
           END-IF

           MOVE 'AR_LATE_ACTION' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
           AND PRM-VALUE (1:1) = 'X'
               MOVE 'X' TO WS-LATE-ACTION
           ELSE
               MOVE 'R' TO WS-LATE-ACTION
           END-IF

           IF  WS-CLOSED-PERIOD NOT = 0
               MOVE WS-CLOSED-CCYY TO WS-OPEN-CCYY
               MOVE WS-CLOSED-MM   TO WS-OPEN-MM
               IF  WS-OPEN-MM = 12
                   ADD 1 TO WS-OPEN-CCYY
                   MOVE 1 TO WS-OPEN-MM
               ELSE
                   ADD 1 TO WS-OPEN-MM
               END-IF
               MOVE 1 TO WS-OPEN-DD
               DISPLAY 'RSSPER00: ACCOUNTING PERIOD CLOSED THRU '
                       WS-CLOSED-PERIOD ', LATE ACTION '
                       WS-LATE-ACTION
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * LOG THE REDATED OR REFUSED POSTING. TWO POSTINGS OF THE SAME  *
      * ORDER AND TYPE IN THE SAME HUNDREDTH OF A SECOND ARE KEPT     *
      * APART BY STEPPING THE LOGGED TIME.                            *
      *---------------------------------------------------------------*
       LOG-LATE-POSTING.
           OPEN I-O LATEPOST-FILE
           IF  LATEPOST-STATUS NOT = '00' AND '05'
               DISPLAY 'RSSPER00: LATEPOST-FAILURE-OPEN...'
                       LATEPOST-STATUS
               EXIT PARAGRAPH
           END-IF

           ACCEPT LP-LOGDATE FROM DATE YYYYMMDD
           ACCEPT LP-LOGTIME FROM TIME
           MOVE PER-PROGRAM      TO LP-PROGRAM
           MOVE PER-CUSTIDENT    TO LP-CUSTIDENT
           MOVE PER-ORDERNUM     TO LP-ORDERNUM
           MOVE PER-POST-TYPE    TO LP-POST-TYPE
           IF  PER-RETCODE = '08'
               MOVE 'X'          TO LP-ACTION
               MOVE ZEROS        TO LP-POST-DATE
           ELSE
               MOVE 'R'          TO LP-ACTION
               MOVE PER-POST-DATE TO LP-POST-DATE
           END-IF
           MOVE PER-ORIG-DATE    TO LP-ORIG-DATE
           MOVE PER-AMOUNT       TO LP-AMOUNT
           MOVE WS-CLOSED-PERIOD TO LP-CLOSED-PERIOD
           MOVE SPACES           TO LP-USERID
           MOVE SPACE            TO LP-REPORTED
           MOVE SPACES           TO LP-FILLER

           MOVE 0 TO WS-WRITE-TRIES
           PERFORM UNTIL WS-WRITE-TRIES >= 5
              WRITE LP-ODCSFLP-RECORD
              IF  LATEPOST-STATUS = '22'
                  ADD 1 TO LP-LOGTIME
                  ADD 1 TO WS-WRITE-TRIES
              ELSE
                  MOVE 5 TO WS-WRITE-TRIES
              END-IF
           END-PERFORM
           IF  LATEPOST-STATUS NOT = '00'
               DISPLAY 'RSSPER00: LATEPOST-FAILURE-WRITE...'
                       LATEPOST-STATUS
           END-IF

           CLOSE LATEPOST-FILE
           EXIT.
