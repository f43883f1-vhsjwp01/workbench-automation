      *    -A WORKLIST ENTRY WHOSE ORDER IS GONE, OR WHOSE ORDER WAS  *
      *     SETTLED IN THE MEANTIME, IS STAMPED REJECTED INSTEAD AND  *
      *     COUNTED, SO NOTHING IS WRITTEN OFF BLIND.                 *
      *    -A WRITE-OFF WHOSE DATE FALLS IN AN ACCOUNTING PERIOD      *
      *     FINANCE HAS CLOSED IS CHECKED THRU RSSPER00: IT IS DATED  *
      *     THE FIRST DAY OF THE FIRST OPEN MONTH INSTEAD, OR, WHEN   *
      *     LATE POSTINGS ARE REFUSED, LEFT APPROVED FOR A LATER RUN; *
      *     EITHER WAY IT IS LISTED ON THE LATE-POSTING REPORT.       *
      *    -THE SALES TAX ON THE BALANCE WRITTEN OFF IS BOOKED AS     *
      *     BAD-DEBT RELIEF ON THE TAX-LIABILITY HISTORY THRU         *
      *     RSSTXL00.                                                 *
      * ------------------------------------------------------------- *
      * I/O FILE   : VSAM - WOFWORK (WRITE-OFF WORKLIST, ODCSFWO)     *
      * I/O FILE   : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * RUN STATISTICS
       01  WS-COMMIT-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-SKIP-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-HELD-COUNT           PIC 9(7) COMP VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.
      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

      * ACCOUNTING-PERIOD AREA FOR THE RSSPER00 CHECK
       COPY RSSPERC.

      * SALES-TAX LIABILITY AREA FOR THE RSSTXL00 WRITER
       COPY RSSTXLC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

           MOVE 'WRITEOFFS SKIPPED' TO CTLTOT-LABEL
           MOVE WS-SKIP-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB49' TO CTLTOT-PROGRAM
           MOVE 'WRITEOFFS HELD CLSD' TO CTLTOT-LABEL
           MOVE WS-HELD-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB49: COMMITTED ' WS-COMMIT-COUNT
                   ' WRITE-OFF(S), SKIPPED ' WS-SKIP-COUNT
                   ', HELD ' WS-HELD-COUNT
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
      *---------------------------------------------------------------*
      * MARK THE APPROVED ORDER WRITTEN OFF AND STAMP THE WORKLIST    *
      * ENTRY COMMITTED. AN ORDER THAT IS GONE OR NO LONGER UNPAID    *
      * TURNS THE ENTRY INTO A REJECT INSTEAD. A WRITE-OFF REFUSED    *
      * FOR A CLOSED PERIOD STAYS APPROVED FOR A LATER RUN.           *
      *---------------------------------------------------------------*
       COMMIT-ONE-WRITEOFF.
           MOVE WO-CUSTIDENT TO QO-CUSTIDENT
           ELSE
               IF  QO-ORDERSTATUS = 'INVOICED'
               OR  QO-ORDERSTATUS = 'PARTPAID'
                   MOVE 'C'          TO PER-FUNC
                   MOVE 'RSSABB49'   TO PER-PROGRAM
                   MOVE 'WOF'        TO PER-POST-TYPE
                   MOVE QO-CUSTIDENT TO PER-CUSTIDENT
                   MOVE QO-ORDERNUM  TO PER-ORDERNUM
                   MOVE WO-OPEN-AMT  TO PER-AMOUNT
                   MOVE WS-RUN-DATE  TO PER-POST-DATE
                   CALL 'RSSPER00' USING RSSPER-AREA
                   IF  PER-RETCODE = '08'
                       ADD 1 TO WS-HELD-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE QO-ORDERSTATUS TO OHW-OLD-STATUS
                   MOVE 'WRITEOFF'  TO QO-ORDERSTATUS
                   MOVE PER-POST-DATE TO QO-SETTLEDT
                   PERFORM VKSDORD-REWRITE
                   MOVE 'W'           TO TXL-KIND
                   MOVE 'RSSABB49'    TO TXL-PROGRAM
                   MOVE QO-CUSTIDENT  TO TXL-CUSTIDENT
                   MOVE SPACES        TO TXL-STATE
                   MOVE SPACES        TO TXL-ZIP
                   MOVE PER-POST-DATE TO TXL-POST-DATE
                   MOVE WO-OPEN-AMT   TO TXL-BASE-AMT
                   MOVE ZEROS         TO TXL-TAX-AMT
                   CALL 'RSSTXL00' USING RSSTXL-AREA
                   MOVE QO-CUSTIDENT   TO OHW-CUSTIDENT
                   MOVE QO-ORDERNUM    TO OHW-ORDERNUM
                   MOVE QO-ORDERSTATUS TO OHW-NEW-STATUS
