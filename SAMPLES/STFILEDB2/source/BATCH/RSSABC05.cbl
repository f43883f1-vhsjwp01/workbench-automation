       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC05.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -CAMPAIGN RESPONSE ATTRIBUTION AND RESULTS REPORT FOR A    *
      *     MAILING PRODUCED BY RSSABB32. EVERY MEMBER OF THE         *
      *     CAMPAIGN ON THE CAMPAIGN-MEMBER FILE (CAMPMBR, ODCSFCG)   *
      *     HAS THEIR ORDERS RECOUNTED: AN ORDER DATED WITHIN THE     *
      *     MEMBER'S RESPONSE WINDOW, NOT CANCELLED, THAT CAME IN     *
      *     FROM THE BUREAU LOAD (RSSABB08) OR THE WEB PORTAL         *
      *     (RSSBT006, CARRIED ACROSS BY RSSABB82) IS A RESPONSE. THE *
      *     ORIGIN IS THE PROGRAM ON THE ORDER'S FIRST STATUS-HISTORY *
      *     ENTRY, SO FINANCE CHARGES AND SCREEN-KEYED ADJUSTMENTS DO *
      *     NOT COUNT. THE COUNT, REVENUE (IN USD THRU RSSCUR00) AND  *
      *     FIRST RESPONSE DATE ARE REWRITTEN ON THE MEMBER RECORD.   *
      *    -THE REPORT GIVES, BY STATE AND VALUE TIER AND IN TOTAL,   *
      *     PIECES MAILED, RESPONDERS, RESPONSE RATE, ORDER REVENUE   *
      *     AND REVENUE PER PIECE, BESIDE THE HOLDOUT GROUP'S SIZE    *
      *     AND RESPONSE RATE AND THE LIFT (MAILED RATE LESS HOLDOUT  *
      *     RATE, IN PERCENTAGE POINTS).                              *
      *    -THE RUN CAN BE REPEATED WHILE THE WINDOW IS OPEN; EACH    *
      *     RUN RECOUNTS FROM THE ORDERS FILE.                        *
      * ------------------------------------------------------------- *
      * IN/OUT FILE: VSAM - CAMPMBR (CAMPAIGN MEMBERS, ODCSFCG)       *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * INPUT FILE : VSAM - ORDHIST (ORDER STATUS HISTORY, ODCSFOH)   *
      * OUTPUT     : SYSPRINT - CAMPAIGN RESULTS REPORT               *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE CAMPAIGN CODE COMES FROM RSSABC05_CAMPAIGN ON  *
      * THE RUN-PARAMETER FILE (OR THE ENVIRONMENT), FALLING BACK TO  *
      * RSSABB32_CAMPAIGN - THE LAST MAILING RUN'S CAMPAIGN. NO CODE  *
      * MEANS NOTHING TO DO.                                          *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CAMPAIGN-MEMBER VSAM-KSDS FILE, SWEPT AND REWRITTEN IN PLACE
           SELECT OPTIONAL CAMPMBR-FILE
               ASSIGN       TO CAMPMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CG-MEMBER-KEY
               FILE STATUS  IS CAMPMBR-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE, THE MEMBER'S ORDERS BROWSED
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

      * CAMPAIGN RESULTS REPORT
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
       FD   CAMPMBR-FILE.
       COPY ODCSFCG.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   ORDHIST-FILE.
       COPY ODCSFOH.

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
       01  CAMPMBR-STATUS.
           05  CAMPMBR-STAT1       PIC X.
           05  CAMPMBR-STAT2       PIC X.
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

       01  WS-CG-EOF-SWITCH        PIC X       VALUE 'N'.
           88  CG-EOF              VALUE 'Y'.
       01  WS-BROWSE-DONE-SWITCH   PIC X       VALUE 'N'.
           88  BROWSE-DONE         VALUE 'Y'.
       01  WS-ORIGIN-SWITCH        PIC X       VALUE 'N'.
           88  ORIGIN-COUNTS       VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-CAMPAIGN             PIC X(008)  VALUE SPACES.
       01  WS-ORDER-USD            PIC 9(009)V99 VALUE 0.

      * THE RESULTS, ONE CELL PER STATE AND VALUE TIER, KEPT IN
      * STATE/TIER ORDER AS THE CELLS ARE FOUND
       01  WS-CELL-TABLE.
           05  WS-CELL-COUNT       PIC S9(4) COMP VALUE +0.
           05  WS-CELL             OCCURS 500.
               10  WS-CL-KEY.
                   15  WS-CL-STATE     PIC X(002).
                   15  WS-CL-TIER      PIC X(001).
               10  WS-CL-MAILED        PIC 9(007).
               10  WS-CL-RESP          PIC 9(007).
               10  WS-CL-REVENUE       PIC 9(011)V99.
               10  WS-CL-HOLD          PIC 9(007).
               10  WS-CL-HOLD-RESP     PIC 9(007).
               10  WS-CL-HOLD-REVENUE  PIC 9(011)V99.
       01  WS-CELL-IX              PIC S9(4) COMP VALUE +0.
       01  WS-CELL-SHIFT-IX        PIC S9(4) COMP VALUE +0.
       01  WS-MEMBER-CELL-KEY.
           05  WS-MC-STATE         PIC X(002).
           05  WS-MC-TIER          PIC X(001).

      * THE CAMPAIGN'S TOTALS, BUILT LIKE ONE MORE CELL
       01  WS-TOT-MAILED           PIC 9(007)     VALUE 0.
       01  WS-TOT-RESP             PIC 9(007)     VALUE 0.
       01  WS-TOT-REVENUE          PIC 9(011)V99  VALUE 0.
       01  WS-TOT-HOLD             PIC 9(007)     VALUE 0.
       01  WS-TOT-HOLD-RESP        PIC 9(007)     VALUE 0.
       01  WS-TOT-HOLD-REVENUE     PIC 9(011)V99  VALUE 0.

      * ONE REPORT ROW'S FIGURES, WORKED OUT BY EDIT-RESULT-ROW
       01  WS-ROW-MAILED           PIC 9(007)     VALUE 0.
       01  WS-ROW-RESP             PIC 9(007)     VALUE 0.
       01  WS-ROW-REVENUE          PIC 9(011)V99  VALUE 0.
       01  WS-ROW-HOLD             PIC 9(007)     VALUE 0.
       01  WS-ROW-HOLD-RESP        PIC 9(007)     VALUE 0.
       01  WS-ROW-RATE             PIC 9(003)V99  VALUE 0.
       01  WS-ROW-HOLD-RATE        PIC 9(003)V99  VALUE 0.
       01  WS-ROW-LIFT             PIC S9(003)V99 VALUE 0.
       01  WS-ROW-PER-PIECE        PIC 9(009)V99  VALUE 0.

      * RUN STATISTICS
       01  WS-MEMBER-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-RESP-ORDER-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-NORATE-COUNT         PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC05'.
           05  FILLER              PIC X(024) VALUE SPACES.
           05  FILLER              PIC X(018) VALUE
               'CAMPAIGN RESULTS: '.
           05  WT-CAMPAIGN         PIC X(008).
           05  FILLER              PIC X(055) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-HEADING1.
           05  FILLER              PIC X(042) VALUE
               '  STATE  TIER   -------------------------'.
           05  FILLER              PIC X(038) VALUE
               'MAILED ------------------------'.
           05  FILLER              PIC X(044) VALUE
               '------ HOLDOUT -------'.
           05  FILLER              PIC X(008) VALUE SPACES.

       01  W-HEADING2.
           05  FILLER              PIC X(044) VALUE
               '                PIECES   RESPOND   RATE %'.
           05  FILLER              PIC X(042) VALUE
               '   ORDER REVENUE    PER PIECE   MEMBERS'.
           05  FILLER              PIC X(044) VALUE
               'RESPOND   RATE %  LIFT PTS'.
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-DETAIL.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WD-STATE            PIC X(003).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-TIER             PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-MAILED           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-RESP             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-RATE             PIC ZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-REVENUE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-PER-PIECE        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-HOLD             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-HOLD-RESP        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-HOLD-RATE        PIC ZZ9.99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-LIFT             PIC -ZZ9.99.
           05  FILLER              PIC X(020) VALUE SPACES.

       01  W-TOTAL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WX-LABEL            PIC X(040).
           05  WX-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(074) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * EXCHANGE-RATE AREA FOR THE RSSCUR00 READER
       COPY RSSCURC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC05' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RUNTIME-PARAMETERS.
           IF  WS-CAMPAIGN = SPACES
               DISPLAY 'RSSABC05: NO CAMPAIGN CODE GIVEN,'
                       ' NOTHING TO DO'
               PERFORM END-RUN-LOG
               GOBACK
           END-IF.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM CAMPMBR-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM ORDHIST-OPEN.

      * ------------------------------------------------------------- *
      * MEMBER FILE SWEEPING, EVERY MEMBER OF THE CAMPAIGN HAS THEIR
      * RESPONSE RECOUNTED AND TALLIED TO THEIR STATE/TIER CELL...
           DISPLAY "ATTRIBUTING CAMPAIGN RESPONSES..."
           PERFORM CAMPMBR-READNEXT.
           PERFORM UNTIL CG-EOF
              IF  CG-CAMPAIGN = WS-CAMPAIGN
                  ADD 1 TO WS-MEMBER-COUNT
                  PERFORM COUNT-MEMBER-RESPONSE
                  PERFORM CAMPMBR-REWRITE
                  PERFORM TALLY-MEMBER
              END-IF
              PERFORM CAMPMBR-READNEXT
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE RESULTS REPORT...
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-ONE-CELL
               VARYING WS-CELL-IX FROM 1 BY 1
               UNTIL WS-CELL-IX > WS-CELL-COUNT.
           PERFORM PRINT-TOTALS.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM CAMPMBR-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM ORDHIST-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC05' TO CTLTOT-PROGRAM
           MOVE 'CAMPAIGN MEMBERS' TO CTLTOT-LABEL
           MOVE WS-MEMBER-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC05' TO CTLTOT-PROGRAM
           MOVE 'RESPONDERS MAILED' TO CTLTOT-LABEL
           MOVE WS-TOT-RESP TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC05' TO CTLTOT-PROGRAM
           MOVE 'RESPONDERS HOLDOUT' TO CTLTOT-LABEL
           MOVE WS-TOT-HOLD-RESP TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC05: CAMPAIGN............' WS-CAMPAIGN
           DISPLAY 'RSSABC05: MEMBERS.............' WS-MEMBER-COUNT
           DISPLAY 'RSSABC05: PIECES MAILED.......' WS-TOT-MAILED
           DISPLAY 'RSSABC05: RESPONDERS..........' WS-TOT-RESP
           DISPLAY 'RSSABC05: HOLDOUT MEMBERS.....' WS-TOT-HOLD
           DISPLAY 'RSSABC05: HOLDOUT RESPONDERS..' WS-TOT-HOLD-RESP
           DISPLAY 'RSSABC05: RESPONSE ORDERS.....' WS-RESP-ORDER-COUNT
           DISPLAY 'RSSABC05: NO EXCHANGE RATE....' WS-NORATE-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC05' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-MEMBER-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * THE CAMPAIGN CODE: THIS RUN'S OWN PARAMETER FIRST, THE LAST   *
      * MAILING RUN'S CAMPAIGN OTHERWISE.                             *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABC05_CAMPAIGN' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE = SPACES
               MOVE 'RSSABB32_CAMPAIGN' TO PRM-NAME
               PERFORM GET-ONE-PARAMETER
           END-IF
           MOVE WS-ENV-VALUE (1:8) TO WS-CAMPAIGN
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
      * RECOUNT THE MEMBER'S RESPONSE: BROWSE THEIR ORDERS AND COUNT  *
      * EVERY ONE DATED IN THE WINDOW, NOT CANCELLED, THAT CAME FROM  *
      * THE BUREAU LOAD OR THE PORTAL.                                *
      *---------------------------------------------------------------*
       COUNT-MEMBER-RESPONSE.
           MOVE 0 TO CG-RESP-ORDERS CG-RESP-AMOUNT CG-FIRST-RESP-DATE
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE CG-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS        TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF
           PERFORM UNTIL BROWSE-DONE
              READ VKSDORD-FILE NEXT RECORD
              IF  VKSDORD-STATUS NOT = '00'
              OR  QO-CUSTIDENT NOT = CG-CUSTIDENT
                  MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
              ELSE
                  IF  QO-ORDERDATE NOT < CG-MAIL-DATE
                  AND QO-ORDERDATE NOT > CG-WINDOW-END
                  AND QO-ORDERSTATUS NOT = 'CANCELLED'
                      PERFORM COUNT-ONE-RESPONSE
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * THE ORDER COUNTS WHEN ITS FIRST STATUS-HISTORY ENTRY WAS      *
      * WRITTEN BY THE BUREAU LOAD OR THE PORTAL BRIDGE. ITS AMOUNT   *
      * IS TAKEN IN USD AT THE RATE ON THE ORDER DATE.                *
      *---------------------------------------------------------------*
       COUNT-ONE-RESPONSE.
           PERFORM CHECK-ORDER-ORIGIN
           IF  NOT ORIGIN-COUNTS
               EXIT PARAGRAPH
           END-IF

           MOVE QO-CURRENCY  TO CUR-CURRENCY
           MOVE QO-ORDERDATE TO CUR-DATE
           CALL 'RSSCUR00' USING RSSCUR-AREA
           IF  CUR-RETCODE = '00'
               COMPUTE WS-ORDER-USD ROUNDED = QO-ORDERAMT * CUR-RATE
           ELSE
               ADD 1 TO WS-NORATE-COUNT
               DISPLAY 'RSSABC05: NO RATE FOR ' QO-CURRENCY
                       ', ORDER ' QO-CUSTIDENT '/' QO-ORDERNUM
                       ' COUNTED WITH NO REVENUE'
               MOVE 0 TO WS-ORDER-USD
           END-IF

           ADD 1            TO CG-RESP-ORDERS
           ADD WS-ORDER-USD TO CG-RESP-AMOUNT
           IF  CG-FIRST-RESP-DATE = 0
           OR  QO-ORDERDATE < CG-FIRST-RESP-DATE
               MOVE QO-ORDERDATE TO CG-FIRST-RESP-DATE
           END-IF
           ADD 1 TO WS-RESP-ORDER-COUNT
           EXIT.

      *---------------------------------------------------------------*
       CHECK-ORDER-ORIGIN.
           MOVE 'N' TO WS-ORIGIN-SWITCH
           MOVE QO-CUSTIDENT TO OH-CUSTIDENT
           MOVE QO-ORDERNUM  TO OH-ORDERNUM
           MOVE ZEROS        TO OH-CHGSEQ
           START ORDHIST-FILE KEY NOT < OH-HIST-KEY
           IF  ORDHIST-STATUS = '00'
               READ ORDHIST-FILE NEXT RECORD
               IF  ORDHIST-STATUS = '00'
               AND OH-CUSTIDENT = QO-CUSTIDENT
               AND OH-ORDERNUM  = QO-ORDERNUM
               AND (OH-PROGRAM = 'RSSABB08' OR 'RSSABB82')
                   MOVE 'Y' TO WS-ORIGIN-SWITCH
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ADD THE MEMBER TO THEIR STATE/TIER CELL, OPENING THE CELL IN  *
      * ORDER WHEN IT IS THE FIRST OF ITS KIND.                       *
      *---------------------------------------------------------------*
       TALLY-MEMBER.
           MOVE CG-STATE TO WS-MC-STATE
           MOVE CG-TIER  TO WS-MC-TIER
           MOVE 1 TO WS-CELL-IX
           PERFORM UNTIL WS-CELL-IX > WS-CELL-COUNT
                   OR WS-CL-KEY (WS-CELL-IX) NOT < WS-MEMBER-CELL-KEY
              ADD 1 TO WS-CELL-IX
           END-PERFORM
           IF  WS-CELL-IX > WS-CELL-COUNT
           OR  WS-CL-KEY (WS-CELL-IX) NOT = WS-MEMBER-CELL-KEY
               PERFORM OPEN-NEW-CELL
           END-IF

           IF  CG-GROUP = 'H'
               ADD 1 TO WS-CL-HOLD (WS-CELL-IX)
               ADD CG-RESP-AMOUNT TO WS-CL-HOLD-REVENUE (WS-CELL-IX)
               IF  CG-RESP-ORDERS > 0
                   ADD 1 TO WS-CL-HOLD-RESP (WS-CELL-IX)
               END-IF
           ELSE
               ADD 1 TO WS-CL-MAILED (WS-CELL-IX)
               ADD CG-RESP-AMOUNT TO WS-CL-REVENUE (WS-CELL-IX)
               IF  CG-RESP-ORDERS > 0
                   ADD 1 TO WS-CL-RESP (WS-CELL-IX)
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OPEN-NEW-CELL.
           IF  WS-CELL-COUNT >= 500
               MOVE 'RSSABC05: STATE/TIER TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE WS-CELL-COUNT TO WS-CELL-SHIFT-IX
           PERFORM UNTIL WS-CELL-SHIFT-IX < WS-CELL-IX
              MOVE WS-CELL (WS-CELL-SHIFT-IX)
                TO WS-CELL (WS-CELL-SHIFT-IX + 1)
              SUBTRACT 1 FROM WS-CELL-SHIFT-IX
           END-PERFORM
           MOVE WS-MEMBER-CELL-KEY TO WS-CL-KEY (WS-CELL-IX)
           MOVE 0 TO WS-CL-MAILED (WS-CELL-IX)
                     WS-CL-RESP (WS-CELL-IX)
                     WS-CL-REVENUE (WS-CELL-IX)
                     WS-CL-HOLD (WS-CELL-IX)
                     WS-CL-HOLD-RESP (WS-CELL-IX)
                     WS-CL-HOLD-REVENUE (WS-CELL-IX)
           ADD 1 TO WS-CELL-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * ONE REPORT ROW PER STATE/TIER CELL, ADDED INTO THE TOTALS.    *
      *---------------------------------------------------------------*
       PRINT-ONE-CELL.
           MOVE WS-CL-MAILED (WS-CELL-IX)    TO WS-ROW-MAILED
           MOVE WS-CL-RESP (WS-CELL-IX)      TO WS-ROW-RESP
           MOVE WS-CL-REVENUE (WS-CELL-IX)   TO WS-ROW-REVENUE
           MOVE WS-CL-HOLD (WS-CELL-IX)      TO WS-ROW-HOLD
           MOVE WS-CL-HOLD-RESP (WS-CELL-IX) TO WS-ROW-HOLD-RESP
           ADD WS-CL-MAILED (WS-CELL-IX)     TO WS-TOT-MAILED
           ADD WS-CL-RESP (WS-CELL-IX)       TO WS-TOT-RESP
           ADD WS-CL-REVENUE (WS-CELL-IX)    TO WS-TOT-REVENUE
           ADD WS-CL-HOLD (WS-CELL-IX)       TO WS-TOT-HOLD
           ADD WS-CL-HOLD-RESP (WS-CELL-IX)  TO WS-TOT-HOLD-RESP
           ADD WS-CL-HOLD-REVENUE (WS-CELL-IX)
                                             TO WS-TOT-HOLD-REVENUE
           PERFORM EDIT-RESULT-ROW
           MOVE WS-CL-STATE (WS-CELL-IX) TO WD-STATE
           MOVE WS-CL-TIER (WS-CELL-IX)  TO WD-TIER
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * THE RATES, REVENUE PER PIECE AND LIFT FOR ONE ROW.            *
      *---------------------------------------------------------------*
       EDIT-RESULT-ROW.
           MOVE 0 TO WS-ROW-RATE WS-ROW-HOLD-RATE WS-ROW-PER-PIECE
           IF  WS-ROW-MAILED > 0
               COMPUTE WS-ROW-RATE ROUNDED =
                       WS-ROW-RESP * 100 / WS-ROW-MAILED
               COMPUTE WS-ROW-PER-PIECE ROUNDED =
                       WS-ROW-REVENUE / WS-ROW-MAILED
           END-IF
           IF  WS-ROW-HOLD > 0
               COMPUTE WS-ROW-HOLD-RATE ROUNDED =
                       WS-ROW-HOLD-RESP * 100 / WS-ROW-HOLD
           END-IF
           COMPUTE WS-ROW-LIFT = WS-ROW-RATE - WS-ROW-HOLD-RATE

           MOVE SPACES           TO W-DETAIL
           MOVE WS-ROW-MAILED    TO WD-MAILED
           MOVE WS-ROW-RESP      TO WD-RESP
           MOVE WS-ROW-RATE      TO WD-RATE
           MOVE WS-ROW-REVENUE   TO WD-REVENUE
           MOVE WS-ROW-PER-PIECE TO WD-PER-PIECE
           MOVE WS-ROW-HOLD      TO WD-HOLD
           MOVE WS-ROW-HOLD-RESP TO WD-HOLD-RESP
           MOVE WS-ROW-HOLD-RATE TO WD-HOLD-RATE
           MOVE WS-ROW-LIFT      TO WD-LIFT
           EXIT.

      *---------------------------------------------------------------*
      * THE CAMPAIGN TOTAL ROW AND THE HOLDOUT BASELINE REVENUE.      *
      *---------------------------------------------------------------*
       PRINT-TOTALS.
           MOVE WS-TOT-MAILED    TO WS-ROW-MAILED
           MOVE WS-TOT-RESP      TO WS-ROW-RESP
           MOVE WS-TOT-REVENUE   TO WS-ROW-REVENUE
           MOVE WS-TOT-HOLD      TO WS-ROW-HOLD
           MOVE WS-TOT-HOLD-RESP TO WS-ROW-HOLD-RESP
           PERFORM EDIT-RESULT-ROW
           MOVE 'ALL'            TO WD-STATE
           MOVE 'ALL'            TO WD-TIER
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 2 LINES

           MOVE SPACES TO W-TOTAL
           MOVE 'HOLDOUT ORDER REVENUE' TO WX-LABEL
           MOVE WS-TOT-HOLD-REVENUE TO WX-AMOUNT
           WRITE REPORT-REC FROM W-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE 0 TO WS-ROW-PER-PIECE
           IF  WS-TOT-HOLD > 0
               COMPUTE WS-ROW-PER-PIECE ROUNDED =
                       WS-TOT-HOLD-REVENUE / WS-TOT-HOLD
           END-IF
           MOVE SPACES TO W-TOTAL
           MOVE 'HOLDOUT REVENUE PER MEMBER' TO WX-LABEL
           MOVE WS-ROW-PER-PIECE TO WX-AMOUNT
           WRITE REPORT-REC FROM W-TOTAL
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE    TO WT-DATE
           MOVE WS-CAMPAIGN    TO WT-CAMPAIGN
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING1
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-HEADING2
                 AFTER ADVANCING 1 LINE
           MOVE 5 TO W-LINE
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       CAMPMBR-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O CAMPMBR-FILE
           IF  CAMPMBR-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC05: CAMPMBR-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CAMPMBR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CAMPMBR-READNEXT.
           READ CAMPMBR-FILE NEXT RECORD
           IF  CAMPMBR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  CAMPMBR-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-CG-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC05: CAMPMBR-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE CAMPMBR-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CAMPMBR-REWRITE.
           REWRITE CG-ODCSFCG-RECORD
           IF  CAMPMBR-STATUS NOT = '00'
               MOVE 'RSSABC05: CAMPMBR-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE CAMPMBR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CAMPMBR-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CAMPMBR-FILE
           IF  CAMPMBR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC05: CAMPMBR, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CAMPMBR-STATUS TO IO-STATUS
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
               MOVE 'RSSABC05: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABC05: VKSDORD, FAILURE, CLOSE...'
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
               MOVE 'RSSABC05: ORDHIST-FAILURE-OPEN...'
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
               MOVE 'RSSABC05: ORDHIST, FAILURE, CLOSE...'
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
               MOVE 'RSSABC05: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC05: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC05: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC05: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC05: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC05: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
