       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC31.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY FUTURE-CHANGE APPLY. THE ADDRESS, NAME AND        *
      *     CONTACT CHANGES KEYED ON THE MAINTENANCE SCREEN WITH AN   *
      *     EFFECTIVE DATE AFTER THE DAY THEY WERE KEYED WAIT ON THE  *
      *     FUTURE-CHANGE FILE (FUTCHG); EVERY PENDING ONE WHOSE      *
      *     EFFECTIVE DATE HAS COME IS APPLIED THRU THE NORMAL        *
      *     AUDITED PATH: DUAL-STORE WRITE, AUDIT ROW, ONE FIELD-     *
      *     CHANGE LOG ROW PER FIELD UNDER THE USER WHO KEYED IT, THE *
      *     OLD ADDRESS TO THE ADDRESS HISTORY AND A PUBLISHED EVENT. *
      *    -A CHANGE WHOSE BEFORE IMAGE NO LONGER MATCHES THE         *
      *     CUSTOMER (SOMEONE CHANGED THE SAME FIELDS IN THE MEAN     *
      *     TIME), OR WHOSE CUSTOMER IS GONE, IS NOT APPLIED: IT IS   *
      *     STAMPED REFUSED AND LISTED FOR THE DESK.                  *
      *    -THE STEP RUNS ON BUSINESS DAYS ONLY (RSSCAL00), SO THE    *
      *     CHANGES FALLING DUE OVER A WEEKEND OR HOLIDAY LAND ON THE *
      *     NEXT BUSINESS DAY'S RUN.                                  *
      * ------------------------------------------------------------- *
      * I/O FILE   : VSAM - FUTCHG (FUTURE-DATED CHANGES, ODCSFFC)    *
      * I/O STORES : VSAM+DB2 CUSTOMER (VIA RSSDSW00), ODCSF0_AUDIT,  *
      *              ODCSF0_CHGLOG, ADDRHIST (VIA RSSAHW00)           *
      * OUTPUT FILE: QSAM - CUSTEVT (EVENTS), CTLTOT (COUNTS)         *
      * OUTPUT     : SYSPRINT - REFUSED CHANGES FOR THE DESK          *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * FUTURE-DATED CHANGE VSAM-KSDS FILE, SWEPT IN KEY ORDER AND
      * STAMPED IN PLACE
           SELECT FUTCHG-FILE
               ASSIGN       TO FUTCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS FC-FUT-KEY
               FILE STATUS  IS FUTCHG-STATUS.

      * EVERY APPLIED CHANGE PUBLISHES A CUSTOMER-CHANGED EVENT
           SELECT OPTIONAL CUSTEVT-FILE
               ASSIGN       TO CUSTEVT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS CUSTEVT-STATUS.

      * REFUSED-CHANGE LIST
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
       FD   FUTCHG-FILE.
       COPY ODCSFFC.

       FD  CUSTEVT-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  EVT-RECORD.
           05  EVT-ACTION          PIC X(003).
           05  EVT-CUSTIDENT       PIC 9(009).
           05  EVT-DATE            PIC 9(008).
           05  EVT-TIME            PIC 9(008).
           05  EVT-ADDRCHG         PIC X(001).

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
       01  FUTCHG-STATUS.
           05  FUTCHG-STAT1      PIC X.
           05  FUTCHG-STAT2      PIC X.
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

       01  WS-FC-EOF-SWITCH        PIC X       VALUE 'N'.
           88  FC-EOF              VALUE 'Y'.
       01  WS-MATCH-SWITCH         PIC X       VALUE 'N'.
           88  BEFORE-IMAGE-MATCHES VALUE 'Y'.

      * THE RUN DATE: EVERY PENDING CHANGE DUE ON OR BEFORE IT LANDS
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.

      * THE REASON A CHANGE WAS REFUSED, FOR THE DESK LIST
       01  WS-REFUSE-REASON        PIC X(020)  VALUE SPACES.

      * AUDIT ROW IMAGE FIELDS AND HOST VARIABLES
       01  WS-HV-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  WS-AUD-DATE             PIC 9(008) VALUE 0.
       01  WS-AUD-TIME             PIC 9(008) VALUE 0.
       01  WS-AB-LNAME             PIC X(30).
       01  WS-AB-FNAME             PIC X(20).
       01  WS-AB-ADDRS             PIC X(30).
       01  WS-AB-CITY              PIC X(20).
       01  WS-AB-STATE             PIC X(02).
       01  WS-AB-BDATE             PIC X(10).
       01  WS-AB-EMAIL             PIC X(40).
       01  WS-AB-PHONE             PIC X(10).
       01  WS-AA-LNAME             PIC X(30).
       01  WS-AA-FNAME             PIC X(20).
       01  WS-AA-ADDRS             PIC X(30).
       01  WS-AA-CITY              PIC X(20).
       01  WS-AA-STATE             PIC X(02).
       01  WS-AA-BDATE             PIC X(10).
       01  WS-AA-EMAIL             PIC X(40).
       01  WS-AA-PHONE             PIC X(10).

      * FIELD-CHANGE LOG HOST VARIABLES
       01  WS-CHG-FIELD            PIC X(11).
       01  WS-CHG-OLDVAL           PIC X(40).
       01  WS-CHG-NEWVAL           PIC X(40).
       01  WS-CHG-DATE             PIC 9(008).
       01  WS-CHG-TIME             PIC 9(008).
       01  WS-CHG-USER             PIC X(08).

      * RUN STATISTICS
       01  WS-DUE-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC31'.
           05  FILLER              PIC X(020) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'FUTURE-DATED CHANGES REFUSED'.
           05  FILLER              PIC X(010) VALUE
               'RUN DATE  '.
           05  WT-RUN-DATE         PIC 9(008).
           05  FILLER              PIC X(045) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(011) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(006) VALUE 'SEQ'.
           05  FILLER              PIC X(009) VALUE 'KIND'.
           05  FILLER              PIC X(010) VALUE 'EFFECTIVE'.
           05  FILLER              PIC X(010) VALUE 'KEYED BY'.
           05  FILLER              PIC X(022) VALUE 'REASON'.
           05  FILLER              PIC X(062) VALUE
               'CHANGE AS KEYED'.

       01  W-REFUSED-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-SEQ              PIC 9(004).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-KIND             PIC X(007).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-EFF-DATE         PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-REQ-USER         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-REASON           PIC X(020).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-NEW-VALUE        PIC X(060).

      * DUAL-STORE WRITER AREA AND A CUSTOMER RECORD WORK AREA
       COPY RSSDSWC.
       COPY ODCSF0B.

      * ADDRESS-HISTORY AREA FOR THE RSSAHW00 WRITER
       COPY RSSAHWC.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.
       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC31' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * BUSINESS DAYS ONLY: A DATE THE CALENDAR DOES NOT KNOW IS AN
      * ORDINARY BUSINESS DAY...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'RSSABC31: RUN DATE........' WS-RUN-DATE.
           MOVE 'B'         TO CAL-FUNC
           MOVE WS-RUN-DATE TO CAL-DATE
           CALL 'RSSCAL00' USING RSSCAL-AREA
           IF  CAL-RETCODE = '00'
           AND CAL-ANSWER NOT = 'Y'
               DISPLAY 'RSSABC31: NOT A BUSINESS DAY, NOTHING TO DO'
               PERFORM END-RUN-LOG
               GOBACK
           END-IF.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM FUTCHG-OPEN.
           PERFORM CUSTEVT-OPEN.
           OPEN OUTPUT SYSPRINT.
           MOVE WS-RUN-DATE TO WT-RUN-DATE.
           PERFORM WRITE-PAGE-HEADING.

      * ------------------------------------------------------------- *
      * THE FUTURE-CHANGE FILE, IN KEY ORDER...
           DISPLAY "APPLYING DUE FUTURE CHANGES..."
           PERFORM GET-NEXT-CHANGE.
           PERFORM UNTIL FC-EOF
              IF  FC-STATUS = 'P'
              AND FC-EFF-DATE NOT > WS-RUN-DATE
                  ADD 1 TO WS-DUE-COUNT
                  PERFORM APPLY-ONE-CHANGE THRU APPLY-ONE-CHANGE-X
              END-IF
              PERFORM GET-NEXT-CHANGE
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILE CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM FUTCHG-CLOSE.
           PERFORM CUSTEVT-CLOSE.
           CLOSE SYSPRINT.
           MOVE 'CLS' TO DSW-ACTION.
           CALL 'RSSDSW00' USING RSSDSW-AREA.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC31' TO CTLTOT-PROGRAM
           MOVE 'FUTURE CHANGES APPLIED' TO CTLTOT-LABEL
           MOVE WS-APPLIED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC31' TO CTLTOT-PROGRAM
           MOVE 'FUTURE CHANGES REFUSED' TO CTLTOT-LABEL
           MOVE WS-REFUSED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC31: DUE ' WS-DUE-COUNT
                   ' APPLIED ' WS-APPLIED-COUNT
                   ' REFUSED ' WS-REFUSED-COUNT
           DISPLAY "EXITING PROGRAM..."

           PERFORM END-RUN-LOG.

           GOBACK.

      *---------------------------------------------------------------*
      * RUN-LOG: RECORD THIS STEP'S END...                            *
      *---------------------------------------------------------------*
       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC31' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-APPLIED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.
           EXIT.

      *---------------------------------------------------------------*
      * A DUE CHANGE LANDS ONLY WHEN THE CUSTOMER STILL CARRIES THE   *
      * VALUES IT WAS KEYED AGAINST; OTHERWISE IT IS REFUSED AND      *
      * LISTED. EITHER WAY THE ENTRY IS STAMPED AND LEAVES THE QUEUE. *
      *---------------------------------------------------------------*
       APPLY-ONE-CHANGE.
           MOVE SPACES TO DSW-CUSTDATA
           MOVE FC-CUSTIDENT TO DSW-CUSTDATA (1:9)
           MOVE 'GET' TO DSW-ACTION
           CALL 'RSSDSW00' USING RSSDSW-AREA
           IF  DSW-RETCODE NOT = '00'
               MOVE 'CUSTOMER NOT FOUND' TO WS-REFUSE-REASON
               PERFORM REFUSE-ONE-CHANGE
               GO TO APPLY-ONE-CHANGE-X
           END-IF
           MOVE DSW-OLD-DATA TO VS-ODCSF0-RECORD
           PERFORM CHECK-BEFORE-IMAGE
           IF  NOT BEFORE-IMAGE-MATCHES
               MOVE 'BEFORE IMAGE CHANGED' TO WS-REFUSE-REASON
               PERFORM REFUSE-ONE-CHANGE
               GO TO APPLY-ONE-CHANGE-X
           END-IF
           PERFORM MOVE-CHANGE-TO-RECORD
           MOVE 'MOD' TO DSW-ACTION
           MOVE VS-ODCSF0-RECORD TO DSW-CUSTDATA
           CALL 'RSSDSW00' USING RSSDSW-AREA
           IF  DSW-RETCODE NOT = '00'
               MOVE 'UPDATE FAILED' TO WS-REFUSE-REASON
               PERFORM REFUSE-ONE-CHANGE
               GO TO APPLY-ONE-CHANGE-X
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-CHANGE-LOG
           IF  FC-KIND = 'A'
               PERFORM WRITE-ADDRESS-HISTORY
           END-IF
           PERFORM PUBLISH-CUSTOMER-EVENT
           MOVE 'C'        TO FC-STATUS
           MOVE 'RSSABC31' TO FC-DONE-USER
           MOVE WS-RUN-DATE TO FC-DONE-DATE
           PERFORM FUTCHG-REWRITE
           ADD 1 TO WS-APPLIED-COUNT.
       APPLY-ONE-CHANGE-X.
           EXIT.

      *---------------------------------------------------------------*
      * THE FIELDS OF THE CHANGE'S KIND, AS THE CUSTOMER CARRIES THEM *
      * TODAY, AGAINST THE BEFORE IMAGE TAKEN WHEN IT WAS KEYED (THE  *
      * PHONE FROM THE WRITER'S OLD IMAGE, AS ON THE AUDIT ROW).      *
      *---------------------------------------------------------------*
       CHECK-BEFORE-IMAGE.
           MOVE 'N' TO WS-MATCH-SWITCH
           EVALUATE FC-KIND
              WHEN 'A'
                   IF  VS-CUSTADDRS = FC-OLD-ADDRS
                   AND VS-CUSTCITY  = FC-OLD-CITY
                   AND VS-CUSTSTATE = FC-OLD-STATE
                   AND VS-CUSTZIP   = FC-OLD-ZIP
                       MOVE 'Y' TO WS-MATCH-SWITCH
                   END-IF
              WHEN 'N'
                   IF  VS-CUSTLNAME = FC-OLD-LNAME
                   AND VS-CUSTFNAME = FC-OLD-FNAME
                       MOVE 'Y' TO WS-MATCH-SWITCH
                   END-IF
              WHEN 'C'
                   IF  VS-CUSTEMAIL = FC-OLD-EMAIL
                   AND DSW-OLD-DATA (160:10) = FC-OLD-PHONE
                       MOVE 'Y' TO WS-MATCH-SWITCH
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
       MOVE-CHANGE-TO-RECORD.
           EVALUATE FC-KIND
              WHEN 'A'
                   MOVE FC-NEW-ADDRS TO VS-CUSTADDRS
                   MOVE FC-NEW-CITY  TO VS-CUSTCITY
                   MOVE FC-NEW-STATE TO VS-CUSTSTATE
                   MOVE FC-NEW-ZIP   TO VS-CUSTZIP
              WHEN 'N'
                   MOVE FC-NEW-LNAME TO VS-CUSTLNAME
                   MOVE FC-NEW-FNAME TO VS-CUSTFNAME
              WHEN 'C'
                   MOVE FC-NEW-EMAIL TO VS-CUSTEMAIL
                   IF  FC-NEW-PHONE NUMERIC
                       MOVE FC-NEW-PHONE TO VS-CUSTPHONE
                   ELSE
                       MOVE ZERO         TO VS-CUSTPHONE
                   END-IF
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * A REFUSED CHANGE IS STAMPED 'R' AND LISTED FOR THE DESK WITH  *
      * THE CHANGE AS KEYED.                                          *
      *---------------------------------------------------------------*
       REFUSE-ONE-CHANGE.
           MOVE 'R'        TO FC-STATUS
           MOVE 'RSSABC31' TO FC-DONE-USER
           MOVE WS-RUN-DATE TO FC-DONE-DATE
           PERFORM FUTCHG-REWRITE
           ADD 1 TO WS-REFUSED-COUNT
           PERFORM WRITE-REFUSED-LINE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-REFUSED-LINE.
           IF W-LINE > W-MAX-LINE THEN
              PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE FC-CUSTIDENT     TO WR-CUSTIDENT
           MOVE FC-SEQ           TO WR-SEQ
           EVALUATE FC-KIND
              WHEN 'A'   MOVE 'ADDRESS' TO WR-KIND
              WHEN 'N'   MOVE 'NAME'    TO WR-KIND
              WHEN 'C'   MOVE 'CONTACT' TO WR-KIND
              WHEN OTHER MOVE FC-KIND   TO WR-KIND
           END-EVALUATE
           MOVE FC-EFF-DATE      TO WR-EFF-DATE
           MOVE FC-REQ-USER      TO WR-REQ-USER
           MOVE WS-REFUSE-REASON TO WR-REASON
           MOVE SPACES           TO WR-NEW-VALUE
           EVALUATE FC-KIND
              WHEN 'A'
                   STRING FC-NEW-ADDRS  DELIMITED BY '  '
                          ', '          DELIMITED BY SIZE
                          FC-NEW-CITY   DELIMITED BY '  '
                          ' '           DELIMITED BY SIZE
                          FC-NEW-STATE  DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          FC-NEW-ZIP    DELIMITED BY SIZE
                     INTO WR-NEW-VALUE
                   END-STRING
              WHEN 'N'
                   STRING FC-NEW-LNAME  DELIMITED BY '  '
                          ' '           DELIMITED BY SIZE
                          FC-NEW-FNAME  DELIMITED BY '  '
                     INTO WR-NEW-VALUE
                   END-STRING
              WHEN 'C'
                   STRING FC-NEW-EMAIL  DELIMITED BY '  '
                          ' '           DELIMITED BY SIZE
                          FC-NEW-PHONE  DELIMITED BY SIZE
                     INTO WR-NEW-VALUE
                   END-STRING
              WHEN OTHER
                   MOVE FC-NEW-IMAGE TO WR-NEW-VALUE
           END-EVALUATE
           WRITE REPORT-REC FROM W-REFUSED-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-PAGE-HEADING.
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 4 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * KEEP THE ADDRESS AS IT STOOD BEFORE THE CHANGE ON THE DATED   *
      * ADDRESS-HISTORY STORE (OLD ZIP FROM THE WRITER'S OLD IMAGE,   *
      * FIELD OFFSETS AS ON THE CUSTOMER RECORD).                     *
      *---------------------------------------------------------------*
       WRITE-ADDRESS-HISTORY.
           MOVE VS-CUSTIDENT TO AHW-CUSTIDENT.
           MOVE DSW-OLD-DATA (60:30) TO AHW-OLD-ADDRS.
           MOVE DSW-OLD-DATA (90:20) TO AHW-OLD-CITY.
           MOVE DSW-OLD-DATA (110:2) TO AHW-OLD-STATE.
           MOVE DSW-OLD-DATA (206:5) TO AHW-OLD-ZIP.
           MOVE 'RSSABC31'   TO AHW-SOURCE.
           CALL 'RSSAHW00' USING RSSAHW-AREA.
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
      * ONE BEFORE/AFTER ROW TO THE AUDIT TRAIL RECORDING THE CHANGE. *
      *---------------------------------------------------------------*
       WRITE-AUDIT-RECORD.
           MOVE FC-CUSTIDENT TO WS-HV-CUSTIDENT.
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
                      'FUTURE CHANGE OF ' WS-HV-CUSTIDENT
                      ' SQLCODE:' WS-SQLCODE
              COPY ZSQLSTAT.
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
      * ONE FIELD-CHANGE LOG ROW PER FIELD THE CHANGE ALTERED, UNDER  *
      * THE USER WHO KEYED IT, WITH THE FIELD NAMES THE MAINTENANCE   *
      * SCREEN LOGS UNDER.                                            *
      *---------------------------------------------------------------*
       WRITE-CHANGE-LOG.
           MOVE FC-REQ-USER TO WS-CHG-USER
           MOVE WS-AUD-DATE TO WS-CHG-DATE
           MOVE WS-AUD-TIME TO WS-CHG-TIME
           IF  WS-AB-LNAME NOT = WS-AA-LNAME
               MOVE 'CUSTLNAME'  TO WS-CHG-FIELD
               MOVE WS-AB-LNAME  TO WS-CHG-OLDVAL
               MOVE WS-AA-LNAME  TO WS-CHG-NEWVAL
               PERFORM INSERT-CHANGE-LOG
           END-IF
           IF  WS-AB-FNAME NOT = WS-AA-FNAME
               MOVE 'CUSTFNAME'  TO WS-CHG-FIELD
               MOVE WS-AB-FNAME  TO WS-CHG-OLDVAL
               MOVE WS-AA-FNAME  TO WS-CHG-NEWVAL
               PERFORM INSERT-CHANGE-LOG
           END-IF
           IF  WS-AB-ADDRS NOT = WS-AA-ADDRS
               MOVE 'CUSTADDRS'  TO WS-CHG-FIELD
               MOVE WS-AB-ADDRS  TO WS-CHG-OLDVAL
               MOVE WS-AA-ADDRS  TO WS-CHG-NEWVAL
               PERFORM INSERT-CHANGE-LOG
           END-IF
           IF  WS-AB-CITY NOT = WS-AA-CITY
               MOVE 'CUSTCITY'   TO WS-CHG-FIELD
               MOVE WS-AB-CITY   TO WS-CHG-OLDVAL
               MOVE WS-AA-CITY   TO WS-CHG-NEWVAL
               PERFORM INSERT-CHANGE-LOG
           END-IF
           IF  WS-AB-STATE NOT = WS-AA-STATE
               MOVE 'CUSTSTATE'  TO WS-CHG-FIELD
               MOVE WS-AB-STATE  TO WS-CHG-OLDVAL
               MOVE WS-AA-STATE  TO WS-CHG-NEWVAL
               PERFORM INSERT-CHANGE-LOG
           END-IF
           IF  DSW-OLD-DATA (206:5) NOT = VS-CUSTZIP
               MOVE 'CUSTZIP'    TO WS-CHG-FIELD
               MOVE DSW-OLD-DATA (206:5) TO WS-CHG-OLDVAL
               MOVE VS-CUSTZIP   TO WS-CHG-NEWVAL
               PERFORM INSERT-CHANGE-LOG
           END-IF
           IF  WS-AB-EMAIL NOT = WS-AA-EMAIL
               MOVE 'CUSTEMAIL'  TO WS-CHG-FIELD
               MOVE WS-AB-EMAIL  TO WS-CHG-OLDVAL
               MOVE WS-AA-EMAIL  TO WS-CHG-NEWVAL
               PERFORM INSERT-CHANGE-LOG
           END-IF
           IF  WS-AB-PHONE NOT = WS-AA-PHONE
               MOVE 'CUSTPHONE'  TO WS-CHG-FIELD
               MOVE WS-AB-PHONE  TO WS-CHG-OLDVAL
               MOVE WS-AA-PHONE  TO WS-CHG-NEWVAL
               PERFORM INSERT-CHANGE-LOG
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INSERT-CHANGE-LOG.
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
               DISPLAY 'RSSABC31: CHGLOG INSERT FAILED, SQLCODE '
                       WS-SQLCODE
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
       PUBLISH-CUSTOMER-EVENT.
           MOVE 'MOD' TO EVT-ACTION
           MOVE FC-CUSTIDENT TO EVT-CUSTIDENT
           ACCEPT EVT-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-TIME FROM TIME
           IF  FC-KIND = 'A'
               MOVE 'Y' TO EVT-ADDRCHG
           ELSE
               MOVE 'N' TO EVT-ADDRCHG
           END-IF
           PERFORM CUSTEVT-WRITE
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO READ THE NEXT FUTURE CHANGE IN KEY ORDER.         *
      * ------------------------------------------------------------- *
       GET-NEXT-CHANGE.
           READ FUTCHG-FILE NEXT RECORD
           IF  FUTCHG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  FUTCHG-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-FC-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC31: FUTCHG-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE FUTCHG-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FUTCHG-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O FUTCHG-FILE
           IF  FUTCHG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC31: FUTCHG-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE FUTCHG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FUTCHG-REWRITE.
           REWRITE FC-ODCSFFC-RECORD
           IF  FUTCHG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC31: FUTCHG-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE FUTCHG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FUTCHG-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE FUTCHG-FILE
           IF  FUTCHG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC31: FUTCHG-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE FUTCHG-STATUS TO IO-STATUS
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
               MOVE 'RSSABC31: CUSTEVT-FAILURE-OPEN...'
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
           IF  CUSTEVT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC31: CUSTEVT-FAILURE-WRITE...'
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
               MOVE 'RSSABC31: CUSTEVT-FAILURE-CLOSE...'
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
               MOVE 'RSSABC31: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC31: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC31: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABC31: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC31: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC31: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
