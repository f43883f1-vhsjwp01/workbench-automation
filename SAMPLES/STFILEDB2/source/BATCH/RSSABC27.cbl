       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC27.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -MONTHLY MAINTENANCE-CHANGE QA ERROR-RATE REPORT, GATED ON *
      *     THE COMPANY CALENDAR'S MONTH-END FLAG THRU RSSCAL00. IT   *
      *     REPORTS THE MONTH BEFORE THE RUN DATE'S, SO THE SAMPLES   *
      *     DRAWN LATE IN A MONTH HAVE HAD A MONTH TO BE REVIEWED.    *
      *    -EVERY CHANGE THE DAILY RSSABC26 RUN DREW IN THE MONTH     *
      *     (QAWORK, ODCSFQA) COUNTS UNDER THE OPERATOR WHO KEYED IT  *
      *     AND UNDER ITS FIELD: SAMPLED, STILL OPEN, REVIEWED ON     *
      *     RSSAT050 AS CORRECT OR IN ERROR, AND THE ERROR RATE - THE *
      *     CHANGES IN ERROR AS A PERCENTAGE OF THOSE REVIEWED.       *
      *    -THE LAST SECTION LISTS THE MONTH'S CHANGES FOUND IN       *
      *     ERROR, WITH THE REVIEWER AND THEIR REASON, FOR COACHING.  *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - QAWORK (QA SAMPLE WORKLIST, ODCSFQA)      *
      * INPUT FILE : VSAM - OPRPROF (OPERATOR PROFILES)               *
      * OUTPUT     : SYSPRINT - QA ERROR-RATE REPORT                  *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE MONTH BEFORE THE RUN DATE'S. RSSABC27_MONTH    *
      * (YYYYMM) ON THE RUN-PARAMETER FILE (OR THE ENVIRONMENT)       *
      * REPORTS THAT MONTH INSTEAD, ON ANY DAY, FOR A RERUN.          *
      * ------------------------------------------------------------- *
      * RETURN CODE : 0 OK, 12 ABEND                                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * QA SAMPLE WORKLIST, SWEPT FROM THE MONTH'S FIRST SAMPLE ONCE
      * FOR THE RATES AND ONCE FOR THE ERROR LISTING
           SELECT OPTIONAL QAWORK-FILE
               ASSIGN       TO QAWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QA-KEY
               FILE STATUS  IS QAWORK-STATUS.

      * OPERATOR PROFILES, READ BY USER ID FOR THE OPERATOR'S NAME
           SELECT OPTIONAL OPRPROF-FILE
               ASSIGN       TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS OP-USERID
               FILE STATUS  IS OPRPROF-STATUS.

      * QA ERROR-RATE REPORT
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
       FD   QAWORK-FILE.
       COPY ODCSFQA.

       FD   OPRPROF-FILE.
       COPY ODCSFOP.

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
       01  QAWORK-STATUS.
           05  QAWORK-STAT1        PIC X.
           05  QAWORK-STAT2        PIC X.
       01  OPRPROF-STATUS.
           05  OPRPROF-STAT1       PIC X.
           05  OPRPROF-STAT2       PIC X.
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

       01  WS-QA-EOF-SWITCH        PIC X       VALUE 'N'.
           88  QA-EOF              VALUE 'Y'.

      * RUN DATE AND THE MONTH REPORTED
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-REPORT-MONTH         PIC 9(006)  VALUE 0.
       01  WS-REPORT-MONTH-G       REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY      PIC 9(004).
           05  WS-REPORT-MM        PIC 9(002).
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.

      * ONE ENTRY PER OPERATOR AND ONE PER FIELD, EACH KEPT IN KEY
      * ORDER: SAMPLED, STILL OPEN, REVIEWED CORRECT AND IN ERROR
       01  WS-OPER-TABLE.
           05  WS-OPER-COUNT-ENT   PIC S9(4) COMP VALUE +0.
           05  WS-OPER-ENTRY       OCCURS 500.
               10  WS-OT-USER      PIC X(008).
               10  WS-OT-COUNTS.
                   15  WS-OT-SAMPLED   PIC 9(007).
                   15  WS-OT-OPEN      PIC 9(007).
                   15  WS-OT-CORRECT   PIC 9(007).
                   15  WS-OT-ERROR     PIC 9(007).
       01  WS-OPER-IX              PIC S9(4) COMP VALUE +0.
       01  WS-FIELD-TABLE.
           05  WS-FIELD-COUNT-ENT  PIC S9(4) COMP VALUE +0.
           05  WS-FIELD-ENTRY      OCCURS 30.
               10  WS-FT-FIELD     PIC X(011).
               10  WS-FT-COUNTS.
                   15  WS-FT-SAMPLED   PIC 9(007).
                   15  WS-FT-OPEN      PIC 9(007).
                   15  WS-FT-CORRECT   PIC 9(007).
                   15  WS-FT-ERROR     PIC 9(007).
       01  WS-FIELD-IX             PIC S9(4) COMP VALUE +0.
       01  WS-INS-IX               PIC S9(4) COMP VALUE +0.
       01  WS-FOUND-SWITCH         PIC X     VALUE 'N'.
           88  ENTRY-FOUND         VALUE 'Y'.

      * THE MONTH'S TOTALS, AND THE LINE BEING PRINTED
       01  WS-MONTH-COUNTS.
           05  WS-MT-SAMPLED       PIC 9(007)  VALUE 0.
           05  WS-MT-OPEN          PIC 9(007)  VALUE 0.
           05  WS-MT-CORRECT       PIC 9(007)  VALUE 0.
           05  WS-MT-ERROR         PIC 9(007)  VALUE 0.
       01  WS-PRINT-COUNTS.
           05  WS-PC-SAMPLED       PIC 9(007).
           05  WS-PC-OPEN          PIC 9(007).
           05  WS-PC-CORRECT       PIC 9(007).
           05  WS-PC-ERROR         PIC 9(007).
       01  WS-REVIEWED             PIC 9(007)  VALUE 0.
       01  WS-ERROR-RATE           PIC 9(003)V9 VALUE 0.
       01  WS-ERROR-LISTED         PIC 9(007)  VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC27'.
           05  FILLER              PIC X(020) VALUE SPACES.
           05  FILLER              PIC X(046) VALUE
               'MAINTENANCE CHANGES QA ERROR RATES, MONTH '.
           05  WT-MONTH            PIC 9(006).
           05  FILLER              PIC X(013) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'RUN DATE '.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(020) VALUE SPACES.

       01  W-SECTION-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(060) VALUE SPACES.
           05  FILLER              PIC X(070) VALUE SPACES.

       01  W-RATE-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WH-KEY-TITLE        PIC X(013).
           05  WH-NAME-TITLE       PIC X(032).
           05  FILLER              PIC X(010) VALUE '   SAMPLED'.
           05  FILLER              PIC X(010) VALUE '      OPEN'.
           05  FILLER              PIC X(010) VALUE '  REVIEWED'.
           05  FILLER              PIC X(010) VALUE '   CORRECT'.
           05  FILLER              PIC X(010) VALUE '  IN ERROR'.
           05  FILLER              PIC X(012) VALUE '  ERROR RATE'.
           05  FILLER              PIC X(023) VALUE SPACES.

       01  W-RATE-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-KEY              PIC X(011).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-NAME             PIC X(030).
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WR-SAMPLED          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WR-OPEN             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WR-REVIEWED         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WR-CORRECT          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WR-ERROR            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(006) VALUE SPACES.
           05  WR-RATE             PIC ZZ9.9.
           05  WR-RATE-X           REDEFINES WR-RATE PIC X(005).
           05  FILLER              PIC X(001) VALUE '%'.
           05  FILLER              PIC X(023) VALUE SPACES.

       01  W-ERROR-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(016) VALUE 'SAMPLE'.
           05  FILLER              PIC X(010) VALUE 'OPERATOR'.
           05  FILLER              PIC X(011) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(013) VALUE 'FIELD'.
           05  FILLER              PIC X(010) VALUE 'CHG DATE'.
           05  FILLER              PIC X(010) VALUE 'REVIEWER'.
           05  FILLER              PIC X(010) VALUE 'REVIEWED'.
           05  FILLER              PIC X(050) VALUE 'REASON'.

       01  W-ERROR-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-SAMPLE-DATE      PIC 9(008).
           05  FILLER              PIC X(001) VALUE '-'.
           05  WE-SEQ              PIC 9(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-USER             PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-FIELD            PIC X(011).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-CHGDATE          PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-REVIEWER         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-REVIEW-DATE      PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-REASON           PIC X(040).
           05  FILLER              PIC X(010) VALUE SPACES.

       01  W-NONE-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WN-TEXT             PIC X(060) VALUE SPACES.
           05  FILLER              PIC X(068) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC27' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * THE MONTH: A RERUN NAMES ITS MONTH, OTHERWISE THE MONTH-END
      * GATE AND THE MONTH BEFORE THE RUN DATE'S...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'RSSABC27_MONTH' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE (1:6) IS NUMERIC
           AND WS-ENV-VALUE (7:) = SPACES
               MOVE WS-ENV-VALUE (1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE 'M'         TO CAL-FUNC
               MOVE WS-RUN-DATE TO CAL-DATE
               CALL 'RSSCAL00' USING RSSCAL-AREA
               IF  CAL-RETCODE NOT = '00'
               OR  CAL-ANSWER NOT = 'Y'
                   DISPLAY 'RSSABC27: NOT A MONTH-END BUSINESS DAY,'
                           ' NOTHING TO DO'
                   PERFORM END-RUN-LOG
                   GOBACK
               END-IF
               MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
               IF  WS-REPORT-MM = 1
                   MOVE 12 TO WS-REPORT-MM
                   SUBTRACT 1 FROM WS-REPORT-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
           END-IF.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM QAWORK-OPEN.
           PERFORM OPRPROF-OPEN.

      * ------------------------------------------------------------- *
      * THE MONTH'S SAMPLES, COUNTED BY OPERATOR AND BY FIELD...
           DISPLAY "COUNTING THE MONTH'S QA SAMPLES..."
           PERFORM START-QAWORK-SWEEP.
           PERFORM UNTIL QA-EOF
              PERFORM COUNT-ONE-SAMPLE
              PERFORM QAWORK-NEXT-OF-MONTH
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE REPORT: RATES BY OPERATOR, BY FIELD, THE ERRORS...
           OPEN OUTPUT SYSPRINT.
           MOVE 'ERROR RATES BY OPERATOR' TO WS-SECTION-TITLE
           MOVE 'OPERATOR'                TO WH-KEY-TITLE
           MOVE 'NAME'                    TO WH-NAME-TITLE
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-ONE-OPERATOR
               VARYING WS-OPER-IX FROM 1 BY 1
               UNTIL WS-OPER-IX > WS-OPER-COUNT-ENT.
           PERFORM PRINT-MONTH-TOTAL.

           MOVE 'ERROR RATES BY FIELD'    TO WS-SECTION-TITLE
           MOVE 'FIELD'                   TO WH-KEY-TITLE
           MOVE SPACES                    TO WH-NAME-TITLE
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-ONE-FIELD
               VARYING WS-FIELD-IX FROM 1 BY 1
               UNTIL WS-FIELD-IX > WS-FIELD-COUNT-ENT.
           PERFORM PRINT-MONTH-TOTAL.

           MOVE 'CHANGES FOUND IN ERROR'  TO WS-SECTION-TITLE
           PERFORM PRINT-ERROR-HEADINGS.
           PERFORM START-QAWORK-SWEEP.
           PERFORM UNTIL QA-EOF
              IF  QA-IN-ERROR
                  PERFORM PRINT-ONE-ERROR
              END-IF
              PERFORM QAWORK-NEXT-OF-MONTH
           END-PERFORM.
           IF  WS-ERROR-LISTED = 0
               MOVE 'NO CHANGE WAS FOUND IN ERROR THIS MONTH'
                 TO WN-TEXT
               WRITE REPORT-REC FROM W-NONE-LINE
                     AFTER ADVANCING 1 LINE
           END-IF
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM QAWORK-CLOSE.
           PERFORM OPRPROF-CLOSE.

           COMPUTE WS-REVIEWED = WS-MT-CORRECT + WS-MT-ERROR
           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC27' TO CTLTOT-PROGRAM
           MOVE 'QA SAMPLES REVIEWED' TO CTLTOT-LABEL
           MOVE WS-REVIEWED TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC27' TO CTLTOT-PROGRAM
           MOVE 'QA SAMPLES IN ERROR' TO CTLTOT-LABEL
           MOVE WS-MT-ERROR TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC27: RUN STATISTICS...'
           DISPLAY '   MONTH REPORTED   : ' WS-REPORT-MONTH
           DISPLAY '   CHANGES SAMPLED  : ' WS-MT-SAMPLED
           DISPLAY '   STILL OPEN       : ' WS-MT-OPEN
           DISPLAY '   REVIEWED CORRECT : ' WS-MT-CORRECT
           DISPLAY '   FOUND IN ERROR   : ' WS-MT-ERROR
           DISPLAY "EXITING PROGRAM..."

           PERFORM END-RUN-LOG.
           GOBACK.

      *---------------------------------------------------------------*
      * RUN-LOG: RECORD THIS STEP'S END. THE CALL LEAVES RETURN-CODE  *
      * AT THE SUBPROGRAM'S VALUE: PUT THIS STEP'S OWN RESULT BACK.   *
      *---------------------------------------------------------------*
       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC27' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-MT-SAMPLED TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
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
      * POSITION AT THE MONTH'S FIRST SAMPLE AND READ IT.             *
      *---------------------------------------------------------------*
       START-QAWORK-SWEEP.
           MOVE 'N'             TO WS-QA-EOF-SWITCH
           MOVE WS-REPORT-MONTH TO QA-SAMPLE-DATE (1:6)
           MOVE '01'            TO QA-SAMPLE-DATE (7:2)
           MOVE ZEROS           TO QA-SEQ
           START QAWORK-FILE KEY NOT < QA-KEY
           IF  QAWORK-STATUS = '00'
               PERFORM QAWORK-NEXT-OF-MONTH
           ELSE
               MOVE 'Y' TO WS-QA-EOF-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE NEXT SAMPLE, END OF THE SWEEP PAST THE MONTH'S LAST.      *
      *---------------------------------------------------------------*
       QAWORK-NEXT-OF-MONTH.
           PERFORM QAWORK-NEXT
           IF  NOT QA-EOF
           AND QA-SAMPLE-DATE (1:6) NOT = WS-REPORT-MONTH
               MOVE 'Y' TO WS-QA-EOF-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE SAMPLE COUNTS UNDER ITS OPERATOR, ITS FIELD AND THE MONTH.*
      *---------------------------------------------------------------*
       COUNT-ONE-SAMPLE.
           PERFORM LOCATE-OPERATOR
           PERFORM LOCATE-FIELD
           ADD 1 TO WS-OT-SAMPLED (WS-OPER-IX)
                    WS-FT-SAMPLED (WS-FIELD-IX)
                    WS-MT-SAMPLED
           EVALUATE TRUE
              WHEN QA-CORRECT
                   ADD 1 TO WS-OT-CORRECT (WS-OPER-IX)
                            WS-FT-CORRECT (WS-FIELD-IX)
                            WS-MT-CORRECT
              WHEN QA-IN-ERROR
                   ADD 1 TO WS-OT-ERROR (WS-OPER-IX)
                            WS-FT-ERROR (WS-FIELD-IX)
                            WS-MT-ERROR
              WHEN OTHER
                   ADD 1 TO WS-OT-OPEN (WS-OPER-IX)
                            WS-FT-OPEN (WS-FIELD-IX)
                            WS-MT-OPEN
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * FIND THE OPERATOR'S ENTRY, OR INSERT IT IN USER-ID ORDER.     *
      *---------------------------------------------------------------*
       LOCATE-OPERATOR.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0   TO WS-INS-IX
           PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                   UNTIL ENTRY-FOUND
                   OR WS-OPER-IX > WS-OPER-COUNT-ENT
              IF  WS-OT-USER (WS-OPER-IX) = QA-CHGUSER
                  MOVE 'Y' TO WS-FOUND-SWITCH
              ELSE
                  IF  WS-OT-USER (WS-OPER-IX) > QA-CHGUSER
                  AND WS-INS-IX = 0
                      MOVE WS-OPER-IX TO WS-INS-IX
                  END-IF
              END-IF
           END-PERFORM
           IF  ENTRY-FOUND
               SUBTRACT 1 FROM WS-OPER-IX
               EXIT PARAGRAPH
           END-IF
           IF  WS-OPER-COUNT-ENT >= 500
               MOVE 'RSSABC27: OPERATOR TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           IF  WS-INS-IX = 0
               COMPUTE WS-INS-IX = WS-OPER-COUNT-ENT + 1
           END-IF
           PERFORM VARYING WS-OPER-IX FROM WS-OPER-COUNT-ENT BY -1
                   UNTIL WS-OPER-IX < WS-INS-IX
              MOVE WS-OPER-ENTRY (WS-OPER-IX)
                TO WS-OPER-ENTRY (WS-OPER-IX + 1)
           END-PERFORM
           ADD 1 TO WS-OPER-COUNT-ENT
           MOVE WS-INS-IX  TO WS-OPER-IX
           MOVE QA-CHGUSER TO WS-OT-USER (WS-OPER-IX)
           MOVE ZEROS      TO WS-OT-COUNTS (WS-OPER-IX)
           EXIT.

      *---------------------------------------------------------------*
      * FIND THE FIELD'S ENTRY, OR INSERT IT IN FIELD-NAME ORDER.     *
      *---------------------------------------------------------------*
       LOCATE-FIELD.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0   TO WS-INS-IX
           PERFORM VARYING WS-FIELD-IX FROM 1 BY 1
                   UNTIL ENTRY-FOUND
                   OR WS-FIELD-IX > WS-FIELD-COUNT-ENT
              IF  WS-FT-FIELD (WS-FIELD-IX) = QA-FIELD
                  MOVE 'Y' TO WS-FOUND-SWITCH
              ELSE
                  IF  WS-FT-FIELD (WS-FIELD-IX) > QA-FIELD
                  AND WS-INS-IX = 0
                      MOVE WS-FIELD-IX TO WS-INS-IX
                  END-IF
              END-IF
           END-PERFORM
           IF  ENTRY-FOUND
               SUBTRACT 1 FROM WS-FIELD-IX
               EXIT PARAGRAPH
           END-IF
           IF  WS-FIELD-COUNT-ENT >= 30
               MOVE 'RSSABC27: FIELD TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           IF  WS-INS-IX = 0
               COMPUTE WS-INS-IX = WS-FIELD-COUNT-ENT + 1
           END-IF
           PERFORM VARYING WS-FIELD-IX FROM WS-FIELD-COUNT-ENT BY -1
                   UNTIL WS-FIELD-IX < WS-INS-IX
              MOVE WS-FIELD-ENTRY (WS-FIELD-IX)
                TO WS-FIELD-ENTRY (WS-FIELD-IX + 1)
           END-PERFORM
           ADD 1 TO WS-FIELD-COUNT-ENT
           MOVE WS-INS-IX TO WS-FIELD-IX
           MOVE QA-FIELD  TO WS-FT-FIELD (WS-FIELD-IX)
           MOVE ZEROS     TO WS-FT-COUNTS (WS-FIELD-IX)
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-REPORT-MONTH TO WT-MONTH
           MOVE WS-RUN-DATE     TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-SECTION-LINE
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-RATE-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 5 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-OPERATOR.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE WS-OT-USER (WS-OPER-IX) TO WR-KEY
           MOVE WS-OT-USER (WS-OPER-IX) TO OP-USERID
           PERFORM OPRPROF-READ
           IF  OPRPROF-STATUS = '00'
               MOVE OP-NAME TO WR-NAME
           ELSE
               MOVE '(NO OPERATOR PROFILE)' TO WR-NAME
           END-IF
           MOVE WS-OT-COUNTS (WS-OPER-IX) TO WS-PRINT-COUNTS
           PERFORM PRINT-RATE-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-FIELD.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE WS-FT-FIELD (WS-FIELD-IX) TO WR-KEY
           MOVE SPACES                    TO WR-NAME
           MOVE WS-FT-COUNTS (WS-FIELD-IX) TO WS-PRINT-COUNTS
           PERFORM PRINT-RATE-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-MONTH-TOTAL.
           IF  W-LINE > W-MAX-LINE - 2
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE 'ALL'            TO WR-KEY
           MOVE 'MONTH TOTAL'    TO WR-NAME
           MOVE WS-MONTH-COUNTS  TO WS-PRINT-COUNTS
           WRITE REPORT-REC FROM W-NONE-LINE
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           PERFORM PRINT-RATE-LINE
           EXIT.

      *---------------------------------------------------------------*
      * ONE LINE OF COUNTS; THE ERROR RATE IS THE CHANGES IN ERROR    *
      * OVER THOSE REVIEWED, BLANK WHEN NONE WAS REVIEWED YET.        *
      *---------------------------------------------------------------*
       PRINT-RATE-LINE.
           COMPUTE WS-REVIEWED = WS-PC-CORRECT + WS-PC-ERROR
           MOVE WS-PC-SAMPLED    TO WR-SAMPLED
           MOVE WS-PC-OPEN       TO WR-OPEN
           MOVE WS-REVIEWED      TO WR-REVIEWED
           MOVE WS-PC-CORRECT    TO WR-CORRECT
           MOVE WS-PC-ERROR      TO WR-ERROR
           IF  WS-REVIEWED = 0
               MOVE SPACES TO WR-RATE-X
           ELSE
               COMPUTE WS-ERROR-RATE ROUNDED =
                       WS-PC-ERROR * 100 / WS-REVIEWED
               MOVE WS-ERROR-RATE TO WR-RATE
           END-IF
           WRITE REPORT-REC FROM W-RATE-LINE
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ERROR-HEADINGS.
           MOVE WS-REPORT-MONTH TO WT-MONTH
           MOVE WS-RUN-DATE     TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-SECTION-LINE
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-ERROR-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 5 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-ERROR.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-ERROR-HEADINGS
           END-IF
           MOVE QA-SAMPLE-DATE   TO WE-SAMPLE-DATE
           MOVE QA-SEQ           TO WE-SEQ
           MOVE QA-CHGUSER       TO WE-USER
           MOVE QA-CUSTIDENT     TO WE-CUSTIDENT
           MOVE QA-FIELD         TO WE-FIELD
           MOVE QA-CHGDATE       TO WE-CHGDATE
           MOVE QA-REVIEW-USER   TO WE-REVIEWER
           MOVE QA-REVIEW-DATE   TO WE-REVIEW-DATE
           MOVE QA-REASON        TO WE-REASON
           WRITE REPORT-REC FROM W-ERROR-LINE
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           ADD 1 TO WS-ERROR-LISTED
           EXIT.

      *---------------------------------------------------------------*
       QAWORK-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT QAWORK-FILE
           IF  QAWORK-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC27: QAWORK-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE QAWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       QAWORK-NEXT.
           READ QAWORK-FILE NEXT RECORD
           IF  QAWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  QAWORK-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-QA-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC27: QAWORK-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE QAWORK-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       QAWORK-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE QAWORK-FILE
           IF  QAWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC27: QAWORK, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE QAWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OPRPROF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT OPRPROF-FILE
           IF  OPRPROF-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC27: OPRPROF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OPRPROF-READ.
           READ OPRPROF-FILE
           IF  OPRPROF-STATUS = '00'
           OR  OPRPROF-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC27: OPRPROF-FAILURE-READ...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OPRPROF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE OPRPROF-FILE
           IF  OPRPROF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC27: OPRPROF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
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
               MOVE 'RSSABC27: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC27: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC27: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC27: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC27: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC27: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
