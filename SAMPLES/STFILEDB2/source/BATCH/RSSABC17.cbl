       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC17.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -REPORT BURSTING STEP. RUN AFTER THE REPORT-ARCHIVE        *
      *     CAPTURE (RSSABB22) OF A REPORT THE DISTRIBUTION TABLE     *
      *     (RPTDIST) DEFINES, IT SPLITS THE CAPTURED RUN BY ITS      *
      *     BREAK KEY - BRANCH OR STATE - INTO ONE ARCHIVE SEGMENT    *
      *     PER DISTRIBUTION ENTRY, SO A BRANCH MANAGER OPENS THE     *
      *     BRANCH'S OWN PART OF THE AGING, CASE SLA OR TICKLER       *
      *     SUMMARY INSTEAD OF PAGING THROUGH EVERY BRANCH.           *
      *    -THE BREAK FIELD IS TAKEN FROM THE COLUMNS THE TABLE'S     *
      *     DEFINITION RECORD NAMES. WHEN IT HOLDS AN OPERATOR USER   *
      *     ID (A CASE OR TICKLER OWNER) THE LINE GOES TO THAT        *
      *     OPERATOR'S BRANCH FROM THE OPERATOR PROFILES.             *
      *    -THE LINES AHEAD OF THE FIRST ROUTED LINE (TITLE AND       *
      *     COLUMN HEADINGS) HEAD EVERY SEGMENT. A SEGMENT WITH       *
      *     NOTHING THIS RUN STILL GETS ITS HEADINGS AND A "NO ITEMS" *
      *     LINE, SO ITS RECIPIENTS KNOW IT WAS DELIVERED. LINES      *
      *     WHOSE KEY NO ENTRY TAKES STAY IN THE WHOLE RUN ONLY.      *
      *    -A RERUN FOR THE SAME DATE REPLACES THE RUN'S SEGMENTS;    *
      *     THE DEFINITION RECORD IS STAMPED WITH THE RUN DATE FOR    *
      *     THE NIGHTLY DISTRIBUTION CHECK (RSSABC18).                *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - RPTDIST (REPORT DISTRIBUTION, ODCSFRB)    *
      * INPUT FILE : VSAM - OPRPROF (OPERATOR PROFILES, OPTIONAL)     *
      * IN/OUT FILE: VSAM - RPTARCH (REPORT ARCHIVE)                  *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * RETURN CODE: 0 BURST, 4 NOTHING TO BURST (REPORT NOT IN THE   *
      *              DISTRIBUTION TABLE OR NOT ARCHIVED FOR THE DATE) *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABC17_REPORT NAMES THE REPORT (REQUIRED);       *
      * RSSABC17_RUNDATE IS THE ARCHIVED RUN TO BURST, YYYYMMDD       *
      * (DEFAULT TODAY).                                              *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * REPORT DISTRIBUTION TABLE, THE REPORT'S ENTRIES BROWSED
           SELECT RPTDIST-FILE
               ASSIGN       TO RPTDIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RB-DIST-KEY
               FILE STATUS  IS RPTDIST-STATUS.

      * OPERATOR PROFILES, AN OWNER'S BRANCH READ
           SELECT OPTIONAL OPRPROF-FILE
               ASSIGN       TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS OP-USERID
               FILE STATUS  IS OPRPROF-STATUS.

      * REPORT ARCHIVE, KEYED BY NAME, RUN DATE, SEGMENT AND LINE
           SELECT RPTARCH-FILE
               ASSIGN       TO RPTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RP-ARCH-KEY
               FILE STATUS  IS RPTARCH-STATUS.

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
       FD   RPTDIST-FILE.
       COPY ODCSFRB.

       FD   OPRPROF-FILE.
       COPY ODCSFOP.

       FD   RPTARCH-FILE.
       COPY ODCSFRP.

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  RPTDIST-STATUS.
           05  RPTDIST-STAT1       PIC X.
           05  RPTDIST-STAT2       PIC X.
       01  OPRPROF-STATUS.
           05  OPRPROF-STAT1       PIC X.
           05  OPRPROF-STAT2       PIC X.
       01  RPTARCH-STATUS.
           05  RPTARCH-STAT1       PIC X.
           05  RPTARCH-STAT2       PIC X.
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

       01  WS-DONE-SWITCH          PIC X       VALUE 'N'.
           88  SCAN-DONE           VALUE 'Y'.
       01  WS-RUN-DONE-SWITCH      PIC X       VALUE 'N'.
           88  RUN-LINES-DONE      VALUE 'Y'.
       01  WS-ROUTED-SWITCH        PIC X       VALUE 'N'.
           88  FIRST-LINE-ROUTED   VALUE 'Y'.

      * RUNTIME PARAMETERS, SET FROM THE ENVIRONMENT
       01  WS-ENV-VALUE            PIC X(20)  VALUE SPACES.
       01  WS-REPORT-NAME          PIC X(008) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.

      * THE REPORT'S DISTRIBUTION DEFINITION
       01  WS-KEY-TYPE             PIC X(001) VALUE SPACES.
       01  WS-KEY-SOURCE           PIC X(001) VALUE SPACES.
           88  KEY-IS-OPERATOR     VALUE 'O'.
       01  WS-KEY-COL              PIC 9(003) VALUE 0.
       01  WS-KEY-LEN              PIC 9(002) VALUE 0.
       01  WS-KEY-END              PIC 9(004) VALUE 0.

      * THE REPORT'S SEGMENTS, ONE PER DISTRIBUTION ENTRY
       01  WS-SEG-TABLE.
           05  WS-SEG-COUNT        PIC S9(4) COMP VALUE +0.
           05  WS-SEG-ENTRY        OCCURS 100.
               10  WS-SEG-VALUE    PIC X(003).
               10  WS-SEG-LINES    PIC 9(007) COMP.
       01  WS-SEG-IX               PIC S9(4) COMP VALUE +0.
       01  WS-SEG-FOUND-IX         PIC S9(4) COMP VALUE +0.

      * THE RUN'S HEADING LINES, AHEAD OF THE FIRST ROUTED LINE
       01  WS-HEAD-TABLE.
           05  WS-HEAD-COUNT       PIC S9(4) COMP VALUE +0.
           05  WS-HEAD-LINE        PIC X(132) OCCURS 10.
       01  WS-HEAD-IX              PIC S9(4) COMP VALUE +0.

      * THE LINE BEING ROUTED
       01  WS-RUN-LINE-NBR         PIC 9(007) VALUE 0.
       01  WS-RUN-LINE             PIC X(132) VALUE SPACES.
       01  WS-KEY-FIELD            PIC X(008) VALUE SPACES.
       01  WS-LINE-KEY             PIC X(003) VALUE SPACES.
       01  WS-LAST-OWNER           PIC X(008) VALUE SPACES.
       01  WS-LAST-OWNER-BRANCH    PIC X(003) VALUE SPACES.

      * INDEX-RECORD TEXT
       01  WS-EDIT-COUNT           PIC 9(007) VALUE 0.
       01  WS-EDIT-TOTAL           PIC 9(007) VALUE 0.

      * RUN STATISTICS
       01  WS-RUN-LINES            PIC 9(007) COMP VALUE 0.
       01  WS-ROUTED-COUNT         PIC 9(007) COMP VALUE 0.
       01  WS-UNROUTED-COUNT       PIC 9(007) COMP VALUE 0.
       01  WS-REPLACED-COUNT       PIC 9(007) COMP VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC17' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM RPTDIST-OPEN.
           PERFORM OPRPROF-OPEN.
           PERFORM RPTARCH-OPEN.

      * ------------------------------------------------------------- *
      * THE REPORT'S DISTRIBUTION AND ITS ARCHIVED RUN...
           PERFORM LOAD-DISTRIBUTION.
           IF  RETURN-CODE = 0
               PERFORM CHECK-RUN-ARCHIVED
           END-IF.

      * ------------------------------------------------------------- *
      * SPLIT THE RUN INTO ITS SEGMENTS...
           IF  RETURN-CODE = 0
               DISPLAY "BURSTING REPORT..."
               PERFORM DROP-OLD-SEGMENTS
               PERFORM BURST-RUN-LINES
               PERFORM CLOSE-SEGMENTS
               PERFORM STAMP-DEFINITION
           END-IF.

      * ------------------------------------------------------------- *
      * FILE CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM RPTDIST-CLOSE.
           PERFORM OPRPROF-CLOSE.
           PERFORM RPTARCH-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC17' TO CTLTOT-PROGRAM
           MOVE 'SEGMENTS WRITTEN' TO CTLTOT-LABEL
           IF  RETURN-CODE = 0
               MOVE WS-SEG-COUNT TO CTLTOT-COUNT
           ELSE
               MOVE 0 TO CTLTOT-COUNT
           END-IF
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC17' TO CTLTOT-PROGRAM
           MOVE 'LINES UNROUTED' TO CTLTOT-LABEL
           MOVE WS-UNROUTED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC17: ' WS-REPORT-NAME ' RUN ' WS-RUN-DATE
                   ' ' WS-RUN-LINES ' LINE(S), '
                   WS-ROUTED-COUNT ' ROUTED, '
                   WS-UNROUTED-COUNT ' UNROUTED'
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC17' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-ROUTED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S BACK.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY 'RSSABC17_REPORT' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           MOVE WS-ENV-VALUE TO WS-REPORT-NAME
           IF  WS-REPORT-NAME = SPACES
               MOVE 'RSSABC17: REPORT NAME IS REQUIRED' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY 'RSSABC17_RUNDATE' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF  WS-ENV-VALUE NOT = SPACES
               IF  WS-ENV-VALUE (1:8) IS NUMERIC
                   MOVE WS-ENV-VALUE (1:8) TO WS-RUN-DATE
               ELSE
                   MOVE 'RSSABC17: RUNDATE MUST BE YYYYMMDD'
                     TO DISP-MSG
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           DISPLAY 'RSSABC17: REPORT....' WS-REPORT-NAME
           DISPLAY 'RSSABC17: RUN DATE..' WS-RUN-DATE
           EXIT.

      *---------------------------------------------------------------*
      * THE DEFINITION RECORD (BURST VALUE SPACES) SAYS WHERE THE     *
      * BREAK FIELD SITS; THE REPORT'S OTHER ENTRIES ARE ITS          *
      * SEGMENTS. A REPORT WITHOUT A DEFINITION IS NOT BURST (RC 4).  *
      *---------------------------------------------------------------*
       LOAD-DISTRIBUTION.
           MOVE WS-REPORT-NAME TO RB-REPORT-NAME
           MOVE SPACES         TO RB-BURST-VALUE
           PERFORM RPTDIST-READ
           IF  RPTDIST-STATUS = '23'
               DISPLAY 'RSSABC17: ' WS-REPORT-NAME
                       ' IS NOT IN THE DISTRIBUTION TABLE'
               ADD 4 TO ZERO GIVING RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE RB-KEY-TYPE   TO WS-KEY-TYPE
           MOVE RB-KEY-SOURCE TO WS-KEY-SOURCE
           MOVE RB-KEY-COL    TO WS-KEY-COL
           MOVE RB-KEY-LEN    TO WS-KEY-LEN
           COMPUTE WS-KEY-END = WS-KEY-COL + WS-KEY-LEN - 1
           IF  WS-KEY-COL < 1
           OR  WS-KEY-LEN < 1
           OR  WS-KEY-LEN > 8
           OR  WS-KEY-END > 132
               MOVE 'RSSABC17: BREAK FIELD COLUMNS ARE INVALID'
                 TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           DISPLAY 'RSSABC17: BREAK.....' WS-KEY-TYPE ' '
                   WS-KEY-SOURCE ' COL ' WS-KEY-COL ' LEN '
                   WS-KEY-LEN

           MOVE 0   TO WS-SEG-COUNT
           MOVE 'N' TO WS-DONE-SWITCH
           START RPTDIST-FILE KEY > RB-DIST-KEY
           IF  RPTDIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF
           PERFORM UNTIL SCAN-DONE
              PERFORM RPTDIST-NEXT
              IF  NOT SCAN-DONE
                  IF  RB-REPORT-NAME NOT = WS-REPORT-NAME
                      MOVE 'Y' TO WS-DONE-SWITCH
                  ELSE
                      IF  WS-SEG-COUNT < 100
                          ADD 1 TO WS-SEG-COUNT
                          MOVE RB-BURST-VALUE
                            TO WS-SEG-VALUE (WS-SEG-COUNT)
                          MOVE 0 TO WS-SEG-LINES (WS-SEG-COUNT)
                      ELSE
                          DISPLAY 'RSSABC17: MORE THAN 100 SEGMENTS, '
                                  RB-BURST-VALUE ' IGNORED'
                      END-IF
                  END-IF
              END-IF
           END-PERFORM
           IF  WS-SEG-COUNT = 0
               DISPLAY 'RSSABC17: ' WS-REPORT-NAME
                       ' HAS NO DISTRIBUTION ENTRIES'
               ADD 4 TO ZERO GIVING RETURN-CODE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE WHOLE RUN'S INDEX RECORD (SEGMENT SPACES, LINE 0) MUST BE *
      * ON FILE: THE CAPTURE STEP RUNS FIRST.                         *
      *---------------------------------------------------------------*
       CHECK-RUN-ARCHIVED.
           MOVE WS-REPORT-NAME TO RP-REPORT-NAME
           MOVE WS-RUN-DATE    TO RP-RUNDATE
           MOVE SPACES         TO RP-SEGMENT
           MOVE ZEROS          TO RP-LINE-NBR
           PERFORM RPTARCH-READ
           IF  RPTARCH-STATUS = '23'
               DISPLAY 'RSSABC17: ' WS-REPORT-NAME ' RUN '
                       WS-RUN-DATE ' IS NOT ARCHIVED'
               ADD 4 TO ZERO GIVING RETURN-CODE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A RERUN REPLACES THE RUN'S SEGMENTS: EVERY RECORD OF THE RUN  *
      * PAST THE WHOLE RUN'S LAST POSSIBLE LINE IS A SEGMENT LINE.    *
      *---------------------------------------------------------------*
       DROP-OLD-SEGMENTS.
           MOVE 'N' TO WS-DONE-SWITCH
           MOVE WS-REPORT-NAME TO RP-REPORT-NAME
           MOVE WS-RUN-DATE    TO RP-RUNDATE
           MOVE SPACES         TO RP-SEGMENT
           MOVE 9999999        TO RP-LINE-NBR
           START RPTARCH-FILE KEY > RP-ARCH-KEY
           IF  RPTARCH-STATUS NOT = '00'
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF
           PERFORM UNTIL SCAN-DONE
              PERFORM RPTARCH-NEXT
              IF  NOT SCAN-DONE
                  IF  RP-REPORT-NAME NOT = WS-REPORT-NAME
                  OR  RP-RUNDATE NOT = WS-RUN-DATE
                      MOVE 'Y' TO WS-DONE-SWITCH
                  ELSE
                      PERFORM RPTARCH-DELETE
                      ADD 1 TO WS-REPLACED-COUNT
                  END-IF
              END-IF
           END-PERFORM
           IF  WS-REPLACED-COUNT > 0
               DISPLAY 'RSSABC17: ' WS-REPLACED-COUNT
                       ' SEGMENT LINE(S) OF AN EARLIER BURST REPLACED'
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * READ THE WHOLE RUN LINE BY LINE AND FILE EACH LINE UNDER THE  *
      * SEGMENT ITS BREAK FIELD NAMES.                                *
      *---------------------------------------------------------------*
       BURST-RUN-LINES.
           MOVE 'N' TO WS-RUN-DONE-SWITCH
           MOVE 0   TO WS-RUN-LINE-NBR
           PERFORM UNTIL RUN-LINES-DONE
              ADD 1 TO WS-RUN-LINE-NBR
              MOVE WS-REPORT-NAME  TO RP-REPORT-NAME
              MOVE WS-RUN-DATE     TO RP-RUNDATE
              MOVE SPACES          TO RP-SEGMENT
              MOVE WS-RUN-LINE-NBR TO RP-LINE-NBR
              PERFORM RPTARCH-READ
              IF  RPTARCH-STATUS = '23'
                  MOVE 'Y' TO WS-RUN-DONE-SWITCH
              ELSE
                  ADD 1 TO WS-RUN-LINES
                  MOVE RP-LINE-TEXT TO WS-RUN-LINE
                  PERFORM ROUTE-ONE-LINE
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * A LINE WHOSE KEY AN ENTRY TAKES GOES TO THAT SEGMENT; UNTIL   *
      * THE FIRST SUCH LINE THE LINES ARE THE RUN'S HEADINGS.         *
      *---------------------------------------------------------------*
       ROUTE-ONE-LINE.
           PERFORM GET-LINE-KEY
           PERFORM FIND-SEGMENT
           IF  WS-SEG-FOUND-IX > 0
               MOVE 'Y' TO WS-ROUTED-SWITCH
               MOVE WS-SEG-FOUND-IX TO WS-SEG-IX
               IF  WS-SEG-LINES (WS-SEG-IX) = 0
                   PERFORM WRITE-SEGMENT-HEADINGS
               END-IF
               MOVE WS-RUN-LINE TO RP-LINE-TEXT
               PERFORM WRITE-SEGMENT-LINE
               ADD 1 TO WS-ROUTED-COUNT
           ELSE
               IF  FIRST-LINE-ROUTED
                   ADD 1 TO WS-UNROUTED-COUNT
               ELSE
                   IF  WS-HEAD-COUNT < 10
                       ADD 1 TO WS-HEAD-COUNT
                       MOVE WS-RUN-LINE TO WS-HEAD-LINE (WS-HEAD-COUNT)
                   END-IF
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE BREAK FIELD, OR THE BRANCH OF THE OPERATOR IT NAMES (THE  *
      * LAST OPERATOR LOOKED UP IS KEPT: OWNERS COME IN RUNS).        *
      *---------------------------------------------------------------*
       GET-LINE-KEY.
           MOVE SPACES TO WS-KEY-FIELD WS-LINE-KEY
           MOVE WS-RUN-LINE (WS-KEY-COL:WS-KEY-LEN) TO WS-KEY-FIELD
           IF  NOT KEY-IS-OPERATOR
               MOVE WS-KEY-FIELD TO WS-LINE-KEY
               EXIT PARAGRAPH
           END-IF
           IF  WS-KEY-FIELD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF  WS-KEY-FIELD NOT = WS-LAST-OWNER
               MOVE WS-KEY-FIELD TO WS-LAST-OWNER OP-USERID
               MOVE SPACES       TO WS-LAST-OWNER-BRANCH
               PERFORM OPRPROF-READ
               IF  OPRPROF-STATUS = '00'
                   MOVE OP-BRANCH TO WS-LAST-OWNER-BRANCH
               END-IF
           END-IF
           MOVE WS-LAST-OWNER-BRANCH TO WS-LINE-KEY
           EXIT.

      *---------------------------------------------------------------*
       FIND-SEGMENT.
           MOVE 0 TO WS-SEG-FOUND-IX
           IF  WS-LINE-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > WS-SEG-COUNT
                   OR    WS-SEG-FOUND-IX > 0
              IF  WS-SEG-VALUE (WS-SEG-IX) = WS-LINE-KEY
                  MOVE WS-SEG-IX TO WS-SEG-FOUND-IX
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       WRITE-SEGMENT-HEADINGS.
           PERFORM VARYING WS-HEAD-IX FROM 1 BY 1
                   UNTIL WS-HEAD-IX > WS-HEAD-COUNT
              MOVE WS-HEAD-LINE (WS-HEAD-IX) TO RP-LINE-TEXT
              PERFORM WRITE-SEGMENT-LINE
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       WRITE-SEGMENT-LINE.
           ADD 1 TO WS-SEG-LINES (WS-SEG-IX)
           MOVE WS-REPORT-NAME            TO RP-REPORT-NAME
           MOVE WS-RUN-DATE               TO RP-RUNDATE
           MOVE WS-SEG-VALUE (WS-SEG-IX)  TO RP-SEGMENT
           MOVE WS-SEG-LINES (WS-SEG-IX)  TO RP-LINE-NBR
           MOVE SPACES                    TO RP-FILLER
           PERFORM RPTARCH-WRITE
           EXIT.

      *---------------------------------------------------------------*
      * EVERY SEGMENT GETS ITS INDEX RECORD (LINE 0); ONE THAT TOOK   *
      * NO LINE THIS RUN GETS ITS HEADINGS AND A "NO ITEMS" LINE.     *
      *---------------------------------------------------------------*
       CLOSE-SEGMENTS.
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > WS-SEG-COUNT
              IF  WS-SEG-LINES (WS-SEG-IX) = 0
                  PERFORM WRITE-SEGMENT-HEADINGS
                  MOVE SPACES TO RP-LINE-TEXT
                  STRING '  NO ITEMS FOR ' DELIMITED BY SIZE
                         WS-SEG-VALUE (WS-SEG-IX) DELIMITED BY SIZE
                         ' IN THIS RUN' DELIMITED BY SIZE
                    INTO RP-LINE-TEXT
                  END-STRING
                  PERFORM WRITE-SEGMENT-LINE
              END-IF
              MOVE WS-SEG-LINES (WS-SEG-IX) TO WS-EDIT-COUNT
              MOVE WS-RUN-LINES             TO WS-EDIT-TOTAL
              MOVE WS-REPORT-NAME           TO RP-REPORT-NAME
              MOVE WS-RUN-DATE              TO RP-RUNDATE
              MOVE WS-SEG-VALUE (WS-SEG-IX) TO RP-SEGMENT
              MOVE ZEROS                    TO RP-LINE-NBR
              MOVE SPACES                   TO RP-LINE-TEXT RP-FILLER
              STRING 'SEGMENT ' DELIMITED BY SIZE
                     WS-SEG-VALUE (WS-SEG-IX) DELIMITED BY SIZE
                     ' LINES ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' OF RUN LINES ' DELIMITED BY SIZE
                     WS-EDIT-TOTAL DELIMITED BY SIZE
                INTO RP-LINE-TEXT
              END-STRING
              PERFORM RPTARCH-WRITE
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * STAMP THE DEFINITION RECORD WITH THE RUN DATE BURST.          *
      *---------------------------------------------------------------*
       STAMP-DEFINITION.
           MOVE WS-REPORT-NAME TO RB-REPORT-NAME
           MOVE SPACES         TO RB-BURST-VALUE
           PERFORM RPTDIST-READ
           IF  RPTDIST-STATUS = '00'
               MOVE WS-RUN-DATE TO RB-LAST-BURST
               PERFORM RPTDIST-REWRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTARCH-DELETE.
           DELETE RPTARCH-FILE
           IF  RPTARCH-STATUS NOT = '00'
               MOVE 'RSSABC17: RPTARCH-FAILURE-DELETE...'
                 TO DISP-MSG
               MOVE RPTARCH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTDIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O RPTDIST-FILE
           IF  RPTDIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC17: RPTDIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE RPTDIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTDIST-READ.
           READ RPTDIST-FILE
           IF  RPTDIST-STATUS = '00'
           OR  RPTDIST-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC17: RPTDIST-FAILURE-READ...'
                 TO DISP-MSG
               MOVE RPTDIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTDIST-NEXT.
           READ RPTDIST-FILE NEXT RECORD
           IF  RPTDIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  RPTDIST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-DONE-SWITCH
               ELSE
                   MOVE 'RSSABC17: RPTDIST-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE RPTDIST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTDIST-REWRITE.
           REWRITE RB-ODCSFRB-RECORD
           IF  RPTDIST-STATUS NOT = '00'
               MOVE 'RSSABC17: RPTDIST-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE RPTDIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTDIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE RPTDIST-FILE
           IF  RPTDIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC17: RPTDIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE RPTDIST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC17: OPRPROF-FAILURE-OPEN...'
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
               MOVE 'RSSABC17: OPRPROF-FAILURE-READ...'
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
               MOVE 'RSSABC17: OPRPROF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTARCH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O RPTARCH-FILE
           IF  RPTARCH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC17: RPTARCH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE RPTARCH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTARCH-READ.
           READ RPTARCH-FILE
           IF  RPTARCH-STATUS = '00'
           OR  RPTARCH-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC17: RPTARCH-FAILURE-READ...'
                 TO DISP-MSG
               MOVE RPTARCH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTARCH-NEXT.
           READ RPTARCH-FILE NEXT RECORD
           IF  RPTARCH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  RPTARCH-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-DONE-SWITCH
               ELSE
                   MOVE 'RSSABC17: RPTARCH-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE RPTARCH-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTARCH-WRITE.
           WRITE RP-RPTARCH-RECORD
           IF  RPTARCH-STATUS NOT = '00'
               MOVE 'RSSABC17: RPTARCH-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE RPTARCH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTARCH-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE RPTARCH-FILE
           IF  RPTARCH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC17: RPTARCH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE RPTARCH-STATUS TO IO-STATUS
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
               MOVE 'RSSABC17: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC17: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC17: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC17: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC17: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC17: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
