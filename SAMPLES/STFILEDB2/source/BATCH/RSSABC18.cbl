       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC18.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY REPORT DISTRIBUTION CHECK. THIS PROGRAM SWEEPS    *
      *     THE DISTRIBUTION TABLE (RPTDIST) AND, FOR EVERY REPORT    *
      *     AND SEGMENT ON IT, CHECKS THE REPORT ARCHIVE FOR THE RUN  *
      *     DATE'S CAPTURE AND BURST SEGMENT:                         *
      *       - A REPORT EXPECTED THAT DAY (DAILY, OR WEEKLY ON ITS   *
      *         DAY) WITH NO ARCHIVED RUN, OR A SEGMENT OF AN         *
      *         ARCHIVED RUN THAT WAS NEVER BURST, IS LISTED AS       *
      *         UNDELIVERED AND COUNTED TO CTLTOT;                    *
      *       - A DELIVERED SEGMENT WHOSE ENTRY ASKS FOR PRINT IS     *
      *         COPIED TO THE RPTPRINT FILE BEHIND A BANNER NAMING    *
      *         ITS RECIPIENTS, FOR THE PRINT ROOM.                   *
      *    -ON-DEMAND REPORTS (NO FREQUENCY) ARE NEVER MISSING: THEY  *
      *     ARE CHECKED ONLY WHEN A RUN FOR THE DATE IS ARCHIVED.     *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - RPTDIST (REPORT DISTRIBUTION, ODCSFRB)    *
      * INPUT FILE : VSAM - RPTARCH (REPORT ARCHIVE)                  *
      * OUTPUT     : SYSPRINT - REPORT DISTRIBUTION CHECK             *
      * OUTPUT FILE: QSAM - RPTPRINT (PRINT-DELIVERY SEGMENTS)        *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * RETURN CODE: 0 ALL DELIVERED, 4 SOMETHING UNDELIVERED         *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABC18_RUNDATE IS THE RUN DATE CHECKED,          *
      * YYYYMMDD (DEFAULT TODAY).                                     *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * REPORT DISTRIBUTION TABLE, SWEPT IN KEY ORDER
           SELECT RPTDIST-FILE
               ASSIGN       TO RPTDIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS RB-DIST-KEY
               FILE STATUS  IS RPTDIST-STATUS.

      * REPORT ARCHIVE, KEYED BY NAME, RUN DATE, SEGMENT AND LINE
           SELECT RPTARCH-FILE
               ASSIGN       TO RPTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RP-ARCH-KEY
               FILE STATUS  IS RPTARCH-STATUS.

      * PRINT-DELIVERY SEGMENTS FOR THE PRINT ROOM
           SELECT RPTPRINT-FILE
               ASSIGN       TO RPTPRINT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS RPTPRINT-STATUS.

      * REPORT DISTRIBUTION CHECK
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
       FD   RPTDIST-FILE.
       COPY ODCSFRB.

       FD   RPTARCH-FILE.
       COPY ODCSFRP.

       FD   RPTPRINT-FILE
            RECORD CONTAINS 132 CHARACTERS.
       01  RPTPRINT-RECORD         PIC X(132).

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
       01  RPTDIST-STATUS.
           05  RPTDIST-STAT1       PIC X.
           05  RPTDIST-STAT2       PIC X.
       01  RPTARCH-STATUS.
           05  RPTARCH-STAT1       PIC X.
           05  RPTARCH-STAT2       PIC X.
       01  RPTPRINT-STATUS.
           05  RPTPRINT-STAT1      PIC X.
           05  RPTPRINT-STAT2      PIC X.
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

       01  WS-DIST-EOF-SWITCH      PIC X       VALUE 'N'.
           88  DIST-EOF            VALUE 'Y'.
       01  WS-SEG-DONE-SWITCH      PIC X       VALUE 'N'.
           88  SEG-LINES-DONE      VALUE 'Y'.

      * RUNTIME PARAMETERS, SET FROM THE ENVIRONMENT
       01  WS-ENV-VALUE            PIC X(20)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-RUN-WEEKDAY          PIC 9(001) VALUE 0.

      * THE REPORT BEING CHECKED, FROM ITS DEFINITION RECORD
       01  WS-CURR-REPORT          PIC X(008) VALUE SPACES.
       01  WS-EXPECTED-SWITCH      PIC X      VALUE 'N'.
           88  REPORT-EXPECTED     VALUE 'Y'.
       01  WS-ARCHIVED-SWITCH      PIC X      VALUE 'N'.
           88  REPORT-ARCHIVED     VALUE 'Y'.

      * RUN STATISTICS
       01  WS-REPORT-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REPORT-MISSING       PIC 9(7) COMP VALUE 0.
       01  WS-SEG-DELIVERED        PIC 9(7) COMP VALUE 0.
       01  WS-SEG-UNDELIVERED      PIC 9(7) COMP VALUE 0.
       01  WS-SEG-PRINTED          PIC 9(7) COMP VALUE 0.
       01  WS-PRINT-LINES          PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC18'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(034) VALUE
               'REPORT DISTRIBUTION CHECK'.
           05  FILLER              PIC X(041) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-HEAD-1.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'REPORT'.
           05  FILLER              PIC X(005) VALUE 'SEG'.
           05  FILLER              PIC X(046) VALUE 'RECIPIENTS'.
           05  FILLER              PIC X(008) VALUE 'DELIVERY'.
           05  FILLER              PIC X(061) VALUE 'STATUS'.

       01  W-REPORT-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-REPORT           PIC X(008).
           05  FILLER              PIC X(011) VALUE ' BURST BY  '.
           05  WR-KEY-TYPE         PIC X(006).
           05  FILLER              PIC X(012) VALUE '  FREQUENCY '.
           05  WR-FREQUENCY        PIC X(009).
           05  FILLER              PIC X(011) VALUE '  EXPECTED '.
           05  WR-EXPECTED         PIC X(003).
           05  FILLER              PIC X(011) VALUE '  ARCHIVED '.
           05  WR-ARCHIVED         PIC X(003).
           05  FILLER              PIC X(013) VALUE '  LAST BURST '.
           05  WR-LAST-BURST       PIC 9(008).
           05  FILLER              PIC X(035) VALUE SPACES.

       01  W-SEG-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-REPORT           PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-SEGMENT          PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-RECIPIENTS       PIC X(044).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-DELIVERY         PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-STATUS           PIC X(030).
           05  FILLER              PIC X(031) VALUE SPACES.

       01  W-TOTAL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WX-LABEL            PIC X(030).
           05  WX-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(093) VALUE SPACES.

      *-- PRINT-DELIVERY BANNER
       01  W-BANNER.
           05  FILLER              PIC X(001) VALUE '1'.
           05  FILLER              PIC X(021) VALUE
               'DISTRIBUTION COPY -  '.
           05  WB-REPORT           PIC X(008).
           05  FILLER              PIC X(006) VALUE '  RUN '.
           05  WB-RUNDATE          PIC 9(008).
           05  FILLER              PIC X(010) VALUE '  SEGMENT '.
           05  WB-SEGMENT          PIC X(003).
           05  FILLER              PIC X(006) VALUE '  FOR '.
           05  WB-RECIPIENTS       PIC X(044).
           05  FILLER              PIC X(025) VALUE SPACES.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC18' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM RPTDIST-OPEN.
           PERFORM RPTARCH-OPEN.
           PERFORM RPTPRINT-OPEN.
           OPEN OUTPUT SYSPRINT.
           MOVE WS-RUN-DATE TO WT-DATE.
           PERFORM PRINT-HEADINGS.

      * ------------------------------------------------------------- *
      * DISTRIBUTION TABLE'S SWEEPING...
           DISPLAY "CHECKING REPORT DISTRIBUTION..."
           PERFORM RPTDIST-GET.
           PERFORM UNTIL DIST-EOF
              IF  RB-BURST-VALUE = SPACES
                  PERFORM CHECK-ONE-REPORT
              ELSE
                  IF  RB-REPORT-NAME = WS-CURR-REPORT
                      PERFORM CHECK-ONE-SEGMENT
                  END-IF
              END-IF
              PERFORM RPTDIST-GET
           END-PERFORM.

           PERFORM PRINT-TOTALS.

      * ------------------------------------------------------------- *
      * FILE CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM RPTDIST-CLOSE.
           PERFORM RPTARCH-CLOSE.
           PERFORM RPTPRINT-CLOSE.
           CLOSE SYSPRINT.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC18' TO CTLTOT-PROGRAM
           MOVE 'REPORTS MISSING' TO CTLTOT-LABEL
           MOVE WS-REPORT-MISSING TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC18' TO CTLTOT-PROGRAM
           MOVE 'SEGMENTS DELIVERED' TO CTLTOT-LABEL
           MOVE WS-SEG-DELIVERED TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC18' TO CTLTOT-PROGRAM
           MOVE 'SEGMENTS UNDELIVERED' TO CTLTOT-LABEL
           MOVE WS-SEG-UNDELIVERED TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           IF  WS-REPORT-MISSING > 0
           OR  WS-SEG-UNDELIVERED > 0
               ADD 4 TO ZERO GIVING RETURN-CODE
           END-IF

           DISPLAY 'RSSABC18: ' WS-REPORT-COUNT ' REPORT(S), '
                   WS-REPORT-MISSING ' MISSING, '
                   WS-SEG-DELIVERED ' SEGMENT(S) DELIVERED, '
                   WS-SEG-UNDELIVERED ' UNDELIVERED, '
                   WS-SEG-PRINTED ' PRINTED'
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC18' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-SEG-DELIVERED TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S BACK.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * THE RUN DATE AND ITS DAY OF THE WEEK (1 MONDAY ... 7 SUNDAY;  *
      * DAY 1 OF THE INTEGER DATE COUNT, 1601-01-01, IS A MONDAY).    *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY 'RSSABC18_RUNDATE' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF  WS-ENV-VALUE NOT = SPACES
               IF  WS-ENV-VALUE (1:8) IS NUMERIC
                   MOVE WS-ENV-VALUE (1:8) TO WS-RUN-DATE
               ELSE
                   MOVE 'RSSABC18: RUNDATE MUST BE YYYYMMDD'
                     TO DISP-MSG
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           COMPUTE WS-RUN-WEEKDAY =
                   FUNCTION MOD (FUNCTION INTEGER-OF-DATE
                                 (WS-RUN-DATE) - 1, 7) + 1
           DISPLAY 'RSSABC18: RUN DATE..' WS-RUN-DATE
                   ' WEEKDAY ' WS-RUN-WEEKDAY
           EXIT.

      *---------------------------------------------------------------*
      * A DEFINITION RECORD: IS THE REPORT DUE TODAY, AND IS TODAY'S  *
      * RUN IN THE ARCHIVE? A DUE REPORT NOT ARCHIVED IS MISSING.     *
      *---------------------------------------------------------------*
       CHECK-ONE-REPORT.
           ADD 1 TO WS-REPORT-COUNT
           MOVE RB-REPORT-NAME TO WS-CURR-REPORT
           MOVE 'N' TO WS-EXPECTED-SWITCH WS-ARCHIVED-SWITCH
           EVALUATE RB-FREQUENCY
              WHEN 'D'
                   MOVE 'Y' TO WS-EXPECTED-SWITCH
              WHEN 'W'
                   IF  RB-WEEKDAY = WS-RUN-WEEKDAY
                       MOVE 'Y' TO WS-EXPECTED-SWITCH
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE RB-REPORT-NAME TO RP-REPORT-NAME
           MOVE WS-RUN-DATE    TO RP-RUNDATE
           MOVE SPACES         TO RP-SEGMENT
           MOVE ZEROS          TO RP-LINE-NBR
           PERFORM RPTARCH-READ
           IF  RPTARCH-STATUS = '00'
               MOVE 'Y' TO WS-ARCHIVED-SWITCH
           END-IF

           MOVE RB-REPORT-NAME TO WR-REPORT
           EVALUATE RB-KEY-TYPE
              WHEN 'B'    MOVE 'BRANCH'    TO WR-KEY-TYPE
              WHEN 'S'    MOVE 'STATE'     TO WR-KEY-TYPE
              WHEN OTHER  MOVE '?'         TO WR-KEY-TYPE
           END-EVALUATE
           EVALUATE RB-FREQUENCY
              WHEN 'D'    MOVE 'DAILY'     TO WR-FREQUENCY
              WHEN 'W'    MOVE 'WEEKLY'    TO WR-FREQUENCY
              WHEN OTHER  MOVE 'ON DEMAND' TO WR-FREQUENCY
           END-EVALUATE
           IF  REPORT-EXPECTED
               MOVE 'YES' TO WR-EXPECTED
           ELSE
               MOVE 'NO'  TO WR-EXPECTED
           END-IF
           IF  REPORT-ARCHIVED
               MOVE 'YES' TO WR-ARCHIVED
           ELSE
               MOVE 'NO'  TO WR-ARCHIVED
           END-IF
           MOVE RB-LAST-BURST TO WR-LAST-BURST
           IF  W-LINE > W-MAX-LINE - 2
               PERFORM PRINT-HEADINGS
           END-IF
           WRITE REPORT-REC FROM W-REPORT-LINE
                 AFTER ADVANCING 2 LINES
           ADD 2 TO W-LINE

           IF  REPORT-EXPECTED
           AND NOT REPORT-ARCHIVED
               ADD 1 TO WS-REPORT-MISSING
               MOVE SPACES TO W-SEG-DETAIL
               MOVE RB-REPORT-NAME TO WD-REPORT
               MOVE 'UNDELIVERED - NOT ARCHIVED' TO WD-STATUS
               PERFORM PRINT-SEG-DETAIL
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A SEGMENT RECORD OF A REPORT DUE OR ARCHIVED TODAY: ITS BURST *
      * SEGMENT IS ON FILE (DELIVERED, AND PRINTED WHEN ASKED) OR IT  *
      * IS UNDELIVERED. A MISSING REPORT'S SEGMENTS ARE ALL           *
      * UNDELIVERED WITH IT.                                          *
      *---------------------------------------------------------------*
       CHECK-ONE-SEGMENT.
           IF  NOT REPORT-EXPECTED
           AND NOT REPORT-ARCHIVED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES          TO W-SEG-DETAIL
           MOVE RB-REPORT-NAME  TO WD-REPORT
           MOVE RB-BURST-VALUE  TO WD-SEGMENT
           STRING RB-RECIPIENT (1) DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  RB-RECIPIENT (2) DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  RB-RECIPIENT (3) DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  RB-RECIPIENT (4) DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  RB-RECIPIENT (5) DELIMITED BY SIZE
             INTO WD-RECIPIENTS
           END-STRING
           IF  RB-DELIVERY = 'P'
               MOVE 'PRINT'  TO WD-DELIVERY
           ELSE
               MOVE 'ONLINE' TO WD-DELIVERY
           END-IF

           IF  NOT REPORT-ARCHIVED
               ADD 1 TO WS-SEG-UNDELIVERED
               MOVE 'UNDELIVERED - NOT ARCHIVED' TO WD-STATUS
               PERFORM PRINT-SEG-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE RB-REPORT-NAME TO RP-REPORT-NAME
           MOVE WS-RUN-DATE    TO RP-RUNDATE
           MOVE RB-BURST-VALUE TO RP-SEGMENT
           MOVE ZEROS          TO RP-LINE-NBR
           PERFORM RPTARCH-READ
           IF  RPTARCH-STATUS NOT = '00'
               ADD 1 TO WS-SEG-UNDELIVERED
               MOVE 'UNDELIVERED - NOT BURST' TO WD-STATUS
               PERFORM PRINT-SEG-DETAIL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SEG-DELIVERED
           IF  RB-DELIVERY = 'P'
               PERFORM PRINT-ONE-SEGMENT
               ADD 1 TO WS-SEG-PRINTED
               MOVE 'DELIVERED AND PRINTED' TO WD-STATUS
           ELSE
               MOVE 'DELIVERED ON LINE' TO WD-STATUS
           END-IF
           PERFORM PRINT-SEG-DETAIL
           EXIT.

      *---------------------------------------------------------------*
      * COPY THE SEGMENT'S LINES TO RPTPRINT BEHIND A BANNER NAMING   *
      * THE REPORT, RUN, SEGMENT AND RECIPIENTS.                      *
      *---------------------------------------------------------------*
       PRINT-ONE-SEGMENT.
           MOVE RB-REPORT-NAME  TO WB-REPORT
           MOVE WS-RUN-DATE     TO WB-RUNDATE
           MOVE RB-BURST-VALUE  TO WB-SEGMENT
           MOVE WD-RECIPIENTS   TO WB-RECIPIENTS
           MOVE W-BANNER        TO RPTPRINT-RECORD
           PERFORM RPTPRINT-WRITE

           MOVE 'N' TO WS-SEG-DONE-SWITCH
           MOVE RB-REPORT-NAME TO RP-REPORT-NAME
           MOVE WS-RUN-DATE    TO RP-RUNDATE
           MOVE RB-BURST-VALUE TO RP-SEGMENT
           MOVE 1              TO RP-LINE-NBR
           START RPTARCH-FILE KEY NOT < RP-ARCH-KEY
           IF  RPTARCH-STATUS NOT = '00'
               MOVE 'Y' TO WS-SEG-DONE-SWITCH
           END-IF
           PERFORM UNTIL SEG-LINES-DONE
              PERFORM RPTARCH-NEXT
              IF  NOT SEG-LINES-DONE
                  IF  RP-REPORT-NAME NOT = RB-REPORT-NAME
                  OR  RP-RUNDATE NOT = WS-RUN-DATE
                  OR  RP-SEGMENT NOT = RB-BURST-VALUE
                      MOVE 'Y' TO WS-SEG-DONE-SWITCH
                  ELSE
                      MOVE RP-LINE-TEXT TO RPTPRINT-RECORD
                      PERFORM RPTPRINT-WRITE
                      ADD 1 TO WS-PRINT-LINES
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       PRINT-SEG-DETAIL.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           WRITE REPORT-REC FROM W-SEG-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEAD-1
                 AFTER ADVANCING 2 LINES
           MOVE 3 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-TOTALS.
           MOVE 'REPORTS ON THE TABLE' TO WX-LABEL
           MOVE WS-REPORT-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 3 LINES
           MOVE 'REPORTS MISSING' TO WX-LABEL
           MOVE WS-REPORT-MISSING TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'SEGMENTS DELIVERED' TO WX-LABEL
           MOVE WS-SEG-DELIVERED TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'SEGMENTS UNDELIVERED' TO WX-LABEL
           MOVE WS-SEG-UNDELIVERED TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'SEGMENTS PRINTED' TO WX-LABEL
           MOVE WS-SEG-PRINTED TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'LINES PRINTED' TO WX-LABEL
           MOVE WS-PRINT-LINES TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
       RPTDIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT RPTDIST-FILE
           IF  RPTDIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC18: RPTDIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE RPTDIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTDIST-GET.
           READ RPTDIST-FILE
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
                   MOVE 'Y' TO WS-DIST-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC18: RPTDIST-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE RPTDIST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABC18: RPTDIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE RPTDIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTARCH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT RPTARCH-FILE
           IF  RPTARCH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC18: RPTARCH-FAILURE-OPEN...'
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
               MOVE 'RSSABC18: RPTARCH-FAILURE-READ...'
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
                   MOVE 'Y' TO WS-SEG-DONE-SWITCH
               ELSE
                   MOVE 'RSSABC18: RPTARCH-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE RPTARCH-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABC18: RPTARCH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE RPTARCH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTPRINT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT RPTPRINT-FILE
           IF  RPTPRINT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC18: RPTPRINT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE RPTPRINT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTPRINT-WRITE.
           WRITE RPTPRINT-RECORD
           IF  RPTPRINT-STATUS NOT = '00'
               MOVE 'RSSABC18: RPTPRINT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE RPTPRINT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RPTPRINT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE RPTPRINT-FILE
           IF  RPTPRINT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC18: RPTPRINT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE RPTPRINT-STATUS TO IO-STATUS
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
               MOVE 'RSSABC18: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC18: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC18: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC18: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC18: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC18: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
