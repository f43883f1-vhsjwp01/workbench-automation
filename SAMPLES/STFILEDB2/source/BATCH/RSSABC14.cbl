       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC14.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY OPERATOR ACCESS ENFORCEMENT. EVERY ACTIVE         *
      *     OPERATOR PROFILE (ODCSFOP) IS DEACTIVATED WHEN:           *
      *       - ITS QUARTERLY RECERTIFICATION REVIEW (RECERT, OPENED  *
      *         BY RSSABC13) WAS NOT ATTESTED BY ITS DEADLINE - THE   *
      *         REVIEW IS CLOSED AS 'D',                              *
      *       - ITS REVIEW WAS REVOKED ON RSSAT044 BUT THE PROFILE IS *
      *         STILL ACTIVE AND WAS NOT REACTIVATED SINCE,           *
      *       - IT HAS BEEN UNUSED FOR MORE THAN RSSABC14_IDLE_DAYS   *
      *         DAYS (DEFAULT 90), COUNTED FROM THE LATER OF ITS LAST *
      *         SIGN-ON AND ITS CREATION OR REACTIVATION.             *
      *     THE REASON IS KEPT ON THE PROFILE, EACH DEACTIVATION      *
      *     RAISES A 'W' OPERATOR ALERT THRU RSSALR00 AND IS LISTED.  *
      *    -A PROFILE CARRYING NEITHER DATE (STORED BEFORE SIGN-ONS   *
      *     WERE RECORDED) HAS ITS IDLE CLOCK STARTED AT THIS RUN.    *
      * ------------------------------------------------------------- *
      * I-O FILE   : VSAM - OPRPROF (OPERATOR PROFILES)               *
      * I-O FILE   : VSAM - RECERT (ACCESS RECERTIFICATION REVIEWS)   *
      * OUTPUT     : SYSPRINT - PROFILES DEACTIVATED                  *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * RETURN CODE : 0 OK, 12 ABEND                                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * OPERATOR PROFILES, SWEPT IN USER-ID ORDER AND REWRITTEN
           SELECT OPRPROF-FILE
               ASSIGN       TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS OP-USERID
               FILE STATUS  IS OPRPROF-STATUS.

      * ACCESS RECERTIFICATION REVIEWS, OPTIONAL: ABSENT MEANS NO
      * REVIEW HAS BEEN OPENED YET
           SELECT OPTIONAL RECERT-FILE
               ASSIGN       TO RECERT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS RC-USERID
               FILE STATUS  IS RECERT-STATUS.

      * LIST OF THE PROFILES DEACTIVATED
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
       FD   OPRPROF-FILE.
       COPY ODCSFOP.

       FD   RECERT-FILE.
       COPY ODCSFRC.

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
       01  OPRPROF-STATUS.
           05  OPRPROF-STAT1       PIC X.
           05  OPRPROF-STAT2       PIC X.
       01  RECERT-STATUS.
           05  RECERT-STAT1        PIC X.
           05  RECERT-STAT2        PIC X.
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

       01  WS-PROF-EOF-SWITCH      PIC X       VALUE 'N'.
           88  PROF-EOF            VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-DAYNBR           PIC S9(9)   COMP VALUE 0.
       01  WS-IDLE-DAYS            PIC 9(003)  VALUE 0.
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.

      * THE CURRENT PROFILE'S CHECK
       01  WS-DEACT-REASON         PIC X(001)  VALUE SPACE.
       01  WS-PROF-CHANGED-SWITCH  PIC X       VALUE 'N'.
           88  PROFILE-CHANGED     VALUE 'Y'.
       01  WS-CLOCK-DATE           PIC 9(008)  VALUE 0.
       01  WS-UNUSED-DAYS          PIC S9(9)   COMP VALUE 0.

      * RUN STATISTICS
       01  WS-ACTIVE-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-UNATTESTED-COUNT     PIC 9(7)    COMP VALUE 0.
       01  WS-REVOKED-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-IDLE-COUNT           PIC 9(7)    COMP VALUE 0.
       01  WS-CLOCK-COUNT          PIC 9(7)    COMP VALUE 0.
       01  WS-DEACT-COUNT          PIC 9(7)    COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC14'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'OPERATOR PROFILES DEACTIVATED'.
           05  FILLER              PIC X(033) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'RUN DATE '.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'USER ID'.
           05  FILLER              PIC X(032) VALUE 'NAME'.
           05  FILLER              PIC X(005) VALUE 'ROLE'.
           05  FILLER              PIC X(007) VALUE 'BRANCH'.
           05  FILLER              PIC X(010) VALUE 'SUPERVSR'.
           05  FILLER              PIC X(010) VALUE 'LAST USE'.
           05  FILLER              PIC X(056) VALUE 'REASON'.

       01  W-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-USERID           PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-NAME             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-ROLE             PIC X(001).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WD-BRANCH           PIC X(003).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WD-SUPV             PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-LAST-USE         PIC 9(008).
           05  WD-LAST-USE-X       REDEFINES WD-LAST-USE PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-REASON           PIC X(040).
           05  FILLER              PIC X(016) VALUE SPACES.

       01  W-TOTAL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WX-LABEL            PIC X(040).
           05  WX-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(083) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * OPERATOR-ALERT AREA FOR THE RSSALR00 WRITER
       COPY RSSALRC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC14' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYNBR =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM OPRPROF-OPEN.
           PERFORM RECERT-OPEN.
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.

      * ------------------------------------------------------------- *
      * OPERATOR PROFILES' SWEEPING...
           DISPLAY "SWEEPING OPERATOR PROFILES..."
           PERFORM OPRPROF-GET.
           PERFORM UNTIL PROF-EOF
              IF  OP-ACTIVE = 'Y'
                  ADD 1 TO WS-ACTIVE-COUNT
                  PERFORM CHECK-ONE-PROFILE
              END-IF
              PERFORM OPRPROF-GET
           END-PERFORM.

           PERFORM PRINT-TOTALS.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM OPRPROF-CLOSE.
           PERFORM RECERT-CLOSE.
           CLOSE SYSPRINT.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC14' TO CTLTOT-PROGRAM
           MOVE 'PROFILES NOT ATTESTED' TO CTLTOT-LABEL
           MOVE WS-UNATTESTED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC14' TO CTLTOT-PROGRAM
           MOVE 'PROFILES REVOKED' TO CTLTOT-LABEL
           MOVE WS-REVOKED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC14' TO CTLTOT-PROGRAM
           MOVE 'PROFILES IDLE' TO CTLTOT-LABEL
           MOVE WS-IDLE-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC14: ' WS-ACTIVE-COUNT ' ACTIVE PROFILES, '
                   WS-DEACT-COUNT ' DEACTIVATED'
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC14' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-DEACT-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * IDLE LIMIT IN DAYS: RUN PARAMETER, ELSE ENVIRONMENT, ELSE 90. *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABC14_IDLE_DAYS' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC14_IDLE_DAYS' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-IDLE-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF
           IF  WS-IDLE-DAYS = 0
               MOVE 90 TO WS-IDLE-DAYS
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE ACTIVE PROFILE: ITS RECERTIFICATION REVIEW FIRST, THEN    *
      * THE IDLE CHECK.                                               *
      *---------------------------------------------------------------*
       CHECK-ONE-PROFILE.
           MOVE SPACE TO WS-DEACT-REASON
           MOVE 'N'   TO WS-PROF-CHANGED-SWITCH

      * A REACTIVATION ON RSSAT011 AFTER THE DECISION OR THE DEADLINE
      * IS A FRESH GRANT AND IS LEFT ALONE
           MOVE OP-USERID TO RC-USERID
           PERFORM RECERT-READ
           IF  RECERT-STATUS = '00'
               EVALUATE TRUE
                  WHEN RC-DECISION = 'R'
                   AND (OP-ACTIVE-DATE NOT NUMERIC
                    OR  RC-DECIDE-DATE NOT NUMERIC
                    OR  OP-ACTIVE-DATE NOT > RC-DECIDE-DATE)
                       MOVE 'R' TO WS-DEACT-REASON
                  WHEN RC-DECISION = SPACE
                   AND RC-DEADLINE NUMERIC
                   AND RC-DEADLINE < WS-RUN-DATE
                   AND (OP-ACTIVE-DATE NOT NUMERIC
                    OR  OP-ACTIVE-DATE NOT > RC-DEADLINE)
                       MOVE 'U' TO WS-DEACT-REASON
                       MOVE 'D'        TO RC-DECISION
                       MOVE 'RSSABC14' TO RC-DECIDE-USER
                       MOVE WS-RUN-DATE TO RC-DECIDE-DATE
                       PERFORM RECERT-REWRITE
               END-EVALUATE
           END-IF

           IF  OP-LAST-SIGNON NOT NUMERIC
               MOVE ZEROS TO OP-LAST-SIGNON
               MOVE 'Y'   TO WS-PROF-CHANGED-SWITCH
           END-IF
           IF  OP-ACTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO OP-ACTIVE-DATE
               MOVE 'Y'   TO WS-PROF-CHANGED-SWITCH
           END-IF
           IF  OP-LAST-SIGNON > OP-ACTIVE-DATE
               MOVE OP-LAST-SIGNON TO WS-CLOCK-DATE
           ELSE
               MOVE OP-ACTIVE-DATE TO WS-CLOCK-DATE
           END-IF
           IF  WS-CLOCK-DATE = 0
               MOVE WS-RUN-DATE TO OP-ACTIVE-DATE
               MOVE 'Y' TO WS-PROF-CHANGED-SWITCH
               ADD 1 TO WS-CLOCK-COUNT
           ELSE
               IF  WS-DEACT-REASON = SPACE
                   COMPUTE WS-UNUSED-DAYS = WS-RUN-DAYNBR
                         - FUNCTION INTEGER-OF-DATE (WS-CLOCK-DATE)
                   IF  WS-UNUSED-DAYS > WS-IDLE-DAYS
                       MOVE 'I' TO WS-DEACT-REASON
                   END-IF
               END-IF
           END-IF

           IF  WS-DEACT-REASON NOT = SPACE
               PERFORM DEACTIVATE-PROFILE
           ELSE
               IF  PROFILE-CHANGED
                   PERFORM OPRPROF-REWRITE
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * DEACTIVATE THE PROFILE, RAISE THE ALERT AND LIST IT.          *
      *---------------------------------------------------------------*
       DEACTIVATE-PROFILE.
           MOVE 'N'             TO OP-ACTIVE
           MOVE WS-DEACT-REASON TO OP-DEACT-REASON
           PERFORM OPRPROF-REWRITE
           ADD 1 TO WS-DEACT-COUNT

           MOVE SPACES TO WD-REASON
           EVALUATE WS-DEACT-REASON
              WHEN 'U'
                   ADD 1 TO WS-UNATTESTED-COUNT
                   MOVE 'NOT ATTESTED BY DEADLINE' TO WD-REASON
              WHEN 'R'
                   ADD 1 TO WS-REVOKED-COUNT
                   MOVE 'REVOKED AT RECERTIFICATION' TO WD-REASON
              WHEN OTHER
                   ADD 1 TO WS-IDLE-COUNT
                   MOVE 'UNUSED OVER IDLE LIMIT' TO WD-REASON
           END-EVALUATE

           MOVE 'W'        TO ALR-SEVERITY
           MOVE 'RSSABC14' TO ALR-SOURCE
           MOVE SPACES     TO ALR-TEXT
           STRING 'OPERATOR '    DELIMITED BY SIZE
                  OP-USERID      DELIMITED BY SIZE
                  ' DEACTIVATED: ' DELIMITED BY SIZE
                  WD-REASON      DELIMITED BY '  '
             INTO ALR-TEXT
           END-STRING
           CALL 'RSSALR00' USING RSSALR-AREA

           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE OP-USERID     TO WD-USERID
           MOVE OP-NAME       TO WD-NAME
           MOVE OP-ROLE       TO WD-ROLE
           MOVE OP-BRANCH     TO WD-BRANCH
           MOVE OP-SUPERVISOR TO WD-SUPV
           IF  WS-CLOCK-DATE = 0
               MOVE 'NONE'        TO WD-LAST-USE-X
           ELSE
               MOVE WS-CLOCK-DATE TO WD-LAST-USE
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-TOTALS.
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'ACTIVE PROFILES CHECKED' TO WX-LABEL
           MOVE WS-ACTIVE-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'DEACTIVATED, NOT ATTESTED BY DEADLINE' TO WX-LABEL
           MOVE WS-UNATTESTED-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'DEACTIVATED, REVOKED' TO WX-LABEL
           MOVE WS-REVOKED-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'DEACTIVATED, UNUSED' TO WX-LABEL
           MOVE WS-IDLE-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'IDLE CLOCK STARTED' TO WX-LABEL
           MOVE WS-CLOCK-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 4 TO W-LINE
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *

      *---------------------------------------------------------------*
       OPRPROF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O OPRPROF-FILE
           IF  OPRPROF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC14: OPRPROF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OPRPROF-GET.
           READ OPRPROF-FILE
           IF  OPRPROF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  OPRPROF-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-PROF-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC14: OPRPROF-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE OPRPROF-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OPRPROF-REWRITE.
           REWRITE OP-ODCSFOP-RECORD
           IF  OPRPROF-STATUS NOT = '00'
               MOVE 'RSSABC14: OPRPROF-FAILURE-REWRITE...'
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
               MOVE 'RSSABC14: OPRPROF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RECERT-READ.
           READ RECERT-FILE
           IF  RECERT-STATUS = '00'
           OR  RECERT-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC14: RECERT-FAILURE-READ...'
                 TO DISP-MSG
               MOVE RECERT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RECERT-REWRITE.
           REWRITE RC-ODCSFRC-RECORD
           IF  RECERT-STATUS NOT = '00'
               MOVE 'RSSABC14: RECERT-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE RECERT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RECERT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O RECERT-FILE
           IF  RECERT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC14: RECERT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE RECERT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RECERT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE RECERT-FILE
           IF  RECERT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC14: RECERT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE RECERT-STATUS TO IO-STATUS
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
               MOVE 'RSSABC14: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC14: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC14: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC14: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC14: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC14: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
