       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC13.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -QUARTERLY OPERATOR ACCESS RECERTIFICATION. EVERY ACTIVE   *
      *     OPERATOR PROFILE (ODCSFOP) IS PUT UP FOR REVIEW ON THE    *
      *     RECERT FILE (ODCSFRC), REPLACING LAST QUARTER'S REVIEW,   *
      *     WITH ITS ROLE, BRANCH, STATE FOOTPRINT, LAST SIGN-ON AND  *
      *     THE NUMBER OF CUSTOMER FIELD CHANGES IT MADE OVER THE     *
      *     LAST 90 DAYS (PJ01DB2.ODCSF0_CHGLOG), AND A DEADLINE      *
      *     RSSABC13_ATTEST_DAYS DAYS AHEAD (DEFAULT 30).             *
      *    -THE REVIEW LIST IS PRINTED GROUPED BY THE REVIEWING       *
      *     SUPERVISOR NAMED ON EACH PROFILE (PROFILES NAMING NONE    *
      *     COME LAST, FOR ANY SUPERVISOR TO TAKE). SUPERVISORS KEEP  *
      *     OR REVOKE EACH PROFILE ON THE ATTESTATION SCREEN          *
      *     (RSSAT044); THE NIGHTLY RSSABC14 RUN DEACTIVATES THOSE    *
      *     NOBODY ATTESTED BY THE DEADLINE.                          *
      *    -A PROFILE WHOSE SUPERVISOR IS NOT AN ACTIVE SUPERVISOR    *
      *     PROFILE IS FLAGGED ON THE LIST SO IT CAN BE REASSIGNED.   *
      * ------------------------------------------------------------- *
      * INPUT TABLE: DB2  - PJ01DB2.ODCSF0_CHGLOG                     *
      * INPUT FILE : VSAM - OPRPROF (OPERATOR PROFILES)               *
      * I-O FILE   : VSAM - RECERT (ACCESS RECERTIFICATION REVIEWS)   *
      * OUTPUT     : SYSPRINT - RECERTIFICATION REVIEW LIST           *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * RETURN CODE : 0 OK, 12 ABEND                                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * OPERATOR PROFILES, SWEPT IN USER-ID ORDER
           SELECT OPRPROF-FILE
               ASSIGN       TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS OP-USERID
               FILE STATUS  IS OPRPROF-STATUS.

      * ACCESS RECERTIFICATION REVIEWS, ONE PER OPERATOR
           SELECT OPTIONAL RECERT-FILE
               ASSIGN       TO RECERT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS RC-USERID
               FILE STATUS  IS RECERT-STATUS.

      * RECERTIFICATION REVIEW LIST
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
       01  WS-CHG-EOF-SWITCH       PIC X       VALUE 'N'.
           88  CHG-EOF             VALUE 'Y'.

      * RUN DATE, CHANGE-VOLUME WINDOW AND ATTESTATION DEADLINE
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-WINDOW-DATE          PIC 9(008)  VALUE 0.
       01  WS-DEADLINE-DATE        PIC 9(008)  VALUE 0.
       01  WS-ATTEST-DAYS          PIC 9(003)  VALUE 0.
       01  WS-DAYNBR               PIC S9(9)   COMP VALUE 0.
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.

      * RUN STATISTICS
       01  WS-PROFILE-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-REVIEW-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-NOSUPV-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-BADSUPV-COUNT        PIC 9(7)    COMP VALUE 0.

      * 90-DAY FIELD-CHANGE VOLUME PER OPERATOR (CHGLOG)
       01  WS-CHG-TABLE.
           05  WS-CHG-COUNT-ENT    PIC S9(4) COMP VALUE +0.
           05  WS-CHG-ENTRY        OCCURS 500.
               10  WS-CG-USER      PIC X(008).
               10  WS-CG-COUNT     PIC 9(007).
       01  WS-CHG-IX               PIC S9(4) COMP VALUE +0.

      * THE ACTIVE PROFILES PUT UP FOR REVIEW, FOR THE LIST
       01  WS-REV-TABLE.
           05  WS-REV-COUNT-ENT    PIC S9(4) COMP VALUE +0.
           05  WS-REV-ENTRY        OCCURS 500.
               10  WS-RV-USERID    PIC X(008).
               10  WS-RV-NAME      PIC X(030).
               10  WS-RV-ROLE      PIC X(001).
               10  WS-RV-BRANCH    PIC X(003).
               10  WS-RV-STATES    PIC X(010).
               10  WS-RV-SIGNON    PIC 9(008).
               10  WS-RV-CHGS      PIC 9(007).
               10  WS-RV-SUPV      PIC X(008).
       01  WS-REV-IX               PIC S9(4) COMP VALUE +0.

      * THE REVIEWING SUPERVISORS, KEPT IN USER-ID ORDER (A SPACES
      * ENTRY, FOR PROFILES NAMING NONE, SORTS AHEAD AND IS PRINTED
      * LAST). A SUPERVISOR'S OWN PROFILE STATE IS KEPT ALONGSIDE.
       01  WS-SUPV-TABLE.
           05  WS-SUPV-COUNT-ENT   PIC S9(4) COMP VALUE +0.
           05  WS-SUPV-ENTRY       OCCURS 200.
               10  WS-SV-USERID    PIC X(008).
               10  WS-SV-NAME      PIC X(030).
               10  WS-SV-VALID     PIC X(001).
               10  WS-SV-MEMBERS   PIC 9(005).
       01  WS-SUPV-IX              PIC S9(4) COMP VALUE +0.
       01  WS-SUPV-INS             PIC S9(4) COMP VALUE +0.
       01  WS-SUPV-FOUND-SWITCH    PIC X     VALUE 'N'.
           88  SUPV-FOUND          VALUE 'Y'.
       01  WS-WORK-SUPV            PIC X(008) VALUE SPACES.

      * DB2 HOST VARIABLES FOR THE CHANGE-VOLUME CURSOR
       01  WS-HV-WINDOW            PIC S9(8)V USAGE COMP-3.
       01  WS-HV-USER              PIC X(8).
       01  WS-HV-COUNT             PIC S9(9) USAGE COMP.
       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC13'.
           05  FILLER              PIC X(026) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'OPERATOR ACCESS RECERTIFICATION REVIEW'.
           05  FILLER              PIC X(010) VALUE 'RUN DATE '.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(011) VALUE '  DEADLINE '.
           05  WT-DEADLINE         PIC 9(008).
           05  FILLER              PIC X(020) VALUE SPACES.

       01  W-SUPV-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(022) VALUE
               'REVIEWING SUPERVISOR: '.
           05  WG-SUPV             PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WG-NAME             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WG-NOTE             PIC X(040).
           05  FILLER              PIC X(026) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'USER ID'.
           05  FILLER              PIC X(032) VALUE 'NAME'.
           05  FILLER              PIC X(005) VALUE 'ROLE'.
           05  FILLER              PIC X(007) VALUE 'BRANCH'.
           05  FILLER              PIC X(012) VALUE 'STATES'.
           05  FILLER              PIC X(012) VALUE 'LAST SIGNON'.
           05  FILLER              PIC X(012) VALUE ' CHANGES 90D'.
           05  FILLER              PIC X(038) VALUE SPACES.

       01  W-DETAIL.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WD-USERID           PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-NAME             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-ROLE             PIC X(001).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WD-BRANCH           PIC X(003).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WD-STATES           PIC X(010).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-SIGNON           PIC 9(008).
           05  WD-SIGNON-X         REDEFINES WD-SIGNON PIC X(008).
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WD-CHGS             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(042) VALUE SPACES.

       01  W-TOTAL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WX-LABEL            PIC X(040).
           05  WX-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(083) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC13' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RUNTIME-PARAMETERS.
           COMPUTE WS-DAYNBR = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                             - 90
           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER (WS-DAYNBR)
           COMPUTE WS-DAYNBR = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                             + WS-ATTEST-DAYS
           COMPUTE WS-DEADLINE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAYNBR)

      * ------------------------------------------------------------- *
      * THE LAST 90 DAYS' CHANGE VOLUME PER OPERATOR...
           DISPLAY "SUMMING FIELD-CHANGE LOG..."
           PERFORM LOAD-CHANGE-VOLUMES.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM OPRPROF-OPEN.
           PERFORM RECERT-OPEN.

      * ------------------------------------------------------------- *
      * OPERATOR PROFILES' SWEEPING...
           DISPLAY "SWEEPING OPERATOR PROFILES..."
           PERFORM OPRPROF-GET.
           PERFORM UNTIL PROF-EOF
              ADD 1 TO WS-PROFILE-COUNT
              PERFORM SELECT-ONE-PROFILE
              PERFORM OPRPROF-GET
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE REVIEW LIST, ONE GROUP PER REVIEWING SUPERVISOR...
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-SUPERVISOR-GROUP
               VARYING WS-SUPV-IX FROM 1 BY 1
               UNTIL WS-SUPV-IX > WS-SUPV-COUNT-ENT.
           IF  WS-SUPV-COUNT-ENT > 0
           AND WS-SV-USERID (1) = SPACES
           AND WS-SV-MEMBERS (1) > 0
               MOVE 1 TO WS-SUPV-IX
               PERFORM PRINT-ONE-GROUP
           END-IF
           PERFORM PRINT-TOTALS.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM OPRPROF-CLOSE.
           PERFORM RECERT-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC13' TO CTLTOT-PROGRAM
           MOVE 'RECERT REVIEWS OPENED' TO CTLTOT-LABEL
           MOVE WS-REVIEW-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC13' TO CTLTOT-PROGRAM
           MOVE 'RECERT NO SUPERVISOR' TO CTLTOT-LABEL
           MOVE WS-NOSUPV-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC13: ' WS-REVIEW-COUNT ' REVIEWS OPENED, '
                   'DEADLINE ' WS-DEADLINE-DATE
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC13' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-REVIEW-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * ATTESTATION WINDOW IN DAYS: RUN PARAMETER, ELSE ENVIRONMENT,  *
      * ELSE 30.                                                      *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABC13_ATTEST_DAYS' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC13_ATTEST_DAYS' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-ATTEST-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF
           IF  WS-ATTEST-DAYS = 0
               MOVE 30 TO WS-ATTEST-DAYS
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * FIELD CHANGES PER OPERATOR SINCE THE WINDOW DATE.             *
      *---------------------------------------------------------------*
       LOAD-CHANGE-VOLUMES.
           MOVE WS-WINDOW-DATE TO WS-HV-WINDOW
           EXEC SQL
                DECLARE CURS-RCTCHG CURSOR FOR
                SELECT  CHGUSER, COUNT(*)
                FROM    PJ01DB2.ODCSF0_CHGLOG
                WHERE   CHGDATE >= :WS-HV-WINDOW
                GROUP BY CHGUSER
           END-EXEC.
           EXEC SQL OPEN CURS-RCTCHG END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              DISPLAY 'RSSABC13: FAILURE-OPEN-CURS-RCTCHG...'
                      ' SQLCODE:' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF.
           PERFORM UNTIL CHG-EOF
              EXEC SQL
                   FETCH CURS-RCTCHG
                   INTO :WS-HV-USER, :WS-HV-COUNT
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF SQLCODE = +100
                 MOVE 'Y' TO WS-CHG-EOF-SWITCH
              ELSE
                 IF SQLCODE NOT = +0
                    DISPLAY 'RSSABC13: FAILURE-FETCH-CURS-RCTCHG...'
                            ' SQLCODE:' WS-SQLCODE
                    COPY ZSQLSTAT.
                    PERFORM Z-ABEND-PROGRAM
                 ELSE
                    IF  WS-CHG-COUNT-ENT < 500
                        ADD 1 TO WS-CHG-COUNT-ENT
                        MOVE WS-HV-USER
                          TO WS-CG-USER (WS-CHG-COUNT-ENT)
                        MOVE WS-HV-COUNT
                          TO WS-CG-COUNT (WS-CHG-COUNT-ENT)
                    ELSE
                        DISPLAY 'RSSABC13: CHANGE TABLE FULL, '
                                WS-HV-USER ' NOT COUNTED'
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CURS-RCTCHG END-EXEC.
           EXIT.

      *---------------------------------------------------------------*
      * ONE OPERATOR PROFILE: NOTE IT AS A SUPERVISOR WHEN IT IS ONE, *
      * AND PUT EVERY ACTIVE PROFILE UP FOR REVIEW.                   *
      *---------------------------------------------------------------*
       SELECT-ONE-PROFILE.
           IF  OP-ROLE = 'S'
               MOVE OP-USERID TO WS-WORK-SUPV
               PERFORM LOCATE-SUPERVISOR
               IF  SUPV-FOUND
                   MOVE OP-NAME TO WS-SV-NAME (WS-SUPV-IX)
                   IF  OP-ACTIVE = 'Y'
                       MOVE 'Y' TO WS-SV-VALID (WS-SUPV-IX)
                   END-IF
               END-IF
           END-IF
           IF  OP-ACTIVE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF  WS-REV-COUNT-ENT >= 500
               MOVE 'RSSABC13: REVIEW TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-REV-COUNT-ENT
           MOVE WS-REV-COUNT-ENT TO WS-REV-IX
           MOVE OP-USERID     TO WS-RV-USERID (WS-REV-IX)
           MOVE OP-NAME       TO WS-RV-NAME (WS-REV-IX)
           MOVE OP-ROLE       TO WS-RV-ROLE (WS-REV-IX)
           MOVE OP-BRANCH     TO WS-RV-BRANCH (WS-REV-IX)
           MOVE OP-STATES     TO WS-RV-STATES (WS-REV-IX)
           MOVE OP-SUPERVISOR TO WS-RV-SUPV (WS-REV-IX)
           IF  OP-LAST-SIGNON NUMERIC
               MOVE OP-LAST-SIGNON TO WS-RV-SIGNON (WS-REV-IX)
           ELSE
               MOVE ZEROS TO WS-RV-SIGNON (WS-REV-IX)
           END-IF
           MOVE ZEROS TO WS-RV-CHGS (WS-REV-IX)
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT-ENT
              IF  WS-CG-USER (WS-CHG-IX) = OP-USERID
                  MOVE WS-CG-COUNT (WS-CHG-IX)
                    TO WS-RV-CHGS (WS-REV-IX)
              END-IF
           END-PERFORM
           IF  OP-SUPERVISOR = SPACES
               ADD 1 TO WS-NOSUPV-COUNT
           END-IF
           MOVE OP-SUPERVISOR TO WS-WORK-SUPV
           PERFORM LOCATE-SUPERVISOR
           ADD 1 TO WS-SV-MEMBERS (WS-SUPV-IX)

           PERFORM WRITE-REVIEW-RECORD
           ADD 1 TO WS-REVIEW-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * FIND THE SUPERVISOR'S ENTRY, OR INSERT IT IN USER-ID ORDER.   *
      *---------------------------------------------------------------*
       LOCATE-SUPERVISOR.
           MOVE 'N' TO WS-SUPV-FOUND-SWITCH
           MOVE 0   TO WS-SUPV-INS
           PERFORM VARYING WS-SUPV-IX FROM 1 BY 1
                   UNTIL SUPV-FOUND
                   OR WS-SUPV-IX > WS-SUPV-COUNT-ENT
              IF  WS-SV-USERID (WS-SUPV-IX) = WS-WORK-SUPV
                  MOVE 'Y' TO WS-SUPV-FOUND-SWITCH
              ELSE
                  IF  WS-SV-USERID (WS-SUPV-IX) > WS-WORK-SUPV
                  AND WS-SUPV-INS = 0
                      MOVE WS-SUPV-IX TO WS-SUPV-INS
                  END-IF
              END-IF
           END-PERFORM
           IF  SUPV-FOUND
               SUBTRACT 1 FROM WS-SUPV-IX
               EXIT PARAGRAPH
           END-IF
           IF  WS-SUPV-COUNT-ENT >= 200
               MOVE 'RSSABC13: SUPERVISOR TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           IF  WS-SUPV-INS = 0
               COMPUTE WS-SUPV-INS = WS-SUPV-COUNT-ENT + 1
           END-IF
           PERFORM VARYING WS-SUPV-IX FROM WS-SUPV-COUNT-ENT BY -1
                   UNTIL WS-SUPV-IX < WS-SUPV-INS
              MOVE WS-SUPV-ENTRY (WS-SUPV-IX)
                TO WS-SUPV-ENTRY (WS-SUPV-IX + 1)
           END-PERFORM
           ADD 1 TO WS-SUPV-COUNT-ENT
           MOVE WS-SUPV-INS   TO WS-SUPV-IX
           MOVE WS-WORK-SUPV  TO WS-SV-USERID (WS-SUPV-IX)
           MOVE SPACES        TO WS-SV-NAME (WS-SUPV-IX)
           MOVE 'N'           TO WS-SV-VALID (WS-SUPV-IX)
           MOVE ZEROS         TO WS-SV-MEMBERS (WS-SUPV-IX)
           MOVE 'Y' TO WS-SUPV-FOUND-SWITCH
           EXIT.

      *---------------------------------------------------------------*
      * PUT THE PROFILE UP FOR REVIEW, REPLACING ANY EARLIER REVIEW.  *
      *---------------------------------------------------------------*
       WRITE-REVIEW-RECORD.
           MOVE OP-USERID TO RC-USERID
           PERFORM RECERT-READ
           MOVE SPACES                   TO RC-ODCSFRC-RECORD
           MOVE OP-USERID                TO RC-USERID
           MOVE WS-RUN-DATE              TO RC-CYCLE-DATE
           MOVE WS-DEADLINE-DATE         TO RC-DEADLINE
           MOVE WS-RV-SUPV (WS-REV-IX)   TO RC-SUPERVISOR
           MOVE WS-RV-ROLE (WS-REV-IX)   TO RC-ROLE
           MOVE WS-RV-BRANCH (WS-REV-IX) TO RC-BRANCH
           MOVE WS-RV-STATES (WS-REV-IX) TO RC-STATES
           MOVE WS-RV-SIGNON (WS-REV-IX) TO RC-LAST-SIGNON
           MOVE WS-RV-CHGS (WS-REV-IX)   TO RC-CHG-COUNT
           MOVE SPACE                    TO RC-DECISION
           MOVE SPACES                   TO RC-DECIDE-USER
           MOVE ZEROS                    TO RC-DECIDE-DATE
           IF  RECERT-STATUS = '00'
               PERFORM RECERT-REWRITE
           ELSE
               PERFORM RECERT-WRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE SUPERVISOR'S GROUP, WHEN ANYONE NAMES THEM; THE NO-       *
      * SUPERVISOR GROUP (THE SPACES ENTRY) IS LEFT FOR LAST.         *
      *---------------------------------------------------------------*
       PRINT-SUPERVISOR-GROUP.
           IF  WS-SV-USERID (WS-SUPV-IX) NOT = SPACES
           AND WS-SV-MEMBERS (WS-SUPV-IX) > 0
               PERFORM PRINT-ONE-GROUP
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-GROUP.
           IF  W-LINE > W-MAX-LINE - 4
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE SPACES TO WG-SUPV WG-NAME WG-NOTE
           IF  WS-SV-USERID (WS-SUPV-IX) = SPACES
               MOVE '(NONE)'  TO WG-SUPV
               MOVE 'ANY ACTIVE SUPERVISOR MAY ATTEST' TO WG-NOTE
           ELSE
               MOVE WS-SV-USERID (WS-SUPV-IX) TO WG-SUPV
               MOVE WS-SV-NAME (WS-SUPV-IX)   TO WG-NAME
               IF  WS-SV-VALID (WS-SUPV-IX) NOT = 'Y'
                   MOVE 'NOT AN ACTIVE SUPERVISOR - REASSIGN'
                     TO WG-NOTE
               END-IF
           END-IF
           WRITE REPORT-REC FROM W-SUPV-LINE
                 AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 1 LINE
           ADD 3 TO W-LINE
           PERFORM VARYING WS-REV-IX FROM 1 BY 1
                   UNTIL WS-REV-IX > WS-REV-COUNT-ENT
              IF  WS-RV-SUPV (WS-REV-IX) = WS-SV-USERID (WS-SUPV-IX)
                  PERFORM PRINT-REVIEW-DETAIL
                  IF  WS-SV-USERID (WS-SUPV-IX) NOT = SPACES
                  AND WS-SV-VALID (WS-SUPV-IX) NOT = 'Y'
                      ADD 1 TO WS-BADSUPV-COUNT
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       PRINT-REVIEW-DETAIL.
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE WS-RV-USERID (WS-REV-IX) TO WD-USERID
           MOVE WS-RV-NAME (WS-REV-IX)   TO WD-NAME
           MOVE WS-RV-ROLE (WS-REV-IX)   TO WD-ROLE
           MOVE WS-RV-BRANCH (WS-REV-IX) TO WD-BRANCH
           MOVE WS-RV-STATES (WS-REV-IX) TO WD-STATES
           IF  WS-RV-SIGNON (WS-REV-IX) = 0
               MOVE 'NEVER'  TO WD-SIGNON-X
           ELSE
               MOVE WS-RV-SIGNON (WS-REV-IX) TO WD-SIGNON
           END-IF
           MOVE WS-RV-CHGS (WS-REV-IX)   TO WD-CHGS
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-TOTALS.
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'OPERATOR PROFILES ON FILE' TO WX-LABEL
           MOVE WS-PROFILE-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'ACTIVE PROFILES PUT UP FOR REVIEW' TO WX-LABEL
           MOVE WS-REVIEW-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'NAMING NO SUPERVISOR' TO WX-LABEL
           MOVE WS-NOSUPV-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'NAMING AN INVALID SUPERVISOR' TO WX-LABEL
           MOVE WS-BADSUPV-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE      TO WT-DATE
           MOVE WS-DEADLINE-DATE TO WT-DEADLINE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           MOVE 2 TO W-LINE
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *

      *---------------------------------------------------------------*
       OPRPROF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT OPRPROF-FILE
           IF  OPRPROF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC13: OPRPROF-FAILURE-OPEN...'
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
                   MOVE 'RSSABC13: OPRPROF-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE OPRPROF-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABC13: OPRPROF, FAILURE, CLOSE...'
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
               MOVE 'RSSABC13: RECERT-FAILURE-READ...'
                 TO DISP-MSG
               MOVE RECERT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RECERT-WRITE.
           WRITE RC-ODCSFRC-RECORD
           IF  RECERT-STATUS NOT = '00'
               MOVE 'RSSABC13: RECERT-FAILURE-WRITE...'
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
               MOVE 'RSSABC13: RECERT-FAILURE-REWRITE...'
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
               MOVE 'RSSABC13: RECERT-FAILURE-OPEN...'
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
               MOVE 'RSSABC13: RECERT, FAILURE, CLOSE...'
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
               MOVE 'RSSABC13: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC13: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC13: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC13: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC13: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC13: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
