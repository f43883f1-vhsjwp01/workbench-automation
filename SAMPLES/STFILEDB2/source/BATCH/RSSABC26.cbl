       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC26.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -DAILY QUALITY-ASSURANCE SAMPLE OF CUSTOMER MAINTENANCE    *
      *     CHANGES, GATED ON THE COMPANY CALENDAR THRU RSSCAL00.     *
      *     THE FIELD CHANGES LOGGED ON PJ01DB2.ODCSF0_CHGLOG SINCE   *
      *     THE PREVIOUS BUSINESS DAY (SO A MONDAY RUN PICKS UP THE   *
      *     WEEKEND TOO) ARE SAMPLED PER OPERATOR AND THE CHANGES     *
      *     DRAWN ARE PUT ON THE QA WORKLIST (QAWORK, ODCSFQA) FOR A  *
      *     REVIEWER TO MARK CORRECT OR IN ERROR ON RSSAT050.         *
      *    -ONLY THE FIELDS KEYED STRAIGHT IN ON THE MAINTENANCE      *
      *     SCREENS ARE SAMPLED: NAME, BIRTH DATE, STATUS, ADDRESS,   *
      *     CITY, STATE, COUNTRY, E-MAIL AND PHONES. CREDIT LIMIT     *
      *     AND TAX ID CHANGES ALREADY GO THRU DUAL APPROVAL, AND THE *
      *     BATCH DECISION ROWS ARE NOT KEYED CHANGES.                *
      *    -THE SAMPLING RATE IS A PERCENTAGE OF EACH OPERATOR'S      *
      *     CHANGES: RSSABC26_RATE (DEFAULT 5) AS A RULE,             *
      *     RSSABC26_CONTACT_RATE (DEFAULT 15) FOR THE ADDRESS AND    *
      *     CONTACT FIELDS, AND RSSABC26_NEW_RATE (DEFAULT 25) FOR    *
      *     ALL CHANGES OF A NEW OPERATOR - ONE WHOSE PROFILE WAS     *
      *     CREATED, REACTIVATED OR GIVEN A NEW ROLE WITHIN           *
      *     RSSABC26_NEW_DAYS DAYS (DEFAULT 90), OR WHO HAS NO        *
      *     PROFILE. THE HIGHEST RATE THAT APPLIES IS USED.           *
      *    -THE DRAW IS SYSTEMATIC: EACH CHANGE ADDS ITS RATE TO THE  *
      *     OPERATOR'S ACCUMULATOR (ONE FOR ADDRESS AND CONTACT       *
      *     FIELDS, ONE FOR THE OTHERS) AND IS DRAWN EACH TIME IT     *
      *     PASSES 100. THE ACCUMULATORS START AT A POINT THAT        *
      *     VARIES WITH THE RUN DATE AND THE OPERATOR, SO THE DRAW    *
      *     CANNOT BE FORESEEN BUT A RERUN OF THE DAY DRAWS THE SAME. *
      *    -A DAY ALREADY SAMPLED IS NOT SAMPLED AGAIN: A RERUN FINDS *
      *     THE RUN DATE'S SAMPLES ON QAWORK AND ENDS.                *
      * ------------------------------------------------------------- *
      * INPUT TABLE: DB2  - PJ01DB2.ODCSF0_CHGLOG                     *
      * INPUT FILE : VSAM - OPRPROF (OPERATOR PROFILES)               *
      * I-O FILE   : VSAM - QAWORK (QA SAMPLE WORKLIST, ODCSFQA)      *
      * OUTPUT     : SYSPRINT - THE DAY'S QA SAMPLE                   *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: CHANGES FROM THE PREVIOUS BUSINESS DAY UP TO THE   *
      * DAY BEFORE THE RUN DATE (YESTERDAY WHEN THE CALENDAR DOES NOT *
      * KNOW THE RUN DATE). RSSABC26_FROM_DATE ON THE RUN-PARAMETER   *
      * FILE (OR THE ENVIRONMENT) STARTS THE WINDOW EARLIER.          *
      * ------------------------------------------------------------- *
      * RETURN CODE : 0 OK, 12 ABEND                                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * OPERATOR PROFILES, READ BY USER ID FOR THE NEW-OPERATOR RATE
           SELECT OPTIONAL OPRPROF-FILE
               ASSIGN       TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS OP-USERID
               FILE STATUS  IS OPRPROF-STATUS.

      * QA SAMPLE WORKLIST, OPTIONAL: ABSENT MEANS NOTHING SAMPLED YET
           SELECT OPTIONAL QAWORK-FILE
               ASSIGN       TO QAWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QA-KEY
               FILE STATUS  IS QAWORK-STATUS.

      * THE DAY'S QA SAMPLE
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

       FD   QAWORK-FILE.
       COPY ODCSFQA.

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
       01  QAWORK-STATUS.
           05  QAWORK-STAT1        PIC X.
           05  QAWORK-STAT2        PIC X.
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

       01  WS-CHG-EOF-SWITCH       PIC X       VALUE 'N'.
           88  CHG-EOF             VALUE 'Y'.
       01  WS-SAMPLED-SWITCH       PIC X       VALUE 'N'.
           88  DAY-ALREADY-SAMPLED VALUE 'Y'.

      * RUN DATE, CHANGE WINDOW AND RUN PARAMETERS
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-FROM-DATE            PIC 9(008)  VALUE 0.
       01  WS-THRU-DATE            PIC 9(008)  VALUE 0.
       01  WS-NEW-OPER-DATE        PIC 9(008)  VALUE 0.
       01  WS-RUN-DAYNBR           PIC S9(9)   COMP VALUE 0.
       01  WS-WORK-DAYNBR          PIC S9(9)   COMP VALUE 0.
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-STD-RATE             PIC 9(003)  VALUE 0.
       01  WS-CONTACT-RATE         PIC 9(003)  VALUE 0.
       01  WS-NEW-RATE             PIC 9(003)  VALUE 0.
       01  WS-NEW-DAYS             PIC 9(004)  VALUE 0.
       01  WS-PARM-NUMBER          PIC 9(004)  VALUE 0.

      * THE OPERATOR WHOSE CHANGES ARE BEING SAMPLED, AND THE RATE
      * AND ACCUMULATOR FOR THE CHANGE IN HAND (ACCUMULATOR 1 FOR
      * THE ADDRESS AND CONTACT FIELDS, 2 FOR THE OTHERS)
       01  WS-CUR-USER             PIC X(008)  VALUE LOW-VALUES.
       01  WS-OPER-NEW-SWITCH      PIC X       VALUE 'N'.
           88  OPER-IS-NEW         VALUE 'Y'.
       01  WS-OPER-ORDINAL         PIC S9(4)   COMP VALUE 0.
       01  WS-ACCUM-TABLE.
           05  WS-ACCUM            PIC S9(5)   COMP OCCURS 2.
       01  WS-ACC-IX               PIC S9(4)   COMP VALUE 0.
       01  WS-START-POINT          PIC S9(5)   COMP VALUE 0.
       01  WS-CHG-RATE             PIC 9(003)  VALUE 0.
       01  WS-CHG-CLASS            PIC X(001)  VALUE SPACE.
       01  WS-FIELD-CLASS          PIC X(011)  VALUE SPACES.
           88  FIELD-IS-CONTACT    VALUE 'CUSTADDRS' 'CUSTCITY'
                                         'CUSTSTATE' 'CUSTCOUNTRY'
                                         'CUSTEMAIL' 'CUSTPHONE'
                                         'CUSTPHONE2'.
       01  WS-NEXT-SEQ             PIC 9(005)  VALUE 0.

      * RUN STATISTICS
       01  WS-CHANGE-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-SAMPLE-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-NEW-OPER-COUNT       PIC 9(7)    COMP VALUE 0.

      * THE OPERATORS WHOSE CHANGES WERE SAMPLED, FOR THE SUMMARY
       01  WS-OPER-TABLE.
           05  WS-OPER-COUNT-ENT   PIC S9(4) COMP VALUE +0.
           05  WS-OPER-ENTRY       OCCURS 500.
               10  WS-OT-USER      PIC X(008).
               10  WS-OT-NEW       PIC X(001).
               10  WS-OT-CHANGES   PIC 9(007).
               10  WS-OT-SAMPLED   PIC 9(007).
       01  WS-OPER-IX              PIC S9(4) COMP VALUE +0.

      * DB2 HOST VARIABLES FOR THE CHANGE-LOG CURSOR
       01  WS-HV-FROM-DATE         PIC S9(8)V USAGE COMP-3.
       01  WS-HV-THRU-DATE         PIC S9(8)V USAGE COMP-3.
       01  WS-HV-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  WS-HV-FIELD             PIC X(11).
       01  WS-HV-OLDVAL            PIC X(40).
       01  WS-HV-NEWVAL            PIC X(40).
       01  WS-HV-CHGDATE           PIC S9(8)V USAGE COMP-3.
       01  WS-HV-CHGTIME           PIC S9(8)V USAGE COMP-3.
       01  WS-HV-USER              PIC X(8).
       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC26'.
           05  FILLER              PIC X(020) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'MAINTENANCE CHANGES QA SAMPLE'.
           05  FILLER              PIC X(010) VALUE 'RUN DATE '.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(011) VALUE '  CHANGES '.
           05  WT-FROM             PIC 9(008).
           05  FILLER              PIC X(006) VALUE ' THRU '.
           05  WT-THRU             PIC 9(008).
           05  FILLER              PIC X(012) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(007) VALUE '  SEQ'.
           05  FILLER              PIC X(010) VALUE 'OPERATOR'.
           05  FILLER              PIC X(009) VALUE 'RATE'.
           05  FILLER              PIC X(011) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(013) VALUE 'FIELD'.
           05  FILLER              PIC X(009) VALUE 'CHG DATE'.
           05  FILLER              PIC X(009) VALUE 'CHG TIME'.
           05  FILLER              PIC X(062) VALUE SPACES.

       01  W-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-SEQ              PIC ZZZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-USER             PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CLASS            PIC X(001).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WD-RATE             PIC ZZ9.
           05  FILLER              PIC X(004) VALUE '%'.
           05  WD-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-FIELD            PIC X(011).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CHGDATE          PIC 9(008).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WD-CHGTIME          PIC 9(008).
           05  FILLER              PIC X(063) VALUE SPACES.

       01  W-OPER-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'OPERATOR'.
           05  FILLER              PIC X(014) VALUE 'NEW OPERATOR'.
           05  FILLER              PIC X(010) VALUE '   CHANGES'.
           05  FILLER              PIC X(010) VALUE '   SAMPLED'.
           05  FILLER              PIC X(086) VALUE SPACES.

       01  W-OPER-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-USER             PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-NEW              PIC X(014).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WO-CHANGES          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WO-SAMPLED          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(088) VALUE SPACES.

       01  W-SECTION-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(060) VALUE SPACES.
           05  FILLER              PIC X(070) VALUE SPACES.

       01  W-TOTAL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WX-LABEL            PIC X(040).
           05  WX-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(083) VALUE SPACES.

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
           MOVE 'RSSABC26' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * COMPANY CALENDAR: A SCHEDULER-DRIVEN STEP ONLY RUNS ON A
      * BUSINESS DAY. AN UNLOADED CALENDAR (RETCODE '23') COUNTS AS
      * A BUSINESS DAY SO THE CHAIN KEEPS RUNNING WITHOUT ONE...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'B'         TO CAL-FUNC.
           MOVE WS-RUN-DATE TO CAL-DATE.
           CALL 'RSSCAL00' USING RSSCAL-AREA.
           IF  CAL-RETCODE = '00'
           AND CAL-ANSWER = 'N'
               DISPLAY 'RSSABC26: ' WS-RUN-DATE
                       ' IS NOT A PROCESSING DAY, ENDING'
               PERFORM END-RUN-LOG
               GOBACK
           END-IF.

           PERFORM GET-RUNTIME-PARAMETERS.
           PERFORM GET-CHANGE-WINDOW.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM OPRPROF-OPEN.
           PERFORM QAWORK-OPEN.

      * ------------------------------------------------------------- *
      * A DAY IS ONLY SAMPLED ONCE...
           PERFORM CHECK-DAY-SAMPLED.
           IF  DAY-ALREADY-SAMPLED
               DISPLAY 'RSSABC26: ' WS-RUN-DATE
                       ' ALREADY SAMPLED, NOTHING TO DO'
               PERFORM OPRPROF-CLOSE
               PERFORM QAWORK-CLOSE
               PERFORM END-RUN-LOG
               GOBACK
           END-IF.

      * ------------------------------------------------------------- *
      * THE WINDOW'S CHANGES, OPERATOR BY OPERATOR, WITH THE DAY'S
      * SAMPLE LISTED AS IT IS DRAWN...
           DISPLAY "SAMPLING FIELD-CHANGE LOG..."
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.
           PERFORM SAMPLE-CHANGE-LOG.
           PERFORM PRINT-OPERATOR-SUMMARY.
           PERFORM PRINT-TOTALS.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM OPRPROF-CLOSE.
           PERFORM QAWORK-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC26' TO CTLTOT-PROGRAM
           MOVE 'QA CHANGES SCANNED' TO CTLTOT-LABEL
           MOVE WS-CHANGE-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC26' TO CTLTOT-PROGRAM
           MOVE 'QA CHANGES SAMPLED' TO CTLTOT-LABEL
           MOVE WS-SAMPLE-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC26: RUN STATISTICS...'
           DISPLAY '   CHANGES FROM     : ' WS-FROM-DATE
           DISPLAY '   CHANGES THRU     : ' WS-THRU-DATE
           DISPLAY '   CHANGES SCANNED  : ' WS-CHANGE-COUNT
           DISPLAY '   OPERATORS        : ' WS-OPER-COUNT-ENT
           DISPLAY '   NEW OPERATORS    : ' WS-NEW-OPER-COUNT
           DISPLAY '   CHANGES SAMPLED  : ' WS-SAMPLE-COUNT
           DISPLAY "EXITING PROGRAM..."

           PERFORM END-RUN-LOG.
           GOBACK.

      *---------------------------------------------------------------*
      * RUN-LOG: RECORD THIS STEP'S END. THE CALL LEAVES RETURN-CODE  *
      * AT THE SUBPROGRAM'S VALUE: PUT THIS STEP'S OWN RESULT BACK.   *
      *---------------------------------------------------------------*
       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC26' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-SAMPLE-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * SAMPLING RATES AND THE NEW-OPERATOR PERIOD: RUN PARAMETER,    *
      * ELSE ENVIRONMENT, ELSE THE DEFAULT. A RATE OVER 100 IS HELD   *
      * AT 100 (EVERY CHANGE DRAWN).                                  *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABC26_RATE' TO PRM-NAME
           MOVE 5 TO WS-PARM-NUMBER
           PERFORM GET-NUMERIC-PARAMETER
           MOVE WS-PARM-NUMBER TO WS-STD-RATE

           MOVE 'RSSABC26_CONTACT_RATE' TO PRM-NAME
           MOVE 15 TO WS-PARM-NUMBER
           PERFORM GET-NUMERIC-PARAMETER
           MOVE WS-PARM-NUMBER TO WS-CONTACT-RATE

           MOVE 'RSSABC26_NEW_RATE' TO PRM-NAME
           MOVE 25 TO WS-PARM-NUMBER
           PERFORM GET-NUMERIC-PARAMETER
           MOVE WS-PARM-NUMBER TO WS-NEW-RATE

           IF  WS-STD-RATE > 100
               MOVE 100 TO WS-STD-RATE
           END-IF
           IF  WS-CONTACT-RATE > 100
               MOVE 100 TO WS-CONTACT-RATE
           END-IF
           IF  WS-NEW-RATE > 100
               MOVE 100 TO WS-NEW-RATE
           END-IF

           MOVE 'RSSABC26_NEW_DAYS' TO PRM-NAME
           MOVE 90 TO WS-PARM-NUMBER
           PERFORM GET-NUMERIC-PARAMETER
           MOVE WS-PARM-NUMBER TO WS-NEW-DAYS

           COMPUTE WS-RUN-DAYNBR =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-WORK-DAYNBR = WS-RUN-DAYNBR - WS-NEW-DAYS
           COMPUTE WS-NEW-OPER-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-DAYNBR)
           EXIT.

      *---------------------------------------------------------------*
      * ONE NUMERIC PARAMETER; WS-PARM-NUMBER COMES IN AS THE DEFAULT *
      * AND IS ONLY REPLACED BY A VALID VALUE.                        *
      *---------------------------------------------------------------*
       GET-NUMERIC-PARAMETER.
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) >= 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) < 10000
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE CHANGE WINDOW: FROM THE PREVIOUS BUSINESS DAY (OR THE     *
      * RSSABC26_FROM_DATE PARAMETER) THRU YESTERDAY.                 *
      *---------------------------------------------------------------*
       GET-CHANGE-WINDOW.
           COMPUTE WS-WORK-DAYNBR =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1
           COMPUTE WS-THRU-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-DAYNBR)

           MOVE 'P'         TO CAL-FUNC
           MOVE WS-RUN-DATE TO CAL-DATE
           CALL 'RSSCAL00' USING RSSCAL-AREA
           IF  CAL-RETCODE = '00'
               MOVE CAL-RESULT-DATE TO WS-FROM-DATE
           ELSE
               MOVE WS-THRU-DATE    TO WS-FROM-DATE
           END-IF

           MOVE 'RSSABC26_FROM_DATE' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE (1:8) IS NUMERIC
           AND WS-ENV-VALUE (1:8) NOT > WS-THRU-DATE
               MOVE WS-ENV-VALUE (1:8) TO WS-FROM-DATE
           END-IF
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
      * HAS THE RUN DATE ALREADY BEEN SAMPLED? POSITION AT ITS FIRST  *
      * POSSIBLE KEY AND SEE WHAT COMES NEXT.                         *
      *---------------------------------------------------------------*
       CHECK-DAY-SAMPLED.
           MOVE 'N'         TO WS-SAMPLED-SWITCH
           MOVE WS-RUN-DATE TO QA-SAMPLE-DATE
           MOVE ZEROS       TO QA-SEQ
           START QAWORK-FILE KEY NOT < QA-KEY
           IF  QAWORK-STATUS = '00'
               READ QAWORK-FILE NEXT RECORD
               IF  QAWORK-STATUS = '00'
               AND QA-SAMPLE-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-SAMPLED-SWITCH
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE WINDOW'S SAMPLED FIELD CHANGES, IN OPERATOR ORDER.        *
      *---------------------------------------------------------------*
       SAMPLE-CHANGE-LOG.
           MOVE WS-FROM-DATE TO WS-HV-FROM-DATE
           MOVE WS-THRU-DATE TO WS-HV-THRU-DATE
           EXEC SQL
                DECLARE CURS-QASMPL CURSOR FOR
                SELECT  CHGUSER,  CHGDATE,  CHGTIME,  CUSTIDENT,
                        FIELDNAME, OLDVALUE, NEWVALUE
                FROM    PJ01DB2.ODCSF0_CHGLOG
                WHERE   CHGDATE >= :WS-HV-FROM-DATE
                AND     CHGDATE <= :WS-HV-THRU-DATE
                AND     FIELDNAME IN ('CUSTFNAME',   'CUSTLNAME',
                                      'CUSTBDATE',   'CUSTSTATUS',
                                      'CUSTADDRS',   'CUSTCITY',
                                      'CUSTSTATE',   'CUSTCOUNTRY',
                                      'CUSTEMAIL',   'CUSTPHONE',
                                      'CUSTPHONE2')
                ORDER BY CHGUSER, CHGDATE, CHGTIME, CUSTIDENT,
                         FIELDNAME
           END-EXEC.
           EXEC SQL OPEN CURS-QASMPL END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              DISPLAY 'RSSABC26: FAILURE-OPEN-CURS-QASMPL...'
                      ' SQLCODE:' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF.
           PERFORM UNTIL CHG-EOF
              EXEC SQL
                   FETCH CURS-QASMPL
                   INTO :WS-HV-USER,      :WS-HV-CHGDATE,
                        :WS-HV-CHGTIME,   :WS-HV-CUSTIDENT,
                        :WS-HV-FIELD,     :WS-HV-OLDVAL,
                        :WS-HV-NEWVAL
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF SQLCODE = +100
                 MOVE 'Y' TO WS-CHG-EOF-SWITCH
              ELSE
                 IF SQLCODE NOT = +0
                    DISPLAY 'RSSABC26: FAILURE-FETCH-CURS-QASMPL...'
                            ' SQLCODE:' WS-SQLCODE
                    COPY ZSQLSTAT.
                    PERFORM Z-ABEND-PROGRAM
                 ELSE
                    ADD 1 TO WS-CHANGE-COUNT
                    PERFORM SAMPLE-ONE-CHANGE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CURS-QASMPL END-EXEC.
           EXIT.

      *---------------------------------------------------------------*
      * ONE CHANGE: ITS RATE, ADDED TO THE OPERATOR'S ACCUMULATOR FOR *
      * THE FIELD'S KIND; DRAWN WHEN THE ACCUMULATOR PASSES 100.      *
      *---------------------------------------------------------------*
       SAMPLE-ONE-CHANGE.
           IF  WS-HV-USER NOT = WS-CUR-USER
               PERFORM START-NEW-OPERATOR
           END-IF
           ADD 1 TO WS-OT-CHANGES (WS-OPER-IX)

           MOVE WS-HV-FIELD TO WS-FIELD-CLASS
           IF  FIELD-IS-CONTACT
               MOVE 1               TO WS-ACC-IX
               MOVE 'A'             TO WS-CHG-CLASS
               MOVE WS-CONTACT-RATE TO WS-CHG-RATE
           ELSE
               MOVE 2               TO WS-ACC-IX
               MOVE 'S'             TO WS-CHG-CLASS
               MOVE WS-STD-RATE     TO WS-CHG-RATE
           END-IF
           IF  OPER-IS-NEW
           AND WS-NEW-RATE > WS-CHG-RATE
               MOVE 'N'             TO WS-CHG-CLASS
               MOVE WS-NEW-RATE     TO WS-CHG-RATE
           END-IF

           ADD WS-CHG-RATE TO WS-ACCUM (WS-ACC-IX)
           IF  WS-ACCUM (WS-ACC-IX) >= 100
               SUBTRACT 100 FROM WS-ACCUM (WS-ACC-IX)
               PERFORM WRITE-SAMPLE-RECORD
               ADD 1 TO WS-OT-SAMPLED (WS-OPER-IX)
               ADD 1 TO WS-SAMPLE-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A NEW OPERATOR'S CHANGES BEGIN: IS THE OPERATOR NEW, AND      *
      * WHERE DO THEIR ACCUMULATORS START?                            *
      *---------------------------------------------------------------*
       START-NEW-OPERATOR.
           MOVE WS-HV-USER TO WS-CUR-USER
           ADD 1 TO WS-OPER-ORDINAL

           MOVE 'Y' TO WS-OPER-NEW-SWITCH
           MOVE WS-HV-USER TO OP-USERID
           PERFORM OPRPROF-READ
           IF  OPRPROF-STATUS = '00'
               IF  OP-ACTIVE-DATE NUMERIC
               AND OP-ACTIVE-DATE < WS-NEW-OPER-DATE
                   MOVE 'N' TO WS-OPER-NEW-SWITCH
               END-IF
           END-IF
           IF  OPER-IS-NEW
               ADD 1 TO WS-NEW-OPER-COUNT
           END-IF

           COMPUTE WS-START-POINT =
                   FUNCTION MOD (WS-RUN-DAYNBR * 7
                               + WS-OPER-ORDINAL * 37, 100)
           MOVE WS-START-POINT TO WS-ACCUM (2)
           COMPUTE WS-ACCUM (1) = FUNCTION MOD (WS-START-POINT + 50,
                                                100)

           IF  WS-OPER-COUNT-ENT >= 500
               MOVE 'RSSABC26: OPERATOR TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-OPER-COUNT-ENT
           MOVE WS-OPER-COUNT-ENT TO WS-OPER-IX
           MOVE WS-HV-USER          TO WS-OT-USER (WS-OPER-IX)
           MOVE WS-OPER-NEW-SWITCH  TO WS-OT-NEW (WS-OPER-IX)
           MOVE ZEROS               TO WS-OT-CHANGES (WS-OPER-IX)
                                       WS-OT-SAMPLED (WS-OPER-IX)
           EXIT.

      *---------------------------------------------------------------*
      * PUT THE DRAWN CHANGE ON THE QA WORKLIST AND LIST IT.          *
      *---------------------------------------------------------------*
       WRITE-SAMPLE-RECORD.
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES           TO QA-ODCSFQA-RECORD
           MOVE WS-RUN-DATE      TO QA-SAMPLE-DATE
           MOVE WS-NEXT-SEQ      TO QA-SEQ
           MOVE WS-HV-USER       TO QA-CHGUSER
           MOVE WS-CHG-CLASS     TO QA-RATE-CLASS
           MOVE WS-CHG-RATE      TO QA-RATE-PCT
           MOVE WS-HV-CUSTIDENT  TO QA-CUSTIDENT
           MOVE WS-HV-FIELD      TO QA-FIELD
           MOVE WS-HV-OLDVAL     TO QA-OLDVALUE
           MOVE WS-HV-NEWVAL     TO QA-NEWVALUE
           MOVE WS-HV-CHGDATE    TO QA-CHGDATE
           MOVE WS-HV-CHGTIME    TO QA-CHGTIME
           MOVE SPACE            TO QA-STATUS
           MOVE SPACES           TO QA-REASON QA-REVIEW-USER
           MOVE ZEROS            TO QA-REVIEW-DATE
           PERFORM QAWORK-WRITE

           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE QA-SEQ           TO WD-SEQ
           MOVE QA-CHGUSER       TO WD-USER
           MOVE QA-RATE-CLASS    TO WD-CLASS
           MOVE QA-RATE-PCT      TO WD-RATE
           MOVE QA-CUSTIDENT     TO WD-CUSTIDENT
           MOVE QA-FIELD         TO WD-FIELD
           MOVE QA-CHGDATE       TO WD-CHGDATE
           MOVE QA-CHGTIME       TO WD-CHGTIME
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE  TO WT-DATE
           MOVE WS-FROM-DATE TO WT-FROM
           MOVE WS-THRU-DATE TO WT-THRU
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 3 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * EACH OPERATOR'S CHANGES AND HOW MANY WERE DRAWN.              *
      *---------------------------------------------------------------*
       PRINT-OPERATOR-SUMMARY.
           IF  W-LINE > W-MAX-LINE - 5
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE 'CHANGES AND SAMPLE BY OPERATOR' TO WS-SECTION-TITLE
           WRITE REPORT-REC FROM W-SECTION-LINE
                 AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM W-OPER-HEADING
                 AFTER ADVANCING 2 LINES
           ADD 5 TO W-LINE
           PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                   UNTIL WS-OPER-IX > WS-OPER-COUNT-ENT
              IF  W-LINE > W-MAX-LINE
                  PERFORM PRINT-HEADINGS
              END-IF
              MOVE WS-OT-USER (WS-OPER-IX)    TO WO-USER
              IF  WS-OT-NEW (WS-OPER-IX) = 'Y'
                  MOVE 'YES'                  TO WO-NEW
              ELSE
                  MOVE SPACES                 TO WO-NEW
              END-IF
              MOVE WS-OT-CHANGES (WS-OPER-IX) TO WO-CHANGES
              MOVE WS-OT-SAMPLED (WS-OPER-IX) TO WO-SAMPLED
              WRITE REPORT-REC FROM W-OPER-LINE
                    AFTER ADVANCING 1 LINE
              ADD 1 TO W-LINE
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       PRINT-TOTALS.
           IF  W-LINE > W-MAX-LINE - 4
               PERFORM PRINT-HEADINGS
           END-IF
           MOVE 'CHANGES SCANNED' TO WX-LABEL
           MOVE WS-CHANGE-COUNT   TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 2 LINES
           MOVE 'OPERATORS' TO WX-LABEL
           MOVE WS-OPER-COUNT-ENT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE '   NEW OPERATORS' TO WX-LABEL
           MOVE WS-NEW-OPER-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE 'CHANGES PUT ON THE QA WORKLIST' TO WX-LABEL
           MOVE WS-SAMPLE-COUNT   TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           ADD 5 TO W-LINE
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
               MOVE 'RSSABC26: OPRPROF-FAILURE-OPEN...'
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
               MOVE 'RSSABC26: OPRPROF-FAILURE-READ...'
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
               MOVE 'RSSABC26: OPRPROF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       QAWORK-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O QAWORK-FILE
           IF  QAWORK-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC26: QAWORK-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE QAWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       QAWORK-WRITE.
           WRITE QA-ODCSFQA-RECORD
           IF  QAWORK-STATUS NOT = '00'
               MOVE 'RSSABC26: QAWORK-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE QAWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
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
               MOVE 'RSSABC26: QAWORK, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE QAWORK-STATUS TO IO-STATUS
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
               MOVE 'RSSABC26: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC26: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC26: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC26: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC26: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC26: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
