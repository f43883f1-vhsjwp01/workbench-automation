       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC15.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -WEEKLY SEGREGATION-OF-DUTIES CONFLICT SWEEP ACROSS EVERY  *
      *     APPROVAL WORKLIST'S REQUESTER AND DECIDER: PENDING        *
      *     CHANGES (PENDCHG), WRITE-OFFS (WOFWORK), MERGE PAIRS      *
      *     (MRGWORK), CREDIT REFERRALS (REFWORK), TICKLER            *
      *     REASSIGNMENTS (TICKWORK) AND ACCESS RECERTIFICATIONS      *
      *     (RECERT), PLUS THE WEEK'S PJ01DB2.ODCSF0_CHGLOG CHANGES   *
      *     TO EMPLOYEE-FLAGGED CUSTOMERS. THE RULES:                 *
      *       S - THE SAME USER REQUESTED AND DECIDED,                *
      *       O - DECIDED OR CHANGED ON THE OPERATOR'S OWN ACCOUNT    *
      *           (EMPLOYEE-FLAGGED CUSTOMER, SAME FIRST AND LAST     *
      *           NAME AS THE OPERATOR'S PROFILE),                    *
      *       F - DECIDED OR CHANGED ON A RELATIVE'S ACCOUNT          *
      *           (EMPLOYEE-FLAGGED CUSTOMER, SAME LAST NAME),        *
      *       G - DECIDED BY AN OPERATOR WHOSE CURRENT ROLE WAS       *
      *           GRANTED IN THE SAME PERIOD (ODCSFOP ACTIVE DATE).   *
      *    -ONLY DECISIONS DATED IN THE LAST RSSABC15_WINDOW_DAYS     *
      *     DAYS (DEFAULT 7) ARE JUDGED; TICKLER REASSIGNMENTS CARRY  *
      *     NO DATE AND ARE JUDGED WHILE THE ITEM STAYS OPEN.         *
      *    -CONFLICTS ARE LISTED BY RULE WITH THEIR EVIDENCE AND EACH *
      *     RAISES A 'W' OPERATOR ALERT THRU RSSALR00.                *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PENDCHG, WOFWORK, MRGWORK, REFWORK,       *
      *                     TICKWORK, RECERT (ALL OPTIONAL)           *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - OPRPROF (OPERATOR PROFILES, OPTIONAL)     *
      * INPUT TABLE: DB2  - PJ01DB2.ODCSF0_CHGLOG                     *
      * OUTPUT     : SYSPRINT - SEGREGATION-OF-DUTIES CONFLICTS       *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * RETURN CODE : 0 CLEAN, 4 CONFLICTS FOUND, 12 ABEND            *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * PENDING-CHANGE (DUAL-APPROVAL) QUEUE
           SELECT OPTIONAL PENDCHG-FILE
               ASSIGN       TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS PQ-PEND-KEY
               FILE STATUS  IS PENDCHG-STATUS.

      * WRITE-OFF REVIEW WORKLIST
           SELECT OPTIONAL VKSDWO-FILE
               ASSIGN       TO WOFWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS WO-ORDER-KEY
               FILE STATUS  IS VKSDWO-STATUS.

      * MERGE-CANDIDATE WORKLIST
           SELECT OPTIONAL MRGWORK-FILE
               ASSIGN       TO MRGWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS MW-PAIR-KEY
               FILE STATUS  IS MRGWORK-STATUS.

      * CREDIT-REFERRAL WORKLIST
           SELECT OPTIONAL VKSDRR-FILE
               ASSIGN       TO REFWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS RR-ORDER-KEY
               FILE STATUS  IS VKSDRR-STATUS.

      * TICKLER WORKLIST
           SELECT OPTIONAL TICKWORK-FILE
               ASSIGN       TO TICKWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS QT-TICKLER-KEY
               FILE STATUS  IS TICKWORK-STATUS.

      * ACCESS RECERTIFICATION REVIEWS
           SELECT OPTIONAL RECERT-FILE
               ASSIGN       TO RECERT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS RC-USERID
               FILE STATUS  IS RECERT-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, NAME/FLAG READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * OPERATOR PROFILES, OPTIONAL: ABSENT MEANS ONLY THE SAME-USER
      * RULE CAN BE JUDGED
           SELECT OPTIONAL OPRPROF-FILE
               ASSIGN       TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS OP-USERID
               FILE STATUS  IS OPRPROF-STATUS.

      * SEGREGATION-OF-DUTIES CONFLICT REPORT
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
       FD   PENDCHG-FILE.
       COPY ODCSFPQ.

       FD   VKSDWO-FILE.
       COPY ODCSFWO.

       FD   MRGWORK-FILE.
       COPY ODCSFMW.

       FD   VKSDRR-FILE.
       COPY ODCSFRR.

       FD   TICKWORK-FILE.
       COPY ODCSFTK.

       FD   RECERT-FILE.
       COPY ODCSFRC.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

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
       01  PENDCHG-STATUS.
           05  PENDCHG-STAT1       PIC X.
           05  PENDCHG-STAT2       PIC X.
       01  VKSDWO-STATUS.
           05  VKSDWO-STAT1        PIC X.
           05  VKSDWO-STAT2        PIC X.
       01  MRGWORK-STATUS.
           05  MRGWORK-STAT1       PIC X.
           05  MRGWORK-STAT2       PIC X.
       01  VKSDRR-STATUS.
           05  VKSDRR-STAT1        PIC X.
           05  VKSDRR-STAT2        PIC X.
       01  TICKWORK-STATUS.
           05  TICKWORK-STAT1      PIC X.
           05  TICKWORK-STAT2      PIC X.
       01  RECERT-STATUS.
           05  RECERT-STAT1        PIC X.
           05  RECERT-STAT2        PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
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

       01  WS-PQ-EOF-SWITCH        PIC X       VALUE 'N'.
           88  PQ-EOF              VALUE 'Y'.
       01  WS-WO-EOF-SWITCH        PIC X       VALUE 'N'.
           88  WO-EOF              VALUE 'Y'.
       01  WS-MW-EOF-SWITCH        PIC X       VALUE 'N'.
           88  MW-EOF              VALUE 'Y'.
       01  WS-RR-EOF-SWITCH        PIC X       VALUE 'N'.
           88  RR-EOF              VALUE 'Y'.
       01  WS-QT-EOF-SWITCH        PIC X       VALUE 'N'.
           88  QT-EOF              VALUE 'Y'.
       01  WS-RC-EOF-SWITCH        PIC X       VALUE 'N'.
           88  RC-EOF              VALUE 'Y'.
       01  WS-CHG-EOF-SWITCH       PIC X       VALUE 'N'.
           88  CHG-EOF             VALUE 'Y'.

      * THE PERIOD JUDGED: WS-FROM-DATE THRU WS-RUN-DATE
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-FROM-DATE            PIC 9(008)  VALUE 0.
       01  WS-WINDOW-DAYS          PIC 9(003)  VALUE 0.
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.

      * ONE DECISION UNDER JUDGEMENT, SET UP BY EACH WORKLIST'S
      * SWEEP BEFORE PERFORM JUDGE-DECISION
       01  WS-CK-AREA.
           05  WS-CK-SOURCE        PIC X(008).
           05  WS-CK-KEY           PIC X(020).
           05  WS-CK-CUSTIDENT     PIC 9(009).
           05  WS-CK-REQUESTER     PIC X(008).
           05  WS-CK-DECIDER       PIC X(008).
           05  WS-CK-DATE          PIC 9(008).
           05  WS-CK-WHAT          PIC X(020).
       01  WS-CK-ACCOUNT-SWITCH    PIC X       VALUE 'N'.
           88  ACCOUNT-RULES-ONLY  VALUE 'Y'.
       01  WS-CK-KEY-EDIT.
           05  WS-CK-KEY-ID        PIC 9(009).
           05  WS-CK-KEY-SEP       PIC X(001).
           05  WS-CK-KEY-SUFFIX    PIC X(010).

      * OPERATOR PROFILES ALREADY LOOKED UP, WITH THE NAME SPLIT
      * INTO ITS FIRST AND LAST WORD
       01  WS-OPR-TABLE.
           05  WS-OPR-COUNT-ENT    PIC S9(4) COMP VALUE +0.
           05  WS-OPR-ENTRY        OCCURS 300.
               10  WS-OPR-USERID   PIC X(008).
               10  WS-OPR-FOUND    PIC X(001).
               10  WS-OPR-FNAME    PIC X(020).
               10  WS-OPR-LNAME    PIC X(030).
               10  WS-OPR-GRANTED  PIC 9(008).
       01  WS-OPR-IX               PIC S9(4) COMP VALUE +0.
       01  WS-OPR-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  OPR-ENTRY-FOUND     VALUE 'Y'.
       01  WS-WORK-USER            PIC X(008) VALUE SPACES.
       01  WS-NAME-WORDS.
           05  WS-NAME-WORD        PIC X(030) OCCURS 5.
       01  WS-NAME-WORD-COUNT      PIC S9(4) COMP VALUE +0.

      * THE CONFLICTS FOUND, PRINTED RULE BY RULE AT END OF RUN
       01  WS-CONF-TABLE.
           05  WS-CONF-COUNT-ENT   PIC S9(4) COMP VALUE +0.
           05  WS-CONF-ENTRY       OCCURS 1000.
               10  WS-CF-RULE      PIC X(001).
               10  WS-CF-SOURCE    PIC X(008).
               10  WS-CF-KEY       PIC X(020).
               10  WS-CF-DECIDER   PIC X(008).
               10  WS-CF-DATE      PIC 9(008).
               10  WS-CF-EVIDENCE  PIC X(050).
       01  WS-CONF-IX              PIC S9(4) COMP VALUE +0.
       01  WS-CONF-RULE            PIC X(001) VALUE SPACE.
       01  WS-CONF-EVIDENCE        PIC X(050) VALUE SPACES.

      * THE RULES, IN PRINTING ORDER
       01  WS-RULE-VALUES.
           05  FILLER              PIC X(061) VALUE
           'SREQUESTED AND DECIDED BY THE SAME USER'.
           05  FILLER              PIC X(061) VALUE
           'ODECIDED OR CHANGED ON THE OPERATOR''S OWN ACCOUNT'.
           05  FILLER              PIC X(061) VALUE
           'FDECIDED OR CHANGED ON A RELATIVE''S ACCOUNT'.
           05  FILLER              PIC X(061) VALUE
           'GDECIDED UNDER A ROLE GRANTED IN THE SAME PERIOD'.
       01  WS-RULE-TABLE           REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENTRY       OCCURS 4.
               10  WS-RULE-CODE    PIC X(001).
               10  WS-RULE-TITLE   PIC X(060).
       01  WS-RULE-IX              PIC S9(4) COMP VALUE +0.
       01  WS-RULE-HITS            PIC 9(7)  COMP VALUE 0.

      * DB2 HOST VARIABLES FOR THE CHANGE-LOG CURSOR
       01  WS-HV-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  WS-HV-FIELD             PIC X(11).
       01  WS-HV-DATE              PIC S9(9)V USAGE COMP-3.
       01  WS-HV-USER              PIC X(8).
       01  WS-HV-FROM-DATE         PIC S9(9)V USAGE COMP-3.
       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      * RUN STATISTICS
       01  WS-DECISION-COUNT       PIC 9(7)    COMP VALUE 0.
       01  WS-CHGROW-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-CONFLICT-COUNT       PIC 9(7)    COMP VALUE 0.
       01  WS-DROPPED-COUNT        PIC 9(7)    COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC15'.
           05  FILLER              PIC X(025) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'SEGREGATION-OF-DUTIES CONFLICTS'.
           05  FILLER              PIC X(010) VALUE 'PERIOD '.
           05  WT-FROM             PIC 9(008).
           05  FILLER              PIC X(004) VALUE ' TO '.
           05  WT-TO               PIC 9(008).
           05  FILLER              PIC X(028) VALUE SPACES.

       01  W-RULE-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(005) VALUE 'RULE '.
           05  WR-CODE             PIC X(001).
           05  FILLER              PIC X(003) VALUE ' - '.
           05  WR-TITLE            PIC X(060).
           05  FILLER              PIC X(061) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'SOURCE'.
           05  FILLER              PIC X(022) VALUE 'KEY'.
           05  FILLER              PIC X(010) VALUE 'DECIDER'.
           05  FILLER              PIC X(010) VALUE 'DATE'.
           05  FILLER              PIC X(076) VALUE 'EVIDENCE'.

       01  W-DETAIL.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WD-SOURCE           PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-KEY              PIC X(020).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-DECIDER          PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-DATE             PIC 9(008).
           05  WD-DATE-X           REDEFINES WD-DATE PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-EVIDENCE         PIC X(050).
           05  FILLER              PIC X(026) VALUE SPACES.

       01  W-NONE-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(128) VALUE
               'NO CONFLICT'.

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
           MOVE 'RSSABC15' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RUNTIME-PARAMETERS.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    - WS-WINDOW-DAYS + 1)

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDCUST-OPEN.
           PERFORM OPRPROF-OPEN.

      * ------------------------------------------------------------- *
      * WORKLISTS' SWEEPING...
           DISPLAY "SWEEPING APPROVAL WORKLISTS..."
           PERFORM PENDCHG-OPEN.
           PERFORM PENDCHG-GET.
           PERFORM UNTIL PQ-EOF
              PERFORM JUDGE-PENDING-CHANGE
              PERFORM PENDCHG-GET
           END-PERFORM.
           PERFORM PENDCHG-CLOSE.

           PERFORM VKSDWO-OPEN.
           PERFORM VKSDWO-GET.
           PERFORM UNTIL WO-EOF
              PERFORM JUDGE-WRITE-OFF
              PERFORM VKSDWO-GET
           END-PERFORM.
           PERFORM VKSDWO-CLOSE.

           PERFORM MRGWORK-OPEN.
           PERFORM MRGWORK-GET.
           PERFORM UNTIL MW-EOF
              PERFORM JUDGE-MERGE-PAIR
              PERFORM MRGWORK-GET
           END-PERFORM.
           PERFORM MRGWORK-CLOSE.

           PERFORM VKSDRR-OPEN.
           PERFORM VKSDRR-GET.
           PERFORM UNTIL RR-EOF
              PERFORM JUDGE-REFERRAL
              PERFORM VKSDRR-GET
           END-PERFORM.
           PERFORM VKSDRR-CLOSE.

           PERFORM TICKWORK-OPEN.
           PERFORM TICKWORK-GET.
           PERFORM UNTIL QT-EOF
              PERFORM JUDGE-REASSIGNMENT
              PERFORM TICKWORK-GET
           END-PERFORM.
           PERFORM TICKWORK-CLOSE.

           PERFORM RECERT-OPEN.
           PERFORM RECERT-GET.
           PERFORM UNTIL RC-EOF
              PERFORM JUDGE-ATTESTATION
              PERFORM RECERT-GET
           END-PERFORM.
           PERFORM RECERT-CLOSE.

      * ------------------------------------------------------------- *
      * THE WEEK'S CHANGES TO EMPLOYEE-FLAGGED CUSTOMERS...
           DISPLAY "SWEEPING THE CHANGE LOG..."
           PERFORM SWEEP-CHGLOG-ROWS.

      * ------------------------------------------------------------- *
      * REPORT PRINTING...
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-CONFLICTS.
           PERFORM PRINT-TOTALS.
           CLOSE SYSPRINT.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDCUST-CLOSE.
           PERFORM OPRPROF-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC15' TO CTLTOT-PROGRAM
           MOVE 'DECISIONS JUDGED' TO CTLTOT-LABEL
           MOVE WS-DECISION-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC15' TO CTLTOT-PROGRAM
           MOVE 'SOD CONFLICTS' TO CTLTOT-LABEL
           MOVE WS-CONFLICT-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           IF  WS-CONFLICT-COUNT > 0
               ADD 4 TO ZERO GIVING RETURN-CODE
           END-IF

           DISPLAY 'RSSABC15: ' WS-DECISION-COUNT ' DECISIONS, '
                   WS-CHGROW-COUNT ' CHANGES, '
                   WS-CONFLICT-COUNT ' CONFLICTS'
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC15' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-CONFLICT-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * PERIOD IN DAYS: RUN PARAMETER, ELSE ENVIRONMENT, ELSE 7.      *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABC15_WINDOW_DAYS' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC15_WINDOW_DAYS' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF
           IF  WS-WINDOW-DAYS = 0
               MOVE 7 TO WS-WINDOW-DAYS
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * PENDING CHANGES DECIDED IN THE PERIOD.                        *
      *---------------------------------------------------------------*
       JUDGE-PENDING-CHANGE.
           IF  PQ-STATUS = 'A' OR 'R' OR 'C'
           AND PQ-DECIDE-DATE NUMERIC
           AND PQ-DECIDE-DATE NOT < WS-FROM-DATE
           AND PQ-DECIDE-DATE NOT > WS-RUN-DATE
               MOVE 'PENDCHG'      TO WS-CK-SOURCE
               MOVE PQ-CUSTIDENT   TO WS-CK-KEY-ID
               MOVE '/'            TO WS-CK-KEY-SEP
               MOVE PQ-SEQ         TO WS-CK-KEY-SUFFIX
               MOVE WS-CK-KEY-EDIT TO WS-CK-KEY
               MOVE PQ-CUSTIDENT   TO WS-CK-CUSTIDENT
               MOVE PQ-REQ-USER    TO WS-CK-REQUESTER
               MOVE PQ-DECIDE-USER TO WS-CK-DECIDER
               MOVE PQ-DECIDE-DATE TO WS-CK-DATE
               MOVE PQ-FIELD       TO WS-CK-WHAT
               MOVE 'N'            TO WS-CK-ACCOUNT-SWITCH
               PERFORM JUDGE-DECISION
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * WRITE-OFFS DECIDED IN THE PERIOD (PROPOSED BY THE BATCH RUN,  *
      * SO THERE IS NO REQUESTING USER).                              *
      *---------------------------------------------------------------*
       JUDGE-WRITE-OFF.
           IF  WO-STATUS = 'A' OR 'R' OR 'C'
           AND WO-DECIDE-DATE NUMERIC
           AND WO-DECIDE-DATE NOT < WS-FROM-DATE
           AND WO-DECIDE-DATE NOT > WS-RUN-DATE
               MOVE 'WOFWORK'      TO WS-CK-SOURCE
               MOVE WO-CUSTIDENT   TO WS-CK-KEY-ID
               MOVE '/'            TO WS-CK-KEY-SEP
               MOVE WO-ORDERNUM    TO WS-CK-KEY-SUFFIX
               MOVE WS-CK-KEY-EDIT TO WS-CK-KEY
               MOVE WO-CUSTIDENT   TO WS-CK-CUSTIDENT
               MOVE SPACES         TO WS-CK-REQUESTER
               MOVE WO-DECIDE-USER TO WS-CK-DECIDER
               MOVE WO-DECIDE-DATE TO WS-CK-DATE
               MOVE 'WRITE-OFF'    TO WS-CK-WHAT
               MOVE 'N'            TO WS-CK-ACCOUNT-SWITCH
               PERFORM JUDGE-DECISION
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * MERGE PAIRS DECIDED IN THE PERIOD: BOTH CUSTOMERS OF THE PAIR *
      * ARE JUDGED FOR THE ACCOUNT RULES.                             *
      *---------------------------------------------------------------*
       JUDGE-MERGE-PAIR.
           IF  MW-STATUS = 'C' OR 'R'
           AND MW-DECIDE-DATE NUMERIC
           AND MW-DECIDE-DATE NOT < WS-FROM-DATE
           AND MW-DECIDE-DATE NOT > WS-RUN-DATE
               MOVE 'MRGWORK'      TO WS-CK-SOURCE
               MOVE MW-CUSTID1     TO WS-CK-KEY-ID
               MOVE '+'            TO WS-CK-KEY-SEP
               MOVE MW-CUSTID2     TO WS-CK-KEY-SUFFIX
               MOVE WS-CK-KEY-EDIT TO WS-CK-KEY
               MOVE MW-CUSTID1     TO WS-CK-CUSTIDENT
               MOVE SPACES         TO WS-CK-REQUESTER
               MOVE MW-DECIDE-USER TO WS-CK-DECIDER
               MOVE MW-DECIDE-DATE TO WS-CK-DATE
               MOVE 'MERGE PAIR'   TO WS-CK-WHAT
               MOVE 'N'            TO WS-CK-ACCOUNT-SWITCH
               PERFORM JUDGE-DECISION
               MOVE MW-CUSTID2     TO WS-CK-CUSTIDENT
               MOVE 'Y'            TO WS-CK-ACCOUNT-SWITCH
               PERFORM JUDGE-DECISION
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * CREDIT REFERRALS DECIDED IN THE PERIOD (REFERRED BY THE       *
      * NIGHTLY LOAD, SO THERE IS NO REQUESTING USER).                *
      *---------------------------------------------------------------*
       JUDGE-REFERRAL.
           IF  RR-STATUS = 'A' OR 'D' OR 'C' OR 'X'
           AND RR-DECIDE-DATE NUMERIC
           AND RR-DECIDE-DATE NOT < WS-FROM-DATE
           AND RR-DECIDE-DATE NOT > WS-RUN-DATE
               MOVE 'REFWORK'      TO WS-CK-SOURCE
               MOVE RR-CUSTIDENT   TO WS-CK-KEY-ID
               MOVE '/'            TO WS-CK-KEY-SEP
               MOVE RR-ORDERNUM    TO WS-CK-KEY-SUFFIX
               MOVE WS-CK-KEY-EDIT TO WS-CK-KEY
               MOVE RR-CUSTIDENT   TO WS-CK-CUSTIDENT
               MOVE SPACES         TO WS-CK-REQUESTER
               MOVE RR-DECIDE-USER TO WS-CK-DECIDER
               MOVE RR-DECIDE-DATE TO WS-CK-DATE
               MOVE 'CREDIT REFERRAL' TO WS-CK-WHAT
               MOVE 'N'            TO WS-CK-ACCOUNT-SWITCH
               PERFORM JUDGE-DECISION
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * OPEN TICKLER ITEMS MOVED BY A SUPERVISOR: THE ITEM'S OWNER IS *
      * THE REQUESTING SIDE, SO AN ITEM REASSIGNED TO ITS OWN         *
      * REASSIGNER IS A SAME-USER CONFLICT. UNDATED.                  *
      *---------------------------------------------------------------*
       JUDGE-REASSIGNMENT.
           IF  QT-STATUS = 'O'
           AND QT-REASSIGNED-BY NOT = SPACES
               MOVE 'TICKWORK'     TO WS-CK-SOURCE
               MOVE QT-CUSTIDENT   TO WS-CK-KEY-ID
               MOVE '/'            TO WS-CK-KEY-SEP
               MOVE QT-NOTESEQ     TO WS-CK-KEY-SUFFIX
               MOVE WS-CK-KEY-EDIT TO WS-CK-KEY
               MOVE QT-CUSTIDENT   TO WS-CK-CUSTIDENT
               MOVE QT-OWNER       TO WS-CK-REQUESTER
               MOVE QT-REASSIGNED-BY TO WS-CK-DECIDER
               MOVE ZEROS          TO WS-CK-DATE
               MOVE 'REASSIGNMENT' TO WS-CK-WHAT
               MOVE 'N'            TO WS-CK-ACCOUNT-SWITCH
               PERFORM JUDGE-DECISION
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ACCESS RECERTIFICATIONS ATTESTED IN THE PERIOD: THE ATTESTED  *
      * OPERATOR IS THE REQUESTING SIDE. THE NIGHTLY RUN'S OWN        *
      * DEADLINE CLOSURES ('D') ARE NOT DECISIONS.                    *
      *---------------------------------------------------------------*
       JUDGE-ATTESTATION.
           IF  RC-DECISION = 'K' OR 'R'
           AND RC-DECIDE-DATE NUMERIC
           AND RC-DECIDE-DATE NOT < WS-FROM-DATE
           AND RC-DECIDE-DATE NOT > WS-RUN-DATE
               MOVE 'RECERT'       TO WS-CK-SOURCE
               MOVE RC-USERID      TO WS-CK-KEY
               MOVE ZEROS          TO WS-CK-CUSTIDENT
               MOVE RC-USERID      TO WS-CK-REQUESTER
               MOVE RC-DECIDE-USER TO WS-CK-DECIDER
               MOVE RC-DECIDE-DATE TO WS-CK-DATE
               MOVE 'ATTESTATION'  TO WS-CK-WHAT
               MOVE 'N'            TO WS-CK-ACCOUNT-SWITCH
               PERFORM JUDGE-DECISION
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE DECISION AGAINST THE RULES (WS-CK-AREA IS PRESET).        *
      *---------------------------------------------------------------*
       JUDGE-DECISION.
           IF  NOT ACCOUNT-RULES-ONLY
               ADD 1 TO WS-DECISION-COUNT
           END-IF
           IF  WS-CK-DECIDER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CK-DECIDER TO WS-WORK-USER
           PERFORM LOCATE-OPERATOR

           IF  NOT ACCOUNT-RULES-ONLY
           AND WS-CK-REQUESTER NOT = SPACES
           AND WS-CK-REQUESTER = WS-CK-DECIDER
               MOVE 'S' TO WS-CONF-RULE
               MOVE SPACES TO WS-CONF-EVIDENCE
               STRING WS-CK-WHAT       DELIMITED BY '  '
                      ' REQUESTED BY ' DELIMITED BY SIZE
                      WS-CK-REQUESTER  DELIMITED BY SIZE
                 INTO WS-CONF-EVIDENCE
               END-STRING
               PERFORM RECORD-CONFLICT
           END-IF

           IF  WS-CK-CUSTIDENT NOT = 0
               PERFORM JUDGE-ACCOUNT-RULES
           END-IF

           IF  NOT ACCOUNT-RULES-ONLY
           AND WS-CK-DATE NOT = 0
           AND WS-OPR-FOUND (WS-OPR-IX) = 'Y'
           AND WS-OPR-GRANTED (WS-OPR-IX) NOT < WS-FROM-DATE
           AND WS-OPR-GRANTED (WS-OPR-IX) NOT > WS-CK-DATE
               MOVE 'G' TO WS-CONF-RULE
               MOVE SPACES TO WS-CONF-EVIDENCE
               STRING WS-CK-WHAT       DELIMITED BY '  '
                      ', ROLE GRANTED ' DELIMITED BY SIZE
                      WS-OPR-GRANTED (WS-OPR-IX) DELIMITED BY SIZE
                 INTO WS-CONF-EVIDENCE
               END-STRING
               PERFORM RECORD-CONFLICT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * OWN OR RELATIVE'S ACCOUNT: AN EMPLOYEE-FLAGGED CUSTOMER WHOSE *
      * LAST NAME (AND FIRST NAME, FOR OWN) IS THE DECIDER'S.         *
      * WS-OPR-IX POINTS AT THE DECIDER.                              *
      *---------------------------------------------------------------*
       JUDGE-ACCOUNT-RULES.
           IF  WS-OPR-FOUND (WS-OPR-IX) NOT = 'Y'
           OR  WS-OPR-LNAME (WS-OPR-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CK-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS NOT = '00'
           OR  VS-EMPL-FLAG NOT = 'Y'
           OR  VS-CUSTLNAME NOT = WS-OPR-LNAME (WS-OPR-IX)
               EXIT PARAGRAPH
           END-IF
           IF  VS-CUSTFNAME = WS-OPR-FNAME (WS-OPR-IX)
               MOVE 'O' TO WS-CONF-RULE
           ELSE
               MOVE 'F' TO WS-CONF-RULE
           END-IF
           MOVE SPACES TO WS-CONF-EVIDENCE
           STRING WS-CK-WHAT       DELIMITED BY '  '
                  ' ON '           DELIMITED BY SIZE
                  VS-CUSTIDENT     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  VS-CUSTFNAME     DELIMITED BY ' '
                  ' '              DELIMITED BY SIZE
                  VS-CUSTLNAME     DELIMITED BY '  '
             INTO WS-CONF-EVIDENCE
           END-STRING
           PERFORM RECORD-CONFLICT
           EXIT.

      *---------------------------------------------------------------*
      * KEEP ONE CONFLICT AND RAISE IT TO THE ALERT HUB.              *
      *---------------------------------------------------------------*
       RECORD-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           IF  WS-CONF-COUNT-ENT < 1000
               ADD 1 TO WS-CONF-COUNT-ENT
               MOVE WS-CONF-RULE  TO WS-CF-RULE (WS-CONF-COUNT-ENT)
               MOVE WS-CK-SOURCE  TO WS-CF-SOURCE (WS-CONF-COUNT-ENT)
               MOVE WS-CK-KEY     TO WS-CF-KEY (WS-CONF-COUNT-ENT)
               MOVE WS-CK-DECIDER TO WS-CF-DECIDER (WS-CONF-COUNT-ENT)
               MOVE WS-CK-DATE    TO WS-CF-DATE (WS-CONF-COUNT-ENT)
               MOVE WS-CONF-EVIDENCE
                 TO WS-CF-EVIDENCE (WS-CONF-COUNT-ENT)
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF

           MOVE 'W'        TO ALR-SEVERITY
           MOVE 'RSSABC15' TO ALR-SOURCE
           MOVE SPACES     TO ALR-TEXT
           STRING 'SOD RULE '    DELIMITED BY SIZE
                  WS-CONF-RULE   DELIMITED BY SIZE
                  ': '           DELIMITED BY SIZE
                  WS-CK-SOURCE   DELIMITED BY ' '
                  ' '            DELIMITED BY SIZE
                  WS-CK-KEY      DELIMITED BY ' '
                  ' BY '         DELIMITED BY SIZE
                  WS-CK-DECIDER  DELIMITED BY SIZE
             INTO ALR-TEXT
           END-STRING
           CALL 'RSSALR00' USING RSSALR-AREA
           EXIT.

      *---------------------------------------------------------------*
      * FIND (OR LOOK UP AND ADD) WS-WORK-USER IN THE OPERATOR TABLE; *
      * WS-OPR-IX POINTS AT THE ENTRY. THE PROFILE NAME'S FIRST WORD  *
      * IS THE FIRST NAME, ITS LAST WORD THE LAST NAME.               *
      *---------------------------------------------------------------*
       LOCATE-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND-SWITCH
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                   UNTIL WS-OPR-IX > WS-OPR-COUNT-ENT
                      OR OPR-ENTRY-FOUND
              IF  WS-OPR-USERID (WS-OPR-IX) = WS-WORK-USER
                  MOVE 'Y' TO WS-OPR-FOUND-SWITCH
              END-IF
           END-PERFORM
           IF  OPR-ENTRY-FOUND
               SUBTRACT 1 FROM WS-OPR-IX
               EXIT PARAGRAPH
           END-IF

           IF  WS-OPR-COUNT-ENT < 300
               ADD 1 TO WS-OPR-COUNT-ENT
           END-IF
           MOVE WS-OPR-COUNT-ENT TO WS-OPR-IX
           MOVE WS-WORK-USER TO WS-OPR-USERID (WS-OPR-IX)
           MOVE 'N'          TO WS-OPR-FOUND (WS-OPR-IX)
           MOVE SPACES       TO WS-OPR-FNAME (WS-OPR-IX)
           MOVE SPACES       TO WS-OPR-LNAME (WS-OPR-IX)
           MOVE ZEROS        TO WS-OPR-GRANTED (WS-OPR-IX)

           MOVE WS-WORK-USER TO OP-USERID
           PERFORM OPRPROF-READ
           IF  OPRPROF-STATUS = '00'
               MOVE 'Y' TO WS-OPR-FOUND (WS-OPR-IX)
               IF  OP-ACTIVE-DATE NUMERIC
                   MOVE OP-ACTIVE-DATE TO WS-OPR-GRANTED (WS-OPR-IX)
               END-IF
               MOVE SPACES TO WS-NAME-WORDS
               MOVE 0      TO WS-NAME-WORD-COUNT
               UNSTRING OP-NAME DELIMITED BY ALL SPACE
                   INTO WS-NAME-WORD (1) WS-NAME-WORD (2)
                        WS-NAME-WORD (3) WS-NAME-WORD (4)
                        WS-NAME-WORD (5)
                   TALLYING IN WS-NAME-WORD-COUNT
               END-UNSTRING
               IF  WS-NAME-WORD-COUNT > 1
                   MOVE WS-NAME-WORD (1) TO WS-OPR-FNAME (WS-OPR-IX)
                   MOVE WS-NAME-WORD (WS-NAME-WORD-COUNT)
                     TO WS-OPR-LNAME (WS-OPR-IX)
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE PERIOD'S CHANGE-LOG ROWS: A CHANGE TO AN EMPLOYEE-FLAGGED *
      * CUSTOMER IS JUDGED FOR THE ACCOUNT RULES UNDER ITS CHGUSER.   *
      * APPROVEDBY ROWS ARE SKIPPED: THE PENDCHG SWEEP JUDGES THEM.   *
      *---------------------------------------------------------------*
       SWEEP-CHGLOG-ROWS.
           MOVE WS-FROM-DATE TO WS-HV-FROM-DATE
           EXEC SQL
                DECLARE CURS-SODCHG CURSOR FOR
                SELECT  CUSTIDENT, FIELDNAME, CHGDATE, CHGUSER
                FROM    PJ01DB2.ODCSF0_CHGLOG
                WHERE   CHGDATE >= :WS-HV-FROM-DATE
                ORDER BY CUSTIDENT, CHGDATE
           END-EXEC.
           EXEC SQL OPEN CURS-SODCHG END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              DISPLAY 'RSSABC15: FAILURE-OPEN-CURS-SODCHG...'
                      ' SQLCODE:' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF.
           PERFORM UNTIL CHG-EOF
              EXEC SQL
                   FETCH CURS-SODCHG
                   INTO :WS-HV-CUSTIDENT, :WS-HV-FIELD,
                        :WS-HV-DATE, :WS-HV-USER
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF SQLCODE = +100
                 MOVE 'Y' TO WS-CHG-EOF-SWITCH
              ELSE
                 IF SQLCODE NOT = +0
                    DISPLAY 'RSSABC15: FAILURE-FETCH-CURS-SODCHG...'
                            ' SQLCODE:' WS-SQLCODE
                    COPY ZSQLSTAT.
                    PERFORM Z-ABEND-PROGRAM
                 ELSE
                    IF  WS-HV-FIELD NOT = 'APPROVEDBY'
                        PERFORM JUDGE-CHGLOG-ROW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CURS-SODCHG END-EXEC.
           EXIT.

      *---------------------------------------------------------------*
       JUDGE-CHGLOG-ROW.
           ADD 1 TO WS-CHGROW-COUNT
           MOVE 'CHGLOG'        TO WS-CK-SOURCE
           MOVE WS-HV-CUSTIDENT TO WS-CK-KEY-ID
           MOVE '/'             TO WS-CK-KEY-SEP
           MOVE WS-HV-FIELD     TO WS-CK-KEY-SUFFIX
           MOVE WS-CK-KEY-EDIT  TO WS-CK-KEY
           MOVE WS-HV-CUSTIDENT TO WS-CK-CUSTIDENT
           MOVE SPACES          TO WS-CK-REQUESTER
           MOVE WS-HV-USER      TO WS-CK-DECIDER
           MOVE WS-HV-DATE      TO WS-CK-DATE
           MOVE 'CHANGE'        TO WS-CK-WHAT
           MOVE 'Y'             TO WS-CK-ACCOUNT-SWITCH
           PERFORM JUDGE-DECISION
           EXIT.

      *---------------------------------------------------------------*
      * THE CONFLICTS, ONE GROUP PER RULE.                            *
      *---------------------------------------------------------------*
       PRINT-CONFLICTS.
           MOVE WS-FROM-DATE TO WT-FROM
           MOVE WS-RUN-DATE  TO WT-TO
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           MOVE 1 TO W-LINE
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 4
              PERFORM PRINT-ONE-RULE
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-RULE.
           IF  W-LINE > W-MAX-LINE - 5
               WRITE REPORT-REC FROM W-TITLE
                     AFTER ADVANCING PAGE
               MOVE 1 TO W-LINE
           END-IF
           MOVE WS-RULE-CODE (WS-RULE-IX)  TO WR-CODE
           MOVE WS-RULE-TITLE (WS-RULE-IX) TO WR-TITLE
           WRITE REPORT-REC FROM W-RULE-LINE
                 AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           ADD 5 TO W-LINE
           MOVE 0 TO WS-RULE-HITS
           PERFORM VARYING WS-CONF-IX FROM 1 BY 1
                   UNTIL WS-CONF-IX > WS-CONF-COUNT-ENT
              IF  WS-CF-RULE (WS-CONF-IX) = WS-RULE-CODE (WS-RULE-IX)
                  ADD 1 TO WS-RULE-HITS
                  PERFORM PRINT-ONE-CONFLICT
              END-IF
           END-PERFORM
           IF  WS-RULE-HITS = 0
               WRITE REPORT-REC FROM W-NONE-LINE
                     AFTER ADVANCING 1 LINE
               ADD 1 TO W-LINE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRINT-ONE-CONFLICT.
           IF  W-LINE > W-MAX-LINE
               WRITE REPORT-REC FROM W-TITLE
                     AFTER ADVANCING PAGE
               MOVE WS-RULE-CODE (WS-RULE-IX)  TO WR-CODE
               MOVE WS-RULE-TITLE (WS-RULE-IX) TO WR-TITLE
               WRITE REPORT-REC FROM W-RULE-LINE
                     AFTER ADVANCING 2 LINES
               WRITE REPORT-REC FROM W-HEADING
                     AFTER ADVANCING 2 LINES
               MOVE 5 TO W-LINE
           END-IF
           MOVE WS-CF-SOURCE (WS-CONF-IX)   TO WD-SOURCE
           MOVE WS-CF-KEY (WS-CONF-IX)      TO WD-KEY
           MOVE WS-CF-DECIDER (WS-CONF-IX)  TO WD-DECIDER
           IF  WS-CF-DATE (WS-CONF-IX) = 0
               MOVE 'UNDATED' TO WD-DATE-X
           ELSE
               MOVE WS-CF-DATE (WS-CONF-IX) TO WD-DATE
           END-IF
           MOVE WS-CF-EVIDENCE (WS-CONF-IX) TO WD-EVIDENCE
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-TOTALS.
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'WORKLIST DECISIONS JUDGED' TO WX-LABEL
           MOVE WS-DECISION-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'CHANGE-LOG ROWS JUDGED' TO WX-LABEL
           MOVE WS-CHGROW-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO W-TOTAL-LINE
           MOVE 'CONFLICTS FOUND' TO WX-LABEL
           MOVE WS-CONFLICT-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           IF  WS-DROPPED-COUNT > 0
               MOVE SPACES TO W-TOTAL-LINE
               MOVE 'CONFLICTS NOT LISTED (TABLE FULL)' TO WX-LABEL
               MOVE WS-DROPPED-COUNT TO WX-COUNT
               WRITE REPORT-REC FROM W-TOTAL-LINE
                     AFTER ADVANCING 1 LINE
           END-IF
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *

      *---------------------------------------------------------------*
       PENDCHG-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT PENDCHG-FILE
           IF  PENDCHG-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: PENDCHG-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PENDCHG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PENDCHG-GET.
           READ PENDCHG-FILE
           IF  PENDCHG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  PENDCHG-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-PQ-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC15: PENDCHG-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE PENDCHG-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PENDCHG-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PENDCHG-FILE
           IF  PENDCHG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: PENDCHG, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PENDCHG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDWO-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDWO-FILE
           IF  VKSDWO-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: VKSDWO-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDWO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDWO-GET.
           READ VKSDWO-FILE
           IF  VKSDWO-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDWO-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-WO-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC15: VKSDWO-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDWO-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDWO-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDWO-FILE
           IF  VKSDWO-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: VKSDWO, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDWO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       MRGWORK-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT MRGWORK-FILE
           IF  MRGWORK-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: MRGWORK-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE MRGWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       MRGWORK-GET.
           READ MRGWORK-FILE
           IF  MRGWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  MRGWORK-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-MW-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC15: MRGWORK-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE MRGWORK-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       MRGWORK-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE MRGWORK-FILE
           IF  MRGWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: MRGWORK, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE MRGWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRR-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDRR-FILE
           IF  VKSDRR-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: VKSDRR-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDRR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRR-GET.
           READ VKSDRR-FILE
           IF  VKSDRR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDRR-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-RR-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC15: VKSDRR-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDRR-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRR-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDRR-FILE
           IF  VKSDRR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: VKSDRR, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDRR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TICKWORK-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT TICKWORK-FILE
           IF  TICKWORK-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: TICKWORK-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE TICKWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TICKWORK-GET.
           READ TICKWORK-FILE
           IF  TICKWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  TICKWORK-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-QT-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC15: TICKWORK-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE TICKWORK-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TICKWORK-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE TICKWORK-FILE
           IF  TICKWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: TICKWORK, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE TICKWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RECERT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT RECERT-FILE
           IF  RECERT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: RECERT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE RECERT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       RECERT-GET.
           READ RECERT-FILE
           IF  RECERT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  RECERT-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-RC-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC15: RECERT-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE RECERT-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABC15: RECERT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE RECERT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: VKSDCUST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-READ.
           READ VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
           OR  VKSDCUST-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC15: VKSDCUST-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC15: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC15: OPRPROF-FAILURE-OPEN...'
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
               MOVE 'RSSABC15: OPRPROF-FAILURE-READ...'
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
               MOVE 'RSSABC15: OPRPROF, FAILURE, CLOSE...'
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
               MOVE 'RSSABC15: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC15: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC15: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC15: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC15: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC15: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
