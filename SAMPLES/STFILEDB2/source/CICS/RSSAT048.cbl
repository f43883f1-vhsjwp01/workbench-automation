       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT048.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            On-demand job requests                             *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program queues on-demand runs of the   *
      *     utilities listed in RSSJQLC (merge, restore from          *
      *     archive, erasure, mass change) for the chain driver       *
      *     RSSABB61, instead of setting their parameters on the      *
      *     run-parameter screen and phoning operations.              *
      *    -The requester keys a utility (ENTER shows its parameter   *
      *     names), keys the values and submits with PF12. Values     *
      *     get the run-parameter screen's edits (a DATE parameter a  *
      *     business date, a STATE parameter a US state code, an _ID  *
      *     parameter numeric) plus the list's: required parameters   *
      *     present, numeric ones numeric. The request is stored      *
      *     with the requester, date and time, pending approval.      *
      *    -Keying a request's date, time and requester and pressing  *
      *     ENTER shows it; PF10 approves and PF11 rejects it. The    *
      *     approver must be another supervisor than the requester.   *
      *     Approved requests run in the driver's next cycle, which   *
      *     stamps their return code and run-log reference.           *
      *    -Submitting and deciding both need an active supervisor    *
      *     profile. The list shows the latest requests first.        *
      *    -It is reached from the run-parameter maintenance screen   *
      *     (PF24 there).                                             *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM48                                      *
      *    Transaction : SA48                                         *
      * ------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  PGM-DEST                    PIC X(08).
           05  RESPONSE-CODE               PIC S9(08) COMP   VALUE +0.
           05  WS-PROF-RESP                PIC S9(08) COMP   VALUE +0.
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  WS-TIME6                    PIC X(06).
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
       01  MAJ-REQUEST-AREA.
           05  MAJ-UTILITY                 PIC X(08)  VALUE SPACES.
           05  MAJ-PARMS.
               10  MAJ-PARM                OCCURS 8.
                   15  MAJ-PARM-NAME-X     PIC X(20).
                   15  MAJ-PARM-VALUE-X    PIC X(20).
           05  MAJ-REQ-KEY.
               10  MAJ-REQ-DATE            PIC 9(08)  VALUE 0.
               10  MAJ-REQ-TIME            PIC 9(06)  VALUE 0.
               10  MAJ-REQUESTER           PIC X(08)  VALUE SPACES.

      *--- The parameter being edited, as the run-parameter screen
      *--- edits it
       01  MAJ-PARM-AREA.
           05  MAJ-PARM-NAME               PIC X(20)  VALUE SPACES.
           05  MAJ-PARM-VALUE              PIC X(20)  VALUE SPACES.

      *--- Valid US state/territory codes, as RSSBT002 edits them
       01  WS-VALID-STATE  PIC  X(02).
           88  VALID-US-STATE      VALUE
               'AL' 'AK' 'AZ' 'AR' 'CA' 'CO' 'CT' 'DE' 'FL' 'GA'
               'HI' 'ID' 'IL' 'IN' 'IA' 'KS' 'KY' 'LA' 'ME' 'MD'
               'MA' 'MI' 'MN' 'MS' 'MO' 'MT' 'NE' 'NV' 'NH' 'NJ'
               'NM' 'NY' 'NC' 'ND' 'OH' 'OK' 'OR' 'PA' 'RI' 'SC'
               'SD' 'TN' 'TX' 'UT' 'VT' 'VA' 'WA' 'WV' 'WI' 'WY'
               'DC'.

      *--- Scratch fields for the value edits
       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-CCYY   PIC 9(004).
           05  WS-EDIT-DATE-MM     PIC 9(002).
           05  WS-EDIT-DATE-DD     PIC 9(002).
       01  WS-DATE-KIND-SWITCH     PIC X VALUE 'N'.
           88  PARM-IS-DATE        VALUE 'Y'.
       01  WS-STATE-KIND-SWITCH    PIC X VALUE 'N'.
           88  PARM-IS-STATE       VALUE 'Y'.
       01  WS-ID-KIND-SWITCH       PIC X VALUE 'N'.
           88  PARM-IS-ID          VALUE 'Y'.
       01  WS-DIGITS-SWITCH        PIC X VALUE 'N'.
           88  VALUE-IS-DIGITS     VALUE 'Y'.
       01  WS-SCAN-IX              PIC S9(4) COMP VALUE +0.
       01  WS-JL-IX                PIC S9(4) COMP VALUE +0.
       01  WS-PX                   PIC S9(4) COMP VALUE +0.
       01  WS-SUPERVISOR-SWITCH    PIC X VALUE 'N'.
           88  USER-IS-SUPERVISOR  VALUE 'Y'.
       01  WS-DECIDED-SWITCH       PIC X VALUE 'N'.
           88  REQUEST-DECIDED     VALUE 'Y'.

      *--- Request list browse, latest first
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-REQ-DISPLAY-LINE     PIC X(70).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the run-paramet
      -          'er screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-2                                   PIC  X(79)
           VALUE 'E: invalid date format.                       '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-4                                   PIC  X(79)
           VALUE 'E: invalid US state/territory code.             '.
       01  MSG-29                                  PIC  X(79)
           VALUE 'E: not a business date on the company calendar.'.
       01  MSG-111                                 PIC  X(79)
           VALUE 'E: this utility may not be requested on demand.   '.
       01  MSG-112                                 PIC  X(79)
           VALUE 'E: job requests need an active supervisor profile.'.
       01  MSG-113                                 PIC  X(79)
           VALUE 'I: request submitted, pending approval.           '.
       01  MSG-114                                 PIC  X(79)
           VALUE 'E: a request was just submitted, press PF12 again.'.
       01  MSG-115                                 PIC  X(79)
           VALUE 'E: request not found, key its date, time and request
      -          'er.'.
       01  MSG-116                                 PIC  X(79)
           VALUE 'E: only a request pending approval can be decided.'.
       01  MSG-117                                 PIC  X(79)
           VALUE 'E: another supervisor must decide this request.   '.
       01  MSG-118                                 PIC  X(79)
           VALUE 'I: request approved, it runs in the next cycle.   '.
       01  MSG-119                                 PIC  X(79)
           VALUE 'I: request rejected.                              '.
       01  MSG-120                                 PIC  X(79)
           VALUE 'I: request displayed.                             '.
       01  MSG-121                                 PIC  X(79)
           VALUE 'I: key the parameter values and press PF12.       '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM48.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Utilities that may be requested on demand ---------------
           COPY RSSJQLC.

      * Job-request VSAM file's data layout ----------------------
           COPY ODCSFJQ.

      * Company calendar VSAM file's data layout ------------------
           COPY ODCSFCA.

      * Operator profile VSAM file's data layout -----------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-JOB-REQUESTS.

      * This program may only be reached thru the parameter screen...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM48O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM48O
                   PERFORM 1100-LIST-REQUESTS
                   PERFORM 1200-SEND-REQUEST-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA48')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the 8 latest requests, browsing back from the end
      * ! of the file.
      * --------------------------------------------------------
       1100-LIST-REQUESTS.
           MOVE SPACES TO VJPLIN1O VJPLIN2O VJPLIN3O VJPLIN4O
                          VJPLIN5O VJPLIN6O VJPLIN7O VJPLIN8O.
           MOVE 0           TO WS-LINE-COUNT.
           MOVE HIGH-VALUES TO JQ-REQ-KEY.
           EXEC CICS STARTBR DATASET ('JOBREQ')
                             RIDFLD  (JQ-REQ-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READPREV DATASET ('JOBREQ')
                                    INTO    (JQ-ODCSFJQ-RECORD)
                                    LENGTH  (LENGTH OF
                                             JQ-ODCSFJQ-RECORD)
                                    RIDFLD  (JQ-REQ-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-REQUEST-TO-SCREEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('JOBREQ') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one request's display line - its key, utility,
      * ! status, approver, return code and run-log reference -
      * ! and move it to the next free VJPLINnO field.
      * --------------------------------------------------------
       MOVE-REQUEST-TO-SCREEN.
           MOVE SPACES        TO WS-REQ-DISPLAY-LINE
           STRING JQ-REQ-DATE         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  JQ-REQ-TIME         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  JQ-REQUESTER        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  JQ-UTILITY          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  JQ-STATUS           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  JQ-APPROVER         DELIMITED BY SIZE
                  ' RC '              DELIMITED BY SIZE
                  JQ-RUN-RC           DELIMITED BY SIZE
                  ' LOG '             DELIMITED BY SIZE
                  JQ-LOG-DATE         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  JQ-LOG-TIME         DELIMITED BY SIZE
             INTO WS-REQ-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-REQ-DISPLAY-LINE TO VJPLIN1O
              WHEN 2  MOVE WS-REQ-DISPLAY-LINE TO VJPLIN2O
              WHEN 3  MOVE WS-REQ-DISPLAY-LINE TO VJPLIN3O
              WHEN 4  MOVE WS-REQ-DISPLAY-LINE TO VJPLIN4O
              WHEN 5  MOVE WS-REQ-DISPLAY-LINE TO VJPLIN5O
              WHEN 6  MOVE WS-REQ-DISPLAY-LINE TO VJPLIN6O
              WHEN 7  MOVE WS-REQ-DISPLAY-LINE TO VJPLIN7O
              WHEN 8  MOVE WS-REQ-DISPLAY-LINE TO VJPLIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the job-request screen.
      * --------------------------------------------------------
       1200-SEND-REQUEST-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT048' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VJQUDSCA  VJQSTATA VJQAPPRA VJQRCA
                       VJQLOGA
                       VJQPN1A   VJQPN2A  VJQPN3A  VJQPN4A
                       VJQPN5A   VJQPN6A  VJQPN7A  VJQPN8A
                       VJPLIN1A  VJPLIN2A VJPLIN3A VJPLIN4A
                       VJPLIN5A  VJPLIN6A VJPLIN7A VJPLIN8A
           MOVE 'A' TO VJQUTILA  VJQRDATA VJQRTIMA VJQRQSTA
                       VJQPV1A   VJQPV2A  VJQPV3A  VJQPV4A
                       VJQPV5A   VJQPV6A  VJQPV7A  VJQPV8A
           EXEC CICS SEND MAP('RSSAM48')
                       MAPSET('RSSAM48') FROM(RSSAM48O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM48')
                             MAPSET('RSSAM48')
                             INTO  (RSSAM48I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PARMS
              WHEN DFHENTER
                   MOVE LOW-VALUE TO VMESSO
                   PERFORM GET-REQUEST-KEY
                   IF MAJ-REQ-DATE NOT = 0
                      PERFORM SHOW-ONE-REQUEST
                   ELSE
                      PERFORM SHOW-UTILITY-PARMS
                   END-IF
                   PERFORM 1100-LIST-REQUESTS
                   PERFORM 1200-SEND-REQUEST-SCREEN
              WHEN DFHPF10
                   PERFORM DECIDE-REQUEST
                   PERFORM 1100-LIST-REQUESTS
                   PERFORM 1200-SEND-REQUEST-SCREEN
              WHEN DFHPF11
                   PERFORM DECIDE-REQUEST
                   PERFORM 1100-LIST-REQUESTS
                   PERFORM 1200-SEND-REQUEST-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM SUBMIT-REQUEST
                   END-IF
                   PERFORM 1100-LIST-REQUESTS
                   PERFORM 1200-SEND-REQUEST-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1100-LIST-REQUESTS
                   PERFORM 1200-SEND-REQUEST-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! The keyed request key, zero date when none was keyed.
      * --------------------------------------------------------
       GET-REQUEST-KEY.
           MOVE 0      TO MAJ-REQ-DATE MAJ-REQ-TIME.
           MOVE SPACES TO MAJ-REQUESTER.
           IF  VJQRDATL > 0
           AND VJQRDATI NUMERIC
           AND VJQRTIMI NUMERIC
               MOVE VJQRDATI TO MAJ-REQ-DATE
               MOVE VJQRTIMI TO MAJ-REQ-TIME
               IF VJQRQSTI NOT = LOW-VALUES
                  MOVE VJQRQSTI TO MAJ-REQUESTER
               END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Show a stored request and its outcome.
      * --------------------------------------------------------
       SHOW-ONE-REQUEST.
           MOVE MAJ-REQ-KEY TO JQ-REQ-KEY.
           EXEC CICS READ DATASET('JOBREQ')
                          INTO(JQ-ODCSFJQ-RECORD)
                          RIDFLD(JQ-REQ-KEY)
                          LENGTH(LENGTH OF JQ-ODCSFJQ-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE MSG-115 TO VMESSO
           ELSE
              PERFORM MOVE-REQUEST-DETAIL
              MOVE MSG-120 TO VMESSO
           END-IF
           .

      * --------------------------------------------------------
       MOVE-REQUEST-DETAIL.
           MOVE JQ-REQ-DATE  TO VJQRDATO.
           MOVE JQ-REQ-TIME  TO VJQRTIMO.
           MOVE JQ-REQUESTER TO VJQRQSTO.
           MOVE JQ-UTILITY   TO VJQUTILO.
           MOVE JQ-STATUS    TO VJQSTATO.
           MOVE JQ-APPROVER  TO VJQAPPRO.
           MOVE JQ-RUN-RC    TO VJQRCO.
           MOVE SPACES       TO VJQLOGO.
           STRING JQ-LOG-DATE DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  JQ-LOG-TIME DELIMITED BY SIZE
             INTO VJQLOGO
           END-STRING.
           MOVE JQ-UTILITY   TO MAJ-UTILITY.
           PERFORM FIND-UTILITY.
           IF WS-JL-IX > 0
              MOVE JL-DESCRIPTION (WS-JL-IX) TO VJQUDSCO
           END-IF.
           MOVE JQ-PARMS     TO MAJ-PARMS.
           PERFORM MOVE-PARMS-TO-SCREEN.

      * --------------------------------------------------------
      * ! Show the keyed utility's description and parameter
      * ! names, keeping any values already keyed.
      * --------------------------------------------------------
       SHOW-UTILITY-PARMS.
           PERFORM GET-UTILITY-AND-VALUES.
           IF MAJ-UTILITY = SPACES
              MOVE MSG-1 TO VMESSO
           ELSE
              IF WS-JL-IX = 0
                 MOVE MSG-111 TO VMESSO
              ELSE
                 MOVE JL-DESCRIPTION (WS-JL-IX) TO VJQUDSCO
                 PERFORM MOVE-PARMS-TO-SCREEN
                 MOVE MSG-121 TO VMESSO
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! The keyed utility, its entry on the list and, beside
      * ! each of its parameter names, the value keyed there.
      * --------------------------------------------------------
       GET-UTILITY-AND-VALUES.
           INITIALIZE MAJ-PARMS.
           MOVE SPACES TO MAJ-UTILITY.
           IF  VJQUTILL > 0
           AND VJQUTILI NOT = LOW-VALUES
               MOVE VJQUTILI TO MAJ-UTILITY
           END-IF.
           PERFORM FIND-UTILITY.
           IF VJQPV1I NOT = LOW-VALUES
              MOVE VJQPV1I TO MAJ-PARM-VALUE-X (1)
           END-IF.
           IF VJQPV2I NOT = LOW-VALUES
              MOVE VJQPV2I TO MAJ-PARM-VALUE-X (2)
           END-IF.
           IF VJQPV3I NOT = LOW-VALUES
              MOVE VJQPV3I TO MAJ-PARM-VALUE-X (3)
           END-IF.
           IF VJQPV4I NOT = LOW-VALUES
              MOVE VJQPV4I TO MAJ-PARM-VALUE-X (4)
           END-IF.
           IF VJQPV5I NOT = LOW-VALUES
              MOVE VJQPV5I TO MAJ-PARM-VALUE-X (5)
           END-IF.
           IF VJQPV6I NOT = LOW-VALUES
              MOVE VJQPV6I TO MAJ-PARM-VALUE-X (6)
           END-IF.
           IF VJQPV7I NOT = LOW-VALUES
              MOVE VJQPV7I TO MAJ-PARM-VALUE-X (7)
           END-IF.
           IF VJQPV8I NOT = LOW-VALUES
              MOVE VJQPV8I TO MAJ-PARM-VALUE-X (8)
           END-IF.
      * A value keyed on a line the utility has no parameter for
      * is dropped...
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 8
              IF WS-JL-IX = 0
              OR JL-PARM-NAME (WS-JL-IX WS-PX) = SPACES
                 MOVE SPACES TO MAJ-PARM (WS-PX)
              ELSE
                 MOVE JL-PARM-NAME (WS-JL-IX WS-PX)
                   TO MAJ-PARM-NAME-X (WS-PX)
              END-IF
           END-PERFORM
           .

      * --------------------------------------------------------
       FIND-UTILITY.
           MOVE 0 TO WS-JL-IX.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > JL-UTILITY-COUNT
              IF JL-UTILITY (WS-PX) = MAJ-UTILITY
                 MOVE WS-PX TO WS-JL-IX
              END-IF
           END-PERFORM
           .

      * --------------------------------------------------------
       MOVE-PARMS-TO-SCREEN.
           MOVE MAJ-PARM-NAME-X (1)  TO VJQPN1O.
           MOVE MAJ-PARM-VALUE-X (1) TO VJQPV1O.
           MOVE MAJ-PARM-NAME-X (2)  TO VJQPN2O.
           MOVE MAJ-PARM-VALUE-X (2) TO VJQPV2O.
           MOVE MAJ-PARM-NAME-X (3)  TO VJQPN3O.
           MOVE MAJ-PARM-VALUE-X (3) TO VJQPV3O.
           MOVE MAJ-PARM-NAME-X (4)  TO VJQPN4O.
           MOVE MAJ-PARM-VALUE-X (4) TO VJQPV4O.
           MOVE MAJ-PARM-NAME-X (5)  TO VJQPN5O.
           MOVE MAJ-PARM-VALUE-X (5) TO VJQPV5O.
           MOVE MAJ-PARM-NAME-X (6)  TO VJQPN6O.
           MOVE MAJ-PARM-VALUE-X (6) TO VJQPV6O.
           MOVE MAJ-PARM-NAME-X (7)  TO VJQPN7O.
           MOVE MAJ-PARM-VALUE-X (7) TO VJQPV7O.
           MOVE MAJ-PARM-NAME-X (8)  TO VJQPN8O.
           MOVE MAJ-PARM-VALUE-X (8) TO VJQPV8O.

      * --------------------------------------------------------
      * ! Edit a new request: a listed utility, a supervisor
      * ! requester, and each parameter edited as the run-
      * ! parameter screen would edit it.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           PERFORM GET-UTILITY-AND-VALUES.

           IF  MAJ-UTILITY = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF  WS-JL-IX = 0
                   MOVE MSG-111 TO VMESSO
                   ADD  +1      TO ERR-NBR
               ELSE
                   MOVE JL-DESCRIPTION (WS-JL-IX) TO VJQUDSCO
                   PERFORM MOVE-PARMS-TO-SCREEN
                   PERFORM CTRL-ONE-PARAMETER
                       VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 8
               END-IF
           END-IF.

           IF ERR-NBR = 0
              PERFORM CHECK-SUPERVISOR-ROLE
              IF NOT USER-IS-SUPERVISOR
                 MOVE MSG-112 TO VMESSO
                 ADD  +1      TO ERR-NBR
              END-IF
           END-IF.

      * --------------------------------------------------------
       CTRL-ONE-PARAMETER.
           IF JL-PARM-NAME (WS-JL-IX WS-PX) NOT = SPACES
              MOVE MAJ-PARM-NAME-X (WS-PX)  TO MAJ-PARM-NAME
              MOVE MAJ-PARM-VALUE-X (WS-PX) TO MAJ-PARM-VALUE
              IF MAJ-PARM-VALUE = SPACES
                 IF JL-PARM-REQUIRED (WS-JL-IX WS-PX) = 'Y'
                    MOVE MSG-1 TO VMESSO
                    ADD  +1    TO ERR-NBR
                 END-IF
              ELSE
                 IF JL-PARM-NUMERIC (WS-JL-IX WS-PX) = 'Y'
                    PERFORM CTRL-NUMERIC-VALUE
                 END-IF
                 PERFORM CLASSIFY-PARM-NAME
                 IF PARM-IS-DATE
                    PERFORM CTRL-DATE-VALUE
                 END-IF
                 IF PARM-IS-STATE
                    MOVE MAJ-PARM-VALUE (1:2) TO WS-VALID-STATE
                    IF NOT VALID-US-STATE
                       MOVE MSG-4 TO VMESSO
                       ADD  +1    TO ERR-NBR
                    END-IF
                 END-IF
                 IF PARM-IS-ID
                    IF MAJ-PARM-VALUE (1:6) NOT NUMERIC
                       MOVE MSG-3 TO VMESSO
                       ADD  +1    TO ERR-NBR
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! A numeric parameter: digits, left-justified, nothing
      * ! after the first space.
      * --------------------------------------------------------
       CTRL-NUMERIC-VALUE.
           MOVE 'Y' TO WS-DIGITS-SWITCH
           IF MAJ-PARM-VALUE (1:1) NOT NUMERIC
              MOVE 'N' TO WS-DIGITS-SWITCH
           END-IF
           PERFORM VARYING WS-SCAN-IX FROM 2 BY 1
                   UNTIL WS-SCAN-IX > 20
              IF  MAJ-PARM-VALUE (WS-SCAN-IX:1) NOT NUMERIC
              AND MAJ-PARM-VALUE (WS-SCAN-IX:) NOT = SPACES
                  MOVE 'N' TO WS-DIGITS-SWITCH
              END-IF
           END-PERFORM
           IF NOT VALUE-IS-DIGITS
              MOVE MSG-3 TO VMESSO
              ADD  +1    TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! What kind of value does this parameter's name call for?
      * --------------------------------------------------------
       CLASSIFY-PARM-NAME.
           MOVE 'N' TO WS-DATE-KIND-SWITCH
                       WS-STATE-KIND-SWITCH
                       WS-ID-KIND-SWITCH
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > 16
              IF MAJ-PARM-NAME (WS-SCAN-IX:4) = 'DATE'
                 MOVE 'Y' TO WS-DATE-KIND-SWITCH
              END-IF
              IF MAJ-PARM-NAME (WS-SCAN-IX:5) = 'STATE'
                 MOVE 'Y' TO WS-STATE-KIND-SWITCH
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > 18
              IF MAJ-PARM-NAME (WS-SCAN-IX:3) = '_ID'
                 MOVE 'Y' TO WS-ID-KIND-SWITCH
              END-IF
           END-PERFORM
      * STATE WINS OVER THE OTHER KINDS WHEN BOTH MATCHED...
           IF PARM-IS-STATE
              MOVE 'N' TO WS-DATE-KIND-SWITCH
              MOVE 'N' TO WS-ID-KIND-SWITCH
           END-IF
           .

      * --------------------------------------------------------
       CTRL-DATE-VALUE.
           IF MAJ-PARM-VALUE (1:8) NOT NUMERIC
              MOVE MSG-2 TO VMESSO
              ADD  +1    TO ERR-NBR
           ELSE
              MOVE MAJ-PARM-VALUE (1:8) TO WS-EDIT-DATE
              IF  WS-EDIT-DATE-MM < 01 OR WS-EDIT-DATE-MM > 12
              OR  WS-EDIT-DATE-DD < 01 OR WS-EDIT-DATE-DD > 31
                  MOVE MSG-2 TO VMESSO
                  ADD  +1    TO ERR-NBR
              ELSE
      * A DATE LOADED ON THE COMPANY CALENDAR AS A HOLIDAY OR
      * WEEKEND IS REFUSED (AN UNLOADED DATE PASSES)...
                  MOVE WS-EDIT-DATE TO CA-CALDATE
                  EXEC CICS READ DATASET('CALFILE')
                                 INTO(CA-ODCSFCA-RECORD)
                                 RIDFLD(CA-CALDATE)
                                 LENGTH(LENGTH OF CA-ODCSFCA-RECORD)
                                 RESP(RESPONSE-CODE)
                  END-EXEC
                  IF  RESPONSE-CODE = DFHRESP(NORMAL)
                  AND CA-DAY-TYPE NOT = 'B'
                      MOVE MSG-29 TO VMESSO
                      ADD  +1     TO ERR-NBR
                  END-IF
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Is the signed-on user an active supervisor?
      * --------------------------------------------------------
       CHECK-SUPERVISOR-ROLE.
           MOVE 'N'       TO WS-SUPERVISOR-SWITCH.
           MOVE EIBUSERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RIDFLD(OP-USERID)
                          LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                          RESP(WS-PROF-RESP)
           END-EXEC.
           IF  WS-PROF-RESP = DFHRESP(NORMAL)
           AND OP-ROLE = 'S'
           AND OP-ACTIVE = 'Y'
               MOVE 'Y' TO WS-SUPERVISOR-SWITCH
           END-IF
           .

      * --------------------------------------------------------
      * ! Store the edited request, pending approval, under the
      * ! requester and the current date and time.
      * --------------------------------------------------------
       SUBMIT-REQUEST.
           INITIALIZE JQ-ODCSFJQ-RECORD.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-DATE8)
                           TIME(WS-TIME6)
           END-EXEC.
           MOVE WS-DATE8    TO JQ-REQ-DATE.
           MOVE WS-TIME6    TO JQ-REQ-TIME.
           MOVE EIBUSERID   TO JQ-REQUESTER.
           MOVE MAJ-UTILITY TO JQ-UTILITY.
           MOVE MAJ-PARMS   TO JQ-PARMS.
           MOVE 'P'         TO JQ-STATUS.
           MOVE SPACES      TO JQ-APPROVER JQ-FILLER.
           EXEC CICS WRITE DATASET('JOBREQ')
                     FROM(JQ-ODCSFJQ-RECORD)
                     RIDFLD(JQ-REQ-KEY)
                     LENGTH(LENGTH OF JQ-ODCSFJQ-RECORD)
                     RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                   MOVE JQ-REQ-DATE  TO VJQRDATO
                   MOVE JQ-REQ-TIME  TO VJQRTIMO
                   MOVE JQ-REQUESTER TO VJQRQSTO
                   MOVE JQ-STATUS    TO VJQSTATO
                   MOVE MSG-113      TO VMESSO
              WHEN DFHRESP(DUPREC)
                   MOVE MSG-114      TO VMESSO
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Approve (PF10) or reject (PF11) the keyed request. Only
      * ! a pending request can be decided, by an active
      * ! supervisor other than the requester.
      * --------------------------------------------------------
       DECIDE-REQUEST.
           MOVE LOW-VALUE TO VMESSO.
           MOVE 'N'       TO WS-DECIDED-SWITCH.
           PERFORM GET-REQUEST-KEY.
           MOVE MAJ-REQ-KEY TO JQ-REQ-KEY.
           EXEC CICS READ DATASET('JOBREQ')
                          INTO(JQ-ODCSFJQ-RECORD)
                          RIDFLD(JQ-REQ-KEY)
                          LENGTH(LENGTH OF JQ-ODCSFJQ-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE MSG-115 TO VMESSO
              EXIT PARAGRAPH
           END-IF.
           PERFORM MOVE-REQUEST-DETAIL.

           PERFORM CHECK-SUPERVISOR-ROLE.
           EVALUATE TRUE
              WHEN NOT JQ-PENDING
                   MOVE MSG-116 TO VMESSO
              WHEN NOT USER-IS-SUPERVISOR
                   MOVE MSG-112 TO VMESSO
              WHEN JQ-REQUESTER = EIBUSERID
                   MOVE MSG-117 TO VMESSO
              WHEN OTHER
                   IF EIBAID = DFHPF10
                      MOVE 'A'     TO JQ-STATUS
                      MOVE MSG-118 TO VMESSO
                   ELSE
                      MOVE 'R'     TO JQ-STATUS
                      MOVE MSG-119 TO VMESSO
                   END-IF
                   MOVE 'Y'       TO WS-DECIDED-SWITCH
                   MOVE EIBUSERID TO JQ-APPROVER
                   EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
                   EXEC CICS
                        FORMATTIME ABSTIME(TIME-ABS)
                                   YYYYMMDD(JQ-APPR-DATE)
                   END-EXEC
                   EXEC CICS REWRITE DATASET('JOBREQ')
                             FROM(JQ-ODCSFJQ-RECORD)
                             LENGTH(LENGTH OF JQ-ODCSFJQ-RECORD)
                             RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                      PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   MOVE JQ-STATUS   TO VJQSTATO
                   MOVE JQ-APPROVER TO VJQAPPRO
           END-EVALUATE
           IF NOT REQUEST-DECIDED
              EXEC CICS UNLOCK DATASET('JOBREQ') END-EXEC
           END-IF
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM48') MAPSET('RSSAM48') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC
           .

      *- RETURN TO THE RUN-PARAMETER MAINTENANCE SCREEN
       BACK-TO-PARMS.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'PARM'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT008'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *-----------
       NEXT-TASK.
           EXEC CICS XCTL   PROGRAM(PGM-DEST)
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC.

       9999-TERMINATE-PROGRAM.
           EXEC CICS ABEND ABCODE('META') END-EXEC
           .
