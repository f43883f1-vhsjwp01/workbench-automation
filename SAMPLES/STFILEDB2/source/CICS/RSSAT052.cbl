       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT052.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Customer activity timeline                         *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program tells one customer's story in  *
      *     order: it merges the dated entries of every store that    *
      *     keeps the customer's history into one list, newest        *
      *     first, 8 lines per page, each with its date, time, source,*
      *     user and a one-line description:                          *
      *     > AUDIT the customer audit actions and field changes      *
      *       (ODCSF0_AUDIT / ODCSF0_CHGLOG, DB2 side, as RSSBT004)   *
      *     > NOTE  the customer's notes (ODCSFNT, as RSSAT005)       *
      *     > ORDER the order status transitions (ORDHIST, RSSAT019)  *
      *     > ADDR  the prior addresses (ADDRHIST, as RSSAT022)       *
      *     > CASE  the case openings, assignments and resolutions    *
      *       (CASEFILE, as RSSAT024)                                 *
      *     > PAYMT the payments, returns and agency recoveries       *
      *       (PAYHIST)                                               *
      *    -Notes, addresses, cases and payments carry a date only:   *
      *     their time is left blank and they list after the timed    *
      *     entries of the same day.                                  *
      *    -A source code (A/N/O/H/C/P, blank for all) and a from/to  *
      *     date range (CCYYMMDD, either end may be left blank)       *
      *     narrow the list. The 160 most recent entries inside the   *
      *     filter are kept.                                          *
      *    -It is reached from the customer-360 screen (PF15 there)   *
      *     with the customer preselected; PF3 goes back to it.       *
      *     ENTER shows the keyed customer and filters from the       *
      *     newest entry, PF8 pages back thru older ones (wrapping    *
      *     round to the newest after the oldest). PF5 opens the      *
      *     screen the entry on the keyed line (1-8) comes from,      *
      *     with the customer preselected: RSSBT004, RSSAT005,        *
      *     RSSAT019, RSSAT022, RSSAT024, or the order screen         *
      *     (RSSAT004) for a payment.                                 *
      *    -Display is read-only.                                     *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM52                                      *
      *    Transaction : SA52                                         *
      * ------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  PGM-DEST                    PIC X(08).
           05  RESPONSE-CODE               PIC S9(08) COMP   VALUE +0.
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
       01  MAJ-CUSTIDENT                   PIC 9(09)  VALUE 0.

       01  SWITCHES.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                     VALUE 'Y'.
           05  SLOT-FOUND-SW               PIC X(01)  VALUE 'N'.
               88  SLOT-FOUND                         VALUE 'Y'.

      *--- Filters keyed on the screen: source code (space = all)
      *--- and the from/to date range (0 / 99999999 when open)
       01  WS-FLT-SOURCE                   PIC X(01)  VALUE SPACE.
           88  FLT-ALL-SOURCES                        VALUE SPACE.
           88  FLT-VALID-SOURCE                       VALUE SPACE
                                             'A' 'N' 'O' 'H' 'C' 'P'.
       01  WS-FLT-FROM                     PIC 9(08)  VALUE 0.
       01  WS-FLT-TO                       PIC 9(08)  VALUE 99999999.
       01  WS-SEL-LINE                     PIC 9(01)  VALUE 0.

      *--- The merged timeline, newest first. An entry older than
      *--- the oldest one kept is dropped once the table is full.
       01  WS-TL-MAX                       PIC S9(04) COMP VALUE +160.
       01  WS-TL-COUNT                     PIC S9(04) COMP VALUE +0.
       01  WS-TL-IX                        PIC S9(04) COMP VALUE +0.
       01  WS-TL-TABLE.
           05  WS-TL-ENTRY                 OCCURS 160.
               10  WS-TL-STAMP.
                   15  WS-TL-DATE          PIC 9(08).
                   15  WS-TL-TIME          PIC 9(06).
               10  WS-TL-TIMED             PIC X(01).
               10  WS-TL-SOURCE            PIC X(01).
               10  WS-TL-USER              PIC X(08).
               10  WS-TL-DESC              PIC X(46).
       01  WS-NEW-ENTRY.
           05  WS-NEW-STAMP.
               10  WS-NEW-DATE             PIC 9(08).
               10  WS-NEW-TIME             PIC 9(06).
           05  WS-NEW-TIMED                PIC X(01).
           05  WS-NEW-SOURCE               PIC X(01).
           05  WS-NEW-USER                 PIC X(08).
           05  WS-NEW-DESC                 PIC X(46).

      *--- Page controls: COMM-DEB-PG carries the number of entries
      *--- on the pages already shown
       01  WS-PAGE-SKIP                    PIC S9(04) COMP VALUE +0.
       01  WS-LINE-COUNT                   PIC S9(04) COMP VALUE +0.
       01  WS-LINE-NUM                     PIC 9(01)  VALUE 0.
       01  WS-TL-DISPLAY-LINE              PIC X(78).
       01  WS-TL-TIME-EDIT                 PIC X(05).
       01  WS-TL-SOURCE-NAME               PIC X(05).
       01  WS-AMT-EDIT                     PIC -(7)9.99.

      *--- VSAM browse keys
       01  WS-NOTE-KEY.
           05  WS-NOTE-CUSTIDENT           PIC 9(009).
           05  WS-NOTE-NOTESEQ             PIC 9(004).
       01  WS-HIST-KEY.
           05  WS-HIST-CUSTIDENT           PIC 9(009).
           05  WS-HIST-ORDERNUM            PIC 9(006).
           05  WS-HIST-CHGSEQ              PIC 9(004).
       01  WS-ADDR-KEY.
           05  WS-ADDR-CUSTIDENT           PIC 9(009).
           05  WS-ADDR-CHGSEQ              PIC 9(004).
       01  WS-CASE-KEY.
           05  WS-CASE-CUSTIDENT           PIC 9(009).
           05  WS-CASE-CASENUM             PIC 9(005).
       01  WS-PAY-KEY.
           05  WS-PAY-CUSTIDENT            PIC 9(009).
           05  WS-PAY-ORDERNUM             PIC 9(006).
           05  WS-PAY-PAYSEQ               PIC 9(003).

      *--- Audit trail host variables (DB2 side of the dual store)
       01  WS-HV-CUSTIDENT                 PIC S9(9)V USAGE COMP-3.
       01  WS-HV-FROM                      PIC 9(08).
       01  WS-HV-TO                        PIC 9(08).
       01  WS-AUD-ACTN                     PIC X(03).
       01  WS-AUD-DATE                     PIC 9(08).
       01  WS-AUD-TIME                     PIC 9(08).
       01  WS-AUD-BEFLNAME                 PIC X(30).
       01  WS-AUD-AFTLNAME                 PIC X(30).
       01  WS-CHG-FIELD                    PIC X(11).
       01  WS-CHG-OLDVAL                   PIC X(40).
       01  WS-CHG-NEWVAL                   PIC X(40).
       01  WS-CHG-DATE                     PIC 9(08).
       01  WS-CHG-TIME                     PIC 9(08).
       01  WS-CHG-USER                     PIC X(08).
       01  WS-SQL-FETCHED                  PIC S9(04) COMP VALUE +0.
       01  WS-SQLCODE                      PIC -999.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the customer-36
      -          '0 screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-97                                  PIC  X(79)
           VALUE 'E: unreferenced customer.                      '.
       01  MSG-91                                  PIC  X(79)
           VALUE 'E: source must be A, N, O, H, C, P or blank.   '.
       01  MSG-92                                  PIC  X(79)
           VALUE 'E: from date is after to date.                 '.
       01  MSG-93                                  PIC  X(79)
           VALUE 'E: key the line (1-8) to open, then PF5.       '.
       01  MSG-94                                  PIC  X(79)
           VALUE 'E: no timeline entry on that line.             '.
       01  MSG-96                                  PIC  X(79)
           VALUE 'I: no activity on file for this customer/filter.'.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: newest first, PF8 older, line + PF5 opens the sour
      -          'ce screen.'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM52.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Customer VSAM file's data layout ---------------------
           COPY ODCSF0.

      * Customer note's VSAM file data layout --------------------
           COPY ODCSFNT.

      * Order status-history's VSAM file data layout -------------
           COPY ODCSFOH.

      * Address-history VSAM file's data layout ------------------
           COPY ODCSFAH.

      * Customer case VSAM file's data layout --------------------
           COPY ODCSFCS.

      * Order payment-history VSAM file's data layout ------------
           COPY ODCSFPH.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-TIMELINE.

      * This program may only be reached thru the customer-360...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM52O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM52O
                   MOVE COMM-CLT  TO MAJ-CUSTIDENT
                   MOVE 0         TO COMM-DEB-PG
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-BUILD-TIMELINE
                      PERFORM 1180-FILL-TIMELINE-PAGE
                   END-IF
                   PERFORM 1200-SEND-TIMELINE-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'        TO  COMM-FONC
           MOVE MAJ-CUSTIDENT    TO  COMM-CLT
           EXEC CICS RETURN TRANSID('SA52')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Gather the customer's dated entries from every source
      * ! the filter lets thru into the newest-first table.
      * --------------------------------------------------------
       1100-BUILD-TIMELINE.
           MOVE 0 TO WS-TL-COUNT.
           IF FLT-ALL-SOURCES OR WS-FLT-SOURCE = 'A'
              PERFORM 1120-COLLECT-AUDIT
              PERFORM 1125-COLLECT-CHANGES
           END-IF.
           IF FLT-ALL-SOURCES OR WS-FLT-SOURCE = 'N'
              PERFORM 1130-COLLECT-NOTES
           END-IF.
           IF FLT-ALL-SOURCES OR WS-FLT-SOURCE = 'O'
              PERFORM 1140-COLLECT-ORDER-HISTORY
           END-IF.
           IF FLT-ALL-SOURCES OR WS-FLT-SOURCE = 'H'
              PERFORM 1150-COLLECT-ADDRESSES
           END-IF.
           IF FLT-ALL-SOURCES OR WS-FLT-SOURCE = 'C'
              PERFORM 1160-COLLECT-CASES
           END-IF.
           IF FLT-ALL-SOURCES OR WS-FLT-SOURCE = 'P'
              PERFORM 1170-COLLECT-PAYMENTS
           END-IF.

      * --------------------------------------------------------
       1110-READ-CUSTOMER.
           MOVE 'Y' TO CUSTOMER-FOUND-SW.
           MOVE SPACES TO VCUSTNMO.
           MOVE MAJ-CUSTIDENT (4:6) TO VCUSTIDO.
           MOVE MAJ-CUSTIDENT TO QS-CUSTIDENT.
           EXEC CICS READ DATASET('ODCSF0')
                          INTO(QS-ODCSF0-RECORD)
                          RIDFLD(QS-CUSTIDENT)
                          LENGTH(LENGTH OF QS-ODCSF0-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE 'N'    TO CUSTOMER-FOUND-SW
              MOVE MSG-97 TO VMESSO
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              STRING QS-CUSTLNAME DELIMITED BY SIZE
                     ' '          DELIMITED BY SIZE
                     QS-CUSTFNAME DELIMITED BY SIZE
                INTO VCUSTNMO
              END-STRING
           END-IF.

      * --------------------------------------------------------
      * ! The audit actions (ADD/MOD/DEL/MRG/RST) inside the date
      * ! range, most recent first; no more can be kept than the
      * ! table holds, so the fetch stops there.
      * --------------------------------------------------------
       1120-COLLECT-AUDIT.
           MOVE MAJ-CUSTIDENT TO WS-HV-CUSTIDENT.
           MOVE WS-FLT-FROM   TO WS-HV-FROM.
           MOVE WS-FLT-TO     TO WS-HV-TO.
           MOVE 0             TO WS-SQL-FETCHED.
           EXEC SQL
                DECLARE CURS-TLAUD CURSOR FOR
                SELECT  AUDITACTN, AUDITDATE, AUDITTIME,
                        BEFLNAME,  AFTLNAME
                FROM    PJ01DB2.ODCSF0_AUDIT
                WHERE   CUSTIDENT = :WS-HV-CUSTIDENT
                AND     AUDITDATE BETWEEN :WS-HV-FROM AND :WS-HV-TO
                ORDER BY AUDITDATE DESC, AUDITTIME DESC
           END-EXEC.
           EXEC SQL OPEN CURS-TLAUD END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE = 0
              PERFORM UNTIL WS-SQLCODE NOT = 0
                      OR WS-SQL-FETCHED >= WS-TL-MAX
                 EXEC SQL
                      FETCH CURS-TLAUD
                      INTO :WS-AUD-ACTN, :WS-AUD-DATE, :WS-AUD-TIME,
                           :WS-AUD-BEFLNAME, :WS-AUD-AFTLNAME
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF WS-SQLCODE = 0
                    ADD 1 TO WS-SQL-FETCHED
                    MOVE WS-AUD-DATE       TO WS-NEW-DATE
                    MOVE WS-AUD-TIME (1:6) TO WS-NEW-TIME
                    MOVE 'Y'               TO WS-NEW-TIMED
                    MOVE 'A'               TO WS-NEW-SOURCE
                    MOVE SPACES            TO WS-NEW-USER
                    MOVE SPACES            TO WS-NEW-DESC
                    STRING 'CUSTOMER '     DELIMITED BY SIZE
                           WS-AUD-ACTN     DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-AUD-BEFLNAME DELIMITED BY '  '
                           ' > '           DELIMITED BY SIZE
                           WS-AUD-AFTLNAME DELIMITED BY '  '
                      INTO WS-NEW-DESC
                    END-STRING
                    PERFORM ADD-TIMELINE-ENTRY
                 END-IF
              END-PERFORM
              EXEC SQL CLOSE CURS-TLAUD END-EXEC
           END-IF.

      * --------------------------------------------------------
      * ! The field changes inside the date range, most recent
      * ! first, with the user who made them.
      * --------------------------------------------------------
       1125-COLLECT-CHANGES.
           MOVE MAJ-CUSTIDENT TO WS-HV-CUSTIDENT.
           MOVE WS-FLT-FROM   TO WS-HV-FROM.
           MOVE WS-FLT-TO     TO WS-HV-TO.
           MOVE 0             TO WS-SQL-FETCHED.
           EXEC SQL
                DECLARE CURS-TLCHG CURSOR FOR
                SELECT  FIELDNAME, OLDVALUE, NEWVALUE,
                        CHGDATE,   CHGTIME,  CHGUSER
                FROM    PJ01DB2.ODCSF0_CHGLOG
                WHERE   CUSTIDENT = :WS-HV-CUSTIDENT
                AND     CHGDATE BETWEEN :WS-HV-FROM AND :WS-HV-TO
                ORDER BY CHGDATE DESC, CHGTIME DESC
           END-EXEC.
           EXEC SQL OPEN CURS-TLCHG END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE = 0
              PERFORM UNTIL WS-SQLCODE NOT = 0
                      OR WS-SQL-FETCHED >= WS-TL-MAX
                 EXEC SQL
                      FETCH CURS-TLCHG
                      INTO :WS-CHG-FIELD, :WS-CHG-OLDVAL,
                           :WS-CHG-NEWVAL, :WS-CHG-DATE,
                           :WS-CHG-TIME,   :WS-CHG-USER
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF WS-SQLCODE = 0
                    ADD 1 TO WS-SQL-FETCHED
                    MOVE WS-CHG-DATE       TO WS-NEW-DATE
                    MOVE WS-CHG-TIME (1:6) TO WS-NEW-TIME
                    MOVE 'Y'               TO WS-NEW-TIMED
                    MOVE 'A'               TO WS-NEW-SOURCE
                    MOVE WS-CHG-USER       TO WS-NEW-USER
                    MOVE SPACES            TO WS-NEW-DESC
                    STRING WS-CHG-FIELD    DELIMITED BY ' '
                           ': '            DELIMITED BY SIZE
                           WS-CHG-OLDVAL   DELIMITED BY '  '
                           ' > '           DELIMITED BY SIZE
                           WS-CHG-NEWVAL   DELIMITED BY '  '
                      INTO WS-NEW-DESC
                    END-STRING
                    PERFORM ADD-TIMELINE-ENTRY
                 END-IF
              END-PERFORM
              EXEC SQL CLOSE CURS-TLCHG END-EXEC
           END-IF.

      * --------------------------------------------------------
      * ! The customer's notes, dated by the day they were keyed.
      * --------------------------------------------------------
       1130-COLLECT-NOTES.
           MOVE MAJ-CUSTIDENT TO WS-NOTE-CUSTIDENT.
           MOVE 0             TO WS-NOTE-NOTESEQ.
           EXEC CICS STARTBR DATASET ('ODCSFNT')
                             RIDFLD  (WS-NOTE-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('ODCSFNT')
                                    INTO    (QN-ODCSFNT-RECORD)
                                    LENGTH  (LENGTH OF
                                             QN-ODCSFNT-RECORD)
                                    RIDFLD  (WS-NOTE-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF QN-CUSTIDENT NOT = MAJ-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       MOVE QN-NOTEDATE   TO WS-NEW-DATE
                       MOVE 0             TO WS-NEW-TIME
                       MOVE 'N'           TO WS-NEW-TIMED
                       MOVE 'N'           TO WS-NEW-SOURCE
                       MOVE QN-NOTEUSERID TO WS-NEW-USER
                       MOVE QN-NOTETEXT   TO WS-NEW-DESC
                       PERFORM ADD-TIMELINE-ENTRY
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('ODCSFNT') END-EXEC
           END-IF.

      * --------------------------------------------------------
      * ! Every status transition of the customer's orders.
      * --------------------------------------------------------
       1140-COLLECT-ORDER-HISTORY.
           MOVE MAJ-CUSTIDENT TO WS-HIST-CUSTIDENT.
           MOVE 0             TO WS-HIST-ORDERNUM WS-HIST-CHGSEQ.
           EXEC CICS STARTBR DATASET ('ORDHIST')
                             RIDFLD  (WS-HIST-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('ORDHIST')
                                    INTO    (OH-ODCSFOH-RECORD)
                                    LENGTH  (LENGTH OF
                                             OH-ODCSFOH-RECORD)
                                    RIDFLD  (WS-HIST-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF OH-CUSTIDENT NOT = MAJ-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       MOVE OH-CHGDATE       TO WS-NEW-DATE
                       MOVE OH-CHGTIME (1:6) TO WS-NEW-TIME
                       MOVE 'Y'              TO WS-NEW-TIMED
                       MOVE 'O'              TO WS-NEW-SOURCE
                       MOVE OH-USERID        TO WS-NEW-USER
                       MOVE SPACES           TO WS-NEW-DESC
                       STRING 'ORDER '       DELIMITED BY SIZE
                              OH-ORDERNUM    DELIMITED BY SIZE
                              ' '            DELIMITED BY SIZE
                              OH-OLD-STATUS  DELIMITED BY ' '
                              ' > '          DELIMITED BY SIZE
                              OH-NEW-STATUS  DELIMITED BY ' '
                              ' '            DELIMITED BY SIZE
                              OH-PROGRAM     DELIMITED BY SIZE
                         INTO WS-NEW-DESC
                       END-STRING
                       PERFORM ADD-TIMELINE-ENTRY
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('ORDHIST') END-EXEC
           END-IF.

      * --------------------------------------------------------
      * ! Every address the customer has moved away from; the
      * ! user column shows where the change came from.
      * --------------------------------------------------------
       1150-COLLECT-ADDRESSES.
           MOVE MAJ-CUSTIDENT TO WS-ADDR-CUSTIDENT.
           MOVE 0             TO WS-ADDR-CHGSEQ.
           EXEC CICS STARTBR DATASET ('ADDRHIST')
                             RIDFLD  (WS-ADDR-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('ADDRHIST')
                                    INTO    (AH-ODCSFAH-RECORD)
                                    LENGTH  (LENGTH OF
                                             AH-ODCSFAH-RECORD)
                                    RIDFLD  (WS-ADDR-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF AH-CUSTIDENT NOT = MAJ-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       MOVE AH-CHGDATE    TO WS-NEW-DATE
                       MOVE 0             TO WS-NEW-TIME
                       MOVE 'N'           TO WS-NEW-TIMED
                       MOVE 'H'           TO WS-NEW-SOURCE
                       MOVE AH-CHG-SOURCE TO WS-NEW-USER
                       MOVE SPACES        TO WS-NEW-DESC
                       STRING 'MOVED FROM '  DELIMITED BY SIZE
                              AH-OLD-ADDRS   DELIMITED BY '  '
                              ', '           DELIMITED BY SIZE
                              AH-OLD-CITY    DELIMITED BY '  '
                              ' '            DELIMITED BY SIZE
                              AH-OLD-STATE   DELIMITED BY SIZE
                         INTO WS-NEW-DESC
                       END-STRING
                       PERFORM ADD-TIMELINE-ENTRY
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('ADDRHIST') END-EXEC
           END-IF.

      * --------------------------------------------------------
      * ! Each case gives up to three entries: its opening, its
      * ! assignment to an owner and its resolution.
      * --------------------------------------------------------
       1160-COLLECT-CASES.
           MOVE MAJ-CUSTIDENT TO WS-CASE-CUSTIDENT.
           MOVE 0             TO WS-CASE-CASENUM.
           EXEC CICS STARTBR DATASET ('CASEFILE')
                             RIDFLD  (WS-CASE-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('CASEFILE')
                                    INTO    (CS-ODCSFCS-RECORD)
                                    LENGTH  (LENGTH OF
                                             CS-ODCSFCS-RECORD)
                                    RIDFLD  (WS-CASE-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF CS-CUSTIDENT NOT = MAJ-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       PERFORM ADD-CASE-ENTRIES
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('CASEFILE') END-EXEC
           END-IF.

      * --------------------------------------------------------
       ADD-CASE-ENTRIES.
           MOVE 0   TO WS-NEW-TIME.
           MOVE 'N' TO WS-NEW-TIMED.
           MOVE 'C' TO WS-NEW-SOURCE.
           IF CS-OPENDATE NOT = 0
              MOVE CS-OPENDATE TO WS-NEW-DATE
              MOVE SPACES      TO WS-NEW-USER
              MOVE SPACES      TO WS-NEW-DESC
              STRING 'CASE '       DELIMITED BY SIZE
                     CS-CASENUM    DELIMITED BY SIZE
                     ' OPENED '    DELIMITED BY SIZE
                     CS-CATEGORY   DELIMITED BY SIZE
                     ' '           DELIMITED BY SIZE
                     CS-SUMMARY    DELIMITED BY SIZE
                INTO WS-NEW-DESC
              END-STRING
              PERFORM ADD-TIMELINE-ENTRY
           END-IF.
           IF CS-ASSIGNDATE NOT = 0
              MOVE CS-ASSIGNDATE TO WS-NEW-DATE
              MOVE CS-OWNER      TO WS-NEW-USER
              MOVE SPACES        TO WS-NEW-DESC
              STRING 'CASE '         DELIMITED BY SIZE
                     CS-CASENUM      DELIMITED BY SIZE
                     ' ASSIGNED TO ' DELIMITED BY SIZE
                     CS-OWNER        DELIMITED BY SIZE
                INTO WS-NEW-DESC
              END-STRING
              PERFORM ADD-TIMELINE-ENTRY
           END-IF.
           IF CS-RESOLVEDATE NOT = 0
              MOVE CS-RESOLVEDATE TO WS-NEW-DATE
              MOVE CS-OWNER       TO WS-NEW-USER
              MOVE SPACES         TO WS-NEW-DESC
              STRING 'CASE '       DELIMITED BY SIZE
                     CS-CASENUM    DELIMITED BY SIZE
                     ' RESOLVED'   DELIMITED BY SIZE
                INTO WS-NEW-DESC
              END-STRING
              PERFORM ADD-TIMELINE-ENTRY
           END-IF.

      * --------------------------------------------------------
      * ! Every entry of the payment history: payments applied,
      * ! the bank's returns and the agency recoveries.
      * --------------------------------------------------------
       1170-COLLECT-PAYMENTS.
           MOVE MAJ-CUSTIDENT TO WS-PAY-CUSTIDENT.
           MOVE 0             TO WS-PAY-ORDERNUM WS-PAY-PAYSEQ.
           EXEC CICS STARTBR DATASET ('PAYHIST')
                             RIDFLD  (WS-PAY-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('PAYHIST')
                                    INTO    (PH-ODCSFPH-RECORD)
                                    LENGTH  (LENGTH OF
                                             PH-ODCSFPH-RECORD)
                                    RIDFLD  (WS-PAY-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF PH-CUSTIDENT NOT = MAJ-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       PERFORM ADD-PAYMENT-ENTRY
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('PAYHIST') END-EXEC
           END-IF.

      * --------------------------------------------------------
       ADD-PAYMENT-ENTRY.
           MOVE PH-PAYDATE TO WS-NEW-DATE.
           MOVE 0          TO WS-NEW-TIME.
           MOVE 'N'        TO WS-NEW-TIMED.
           MOVE 'P'        TO WS-NEW-SOURCE.
           MOVE SPACES     TO WS-NEW-USER.
           MOVE SPACES     TO WS-NEW-DESC.
           MOVE PH-PAYAMT  TO WS-AMT-EDIT.
           EVALUATE PH-ENTRY-TYPE
              WHEN 'R'
                   STRING 'RETURNED '   DELIMITED BY SIZE
                          PH-RET-REASON DELIMITED BY SIZE
                          ' ORDER '     DELIMITED BY SIZE
                          PH-ORDERNUM   DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          WS-AMT-EDIT   DELIMITED BY SIZE
                     INTO WS-NEW-DESC
                   END-STRING
              WHEN 'A'
                   STRING 'AGENCY RECOVERY ORDER ' DELIMITED BY SIZE
                          PH-ORDERNUM   DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          WS-AMT-EDIT   DELIMITED BY SIZE
                     INTO WS-NEW-DESC
                   END-STRING
              WHEN OTHER
                   STRING 'PAID ORDER ' DELIMITED BY SIZE
                          PH-ORDERNUM   DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          WS-AMT-EDIT   DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          PH-BANKREF    DELIMITED BY ' '
                     INTO WS-NEW-DESC
                   END-STRING
                   IF PH-REVERSED = 'Y'
                      MOVE '*REVERSED' TO WS-NEW-DESC (38:9)
                   END-IF
           END-EVALUATE.
           PERFORM ADD-TIMELINE-ENTRY.

      * --------------------------------------------------------
      * ! Insert WS-NEW-ENTRY at its place in the newest-first
      * ! table when it falls inside the date range. Entries of
      * ! the same stamp keep the order they were collected in.
      * --------------------------------------------------------
       ADD-TIMELINE-ENTRY.
           IF  WS-NEW-DATE NOT < WS-FLT-FROM
           AND WS-NEW-DATE NOT > WS-FLT-TO
               IF  WS-TL-COUNT = WS-TL-MAX
               AND WS-NEW-STAMP NOT > WS-TL-STAMP (WS-TL-MAX)
                   CONTINUE
               ELSE
                   IF WS-TL-COUNT < WS-TL-MAX
                      ADD 1 TO WS-TL-COUNT
                   END-IF
                   MOVE WS-TL-COUNT TO WS-TL-IX
                   MOVE 'N'         TO SLOT-FOUND-SW
                   PERFORM UNTIL SLOT-FOUND
                      IF WS-TL-IX = 1
                         MOVE 'Y' TO SLOT-FOUND-SW
                      ELSE
                         IF WS-TL-STAMP (WS-TL-IX - 1)
                                              NOT < WS-NEW-STAMP
                            MOVE 'Y' TO SLOT-FOUND-SW
                         ELSE
                            MOVE WS-TL-ENTRY (WS-TL-IX - 1)
                              TO WS-TL-ENTRY (WS-TL-IX)
                            SUBTRACT 1 FROM WS-TL-IX
                         END-IF
                      END-IF
                   END-PERFORM
                   MOVE WS-NEW-ENTRY TO WS-TL-ENTRY (WS-TL-IX)
               END-IF
           END-IF.

      * --------------------------------------------------------
      * ! Show up to 8 entries after the ones on the pages
      * ! already shown (COMM-DEB-PG), numbered 1 to 8 on the
      * ! screen. The skip count goes back to zero past the last
      * ! entry so PF8 wraps round to the newest page.
      * --------------------------------------------------------
       1180-FILL-TIMELINE-PAGE.
           MOVE SPACES TO VTLLIN1O VTLLIN2O VTLLIN3O VTLLIN4O
                          VTLLIN5O VTLLIN6O VTLLIN7O VTLLIN8O.
           IF COMM-DEB-PG >= WS-TL-COUNT
              MOVE 0 TO COMM-DEB-PG
           END-IF.
           MOVE COMM-DEB-PG TO WS-PAGE-SKIP.
           MOVE 0           TO WS-LINE-COUNT.
           PERFORM VARYING WS-TL-IX FROM WS-PAGE-SKIP BY 1
                   UNTIL WS-TL-IX >= WS-TL-COUNT
                      OR WS-LINE-COUNT = 8
              ADD 1 TO WS-LINE-COUNT
              PERFORM MOVE-ENTRY-TO-SCREEN
           END-PERFORM.
           IF WS-PAGE-SKIP + 8 < WS-TL-COUNT
              COMPUTE COMM-DEB-PG = WS-PAGE-SKIP + 8
           ELSE
              MOVE 0 TO COMM-DEB-PG
           END-IF.
      *--- Keep the page shown for PF5, the next one for PF8
           MOVE WS-PAGE-SKIP TO COMM-DEB-PG-SVT.
           IF WS-TL-COUNT = 0
              MOVE MSG-96 TO VMESSO
           ELSE
              MOVE MSG-98 TO VMESSO
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one entry's display line (table entry
      * ! WS-TL-IX + 1) and move it to the next VTLLINnO field.
      * --------------------------------------------------------
       MOVE-ENTRY-TO-SCREEN.
           MOVE SPACES TO WS-TL-DISPLAY-LINE WS-TL-TIME-EDIT.
           MOVE WS-LINE-COUNT TO WS-LINE-NUM.
           IF WS-TL-TIMED (WS-TL-IX + 1) = 'Y'
              STRING WS-TL-TIME (WS-TL-IX + 1) (1:2)
                                            DELIMITED BY SIZE
                     ':'                    DELIMITED BY SIZE
                     WS-TL-TIME (WS-TL-IX + 1) (3:2)
                                            DELIMITED BY SIZE
                INTO WS-TL-TIME-EDIT
              END-STRING
           END-IF.
           EVALUATE WS-TL-SOURCE (WS-TL-IX + 1)
              WHEN 'A'  MOVE 'AUDIT' TO WS-TL-SOURCE-NAME
              WHEN 'N'  MOVE 'NOTE ' TO WS-TL-SOURCE-NAME
              WHEN 'O'  MOVE 'ORDER' TO WS-TL-SOURCE-NAME
              WHEN 'H'  MOVE 'ADDR ' TO WS-TL-SOURCE-NAME
              WHEN 'C'  MOVE 'CASE ' TO WS-TL-SOURCE-NAME
              WHEN 'P'  MOVE 'PAYMT' TO WS-TL-SOURCE-NAME
           END-EVALUATE.
           STRING WS-LINE-NUM                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TL-DATE (WS-TL-IX + 1)   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TL-TIME-EDIT             DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TL-SOURCE-NAME           DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TL-USER (WS-TL-IX + 1)   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TL-DESC (WS-TL-IX + 1)   DELIMITED BY SIZE
             INTO WS-TL-DISPLAY-LINE
           END-STRING.
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-TL-DISPLAY-LINE TO VTLLIN1O
              WHEN 2  MOVE WS-TL-DISPLAY-LINE TO VTLLIN2O
              WHEN 3  MOVE WS-TL-DISPLAY-LINE TO VTLLIN3O
              WHEN 4  MOVE WS-TL-DISPLAY-LINE TO VTLLIN4O
              WHEN 5  MOVE WS-TL-DISPLAY-LINE TO VTLLIN5O
              WHEN 6  MOVE WS-TL-DISPLAY-LINE TO VTLLIN6O
              WHEN 7  MOVE WS-TL-DISPLAY-LINE TO VTLLIN7O
              WHEN 8  MOVE WS-TL-DISPLAY-LINE TO VTLLIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the timeline screen, with the filters
      * ! in force shown back.
      * --------------------------------------------------------
       1200-SEND-TIMELINE-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT052' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE WS-FLT-SOURCE TO VTLSRCO
           IF WS-FLT-FROM NOT = 0
              MOVE WS-FLT-FROM TO VTLFROMO
           END-IF
           IF WS-FLT-TO NOT = 99999999
              MOVE WS-FLT-TO   TO VTLTOO
           END-IF
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VCUSTNMA
                       VTLLIN1A  VTLLIN2A VTLLIN3A VTLLIN4A
                       VTLLIN5A  VTLLIN6A VTLLIN7A VTLLIN8A
           MOVE 'A' TO VCUSTIDA  VTLSRCA  VTLFROMA VTLTOA
                       VTLSELA
           EXEC CICS SEND MAP('RSSAM52')
                       MAPSET('RSSAM52') FROM(RSSAM52O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF3 returns to the customer-360 screen, ENTER shows the
      * ! keyed customer and filters from the newest entry, PF8
      * ! pages back, PF5 opens the keyed line's source screen.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM52')
                             MAPSET('RSSAM52')
                             INTO  (RSSAM52I)
           END-EXEC.
           MOVE COMM-CLT TO MAJ-CUSTIDENT.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-360
              WHEN DFHENTER
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM CTRL-FILTERS
                   END-IF
                   IF ERR-NBR = 0
                      MOVE LOW-VALUE TO RSSAM52O
                      PERFORM 1110-READ-CUSTOMER
                      MOVE 0 TO COMM-DEB-PG
                      PERFORM 1100-BUILD-TIMELINE
                      PERFORM 1180-FILL-TIMELINE-PAGE
                   END-IF
                   PERFORM 1200-SEND-TIMELINE-SCREEN
              WHEN DFHPF8
                   PERFORM CTRL-FILTERS
                   IF ERR-NBR = 0
                      MOVE LOW-VALUE TO RSSAM52O
                      PERFORM 1110-READ-CUSTOMER
                      IF CUSTOMER-FOUND
                         PERFORM 1100-BUILD-TIMELINE
                         PERFORM 1180-FILL-TIMELINE-PAGE
                      END-IF
                   END-IF
                   PERFORM 1200-SEND-TIMELINE-SCREEN
              WHEN DFHPF5
                   PERFORM DRILL-DOWN-SOURCE
              WHEN OTHER
                   PERFORM CTRL-FILTERS
                   MOVE LOW-VALUE TO RSSAM52O
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      MOVE COMM-DEB-PG-SVT TO COMM-DEB-PG
                      PERFORM 1100-BUILD-TIMELINE
                      PERFORM 1180-FILL-TIMELINE-PAGE
                   END-IF
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1200-SEND-TIMELINE-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! A customer ID keyed on the screen replaces the one
      * ! received; the customer must be on file.
      * --------------------------------------------------------
       CTRL-CUSTOMER.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           IF  VCUSTIDL NOT = 0
           AND VCUSTIDI NOT = SPACES
               IF VCUSTIDI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VCUSTIDI TO MAJ-CUSTIDENT
               END-IF
           END-IF.
           IF ERR-NBR = 0
              IF MAJ-CUSTIDENT = 0
                 MOVE MSG-1 TO VMESSO
                 ADD  +1    TO ERR-NBR
              ELSE
                 PERFORM 1110-READ-CUSTOMER
                 IF NOT CUSTOMER-FOUND
                    ADD  +1 TO ERR-NBR
                 END-IF
              END-IF
           END-IF.

      * --------------------------------------------------------
      * ! The source code and date range keyed on the screen
      * ! (blank = no filter), and the line keyed for PF5.
      * --------------------------------------------------------
       CTRL-FILTERS.
           MOVE ZEROES    TO ERR-NBR.
           MOVE SPACE     TO WS-FLT-SOURCE.
           MOVE 0         TO WS-FLT-FROM WS-SEL-LINE.
           MOVE 99999999  TO WS-FLT-TO.
           IF  VTLSRCL NOT = 0
           AND VTLSRCI NOT = LOW-VALUE
               MOVE VTLSRCI TO WS-FLT-SOURCE
               IF NOT FLT-VALID-SOURCE
                  MOVE SPACE  TO WS-FLT-SOURCE
                  MOVE MSG-91 TO VMESSO
                  ADD  +1     TO ERR-NBR
               END-IF
           END-IF.
           IF  VTLFROML NOT = 0
           AND VTLFROMI NOT = SPACES
               IF VTLFROMI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VTLFROMI TO WS-FLT-FROM
               END-IF
           END-IF.
           IF  VTLTOL NOT = 0
           AND VTLTOI NOT = SPACES
               IF VTLTOI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VTLTOI TO WS-FLT-TO
               END-IF
           END-IF.
           IF  ERR-NBR = 0
           AND WS-FLT-FROM > WS-FLT-TO
               MOVE MSG-92 TO VMESSO
               ADD  +1     TO ERR-NBR
           END-IF.
           IF  VTLSELL NOT = 0
           AND VTLSELI NUMERIC
               MOVE VTLSELI TO WS-SEL-LINE
           END-IF.

      * --------------------------------------------------------
      * ! PF5: rebuild the page shown and transfer to the screen
      * ! the keyed line's entry comes from, with the customer
      * ! preselected the way the customer-360 drill-downs do.
      * --------------------------------------------------------
       DRILL-DOWN-SOURCE.
           PERFORM CTRL-FILTERS.
           IF ERR-NBR = 0
              MOVE LOW-VALUE TO RSSAM52O
              PERFORM 1110-READ-CUSTOMER
           END-IF.
           IF ERR-NBR = 0 AND CUSTOMER-FOUND
              MOVE COMM-DEB-PG-SVT TO COMM-DEB-PG
              PERFORM 1100-BUILD-TIMELINE
              PERFORM 1180-FILL-TIMELINE-PAGE
              IF WS-SEL-LINE < 1 OR WS-SEL-LINE > 8
                 MOVE MSG-93 TO VMESSO
              ELSE
                 COMPUTE WS-TL-IX = WS-PAGE-SKIP + WS-SEL-LINE
                 IF WS-TL-IX > WS-TL-COUNT
                    MOVE MSG-94 TO VMESSO
                 ELSE
                    EVALUATE WS-TL-SOURCE (WS-TL-IX)
                       WHEN 'A'
                            MOVE 'AUDI'     TO COMM-DEST
                            MOVE 'RSSBT004' TO PGM-DEST
                       WHEN 'N'
                            MOVE 'NOTE'     TO COMM-DEST
                            MOVE 'RSSAT005' TO PGM-DEST
                       WHEN 'O'
                            MOVE 'OHST'     TO COMM-DEST
                            MOVE 'RSSAT019' TO PGM-DEST
                       WHEN 'H'
                            MOVE 'AHST'     TO COMM-DEST
                            MOVE 'RSSAT022' TO PGM-DEST
                       WHEN 'C'
                            MOVE 'CASE'     TO COMM-DEST
                            MOVE 'RSSAT024' TO PGM-DEST
                       WHEN 'P'
                            MOVE 'ORDR'     TO COMM-DEST
                            MOVE 'RSSAT004' TO PGM-DEST
                    END-EVALUATE
                    PERFORM SET-DRILL-COMMAREA
                    IF WS-TL-SOURCE (WS-TL-IX) = 'N'
                       MOVE 1 TO COMM-DEB-PG-SVT
                    END-IF
                    PERFORM NEXT-TASK
                 END-IF
              END-IF
           END-IF.
           PERFORM 1200-SEND-TIMELINE-SCREEN.

      * --------------------------------------------------------
       SET-DRILL-COMMAREA.
           MOVE 'MENU'        TO COMM-PROV.
           MOVE 'SEND'        TO COMM-FONC.
           MOVE SPACES        TO COMM-RETOUR.
           MOVE 0             TO COMM-NUM-MESS.
           MOVE MAJ-CUSTIDENT TO COMM-CLT.
           MOVE 0             TO COMM-NUM-PG.
           MOVE 0             TO COMM-DEB-PG.
           MOVE 0             TO COMM-DEB-PG-SVT.

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM52') MAPSET('RSSAM52') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC
           .

      *- RETURN TO THE CUSTOMER-360 SCREEN
       BACK-TO-360.
           MOVE  COMM-DEST     TO  COMM-PROV.
           MOVE 'C360'         TO  COMM-DEST.
           MOVE 'SEND'         TO  COMM-FONC.
           MOVE  MAJ-CUSTIDENT TO  COMM-CLT.
           MOVE 'RSSAT030'     TO  PGM-DEST.
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
