      *     > Updating an existing customer                           *
      *     > Deleting an existing customer                           *
      *    -Customer's identifier is received thru the COMMAREA.      *
      *    -Closing an account (status C) runs the closure checklist  *
      *     over orders, refunds, cases, tickler items and standing   *
      *     orders, and records an accepted close for the nightly     *
      *     closure run (final statement, closure letter, refund).    *
      *    -The customer's most severe active special-handling flag   *
      *     (HANDFLAG) is shown as a banner line.                     *
      *    -An address, name or contact change keyed with an         *
      *     effective date after today is not applied: it is held    *
      *     with its before image on the future-change file (FUTCHG) *
      *     and the nightly RSSABC31 step lands it on that date.     *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSBM02                                      *
      *    Transaction : SB02                                         *
       01  WS-PQ-OLDVAL        PIC X(20)  VALUE SPACES.
       01  WS-PQ-NEWVAL        PIC X(20)  VALUE SPACES.
       01  WS-PQ-OLD-NUM       PIC 9(07).99 VALUE ZEROS.
      *--- Future-dated change record: an address, name or contact
      *--- change keyed with an effective date after today is held
      *--- with its before image until the nightly step applies it
           COPY ODCSFFC.
       01  WS-FC-KEY.
           05  WS-FC-CUSTIDENT PIC 9(09).
           05  WS-FC-SEQ       PIC 9(04).
       01  WS-FC-HIGH-SEQ      PIC 9(04)  VALUE 0.
       01  WS-FC-RESP          PIC S9(08) COMP VALUE +0.
       01  WS-FC-KIND          PIC X(01)  VALUE SPACE.
       01  WS-FC-OLD-IMAGE     PIC X(60)  VALUE SPACES.
       01  WS-FC-NEW-IMAGE     PIC X(60)  VALUE SPACES.
       01  WS-FC-TODAY         PIC 9(08)  VALUE 0.
       01  WS-FC-TAG-SAVE      PIC 9(01)  VALUE 0.
       01  WS-FC-QUEUED-SW     PIC X(01)  VALUE 'N'.
       01  WS-FC-FAILED-SW     PIC X(01)  VALUE 'N'.
       01  MAJ-EFF-DATE        PIC 9(08)  VALUE 0.
       01  MAJ-EFF-DATE-X REDEFINES MAJ-EFF-DATE.
           05  MAJ-EFF-CCYY    PIC 9(04).
           05  MAJ-EFF-MM      PIC 9(02).
           05  MAJ-EFF-DD      PIC 9(02).
       01  MSG-FUTURE          PIC X(79) VALUE
           'I: dated change held on the future-change file until its
      -    ' effective date.'.
       01  MSG-FUTFAIL         PIC X(79) VALUE
           'E: future-change file unavailable, dated change not held
      -    '.'.
      *--- Privacy-consent record, stamped at the current notice
      *--- version when preferences are taken
           COPY ODCSFCV.
       01  WS-CV-RESP          PIC S9(08) COMP VALUE +0.
      *--- Special-handling flags and their code table
           COPY ODCSFHF.
           COPY ODCSFHT.
      *--- Banner: the customer's most severe active flag
       01  WS-BANNER-AREA.
           05  WS-BNR-KEY.
               10  WS-BNR-CUSTIDENT        PIC 9(009).
               10  WS-BNR-FLAG-CODE        PIC X(004).
           05  WS-BNR-RESP                 PIC S9(08) COMP   VALUE +0.
           05  WS-BNR-TBL-RESP             PIC S9(08) COMP   VALUE +0.
           05  WS-BNR-TODAY                PIC 9(08)  VALUE 0.
           05  WS-BNR-COUNT                PIC S9(04) COMP   VALUE +0.
           05  WS-BNR-MORE-EDIT            PIC Z9.
           05  WS-BNR-SEVERITY             PIC 9(01)  VALUE 9.
           05  WS-BNR-DESC                 PIC X(30)  VALUE SPACES.
           05  WS-BNR-TEXT                 PIC X(40)  VALUE SPACES.
           05  WS-BNR-LINE                 PIC X(75)  VALUE SPACES.
       01  MSG-PENDING         PIC X(79) VALUE
           'W: high-risk change routed to the supervisor review queue
      -    '.'.
           05  TAG-STREAS      PIC  9            VALUE 0.
               88  ERR-STREAS                    VALUE 1.
               88  STREAS-OK                     VALUE 0.
           05  TAG-CLOSE       PIC  9            VALUE 0.
               88  ERR-CLOSE                     VALUE 1.
               88  CLOSE-OK                      VALUE 0.
           05  TAG-EFFDT       PIC  9            VALUE 0.
               88  ERR-EFFDT                     VALUE 1.
               88  EFFDT-OK                      VALUE 0.
      *--- City/state/ZIP reference lookup for the VZIPI edit
           05  WS-CSZ-LOOKUP.
               10  WS-CSZ-ZIP      PIC X(005).
           05  WS-CP-SETDATE       PIC 9(008).
           05  WS-CP-SOURCE        PIC X(010).
           05  WS-CP-DELIV-PREF    PIC X(001).
           05  WS-CP-DNC-OPTOUT    PIC X(001).
           05  WS-CP-DNC-DATE      PIC 9(008).
       01  WS-CP-RESP              PIC S9(08) COMP VALUE +0.
      *--- Customer lifecycle status panel: 'A' active, 'S'
      *--- suspended (credit hold), 'D' dormant, 'P' pending
       01  MSG-6B                                  PIC  X(79)
           VALUE 'E: branch code is not on the branch reference table.
      -          ' '.
       01  MSG-6E                                  PIC  X(79)
           VALUE 'E: effective date must fall after today (blank appli
      -          'es now).'.
       01  MSG-6U                                  PIC  X(79)
           VALUE 'E: an effective date only applies to an update.
      -          '      '.
       01  MSG-6R                                  PIC  X(79)
           VALUE 'E: reason code is not on the reason-code table for t
      -          'his status.'.
      *--- Intent-lock record, browsed before any customer write
           COPY ODCSFIL.
       01  WS-LCK-RESP         PIC S9(08) COMP VALUE +0.

      *--- Closure checklist: a close ('C') keyed on an account not
      *--- yet closed is refused while business is still open on
      *--- it (an order not settled, cancelled or written off, a
      *--- refund due not yet extracted); open cases, open tickler
      *--- items and standing orders still running need a
      *--- supervisor, who confirms the override by typing YES in
      *--- CONFIRM. An accepted close is recorded on the CLOSURE
      *--- file, where the nightly closure run picks it up for the
      *--- final statement, the closure letter and the refund of
      *--- any credit balance left.
           COPY ODCSFORD.
           COPY ODCSFRF.
           COPY ODCSFCS.
           COPY ODCSFTK.
           COPY ODCSFSO.
           COPY ODCSFCL.
       01  WS-CLS-RESP         PIC S9(08) COMP VALUE +0.
       01  WS-CLS-CUST         PIC 9(09)  VALUE 0.
       01  WS-CLS-TODAY        PIC 9(08)  VALUE 0.
       01  WS-CLS-OPEN-ORDERS  PIC 9(03)  VALUE 0.
       01  WS-CLS-OPEN-BAL     PIC 9(07)V99 VALUE 0.
       01  WS-CLS-ORD-BAL      PIC S9(07)V99 VALUE 0.
       01  WS-CLS-OPEN-REFUNDS PIC 9(03)  VALUE 0.
       01  WS-CLS-OPEN-CASES   PIC 9(03)  VALUE 0.
       01  WS-CLS-OPEN-TICKLERS PIC 9(03) VALUE 0.
       01  WS-CLS-OPEN-STORDERS PIC 9(03) VALUE 0.
       01  WS-CLS-OVERRIDE-USER PIC X(08) VALUE SPACES.
       01  WS-CLS-BAL-EDIT     PIC ZZZZZZ9,99.
       01  WS-CLS-ORD-KEY.
           05  WS-CLS-ORD-CUST PIC 9(09).
           05  WS-CLS-ORD-NUM  PIC 9(06).
       01  WS-CLS-RF-KEY.
           05  WS-CLS-RF-CUST  PIC 9(09).
           05  WS-CLS-RF-SEQ   PIC 9(04).
       01  WS-CLS-CS-KEY.
           05  WS-CLS-CS-CUST  PIC 9(09).
           05  WS-CLS-CS-NUM   PIC 9(05).
       01  WS-CLS-TK-KEY.
           05  WS-CLS-TK-CUST  PIC 9(09).
           05  WS-CLS-TK-SEQ   PIC 9(04).
       01  WS-CLS-SO-KEY.
           05  WS-CLS-SO-CUST  PIC 9(09).
           05  WS-CLS-SO-SEQ   PIC 9(02).
      
       LINKAGE                                   SECTION.
       01  DFHCOMMAREA                             PIC  X(50).
                 ADD  +1         TO ERR-NBR
              END-IF
           END-IF.

      *--- Edit the effective date of a dated change (optional, same
      *--- MM/DD/CCYY form as the birthdate): when keyed on an update
      *--- it must fall after today, and the address, name and
      *--- contact changes keyed with it are held until that date
           MOVE ZEROES  TO TAG-EFFDT.
           MOVE ZEROES  TO MAJ-EFF-DATE.
           IF VEFFDTL =  0
           OR VEFFDTI =  SPACES
              CONTINUE
           ELSE
           IF COMM-DEST NOT = 'MAJ '
              MOVE    MSG-6U   TO   VMESSO
              MOVE    1        TO   TAG-EFFDT
              ADD    +1        TO   ERR-NBR
           ELSE
              MOVE    TAG-DBIRTH TO WS-FC-TAG-SAVE
              MOVE    ZEROES   TO   TAG-DBIRTH
              MOVE    VEFFDTI  TO   SCREEN-DATE
              PERFORM CTRL-DATE
              IF DBIRTH-OK
                 MOVE SCR-CCYY9  TO MAJ-EFF-CCYY
                 MOVE SCR-MM9    TO MAJ-EFF-MM
                 MOVE SCR-DD9    TO MAJ-EFF-DD
                 ACCEPT WS-FC-TODAY FROM DATE YYYYMMDD
                 IF MAJ-EFF-DATE NOT > WS-FC-TODAY
                    MOVE  MSG-6E    TO VMESSO
                    MOVE  1         TO TAG-EFFDT
                    ADD  +1         TO ERR-NBR
                 END-IF
              ELSE
                 MOVE  MSG-2     TO VMESSO
                 MOVE  1         TO TAG-EFFDT
                 ADD  +1         TO ERR-NBR
              END-IF
              MOVE    WS-FC-TAG-SAVE TO TAG-DBIRTH
           END-IF
           END-IF.
      
      *--- Edit customer's state of residence: only US-style
      *--- countries force a valid US state code, other countries'
              END-IF
           END-IF.

      *--- A close keyed on an account not yet closed runs the
      *--- closure checklist on every pass, so PF12 applies only
      *--- what the last check allowed...
           MOVE ZEROES  TO TAG-CLOSE.
           MOVE SPACES  TO WS-CLS-OVERRIDE-USER.
           IF COMM-DEST = 'MAJ ' AND MAJ-CUSTSTATUS = 'C'
              PERFORM CHECK-CLOSURE-CHECKLIST
           END-IF.

      *--------------
      * Closure checklist. Hard items (an order still open, a
      * refund due not yet extracted) refuse the close; soft items
      * (open cases, open tickler items, running standing orders)
      * let it through only for a supervisor who keys YES in
      * CONFIRM, and that supervisor is recorded as the override.
       CHECK-CLOSURE-CHECKLIST.
           MOVE COMM-CLT TO WS-MIRROR-KEY.
           MOVE COMM-CLT TO WS-CLS-CUST.
           EXEC CICS READ DATASET('ODCSF0')
                          INTO(QS-ODCSF0-RECORD)
                          RIDFLD(WS-MIRROR-KEY)
                          LENGTH(LENGTH OF QS-ODCSF0-RECORD)
                          RESP(WS-MIRROR-RESP)
           END-EXEC.
           IF  WS-MIRROR-RESP = DFHRESP(NORMAL)
           AND QS-CUSTSTATUS = 'C'
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-CLS-TODAY FROM DATE YYYYMMDD.
           PERFORM COUNT-CLOSURE-ORDERS.
           PERFORM COUNT-CLOSURE-REFUNDS.
           IF  WS-CLS-OPEN-ORDERS > 0
           OR  WS-CLS-OPEN-REFUNDS > 0
               MOVE WS-CLS-OPEN-BAL TO WS-CLS-BAL-EDIT
               MOVE SPACES TO VMESSO
               STRING 'E: close refused: '  DELIMITED BY SIZE
                      WS-CLS-OPEN-ORDERS    DELIMITED BY SIZE
                      ' open order(s) bal ' DELIMITED BY SIZE
                      WS-CLS-BAL-EDIT       DELIMITED BY SIZE
                      ', '                  DELIMITED BY SIZE
                      WS-CLS-OPEN-REFUNDS   DELIMITED BY SIZE
                      ' refund(s) unsent'   DELIMITED BY SIZE
                 INTO VMESSO
               END-STRING
               MOVE 1  TO TAG-CLOSE
               ADD  +1 TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-CLOSURE-CASES.
           PERFORM COUNT-CLOSURE-TICKLERS.
           PERFORM COUNT-CLOSURE-STORDERS.
           IF  WS-CLS-OPEN-CASES = 0
           AND WS-CLS-OPEN-TICKLERS = 0
           AND WS-CLS-OPEN-STORDERS = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LANG-SET-SW = 'N'
              PERFORM GET-OPERATOR-LANGUAGE
           END-IF.
           IF  WS-OPR-ROLE = 'S'
           AND VCONFRMI = 'YES'
               MOVE EIBUSERID TO WS-CLS-OVERRIDE-USER
           ELSE
               MOVE SPACES TO VMESSO
               STRING 'E: '                 DELIMITED BY SIZE
                      WS-CLS-OPEN-CASES     DELIMITED BY SIZE
                      ' case(s), '          DELIMITED BY SIZE
                      WS-CLS-OPEN-TICKLERS  DELIMITED BY SIZE
                      ' tickler(s), '       DELIMITED BY SIZE
                      WS-CLS-OPEN-STORDERS  DELIMITED BY SIZE
                      ' stdg ord(s) open: supervisor YES in CONFIRM'
                                            DELIMITED BY SIZE
                 INTO VMESSO
               END-STRING
               MOVE 1  TO TAG-CLOSE
               MOVE 1  TO TAG-CONFIRM
               ADD  +1 TO ERR-NBR
           END-IF.

      *--------------
      * Orders not yet settled, cancelled or written off, and the
      * open balance they still carry.
       COUNT-CLOSURE-ORDERS.
           MOVE 0          TO WS-CLS-OPEN-ORDERS.
           MOVE 0          TO WS-CLS-OPEN-BAL.
           MOVE WS-CLS-CUST TO WS-CLS-ORD-CUST.
           MOVE ZEROS      TO WS-CLS-ORD-NUM.
           EXEC CICS STARTBR DATASET ('ODCSFORD')
                             RIDFLD  (WS-CLS-ORD-KEY)
                             GTEQ
                             RESP    (WS-CLS-RESP)
           END-EXEC.
           IF WS-CLS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-CLS-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('ODCSFORD')
                                    INTO    (QO-ODCSFORD-RECORD)
                                    LENGTH  (LENGTH OF
                                             QO-ODCSFORD-RECORD)
                                    RIDFLD  (WS-CLS-ORD-KEY)
                                    RESP    (WS-CLS-RESP)
                 END-EXEC
                 IF WS-CLS-RESP = DFHRESP(NORMAL)
                    IF QO-CUSTIDENT NOT = WS-CLS-CUST
                       MOVE DFHRESP(ENDFILE) TO WS-CLS-RESP
                    ELSE
                       IF  QO-ORDERSTATUS NOT = 'SETTLED'
                       AND QO-ORDERSTATUS NOT = 'CANCELLED'
                       AND QO-ORDERSTATUS NOT = 'WRITEOFF'
                           ADD 1 TO WS-CLS-OPEN-ORDERS
                           IF QO-PAID-AMT NOT NUMERIC
                              MOVE ZEROS TO QO-PAID-AMT
                           END-IF
                           IF QO-CREDIT-AMT NOT NUMERIC
                              MOVE ZEROS TO QO-CREDIT-AMT
                           END-IF
                           COMPUTE WS-CLS-ORD-BAL = QO-ORDERAMT
                                 - QO-PAID-AMT - QO-CREDIT-AMT
                           IF WS-CLS-ORD-BAL > 0
                              ADD WS-CLS-ORD-BAL TO WS-CLS-OPEN-BAL
                           END-IF
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('ODCSFORD') END-EXEC
           END-IF.

      *--------------
      * Refunds due still open (not yet extracted for the bank).
       COUNT-CLOSURE-REFUNDS.
           MOVE 0          TO WS-CLS-OPEN-REFUNDS.
           MOVE WS-CLS-CUST TO WS-CLS-RF-CUST.
           MOVE ZEROS      TO WS-CLS-RF-SEQ.
           EXEC CICS STARTBR DATASET ('REFUND')
                             RIDFLD  (WS-CLS-RF-KEY)
                             GTEQ
                             RESP    (WS-CLS-RESP)
           END-EXEC.
           IF WS-CLS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-CLS-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('REFUND')
                                    INTO    (RF-ODCSFRF-RECORD)
                                    LENGTH  (LENGTH OF
                                             RF-ODCSFRF-RECORD)
                                    RIDFLD  (WS-CLS-RF-KEY)
                                    RESP    (WS-CLS-RESP)
                 END-EXEC
                 IF WS-CLS-RESP = DFHRESP(NORMAL)
                    IF RF-CUSTIDENT NOT = WS-CLS-CUST
                       MOVE DFHRESP(ENDFILE) TO WS-CLS-RESP
                    ELSE
                       IF RF-STATUS = 'O'
                          ADD 1 TO WS-CLS-OPEN-REFUNDS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('REFUND') END-EXEC
           END-IF.

      *--------------
      * Cases not yet resolved.
       COUNT-CLOSURE-CASES.
           MOVE 0          TO WS-CLS-OPEN-CASES.
           MOVE WS-CLS-CUST TO WS-CLS-CS-CUST.
           MOVE ZEROS      TO WS-CLS-CS-NUM.
           EXEC CICS STARTBR DATASET ('CASEFILE')
                             RIDFLD  (WS-CLS-CS-KEY)
                             GTEQ
                             RESP    (WS-CLS-RESP)
           END-EXEC.
           IF WS-CLS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-CLS-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('CASEFILE')
                                    INTO    (CS-ODCSFCS-RECORD)
                                    LENGTH  (LENGTH OF
                                             CS-ODCSFCS-RECORD)
                                    RIDFLD  (WS-CLS-CS-KEY)
                                    RESP    (WS-CLS-RESP)
                 END-EXEC
                 IF WS-CLS-RESP = DFHRESP(NORMAL)
                    IF CS-CUSTIDENT NOT = WS-CLS-CUST
                       MOVE DFHRESP(ENDFILE) TO WS-CLS-RESP
                    ELSE
                       IF CS-STATUS NOT = 'R'
                          ADD 1 TO WS-CLS-OPEN-CASES
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('CASEFILE') END-EXEC
           END-IF.

      *--------------
      * Tickler follow-ups still open on the worklist.
       COUNT-CLOSURE-TICKLERS.
           MOVE 0          TO WS-CLS-OPEN-TICKLERS.
           MOVE WS-CLS-CUST TO WS-CLS-TK-CUST.
           MOVE ZEROS      TO WS-CLS-TK-SEQ.
           EXEC CICS STARTBR DATASET ('TICKWORK')
                             RIDFLD  (WS-CLS-TK-KEY)
                             GTEQ
                             RESP    (WS-CLS-RESP)
           END-EXEC.
           IF WS-CLS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-CLS-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('TICKWORK')
                                    INTO    (QT-ODCSFTK-RECORD)
                                    LENGTH  (LENGTH OF
                                             QT-ODCSFTK-RECORD)
                                    RIDFLD  (WS-CLS-TK-KEY)
                                    RESP    (WS-CLS-RESP)
                 END-EXEC
                 IF WS-CLS-RESP = DFHRESP(NORMAL)
                    IF QT-CUSTIDENT NOT = WS-CLS-CUST
                       MOVE DFHRESP(ENDFILE) TO WS-CLS-RESP
                    ELSE
                       IF QT-STATUS = 'O'
                          ADD 1 TO WS-CLS-OPEN-TICKLERS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('TICKWORK') END-EXEC
           END-IF.

      *--------------
      * Standing orders not yet past their end date (paused ones
      * included - they would start raising orders again).
       COUNT-CLOSURE-STORDERS.
           MOVE 0          TO WS-CLS-OPEN-STORDERS.
           MOVE WS-CLS-CUST TO WS-CLS-SO-CUST.
           MOVE ZEROS      TO WS-CLS-SO-SEQ.
           EXEC CICS STARTBR DATASET ('STORDER')
                             RIDFLD  (WS-CLS-SO-KEY)
                             GTEQ
                             RESP    (WS-CLS-RESP)
           END-EXEC.
           IF WS-CLS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-CLS-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('STORDER')
                                    INTO    (SO-ODCSFSO-RECORD)
                                    LENGTH  (LENGTH OF
                                             SO-ODCSFSO-RECORD)
                                    RIDFLD  (WS-CLS-SO-KEY)
                                    RESP    (WS-CLS-RESP)
                 END-EXEC
                 IF WS-CLS-RESP = DFHRESP(NORMAL)
                    IF SO-CUSTIDENT NOT = WS-CLS-CUST
                       MOVE DFHRESP(ENDFILE) TO WS-CLS-RESP
                    ELSE
                       IF SO-END-DATE = 0
                       OR SO-END-DATE >= WS-CLS-TODAY
                          ADD 1 TO WS-CLS-OPEN-STORDERS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('STORDER') END-EXEC
           END-IF.

      *--------------
      * Read the VSAM mirror of the keyed customer so the
      * representative-required flag is the record's current
                          VSTATEA   VDBIRTHA  VEMAILA   VPHONEA
                          VPHONE2A  VTAXIDA   VCOUNTRYA VCONFRMA
                          VCRLIMA   VZIPA     VBRANCHA  VOPTMA    VOPTEA
                          VOPTPA    VSTATUSA  VSTREASA  VEFFDTA.
      
           MOVE  '8'  TO  VPGMSCRA  VDATEA    VTRANSA
                          VACTIONA  VMESSA    VBANRA.
      
           IF COMM-DEST  =  'CREA'
              MOVE 'A' TO VIDCUSTA
              MOVE    -1      TO      VSTREASL
              ADD     +1      TO      ERR-NBR
           END-IF.

           IF ERR-CLOSE
              MOVE    'I'     TO      VSTATUSA
              MOVE    -1      TO      VSTATUSL
              ADD     +1      TO      ERR-NBR
           END-IF.
      
           IF ERR-EMAIL
              MOVE    'I'     TO      VEMAILA
              MOVE    -1      TO      VDBIRTHL
              ADD     +1      TO      ERR-NBR
           END-IF.

           IF ERR-EFFDT
              MOVE    'I'     TO      VEFFDTA
              MOVE    -1      TO      VEFFDTL
              ADD     +1      TO      ERR-NBR
           END-IF.
      
           IF ERR-STATE
              MOVE    'I'     TO      VSTATEA
                DATESEP('-')
           END-EXEC.
           MOVE WS-DATE8 TO VDATEO.

      * The most severe active special-handling flag's banner...
           IF COMM-DEST NOT = 'CREA'
              MOVE COMM-CLT TO WS-BNR-CUSTIDENT
              PERFORM LOAD-HANDLING-BANNER
              MOVE WS-BNR-LINE TO VBANRO
           END-IF.

      * --------------------------------------------------------
      * ! The customer's most severe active special-handling
      * ! flag (HANDFLAG, severity from the FLAGTBL code table)
      * ! as a banner line, spaces when none is active. An
      * ! unexpired flag is active; a code missing from the table
      * ! counts as the least severe and shows its code.
      * --------------------------------------------------------
       LOAD-HANDLING-BANNER.
           MOVE SPACES     TO WS-BNR-LINE WS-BNR-DESC WS-BNR-TEXT.
           MOVE 0          TO WS-BNR-COUNT.
           MOVE 9          TO WS-BNR-SEVERITY.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(ABS-TIME)
                           YYYYMMDD(WS-BNR-TODAY)
           END-EXEC.
           MOVE LOW-VALUES TO WS-BNR-FLAG-CODE.
           EXEC CICS STARTBR DATASET ('HANDFLAG')
                             RIDFLD  (WS-BNR-KEY)
                             GTEQ
                             RESP    (WS-BNR-RESP)
           END-EXEC.
           IF WS-BNR-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-BNR-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('HANDFLAG')
                                    INTO    (HF-ODCSFHF-RECORD)
                                    LENGTH  (LENGTH OF
                                             HF-ODCSFHF-RECORD)
                                    RIDFLD  (WS-BNR-KEY)
                                    RESP    (WS-BNR-RESP)
                 END-EXEC
                 IF WS-BNR-RESP = DFHRESP(NORMAL)
                    IF HF-CUSTIDENT NOT = WS-BNR-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO WS-BNR-RESP
                    ELSE
                       IF HF-EXPIRY-DATE = 0
                       OR HF-EXPIRY-DATE NOT < WS-BNR-TODAY
                          PERFORM CHECK-BANNER-FLAG
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('HANDFLAG') END-EXEC
           END-IF.
           IF WS-BNR-COUNT > 0
              PERFORM BUILD-BANNER-LINE
           END-IF
           .

      * --------------------------------------------------------
      * ! Keep the active flag just read when it is the first one
      * ! or more severe than the one kept.
      * --------------------------------------------------------
       CHECK-BANNER-FLAG.
           ADD 1 TO WS-BNR-COUNT.
           MOVE HF-FLAG-CODE TO HT-FLAG-CODE.
           EXEC CICS READ DATASET('FLAGTBL')
                          INTO(HT-ODCSFHT-RECORD)
                          RIDFLD(HT-FLAG-CODE)
                          LENGTH(LENGTH OF HT-ODCSFHT-RECORD)
                          RESP(WS-BNR-TBL-RESP)
           END-EXEC.
           IF WS-BNR-TBL-RESP NOT = DFHRESP(NORMAL)
              MOVE HF-FLAG-CODE TO HT-DESCRIPTION
              MOVE 9            TO HT-SEVERITY
           END-IF.
           IF WS-BNR-COUNT = 1
           OR HT-SEVERITY < WS-BNR-SEVERITY
              MOVE HT-SEVERITY    TO WS-BNR-SEVERITY
              MOVE HT-DESCRIPTION TO WS-BNR-DESC
              MOVE HF-TEXT        TO WS-BNR-TEXT
           END-IF
           .

      * --------------------------------------------------------
       BUILD-BANNER-LINE.
           IF WS-BNR-COUNT > 1
              COMPUTE WS-BNR-MORE-EDIT = WS-BNR-COUNT - 1
              STRING '*** '           DELIMITED BY SIZE
                     WS-BNR-DESC      DELIMITED BY '  '
                     ': '             DELIMITED BY SIZE
                     WS-BNR-TEXT      DELIMITED BY '  '
                     ' (+'            DELIMITED BY SIZE
                     WS-BNR-MORE-EDIT DELIMITED BY SIZE
                     ' MORE) ***'     DELIMITED BY SIZE
                INTO WS-BNR-LINE
              END-STRING
           ELSE
              STRING '*** '           DELIMITED BY SIZE
                     WS-BNR-DESC      DELIMITED BY '  '
                     ': '             DELIMITED BY SIZE
                     WS-BNR-TEXT      DELIMITED BY '  '
                     ' ***'           DELIMITED BY SIZE
                INTO WS-BNR-LINE
              END-STRING
           END-IF
           .

      
      *----------
       LOAD-MAP-DATA.
              PERFORM QUEUE-PENDING-CHANGE
              MOVE WS-OLD-CUSTTAXID TO MAJ-CUSTTAXID
           END-IF.
      * Address, name and contact changes keyed with an effective date
      * are held on the future-change file with their before image;
      * the record keeps its current values until the RSSABC31 step
      * lands the change on that date thru the dual-store path...
           MOVE 'N' TO WS-FC-QUEUED-SW.
           MOVE 'N' TO WS-FC-FAILED-SW.
           IF MAJ-EFF-DATE > 0
              PERFORM HOLD-FUTURE-CHANGES
           END-IF.
           MOVE MAJ-CUSTLNAME     TO VS-CUSTLNAME.
           MOVE MAJ-CUSTFNAME     TO VS-CUSTFNAME.
           MOVE MAJ-CUSTADDRS     TO VS-CUSTADDRS.

           MOVE 07 TO WS-MSG-NUM
           PERFORM GET-CATALOG-MESSAGE.
           IF WS-FC-FAILED-SW = 'Y'
              MOVE MSG-FUTFAIL TO VMESSO
           ELSE
              IF WS-FC-QUEUED-SW = 'Y'
                 MOVE MSG-FUTURE TO VMESSO
              END-IF
           END-IF.

      *-----------
      * One future-change entry per kind of change keyed: the
      * address (street, city, state, ZIP), the name, the contact
      * (email, phone). Each is put back to its current value so
      * today's update leaves it alone.
       HOLD-FUTURE-CHANGES.
           IF  MAJ-CUSTADDRS NOT = WS-OLD-CUSTADDRS
           OR  MAJ-CUSTCITY  NOT = WS-OLD-CUSTCITY
           OR  MAJ-CUSTSTATE NOT = WS-OLD-CUSTSTATE
           OR  MAJ-CUSTZIP   NOT = WS-OLD-CUSTZIP
               MOVE 'A'              TO WS-FC-KIND
               MOVE SPACES           TO WS-FC-OLD-IMAGE
                                        WS-FC-NEW-IMAGE
               MOVE WS-OLD-CUSTADDRS TO WS-FC-OLD-IMAGE (1:30)
               MOVE WS-OLD-CUSTCITY  TO WS-FC-OLD-IMAGE (31:20)
               MOVE WS-OLD-CUSTSTATE TO WS-FC-OLD-IMAGE (51:2)
               MOVE WS-OLD-CUSTZIP   TO WS-FC-OLD-IMAGE (53:5)
               MOVE MAJ-CUSTADDRS    TO WS-FC-NEW-IMAGE (1:30)
               MOVE MAJ-CUSTCITY     TO WS-FC-NEW-IMAGE (31:20)
               MOVE MAJ-CUSTSTATE    TO WS-FC-NEW-IMAGE (51:2)
               MOVE MAJ-CUSTZIP      TO WS-FC-NEW-IMAGE (53:5)
               PERFORM QUEUE-FUTURE-CHANGE
               MOVE WS-OLD-CUSTADDRS TO MAJ-CUSTADDRS
               MOVE WS-OLD-CUSTCITY  TO MAJ-CUSTCITY
               MOVE WS-OLD-CUSTSTATE TO MAJ-CUSTSTATE
               MOVE WS-OLD-CUSTZIP   TO MAJ-CUSTZIP
           END-IF.
           IF  MAJ-CUSTLNAME NOT = WS-OLD-CUSTLNAME
           OR  MAJ-CUSTFNAME NOT = WS-OLD-CUSTFNAME
               MOVE 'N'              TO WS-FC-KIND
               MOVE SPACES           TO WS-FC-OLD-IMAGE
                                        WS-FC-NEW-IMAGE
               MOVE WS-OLD-CUSTLNAME TO WS-FC-OLD-IMAGE (1:30)
               MOVE WS-OLD-CUSTFNAME TO WS-FC-OLD-IMAGE (31:20)
               MOVE MAJ-CUSTLNAME    TO WS-FC-NEW-IMAGE (1:30)
               MOVE MAJ-CUSTFNAME    TO WS-FC-NEW-IMAGE (31:20)
               PERFORM QUEUE-FUTURE-CHANGE
               MOVE WS-OLD-CUSTLNAME TO MAJ-CUSTLNAME
               MOVE WS-OLD-CUSTFNAME TO MAJ-CUSTFNAME
           END-IF.
           IF  MAJ-CUSTEMAIL NOT = WS-OLD-CUSTEMAIL
           OR  MAJ-CUSTPHONE NOT = WS-OLD-CUSTPHONE
               MOVE 'C'              TO WS-FC-KIND
               MOVE SPACES           TO WS-FC-OLD-IMAGE
                                        WS-FC-NEW-IMAGE
               MOVE WS-OLD-CUSTEMAIL TO WS-FC-OLD-IMAGE (1:40)
               MOVE WS-OLD-CUSTPHONE TO WS-FC-OLD-IMAGE (41:10)
               MOVE MAJ-CUSTEMAIL    TO WS-FC-NEW-IMAGE (1:40)
               MOVE MAJ-CUSTPHONE    TO WS-FC-NEW-IMAGE (41:10)
               PERFORM QUEUE-FUTURE-CHANGE
               MOVE WS-OLD-CUSTEMAIL TO MAJ-CUSTEMAIL
               MOVE WS-OLD-CUSTPHONE TO MAJ-CUSTPHONE
           END-IF.

      *-----------
      * Write the dated change under the customer's next future-
      * change sequence, with the requesting clerk's id.
       QUEUE-FUTURE-CHANGE.
           MOVE 0              TO WS-FC-HIGH-SEQ.
           MOVE CUST-TABLE-KEY TO WS-FC-CUSTIDENT.
           MOVE ZEROS          TO WS-FC-SEQ.
           EXEC CICS STARTBR DATASET ('FUTCHG')
                             RIDFLD  (WS-FC-KEY)
                             GTEQ
                             RESP    (WS-FC-RESP)
           END-EXEC.
           IF WS-FC-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-FC-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('FUTCHG')
                                    INTO    (FC-ODCSFFC-RECORD)
                                    LENGTH  (LENGTH OF
                                             FC-ODCSFFC-RECORD)
                                    RIDFLD  (WS-FC-KEY)
                                    RESP    (WS-FC-RESP)
                 END-EXEC
                 IF WS-FC-RESP = DFHRESP(NORMAL)
                    IF FC-CUSTIDENT NOT = CUST-TABLE-KEY
                       MOVE DFHRESP(ENDFILE) TO WS-FC-RESP
                    ELSE
                       MOVE FC-SEQ TO WS-FC-HIGH-SEQ
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('FUTCHG') END-EXEC
           END-IF.
           MOVE CUST-TABLE-KEY  TO FC-CUSTIDENT.
           COMPUTE FC-SEQ = WS-FC-HIGH-SEQ + 1.
           MOVE WS-FC-KIND      TO FC-KIND.
           MOVE MAJ-EFF-DATE    TO FC-EFF-DATE.
           MOVE 'P'             TO FC-STATUS.
           MOVE WS-FC-OLD-IMAGE TO FC-OLD-IMAGE.
           MOVE WS-FC-NEW-IMAGE TO FC-NEW-IMAGE.
           MOVE EIBUSERID       TO FC-REQ-USER.
           ACCEPT FC-REQ-DATE FROM DATE YYYYMMDD.
           MOVE SPACES          TO FC-DONE-USER.
           MOVE ZEROS           TO FC-DONE-DATE.
           MOVE SPACES          TO FC-FILLER.
           EXEC CICS WRITE DATASET('FUTCHG')
                           FROM(FC-ODCSFFC-RECORD)
                           RIDFLD(FC-FUT-KEY)
                           LENGTH(LENGTH OF FC-ODCSFFC-RECORD)
                           RESP(WS-FC-RESP)
           END-EXEC.
           IF WS-FC-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-FC-QUEUED-SW
           ELSE
              MOVE 'Y' TO WS-FC-FAILED-SW
           END-IF.

      *-----------
      * Capture the high-risk change on the pending queue, numbered
           ACCEPT PQ-REQ-DATE FROM DATE YYYYMMDD.
           MOVE 'N'            TO PQ-STATUS.
           MOVE SPACES         TO PQ-DECIDE-USER.
           MOVE 0              TO PQ-DECIDE-DATE.
           MOVE SPACES         TO PQ-FILLER.
           EXEC CICS WRITE DATASET('PENDCHG')
                           FROM(PQ-ODCSFPQ-RECORD)
                   MOVE 'CUSTSTATUS'      TO WS-CHG-FIELD
                   MOVE MAJ-CUSTSTATUS    TO WS-CHG-NEWVAL
                   PERFORM WRITE-FIELD-CHANGE-RECORD
                   IF  MAJ-CUSTSTATUS = 'C'
                       PERFORM RECORD-ACCOUNT-CLOSURE
                   END-IF
                   IF  WS-OLD-STATUS = 'C'
                       PERFORM WITHDRAW-ACCOUNT-CLOSURE
                   END-IF
               END-IF
               EXEC CICS REWRITE DATASET('ODCSF0')
                         FROM(QS-ODCSF0-RECORD)
               END-EXEC
           END-IF.

      *-----------
      * Record the accepted close on the CLOSURE file for the
      * nightly final statement and closure letter, with what the
      * checklist found and the supervisor who overrode it; a
      * customer closed again after a reopening gets the record
      * rewritten. A closure-file problem never fails the
      * maintenance itself.
       RECORD-ACCOUNT-CLOSURE.
           MOVE CUST-TABLE-KEY TO CL-CUSTIDENT.
           EXEC CICS READ DATASET('CLOSURE')
                          INTO(CL-ODCSFCL-RECORD)
                          RIDFLD(CL-CUSTIDENT)
                          LENGTH(LENGTH OF CL-ODCSFCL-RECORD)
                          UPDATE
                          RESP(WS-CLS-RESP)
           END-EXEC.
           MOVE CUST-TABLE-KEY       TO CL-CUSTIDENT.
           MOVE 'P'                  TO CL-STATUS.
           ACCEPT CL-CLOSE-DATE FROM DATE YYYYMMDD.
           MOVE EIBUSERID            TO CL-CLOSE-USER.
           MOVE MAJ-STATUS-REASON    TO CL-REASON.
           MOVE WS-CLS-OVERRIDE-USER TO CL-OVERRIDE-USER.
           MOVE WS-CLS-OPEN-CASES    TO CL-OPEN-CASES.
           MOVE WS-CLS-OPEN-TICKLERS TO CL-OPEN-TICKLERS.
           MOVE WS-CLS-OPEN-STORDERS TO CL-OPEN-STORDERS.
           MOVE ZEROS                TO CL-CREDIT-AMT.
           MOVE ZEROS                TO CL-DONE-DATE.
           MOVE SPACES               TO CL-FILLER.
           IF WS-CLS-RESP = DFHRESP(NORMAL)
              EXEC CICS REWRITE DATASET('CLOSURE')
                        FROM(CL-ODCSFCL-RECORD)
                        LENGTH(LENGTH OF CL-ODCSFCL-RECORD)
                        RESP(WS-CLS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE DATASET('CLOSURE')
                        FROM(CL-ODCSFCL-RECORD)
                        RIDFLD(CL-CUSTIDENT)
                        LENGTH(LENGTH OF CL-ODCSFCL-RECORD)
                        RESP(WS-CLS-RESP)
              END-EXEC
           END-IF.

      *-----------
      * A customer reopened before the nightly closure run produced
      * the final documents: the pending close is withdrawn.
       WITHDRAW-ACCOUNT-CLOSURE.
           MOVE CUST-TABLE-KEY TO CL-CUSTIDENT.
           EXEC CICS READ DATASET('CLOSURE')
                          INTO(CL-ODCSFCL-RECORD)
                          RIDFLD(CL-CUSTIDENT)
                          LENGTH(LENGTH OF CL-ODCSFCL-RECORD)
                          UPDATE
                          RESP(WS-CLS-RESP)
           END-EXEC.
           IF WS-CLS-RESP = DFHRESP(NORMAL)
              IF CL-STATUS = 'P'
                 MOVE 'X' TO CL-STATUS
                 EXEC CICS REWRITE DATASET('CLOSURE')
                           FROM(CL-ODCSFCL-RECORD)
                           LENGTH(LENGTH OF CL-ODCSFCL-RECORD)
                           RESP(WS-CLS-RESP)
                 END-EXEC
              ELSE
                 EXEC CICS UNLOCK DATASET('CLOSURE') END-EXEC
              END-IF
           END-IF.

      *-----------
      * Land the screen's contact-preference panel on the CONTPREF
      * file, stamped with today's date and the online source.
           ACCEPT WS-CP-SETDATE FROM DATE YYYYMMDD.
           MOVE 'ONLINE    '   TO WS-CP-SOURCE.
           MOVE MAJ-DELIV-PREF TO WS-CP-DELIV-PREF.
           IF WS-CP-RESP = DFHRESP(NORMAL)
              EXEC CICS REWRITE DATASET('CONTPREF')
                        FROM(WS-CONTPREF-RECORD)
                        RESP(WS-CP-RESP)
              END-EXEC
           ELSE
      * The registry opt-out belongs to the do-not-call sweep; a new
      * record starts clear and a rewrite carries it over untouched.
              MOVE 'N'            TO WS-CP-DNC-OPTOUT
              MOVE ZEROS          TO WS-CP-DNC-DATE
              EXEC CICS WRITE DATASET('CONTPREF')
                        FROM(WS-CONTPREF-RECORD)
                        RIDFLD(WS-CP-CUSTIDENT)
