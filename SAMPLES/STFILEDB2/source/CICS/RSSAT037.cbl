       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT037.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Tax-exemption certificate maintenance              *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program maintains a customer's sales-  *
      *     tax exemption certificates (EXEMPCRT), one per state the  *
      *     customer is exempt in: certificate number, exemption type *
      *     (R resale, E educational, C religious or charitable,      *
      *     G government, O other), issue and expiry dates.           *
      *    -It is reached from the customer-360 screen (PF6 there)    *
      *     with the customer preselected; PF3 goes back to it.       *
      *    -The customer's certificates are listed on screen. ENTER   *
      *     shows the keyed state's certificate, PF12 stores the      *
      *     keyed one under it, PF11 deletes it. Every store records  *
      *     the user and the date.                                    *
      *    -A certificate is honoured by the invoice run (RSSABB11)   *
      *     and by the tax bookings from its issue date thru its      *
      *     expiry date; RSSABB99 lists those coming up for renewal.  *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM37                                      *
      *    Transaction : SA37                                         *
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
       01  MAJ-CERT-AREA.
           05  MAJ-STATE                   PIC X(02)  VALUE SPACES.
           05  MAJ-CERTNUM                 PIC X(20)  VALUE SPACES.
           05  MAJ-TYPE                    PIC X(01)  VALUE SPACE.
               88  VALID-EXEMPT-TYPE       VALUE 'R' 'E' 'C' 'G' 'O'.
           05  MAJ-ISSUE-DATE              PIC 9(08)  VALUE 0.
           05  MAJ-EXPIRY-DATE             PIC 9(08)  VALUE 0.

       01  SWITCHES.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                     VALUE 'Y'.

      *--- Valid US state/territory codes, as RSSBT002 edits them
       01  WS-VALID-STATE  PIC  X(02).
           88  VALID-US-STATE      VALUE
               'AL' 'AK' 'AZ' 'AR' 'CA' 'CO' 'CT' 'DE' 'FL' 'GA'
               'HI' 'ID' 'IL' 'IN' 'IA' 'KS' 'KY' 'LA' 'ME' 'MD'
               'MA' 'MI' 'MN' 'MS' 'MO' 'MT' 'NE' 'NV' 'NH' 'NJ'
               'NM' 'NY' 'NC' 'ND' 'OH' 'OK' 'OR' 'PA' 'RI' 'SC'
               'SD' 'TN' 'TX' 'UT' 'VT' 'VA' 'WA' 'WV' 'WI' 'WY'
               'DC'.

      *--- Certificate list browse
       01  WS-EXMP-KEY.
           05  WS-EXMP-CUSTIDENT   PIC 9(009).
           05  WS-EXMP-STATE       PIC X(002).
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-CERT-DISPLAY-LINE    PIC X(60).
       01  WS-TODAY                PIC 9(008) VALUE 0.
       01  WS-CERT-STATE-TEXT      PIC X(07).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the customer-36
      -          '0 screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-4                                   PIC  X(79)
           VALUE 'E: invalid US state/territory code.             '.
       01  MSG-97                                  PIC  X(79)
           VALUE 'E: unreferenced customer.                      '.
       01  MSG-81                                  PIC  X(79)
           VALUE 'E: type must be R, E, C, G or O.               '.
       01  MSG-82                                  PIC  X(79)
           VALUE 'E: dates must be YYYYMMDD, expiry not before issue.'.
       01  MSG-83                                  PIC  X(79)
           VALUE 'I: exemption certificate stored.               '.
       01  MSG-84                                  PIC  X(79)
           VALUE 'I: no certificate for this state, PF12 creates it.'.
       01  MSG-85                                  PIC  X(79)
           VALUE 'I: exemption certificate displayed.            '.
       01  MSG-86                                  PIC  X(79)
           VALUE 'I: exemption certificate deleted.              '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM37.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Customer VSAM file's data layout ---------------------
           COPY ODCSF0.

      * Tax-exemption certificate VSAM file's data layout --------
           COPY ODCSFEX.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-EXEMPT-MAINT.

      * This program may only be reached thru the customer-360...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM37O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM37O
                   MOVE COMM-CLT  TO MAJ-CUSTIDENT
                   PERFORM 1100-LIST-CERTIFICATES
                   PERFORM 1200-SEND-EXEMPT-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'        TO  COMM-FONC
           MOVE MAJ-CUSTIDENT    TO  COMM-CLT
           EXEC CICS RETURN TRANSID('SA37')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Show the customer's name and list the first 8 of the
      * ! customer's certificates.
      * --------------------------------------------------------
       1100-LIST-CERTIFICATES.
           MOVE SPACES TO VCUSTNMO
                          VELIN1O VELIN2O VELIN3O VELIN4O
                          VELIN5O VELIN6O VELIN7O VELIN8O.
           MOVE MAJ-CUSTIDENT (4:6) TO VCUSTIDO.
           PERFORM 1110-READ-CUSTOMER.
           IF NOT CUSTOMER-FOUND
              EXIT PARAGRAPH
           END-IF.
           STRING QS-CUSTLNAME DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  QS-CUSTFNAME DELIMITED BY SIZE
             INTO VCUSTNMO
           END-STRING.

           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE 0             TO WS-LINE-COUNT.
           MOVE MAJ-CUSTIDENT TO WS-EXMP-CUSTIDENT.
           MOVE LOW-VALUE     TO WS-EXMP-STATE.
           EXEC CICS STARTBR DATASET ('EXEMPCRT')
                             RIDFLD  (WS-EXMP-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('EXEMPCRT')
                                    INTO    (EX-ODCSFEX-RECORD)
                                    LENGTH  (LENGTH OF
                                             EX-ODCSFEX-RECORD)
                                    RIDFLD  (WS-EXMP-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF EX-CUSTIDENT NOT = MAJ-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM MOVE-CERT-TO-SCREEN
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('EXEMPCRT') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
       1110-READ-CUSTOMER.
           MOVE 'Y' TO CUSTOMER-FOUND-SW.
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
           END-IF.

      * --------------------------------------------------------
      * ! Build one certificate's display line, flagged when it is
      * ! not (or no longer) valid today, and move it to the next
      * ! free VELINnO screen field.
      * --------------------------------------------------------
       MOVE-CERT-TO-SCREEN.
           EVALUATE TRUE
              WHEN EX-EXPIRY-DATE < WS-TODAY
                   MOVE 'EXPIRED' TO WS-CERT-STATE-TEXT
              WHEN EX-ISSUE-DATE > WS-TODAY
                   MOVE 'FUTURE ' TO WS-CERT-STATE-TEXT
              WHEN OTHER
                   MOVE 'VALID  ' TO WS-CERT-STATE-TEXT
           END-EVALUATE
           MOVE SPACES  TO WS-CERT-DISPLAY-LINE
           STRING EX-STATE        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  EX-CERTNUM      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  EX-TYPE         DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  EX-ISSUE-DATE   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  EX-EXPIRY-DATE  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-CERT-STATE-TEXT DELIMITED BY SIZE
             INTO WS-CERT-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-CERT-DISPLAY-LINE TO VELIN1O
              WHEN 2  MOVE WS-CERT-DISPLAY-LINE TO VELIN2O
              WHEN 3  MOVE WS-CERT-DISPLAY-LINE TO VELIN3O
              WHEN 4  MOVE WS-CERT-DISPLAY-LINE TO VELIN4O
              WHEN 5  MOVE WS-CERT-DISPLAY-LINE TO VELIN5O
              WHEN 6  MOVE WS-CERT-DISPLAY-LINE TO VELIN6O
              WHEN 7  MOVE WS-CERT-DISPLAY-LINE TO VELIN7O
              WHEN 8  MOVE WS-CERT-DISPLAY-LINE TO VELIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the certificate maintenance screen.
      * --------------------------------------------------------
       1200-SEND-EXEMPT-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT037' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VCUSTNMA
                       VELIN1A   VELIN2A  VELIN3A  VELIN4A
                       VELIN5A   VELIN6A  VELIN7A  VELIN8A
           MOVE 'A' TO VCUSTIDA  VEXSTATA VEXCERTA VEXTYPEA
                       VEXISSUA  VEXEXPYA
           EXEC CICS SEND MAP('RSSAM37')
                       MAPSET('RSSAM37') FROM(RSSAM37O)
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
           EXEC CICS RECEIVE MAP   ('RSSAM37')
                             MAPSET('RSSAM37')
                             INTO  (RSSAM37I)
           END-EXEC.
           MOVE COMM-CLT TO MAJ-CUSTIDENT.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-360
              WHEN DFHENTER
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM SHOW-ONE-CERTIFICATE
                   END-IF
                   PERFORM 1100-LIST-CERTIFICATES
                   PERFORM 1200-SEND-EXEMPT-SCREEN
              WHEN DFHPF11
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM CTRL-STATE
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM DELETE-CERTIFICATE
                   END-IF
                   PERFORM 1100-LIST-CERTIFICATES
                   PERFORM 1200-SEND-EXEMPT-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM CTRL-INPUT-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM STORE-CERTIFICATE
                   END-IF
                   PERFORM 1100-LIST-CERTIFICATES
                   PERFORM 1200-SEND-EXEMPT-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1100-LIST-CERTIFICATES
                   PERFORM 1200-SEND-EXEMPT-SCREEN
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
       CTRL-STATE.
           MOVE SPACES TO MAJ-STATE.
           IF  VEXSTATL = 0
           OR  VEXSTATI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VEXSTATI TO WS-VALID-STATE
               IF NOT VALID-US-STATE
                  MOVE MSG-4 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VEXSTATI TO MAJ-STATE
               END-IF
           END-IF.

      * --------------------------------------------------------
       SHOW-ONE-CERTIFICATE.
           PERFORM CTRL-STATE.
           IF ERR-NBR = 0
              MOVE MAJ-CUSTIDENT TO EX-CUSTIDENT
              MOVE MAJ-STATE     TO EX-STATE
              EXEC CICS READ DATASET('EXEMPCRT')
                             INTO(EX-ODCSFEX-RECORD)
                             RIDFLD(EX-CERT-KEY)
                             LENGTH(LENGTH OF EX-ODCSFEX-RECORD)
                             RESP(RESPONSE-CODE)
              END-EXEC
              MOVE MAJ-STATE TO VEXSTATO
              IF RESPONSE-CODE = DFHRESP(NORMAL)
                 MOVE EX-CERTNUM     TO VEXCERTO
                 MOVE EX-TYPE        TO VEXTYPEO
                 MOVE EX-ISSUE-DATE  TO VEXISSUO
                 MOVE EX-EXPIRY-DATE TO VEXEXPYO
                 MOVE MSG-85         TO VMESSO
              ELSE
                 MOVE MSG-84         TO VMESSO
              END-IF
           END-IF
           .

      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE SPACES TO MAJ-CERTNUM MAJ-TYPE.
           MOVE ZEROES TO MAJ-ISSUE-DATE MAJ-EXPIRY-DATE.
           PERFORM CTRL-STATE.

           IF  VEXCERTL = 0
           OR  VEXCERTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VEXCERTI TO MAJ-CERTNUM
           END-IF.

           IF  VEXTYPEL = 0
           OR  VEXTYPEI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VEXTYPEI TO MAJ-TYPE
               IF NOT VALID-EXEMPT-TYPE
                  MOVE MSG-81 TO VMESSO
                  ADD  +1     TO ERR-NBR
               END-IF
           END-IF.

      *--- Both dates are keyed YYYYMMDD; the certificate must not
      *--- expire before it is issued...
           IF  VEXISSUL = 0
           OR  VEXISSUI = SPACES
           OR  VEXEXPYL = 0
           OR  VEXEXPYI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VEXISSUI NOT NUMERIC
               OR VEXEXPYI NOT NUMERIC
                  MOVE MSG-82 TO VMESSO
                  ADD  +1     TO ERR-NBR
               ELSE
                  MOVE VEXISSUI TO MAJ-ISSUE-DATE
                  MOVE VEXEXPYI TO MAJ-EXPIRY-DATE
                  IF MAJ-ISSUE-DATE (5:2) < '01'
                  OR MAJ-ISSUE-DATE (5:2) > '12'
                  OR MAJ-ISSUE-DATE (7:2) < '01'
                  OR MAJ-ISSUE-DATE (7:2) > '31'
                  OR MAJ-EXPIRY-DATE (5:2) < '01'
                  OR MAJ-EXPIRY-DATE (5:2) > '12'
                  OR MAJ-EXPIRY-DATE (7:2) < '01'
                  OR MAJ-EXPIRY-DATE (7:2) > '31'
                  OR MAJ-EXPIRY-DATE < MAJ-ISSUE-DATE
                     MOVE MSG-82 TO VMESSO
                     ADD  +1     TO ERR-NBR
                  END-IF
               END-IF
           END-IF.

      * --------------------------------------------------------
       STORE-CERTIFICATE.
           MOVE MAJ-CUSTIDENT TO EX-CUSTIDENT.
           MOVE MAJ-STATE     TO EX-STATE.
           EXEC CICS READ DATASET('EXEMPCRT')
                          INTO(EX-ODCSFEX-RECORD)
                          RIDFLD(EX-CERT-KEY)
                          LENGTH(LENGTH OF EX-ODCSFEX-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM BUILD-CERT-RECORD
              EXEC CICS REWRITE DATASET('EXEMPCRT')
                        FROM(EX-ODCSFEX-RECORD)
                        LENGTH(LENGTH OF EX-ODCSFEX-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              PERFORM BUILD-CERT-RECORD
              EXEC CICS WRITE DATASET('EXEMPCRT')
                        FROM(EX-ODCSFEX-RECORD)
                        RIDFLD(EX-CERT-KEY)
                        LENGTH(LENGTH OF EX-ODCSFEX-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           MOVE MSG-83 TO VMESSO
           .

      * --------------------------------------------------------
       BUILD-CERT-RECORD.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(EX-UPD-DATE)
           END-EXEC.
           MOVE MAJ-CUSTIDENT   TO EX-CUSTIDENT.
           MOVE MAJ-STATE       TO EX-STATE.
           MOVE MAJ-CERTNUM     TO EX-CERTNUM.
           MOVE MAJ-TYPE        TO EX-TYPE.
           MOVE MAJ-ISSUE-DATE  TO EX-ISSUE-DATE.
           MOVE MAJ-EXPIRY-DATE TO EX-EXPIRY-DATE.
           MOVE EIBUSERID       TO EX-UPD-USER.
           MOVE SPACES          TO EX-FILLER.

      * --------------------------------------------------------
       DELETE-CERTIFICATE.
           MOVE MAJ-CUSTIDENT TO EX-CUSTIDENT.
           MOVE MAJ-STATE     TO EX-STATE.
           EXEC CICS DELETE DATASET('EXEMPCRT')
                            RIDFLD(EX-CERT-KEY)
                            RESP(RESPONSE-CODE)
           END-EXEC
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE MSG-86 TO VMESSO
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE MSG-84 TO VMESSO
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM37') MAPSET('RSSAM37') ERASE
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
