       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT051.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Customer special-handling flags                    *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program views and maintains the        *
      *     special-handling flags a customer carries on the flag     *
      *     file (HANDFLAG): a flag code from the flag code table     *
      *     (FLAGTBL), free text, who set it and when, and an         *
      *     optional expiry date (the last day the flag is active).   *
      *     The first 8 of the customer's flags are listed, and the   *
      *     most severe active one is shown as the banner the other   *
      *     customer screens show.                                    *
      *    -It is reached from the customer-360 screen (PF14 there)   *
      *     with the customer preselected; PF3 goes back to it.       *
      *     ENTER shows the keyed customer's flags and, when a flag   *
      *     code is keyed, that flag and its table entry in the       *
      *     detail fields.                                            *
      *    -PF12 stores the keyed flag on the customer (adding it or  *
      *     replacing its text and expiry); the code must be on the   *
      *     table, the text is mandatory and an expiry date may not   *
      *     fall before today. PF11 removes the keyed flag.           *
      *    -PF5 stores the keyed code's table entry: its description  *
      *     and its severity, 1 (most severe) to 9.                   *
      *    -Viewing is open to every operator; PF5, PF11 and PF12     *
      *     need an active supervisor-role profile (OPRPROF).         *
      *    -Every change records the user and the date, and is logged *
      *     to the CHFL TD queue.                                     *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM51                                      *
      *    Transaction : SA51                                         *
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
           05  WS-TODAY                    PIC 9(08)  VALUE 0.
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
       01  MAJ-CUSTIDENT                   PIC 9(09)  VALUE 0.
       01  MAJ-FLAG-CODE                   PIC X(04)  VALUE SPACES.
       01  MAJ-TEXT                        PIC X(40)  VALUE SPACES.
       01  MAJ-EXPIRY-DATE                 PIC 9(08)  VALUE 0.
       01  MAJ-DESCRIPTION                 PIC X(30)  VALUE SPACES.
       01  MAJ-SEVERITY                    PIC 9(01)  VALUE 0.

      *--- Date edit scratch fields
       01  WS-EDIT-DATE                    PIC 9(08)  VALUE 0.
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-DATE-CCYY           PIC 9(04).
           05  WS-EDIT-DATE-MM             PIC 9(02).
           05  WS-EDIT-DATE-DD             PIC 9(02).

       01  SWITCHES.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                     VALUE 'Y'.
           05  FLAG-FOUND-SW               PIC X(01)  VALUE 'N'.
               88  FLAG-FOUND                         VALUE 'Y'.
           05  FLAGCODE-FOUND-SW           PIC X(01)  VALUE 'N'.
               88  FLAGCODE-FOUND                     VALUE 'Y'.
           05  BROWSE-DONE-SW              PIC X(01)  VALUE 'N'.
               88  BROWSE-DONE                        VALUE 'Y'.

      *--- Flag list: the customer's key range of HANDFLAG is
      *--- browsed, one display line per flag (8 at most).
       01  WS-HF-KEY.
           05  WS-HF-CUSTIDENT             PIC 9(009).
           05  WS-HF-FLAG-CODE             PIC X(004).
       01  WS-LINE-COUNT                   PIC S9(04) COMP VALUE +0.
       01  WS-HF-DISPLAY-LINE              PIC X(78).
       01  WS-HF-STATE                     PIC X(07).
       01  WS-HF-DESC                      PIC X(20).
       01  WS-HT-RESP                      PIC S9(08) COMP VALUE +0.
       01  WS-OLD-EXPIRY-DATE              PIC 9(08)  VALUE 0.

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

      *--- Special-handling change log record for the CHFL TD queue
       01  WS-CHFL-RECORD.
           05  CHFL-ACTION         PIC X(01).
           05  CHFL-CUSTIDENT      PIC 9(09).
           05  CHFL-FLAG-CODE      PIC X(04).
           05  CHFL-OLD-EXPIRY     PIC 9(08).
           05  CHFL-NEW-EXPIRY     PIC 9(08).
           05  CHFL-SEVERITY       PIC 9(01).
           05  CHFL-USERID         PIC X(08).
           05  CHFL-EIBDATE        PIC S9(07) COMP-3.
           05  CHFL-EIBTIME        PIC S9(07) COMP-3.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the customer-36
      -          '0 screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-2                                   PIC  X(79)
           VALUE 'E: date must be a valid YYYYMMDD date.         '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-97                                  PIC  X(79)
           VALUE 'E: unreferenced customer.                      '.
       01  MSG-86                                  PIC  X(79)
           VALUE 'E: flag maintenance requires the supervisor role.'.
       01  MSG-87                                  PIC  X(79)
           VALUE 'E: flag code not on the table.                 '.
       01  MSG-88                                  PIC  X(79)
           VALUE 'E: expiry date may not fall before today.      '.
       01  MSG-89                                  PIC  X(79)
           VALUE 'E: severity must be 1 (most severe) to 9.      '.
       01  MSG-90                                  PIC  X(79)
           VALUE 'I: flag code stored on the table.              '.
       01  MSG-91                                  PIC  X(79)
           VALUE 'I: flag removed.                               '.
       01  MSG-92                                  PIC  X(79)
           VALUE 'E: customer does not carry this flag.          '.
       01  MSG-94                                  PIC  X(79)
           VALUE 'I: customer does not carry this flag, key it in.'.
       01  MSG-95                                  PIC  X(79)
           VALUE 'I: flag stored.                                '.
       01  MSG-96                                  PIC  X(79)
           VALUE 'I: flag displayed.                             '.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: special-handling flags displayed.           '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM51.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Customer VSAM file's data layout ---------------------
           COPY ODCSF0.

      * Special-handling flag VSAM file's data layout --------
           COPY ODCSFHF.

      * Special-handling flag code table's data layout -------
           COPY ODCSFHT.

      * Operator profile VSAM file's data layout -------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-FLAG-MAINT.

      * This program may only be reached thru the customer-360...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM51O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM51O
                   MOVE COMM-CLT  TO MAJ-CUSTIDENT
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-FLAGS
                   END-IF
                   PERFORM 1200-SEND-FLAG-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'        TO  COMM-FONC
           MOVE MAJ-CUSTIDENT    TO  COMM-CLT
           EXEC CICS RETURN TRANSID('SA51')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the customer's flags, one line each, and show the
      * ! banner the customer screens show.
      * --------------------------------------------------------
       1100-SHOW-FLAGS.
           MOVE SPACES TO VHFLN1O VHFLN2O VHFLN3O VHFLN4O
                          VHFLN5O VHFLN6O VHFLN7O VHFLN8O.
           PERFORM 1140-LOAD-FLAG-LIST.
           IF WS-LINE-COUNT = 0
              MOVE 'NO SPECIAL-HANDLING FLAG ON FILE' TO VHFLN1O
           END-IF.
           MOVE MAJ-CUSTIDENT TO WS-BNR-CUSTIDENT.
           PERFORM LOAD-HANDLING-BANNER.
           MOVE WS-BNR-LINE TO VBANRO.
           IF VMESSO = LOW-VALUE OR SPACES
              MOVE MSG-98 TO VMESSO
           END-IF
           .

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
      * ! The flag under the customer and the code keyed.
      * --------------------------------------------------------
       1120-READ-FLAG.
           MOVE 'N' TO FLAG-FOUND-SW.
           MOVE MAJ-CUSTIDENT TO HF-CUSTIDENT.
           MOVE MAJ-FLAG-CODE TO HF-FLAG-CODE.
           EXEC CICS READ DATASET('HANDFLAG')
                          INTO(HF-ODCSFHF-RECORD)
                          RIDFLD(HF-FLAG-KEY)
                          LENGTH(LENGTH OF HF-ODCSFHF-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO FLAG-FOUND-SW
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.

      * --------------------------------------------------------
      * ! Show the flag just read in the detail fields.
      * --------------------------------------------------------
       1130-SHOW-FLAG-DETAIL.
           MOVE HF-FLAG-CODE     TO VHFCODEO.
           MOVE HF-TEXT          TO VHFTEXTO.
           IF HF-EXPIRY-DATE = 0
              MOVE SPACES        TO VHFEXPDO
           ELSE
              MOVE HF-EXPIRY-DATE TO VHFEXPDO
           END-IF.
           MOVE SPACES TO VHFSETO.
           STRING 'SET BY '        DELIMITED BY SIZE
                  HF-SET-USER      DELIMITED BY SIZE
                  ' ON '           DELIMITED BY SIZE
                  HF-SET-DATE      DELIMITED BY SIZE
             INTO VHFSETO
           END-STRING.

      * --------------------------------------------------------
      * ! Browse the customer's key range of the flag file.
      * --------------------------------------------------------
       1140-LOAD-FLAG-LIST.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE 0   TO WS-LINE-COUNT.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE MAJ-CUSTIDENT TO WS-HF-CUSTIDENT.
           MOVE LOW-VALUES    TO WS-HF-FLAG-CODE.
           EXEC CICS STARTBR DATASET ('HANDFLAG')
                             RIDFLD  (WS-HF-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT DATASET ('HANDFLAG')
                                 INTO    (HF-ODCSFHF-RECORD)
                                 LENGTH  (LENGTH OF
                                          HF-ODCSFHF-RECORD)
                                 RIDFLD  (WS-HF-KEY)
                                 RESP    (RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              OR HF-CUSTIDENT NOT = MAJ-CUSTIDENT
              OR WS-LINE-COUNT >= 8
                 MOVE 'Y' TO BROWSE-DONE-SW
              ELSE
                 ADD 1 TO WS-LINE-COUNT
                 PERFORM MOVE-FLAG-TO-SCREEN
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET ('HANDFLAG') END-EXEC
           .

      * --------------------------------------------------------
      * ! Build one flag's display line and move it to the next
      * ! free VHFLNnO screen field.
      * --------------------------------------------------------
       MOVE-FLAG-TO-SCREEN.
           IF  HF-EXPIRY-DATE > 0
           AND HF-EXPIRY-DATE < WS-TODAY
               MOVE 'EXPIRED' TO WS-HF-STATE
           ELSE
               MOVE 'ACTIVE'  TO WS-HF-STATE
           END-IF.
           MOVE HF-FLAG-CODE TO HT-FLAG-CODE.
           EXEC CICS READ DATASET('FLAGTBL')
                          INTO(HT-ODCSFHT-RECORD)
                          RIDFLD(HT-FLAG-CODE)
                          LENGTH(LENGTH OF HT-ODCSFHT-RECORD)
                          RESP(WS-HT-RESP)
           END-EXEC.
           IF WS-HT-RESP = DFHRESP(NORMAL)
              MOVE HT-DESCRIPTION TO WS-HF-DESC
           ELSE
              MOVE SPACES         TO WS-HF-DESC
           END-IF.
           MOVE SPACES TO WS-HF-DISPLAY-LINE.
           STRING HF-FLAG-CODE       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-HF-DESC         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-HF-STATE        DELIMITED BY SIZE
                  ' EXP '            DELIMITED BY SIZE
                  HF-EXPIRY-DATE     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HF-TEXT            DELIMITED BY SIZE
             INTO WS-HF-DISPLAY-LINE
           END-STRING.
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-HF-DISPLAY-LINE TO VHFLN1O
              WHEN 2  MOVE WS-HF-DISPLAY-LINE TO VHFLN2O
              WHEN 3  MOVE WS-HF-DISPLAY-LINE TO VHFLN3O
              WHEN 4  MOVE WS-HF-DISPLAY-LINE TO VHFLN4O
              WHEN 5  MOVE WS-HF-DISPLAY-LINE TO VHFLN5O
              WHEN 6  MOVE WS-HF-DISPLAY-LINE TO VHFLN6O
              WHEN 7  MOVE WS-HF-DISPLAY-LINE TO VHFLN7O
              WHEN 8  MOVE WS-HF-DISPLAY-LINE TO VHFLN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! The code table entry of the flag code keyed.
      * --------------------------------------------------------
       1150-READ-FLAG-CODE.
           MOVE 'N' TO FLAGCODE-FOUND-SW.
           MOVE MAJ-FLAG-CODE TO HT-FLAG-CODE.
           EXEC CICS READ DATASET('FLAGTBL')
                          INTO(HT-ODCSFHT-RECORD)
                          RIDFLD(HT-FLAG-CODE)
                          LENGTH(LENGTH OF HT-ODCSFHT-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO FLAGCODE-FOUND-SW
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.

      * --------------------------------------------------------
      * ! Show the code table entry just read in the detail
      * ! fields.
      * --------------------------------------------------------
       1160-SHOW-FLAG-CODE.
           MOVE HT-DESCRIPTION   TO VHTDESCO.
           MOVE HT-SEVERITY      TO VHTSEVO.

      * --------------------------------------------------------
      * ! Finish and send the special-handling flag screen.
      * --------------------------------------------------------
       1200-SEND-FLAG-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT051' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA  VCUSTNMA
                       VBANRA    VHFSETA
                       VHFLN1A   VHFLN2A  VHFLN3A  VHFLN4A VHFLN5A
                       VHFLN6A   VHFLN7A  VHFLN8A
           MOVE 'A' TO VCUSTIDA  VHFCODEA VHFTEXTA VHFEXPDA
                       VHTDESCA  VHTSEVA
           EXEC CICS SEND MAP('RSSAM51')
                       MAPSET('RSSAM51') FROM(RSSAM51O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF3 returns to the customer-360 screen, ENTER shows the
      * ! keyed customer (and flag), PF12 stores the flag, PF11
      * ! removes it, PF5 stores the code's table entry.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM51')
                             MAPSET('RSSAM51')
                             INTO  (RSSAM51I)
           END-EXEC.
           MOVE COMM-CLT TO MAJ-CUSTIDENT.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-360
              WHEN DFHENTER
                   PERFORM CTRL-CUSTOMER
                   IF ERR-NBR = 0
                      PERFORM GET-FLAG-CODE
                      MOVE LOW-VALUE TO RSSAM51O
                      PERFORM 1110-READ-CUSTOMER
                      IF MAJ-FLAG-CODE NOT = SPACES
                         PERFORM SHOW-ONE-FLAG
                      END-IF
                      PERFORM 1100-SHOW-FLAGS
                   END-IF
                   PERFORM 1200-SEND-FLAG-SCREEN
              WHEN DFHPF5
                   PERFORM CHECK-SUPERVISOR-ROLE
                   IF ERR-NBR = 0
                      PERFORM CTRL-TABLE-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM STORE-FLAG-CODE
                      PERFORM REDISPLAY-AFTER-STORE
                      MOVE MSG-90 TO VMESSO
                   END-IF
                   PERFORM 1200-SEND-FLAG-SCREEN
              WHEN DFHPF11
                   PERFORM CHECK-SUPERVISOR-ROLE
                   IF ERR-NBR = 0
                      PERFORM CTRL-CUSTOMER
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM CTRL-REMOVE-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM REMOVE-FLAG
                      MOVE LOW-VALUE TO RSSAM51O
                      MOVE MSG-91 TO VMESSO
                      PERFORM 1110-READ-CUSTOMER
                      PERFORM 1100-SHOW-FLAGS
                   END-IF
                   PERFORM 1200-SEND-FLAG-SCREEN
              WHEN DFHPF12
                   PERFORM CHECK-SUPERVISOR-ROLE
                   IF ERR-NBR = 0
                      PERFORM CTRL-CUSTOMER
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM CTRL-INPUT-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM STORE-FLAG
                      PERFORM REDISPLAY-AFTER-STORE
                      MOVE MSG-95 TO VMESSO
                   END-IF
                   PERFORM 1200-SEND-FLAG-SCREEN
              WHEN OTHER
                   MOVE LOW-VALUE TO RSSAM51O
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1110-READ-CUSTOMER
                   IF CUSTOMER-FOUND
                      PERFORM 1100-SHOW-FLAGS
                   END-IF
                   PERFORM 1200-SEND-FLAG-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Show the flag keyed on ENTER, and its table entry.
      * --------------------------------------------------------
       SHOW-ONE-FLAG.
           PERFORM 1150-READ-FLAG-CODE.
           IF FLAGCODE-FOUND
              PERFORM 1160-SHOW-FLAG-CODE
           END-IF.
           PERFORM 1120-READ-FLAG.
           IF FLAG-FOUND
              PERFORM 1130-SHOW-FLAG-DETAIL
              MOVE MSG-96 TO VMESSO
           ELSE
              MOVE MAJ-FLAG-CODE TO VHFCODEO
              IF FLAGCODE-FOUND
                 MOVE MSG-94 TO VMESSO
              ELSE
                 MOVE MSG-87 TO VMESSO
              END-IF
           END-IF.

      * --------------------------------------------------------
      * ! After a store, show the flag and code just stored with
      * ! the customer's refreshed list and banner.
      * --------------------------------------------------------
       REDISPLAY-AFTER-STORE.
           MOVE LOW-VALUE TO RSSAM51O.
           IF MAJ-CUSTIDENT > 0
              PERFORM 1110-READ-CUSTOMER
           END-IF.
           MOVE MAJ-FLAG-CODE TO VHFCODEO.
           PERFORM 1150-READ-FLAG-CODE.
           IF FLAGCODE-FOUND
              PERFORM 1160-SHOW-FLAG-CODE
           END-IF.
           IF  MAJ-CUSTIDENT > 0
           AND CUSTOMER-FOUND
               PERFORM 1120-READ-FLAG
               IF FLAG-FOUND
                  PERFORM 1130-SHOW-FLAG-DETAIL
               END-IF
               PERFORM 1100-SHOW-FLAGS
           END-IF.

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
      * ! The flag code is optional on ENTER (none lists only).
      * --------------------------------------------------------
       GET-FLAG-CODE.
           MOVE SPACES TO MAJ-FLAG-CODE.
           IF  VHFCODEL NOT = 0
           AND VHFCODEI NOT = SPACES
               MOVE VHFCODEI TO MAJ-FLAG-CODE
           END-IF.

      * --------------------------------------------------------
      * ! Storing a flag needs a code on the table and the text;
      * ! the expiry date is optional (none: no expiry) and may
      * ! not fall before today.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           PERFORM GET-FLAG-CODE.
           IF  MAJ-FLAG-CODE = SPACES
           OR  VHFTEXTL = 0 OR VHFTEXTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           MOVE VHFTEXTI TO MAJ-TEXT.
           PERFORM 1150-READ-FLAG-CODE.
           IF NOT FLAGCODE-FOUND
              MOVE MSG-87 TO VMESSO
              ADD  +1     TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE ZERO TO MAJ-EXPIRY-DATE.
           IF  VHFEXPDL NOT = 0
           AND VHFEXPDI NOT = SPACES
               IF VHFEXPDI NOT NUMERIC
                  MOVE MSG-2 TO VMESSO
                  ADD  +1    TO ERR-NBR
                  EXIT PARAGRAPH
               END-IF
               MOVE VHFEXPDI TO WS-EDIT-DATE
               PERFORM CTRL-DATE-VALUE
               IF ERR-NBR NOT = 0
                  EXIT PARAGRAPH
               END-IF
               MOVE WS-EDIT-DATE TO MAJ-EXPIRY-DATE
               IF MAJ-EXPIRY-DATE < WS-TODAY
                  MOVE MSG-88 TO VMESSO
                  ADD  +1     TO ERR-NBR
               END-IF
           END-IF.

      * --------------------------------------------------------
       CTRL-DATE-VALUE.
           IF  WS-EDIT-DATE-MM < 01 OR WS-EDIT-DATE-MM > 12
           OR  WS-EDIT-DATE-DD < 01 OR WS-EDIT-DATE-DD > 31
               MOVE MSG-2 TO VMESSO
               ADD  +1    TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! Removing needs a flag code the customer carries.
      * --------------------------------------------------------
       CTRL-REMOVE-DATA.
           PERFORM GET-FLAG-CODE.
           IF MAJ-FLAG-CODE = SPACES
              MOVE MSG-1 TO VMESSO
              ADD  +1    TO ERR-NBR
              EXIT PARAGRAPH
           END-IF.
           PERFORM 1120-READ-FLAG.
           IF NOT FLAG-FOUND
              MOVE MSG-92 TO VMESSO
              ADD  +1     TO ERR-NBR
           END-IF.

      * --------------------------------------------------------
      * ! Storing a table entry needs the code, the description
      * ! and a severity of 1 to 9. A customer ID keyed is taken
      * ! for the redisplay only.
      * --------------------------------------------------------
       CTRL-TABLE-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           IF  VCUSTIDL NOT = 0
           AND VCUSTIDI NOT = SPACES
           AND VCUSTIDI NUMERIC
               MOVE VCUSTIDI TO MAJ-CUSTIDENT
           END-IF.
           PERFORM GET-FLAG-CODE.
           IF  MAJ-FLAG-CODE = SPACES
           OR  VHTDESCL = 0 OR VHTDESCI = SPACES
           OR  VHTSEVL  = 0 OR VHTSEVI  = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           MOVE VHTDESCI TO MAJ-DESCRIPTION.
           IF  VHTSEVI NOT NUMERIC
           OR  VHTSEVI = '0'
               MOVE MSG-89 TO VMESSO
               ADD  +1     TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           MOVE VHTSEVI TO MAJ-SEVERITY.

      * --------------------------------------------------------
      * ! Maintenance needs an active supervisor-role profile.
      * --------------------------------------------------------
       CHECK-SUPERVISOR-ROLE.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE EIBUSERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RIDFLD(OP-USERID)
                          LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                          RESP(WS-PROF-RESP)
           END-EXEC.
           IF  WS-PROF-RESP NOT = DFHRESP(NORMAL)
           OR  OP-ROLE NOT = 'S'
           OR  OP-ACTIVE NOT = 'Y'
               MOVE LOW-VALUE TO RSSAM51O
               MOVE MSG-86 TO VMESSO
               ADD  +1      TO ERR-NBR
               PERFORM 1110-READ-CUSTOMER
               IF CUSTOMER-FOUND
                  PERFORM 1100-SHOW-FLAGS
               END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Replace the flag under the code keyed, or add it, and
      * ! log it.
      * --------------------------------------------------------
       STORE-FLAG.
           MOVE MAJ-CUSTIDENT TO HF-CUSTIDENT.
           MOVE MAJ-FLAG-CODE TO HF-FLAG-CODE.
           EXEC CICS READ DATASET('HANDFLAG')
                          INTO(HF-ODCSFHF-RECORD)
                          RIDFLD(HF-FLAG-KEY)
                          LENGTH(LENGTH OF HF-ODCSFHF-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE HF-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
              PERFORM MOVE-SCREEN-TO-FLAG
              EXEC CICS REWRITE DATASET('HANDFLAG')
                        FROM(HF-ODCSFHF-RECORD)
                        LENGTH(LENGTH OF HF-ODCSFHF-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              MOVE ZERO          TO WS-OLD-EXPIRY-DATE
              MOVE MAJ-CUSTIDENT TO HF-CUSTIDENT
              MOVE MAJ-FLAG-CODE TO HF-FLAG-CODE
              MOVE SPACES        TO HF-FILLER
              PERFORM MOVE-SCREEN-TO-FLAG
              EXEC CICS WRITE DATASET('HANDFLAG')
                        FROM(HF-ODCSFHF-RECORD)
                        RIDFLD(HF-FLAG-KEY)
                        LENGTH(LENGTH OF HF-ODCSFHF-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           MOVE 'S'             TO CHFL-ACTION
           MOVE MAJ-EXPIRY-DATE TO CHFL-NEW-EXPIRY
           MOVE ZERO            TO CHFL-SEVERITY
           PERFORM LOG-FLAG-CHANGE
           .

      * --------------------------------------------------------
       MOVE-SCREEN-TO-FLAG.
           MOVE MAJ-TEXT        TO HF-TEXT.
           MOVE MAJ-EXPIRY-DATE TO HF-EXPIRY-DATE.
           MOVE WS-TODAY        TO HF-SET-DATE.
           MOVE EIBUSERID       TO HF-SET-USER.

      * --------------------------------------------------------
      * ! Remove the flag keyed from the customer, and log it.
      * --------------------------------------------------------
       REMOVE-FLAG.
           MOVE HF-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE.
           EXEC CICS DELETE DATASET('HANDFLAG')
                            RIDFLD(HF-FLAG-KEY)
                            RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           MOVE 'R'             TO CHFL-ACTION
           MOVE ZERO            TO CHFL-NEW-EXPIRY
           MOVE ZERO            TO CHFL-SEVERITY
           PERFORM LOG-FLAG-CHANGE
           .

      * --------------------------------------------------------
      * ! Replace the code's table entry, or add it, and log it.
      * --------------------------------------------------------
       STORE-FLAG-CODE.
           MOVE MAJ-FLAG-CODE TO HT-FLAG-CODE.
           EXEC CICS READ DATASET('FLAGTBL')
                          INTO(HT-ODCSFHT-RECORD)
                          RIDFLD(HT-FLAG-CODE)
                          LENGTH(LENGTH OF HT-ODCSFHT-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM BUILD-FLAG-CODE-RECORD
              EXEC CICS REWRITE DATASET('FLAGTBL')
                        FROM(HT-ODCSFHT-RECORD)
                        LENGTH(LENGTH OF HT-ODCSFHT-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              PERFORM BUILD-FLAG-CODE-RECORD
              EXEC CICS WRITE DATASET('FLAGTBL')
                        FROM(HT-ODCSFHT-RECORD)
                        RIDFLD(HT-FLAG-CODE)
                        LENGTH(LENGTH OF HT-ODCSFHT-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           MOVE 'T'             TO CHFL-ACTION
           MOVE ZERO            TO WS-OLD-EXPIRY-DATE
           MOVE ZERO            TO CHFL-NEW-EXPIRY
           MOVE MAJ-SEVERITY    TO CHFL-SEVERITY
           PERFORM LOG-FLAG-CHANGE
           .

      * --------------------------------------------------------
       BUILD-FLAG-CODE-RECORD.
           MOVE MAJ-FLAG-CODE   TO HT-FLAG-CODE.
           MOVE MAJ-DESCRIPTION TO HT-DESCRIPTION.
           MOVE MAJ-SEVERITY    TO HT-SEVERITY.
           MOVE EIBUSERID       TO HT-UPD-USER.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(HT-UPD-DATE)
           END-EXEC
           MOVE SPACES          TO HT-FILLER.

      * --------------------------------------------------------
      * ! Every change is logged: who stored or removed which
      * ! flag of which customer, or which table entry.
      * --------------------------------------------------------
       LOG-FLAG-CHANGE.
           MOVE MAJ-CUSTIDENT      TO CHFL-CUSTIDENT.
           MOVE MAJ-FLAG-CODE      TO CHFL-FLAG-CODE.
           MOVE WS-OLD-EXPIRY-DATE TO CHFL-OLD-EXPIRY.
           MOVE EIBUSERID          TO CHFL-USERID.
           MOVE EIBDATE            TO CHFL-EIBDATE.
           MOVE EIBTIME            TO CHFL-EIBTIME.
           EXEC CICS WRITEQ TD QUEUE('CHFL')
                               FROM(WS-CHFL-RECORD)
                               LENGTH(LENGTH OF WS-CHFL-RECORD)
           END-EXEC
           .

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
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
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

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM51') MAPSET('RSSAM51') ERASE
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
