       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT045.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Document-text catalog maintenance                  *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program maintains the document-text    *
      *     catalog (DOCTEXT) the customer-facing print runs take     *
      *     their fixed wording from: one record per document id,     *
      *     text line and language ('E' English, 'F' French) with the *
      *     line's wording.                                           *
      *    -Each change is stamped with the user and date.            *
      *    -PF5 sets the keyed customer's preferred language for      *
      *     invoices, statements, notices and letters ('E' or 'F').   *
      *    -It is reached from the run-parameter maintenance screen   *
      *     (PF21 there). ENTER shows the keyed line and lists the    *
      *     catalog from the keyed document on, PF12 stores the       *
      *     keyed wording under the keyed line.                       *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM45                                      *
      *    Transaction : SA45                                         *
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
       01  MAJ-DOCTEXT-AREA.
           05  MAJ-DOC-ID                  PIC X(08)  VALUE SPACES.
           05  MAJ-LINE-NO                 PIC 9(03)  VALUE 0.
           05  MAJ-LANGUAGE                PIC X(01)  VALUE SPACES.
           05  MAJ-TEXT                    PIC X(60)  VALUE SPACES.
           05  MAJ-CUSTIDENT               PIC 9(09)  VALUE 0.
           05  MAJ-CUST-LANG               PIC X(01)  VALUE SPACES.

      *--- Catalog list browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-TEXT-DISPLAY-LINE    PIC X(60).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the run-paramet
      -          'er screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-91                                  PIC  X(79)
           VALUE 'E: language must be E (English) or F (French).  '.
       01  MSG-92                                  PIC  X(79)
           VALUE 'I: document text stored.                       '.
       01  MSG-93                                  PIC  X(79)
           VALUE 'I: line not in the catalog yet, PF12 creates it.'.
       01  MSG-94                                  PIC  X(79)
           VALUE 'I: document text displayed.                    '.
       01  MSG-96                                  PIC  X(79)
           VALUE 'E: customer not on file.                       '.
       01  MSG-98                                  PIC  X(79)
           VALUE 'I: language put on the customer record.        '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM45.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Document-text catalog VSAM file's data layout -----------
           COPY ODCSFDT.

      * Customer VSAM file's data layout ------------------------
           COPY ODCSF0.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-DOCTEXT-MAINT.

      * This program may only be reached thru the parameter screen...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM45O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM45O
                   MOVE LOW-VALUES TO DT-TEXT-KEY
                   PERFORM 1100-LIST-DOCTEXT
                   PERFORM 1200-SEND-DOCTEXT-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA45')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List 8 catalog lines from the key set up by the caller.
      * --------------------------------------------------------
       1100-LIST-DOCTEXT.
           MOVE SPACES TO VPLIN1O VPLIN2O VPLIN3O VPLIN4O
                          VPLIN5O VPLIN6O VPLIN7O VPLIN8O.
           MOVE 0          TO WS-LINE-COUNT.
           EXEC CICS STARTBR DATASET ('DOCTEXT')
                             RIDFLD  (DT-TEXT-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('DOCTEXT')
                                    INTO    (DT-ODCSFDT-RECORD)
                                    LENGTH  (LENGTH OF
                                             DT-ODCSFDT-RECORD)
                                    RIDFLD  (DT-TEXT-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-DOCTEXT-TO-SCREEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('DOCTEXT') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one catalog line's display line and move it to
      * ! the next free VPLINnO screen field.
      * --------------------------------------------------------
       MOVE-DOCTEXT-TO-SCREEN.
           MOVE SPACES        TO WS-TEXT-DISPLAY-LINE
           STRING DT-DOC-ID           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DT-LINE-NO          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DT-LANGUAGE         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  DT-TEXT             DELIMITED BY SIZE
             INTO WS-TEXT-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-TEXT-DISPLAY-LINE TO VPLIN1O
              WHEN 2  MOVE WS-TEXT-DISPLAY-LINE TO VPLIN2O
              WHEN 3  MOVE WS-TEXT-DISPLAY-LINE TO VPLIN3O
              WHEN 4  MOVE WS-TEXT-DISPLAY-LINE TO VPLIN4O
              WHEN 5  MOVE WS-TEXT-DISPLAY-LINE TO VPLIN5O
              WHEN 6  MOVE WS-TEXT-DISPLAY-LINE TO VPLIN6O
              WHEN 7  MOVE WS-TEXT-DISPLAY-LINE TO VPLIN7O
              WHEN 8  MOVE WS-TEXT-DISPLAY-LINE TO VPLIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the catalog maintenance screen.
      * --------------------------------------------------------
       1200-SEND-DOCTEXT-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT045' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VPLIN1A   VPLIN2A  VPLIN3A  VPLIN4A
                       VPLIN5A   VPLIN6A  VPLIN7A  VPLIN8A
           MOVE 'A' TO VDTDOCA   VDTLINEA VDTLANGA VDTTEXTA
                       VDTCUSTA  VDTCLANGA
           EXEC CICS SEND MAP('RSSAM45')
                       MAPSET('RSSAM45') FROM(RSSAM45O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! The list runs from the keyed document on.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM45')
                             MAPSET('RSSAM45')
                             INTO  (RSSAM45I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PARMS
              WHEN DFHENTER
                   PERFORM SHOW-ONE-DOCTEXT
                   PERFORM SET-LIST-START
                   PERFORM 1100-LIST-DOCTEXT
                   PERFORM 1200-SEND-DOCTEXT-SCREEN
              WHEN DFHPF5
                   PERFORM CTRL-CUSTOMER-DATA
                   IF ERR-NBR = 0
                      PERFORM ASSIGN-CUSTOMER-LANGUAGE
                   END-IF
                   PERFORM SET-LIST-START
                   PERFORM 1100-LIST-DOCTEXT
                   PERFORM 1200-SEND-DOCTEXT-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM STORE-DOCTEXT
                   END-IF
                   PERFORM SET-LIST-START
                   PERFORM 1100-LIST-DOCTEXT
                   PERFORM 1200-SEND-DOCTEXT-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM SET-LIST-START
                   PERFORM 1100-LIST-DOCTEXT
                   PERFORM 1200-SEND-DOCTEXT-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
       SET-LIST-START.
           MOVE LOW-VALUES TO DT-TEXT-KEY
           IF  VDTDOCL > 0
           AND VDTDOCI NOT = SPACES
               MOVE VDTDOCI TO DT-DOC-ID
           END-IF
           .

      * --------------------------------------------------------
       SHOW-ONE-DOCTEXT.
           PERFORM CTRL-KEY-DATA
           IF ERR-NBR = 0
              MOVE MAJ-DOC-ID   TO DT-DOC-ID
              MOVE MAJ-LINE-NO  TO DT-LINE-NO
              MOVE MAJ-LANGUAGE TO DT-LANGUAGE
              EXEC CICS READ DATASET('DOCTEXT')
                             INTO(DT-ODCSFDT-RECORD)
                             RIDFLD(DT-TEXT-KEY)
                             LENGTH(LENGTH OF DT-ODCSFDT-RECORD)
                             RESP(RESPONSE-CODE)
              END-EXEC
              MOVE VDTDOCI  TO VDTDOCO
              MOVE VDTLINEI TO VDTLINEO
              MOVE VDTLANGI TO VDTLANGO
              IF RESPONSE-CODE = DFHRESP(NORMAL)
                 MOVE DT-TEXT  TO VDTTEXTO
                 MOVE MSG-94   TO VMESSO
              ELSE
                 MOVE MSG-93   TO VMESSO
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Edit the key: a document id, a numeric line number and
      * ! a language of E or F are required.
      * --------------------------------------------------------
       CTRL-KEY-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE SPACES    TO MAJ-DOC-ID MAJ-LANGUAGE.
           MOVE ZEROES    TO MAJ-LINE-NO.

           IF  VDTDOCL = 0
           OR  VDTDOCI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VDTDOCI TO MAJ-DOC-ID
           END-IF.

           IF  VDTLINEL = 0
           OR  VDTLINEI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VDTLINEI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VDTLINEI TO MAJ-LINE-NO
               END-IF
           END-IF.

           IF  VDTLANGL = 0
           OR  VDTLANGI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VDTLANGI NOT = 'E' AND 'F'
                  MOVE MSG-91 TO VMESSO
                  ADD  +1     TO ERR-NBR
               ELSE
                  MOVE VDTLANGI TO MAJ-LANGUAGE
               END-IF
           END-IF.

      * --------------------------------------------------------
      * ! Edit the keyed line for storing: the key, and the
      * ! wording itself.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           PERFORM CTRL-KEY-DATA.
           MOVE SPACES    TO MAJ-TEXT.

           IF  VDTTEXTL = 0
           OR  VDTTEXTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VDTTEXTI TO MAJ-TEXT
           END-IF.

      * --------------------------------------------------------
      * ! Edit the customer language setting: a numeric customer
      * ! id and a language of E or F.
      * --------------------------------------------------------
       CTRL-CUSTOMER-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE SPACES    TO MAJ-CUST-LANG.
           MOVE ZEROES    TO MAJ-CUSTIDENT.

           IF  VDTCUSTL = 0
           OR  VDTCUSTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VDTCUSTI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VDTCUSTI TO MAJ-CUSTIDENT
               END-IF
           END-IF.

           IF  VDTCLANGL = 0
           OR  VDTCLANGI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VDTCLANGI NOT = 'E' AND 'F'
                  MOVE MSG-91 TO VMESSO
                  ADD  +1     TO ERR-NBR
               ELSE
                  MOVE VDTCLANGI TO MAJ-CUST-LANG
               END-IF
           END-IF.

      * --------------------------------------------------------
       STORE-DOCTEXT.
           MOVE MAJ-DOC-ID   TO DT-DOC-ID.
           MOVE MAJ-LINE-NO  TO DT-LINE-NO.
           MOVE MAJ-LANGUAGE TO DT-LANGUAGE.
           EXEC CICS READ DATASET('DOCTEXT')
                          INTO(DT-ODCSFDT-RECORD)
                          RIDFLD(DT-TEXT-KEY)
                          LENGTH(LENGTH OF DT-ODCSFDT-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM BUILD-DOCTEXT-RECORD
              EXEC CICS REWRITE DATASET('DOCTEXT')
                        FROM(DT-ODCSFDT-RECORD)
                        LENGTH(LENGTH OF DT-ODCSFDT-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              PERFORM BUILD-DOCTEXT-RECORD
              EXEC CICS WRITE DATASET('DOCTEXT')
                        FROM(DT-ODCSFDT-RECORD)
                        RIDFLD(DT-TEXT-KEY)
                        LENGTH(LENGTH OF DT-ODCSFDT-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           MOVE MSG-92 TO VMESSO
           .

      * --------------------------------------------------------
       BUILD-DOCTEXT-RECORD.
           MOVE MAJ-DOC-ID      TO DT-DOC-ID.
           MOVE MAJ-LINE-NO     TO DT-LINE-NO.
           MOVE MAJ-LANGUAGE    TO DT-LANGUAGE.
           MOVE MAJ-TEXT        TO DT-TEXT.
           MOVE EIBUSERID       TO DT-UPD-USER.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(DT-UPD-DATE)
           END-EXEC
           MOVE SPACES          TO DT-FILLER.

      * --------------------------------------------------------
      * ! Put the keyed language on the customer record.
      * --------------------------------------------------------
       ASSIGN-CUSTOMER-LANGUAGE.
           EXEC CICS READ DATASET('ODCSF0')
                          INTO(QS-ODCSF0-RECORD)
                          RIDFLD(MAJ-CUSTIDENT)
                          LENGTH(LENGTH OF QS-ODCSF0-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-96 TO VMESSO
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              MOVE MAJ-CUST-LANG TO QS-CUST-LANG
              EXEC CICS REWRITE DATASET('ODCSF0')
                        FROM(QS-ODCSF0-RECORD)
                        LENGTH(LENGTH OF QS-ODCSF0-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              MOVE MSG-98 TO VMESSO
           END-IF
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM45') MAPSET('RSSAM45') ERASE
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
