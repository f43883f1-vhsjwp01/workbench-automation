       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT033.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Promotion table maintenance                        *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program maintains the promotion table  *
      *     (PROMOTBL) marketing's promotion codes are checked        *
      *     against when an order is loaded or keyed: one record per  *
      *     code with its description, discount (P percent off, the   *
      *     value keyed in digits with two implied decimals, 001000   *
      *     = 10.00 percent; A a fixed amount off, 000002500 =        *
      *     25.00), effective and expiry dates, the product it is     *
      *     kept to (blank for the whole order) and whether a         *
      *     customer may use it once only.                            *
      *    -Each change is stamped with the user and date.            *
      *    -It is reached from the run-parameter maintenance screen   *
      *     (PF18 there). ENTER shows the keyed code, PF12 stores the *
      *     keyed promotion under it.                                 *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM33                                      *
      *    Transaction : SA33                                         *
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
       01  MAJ-PROMO-AREA.
           05  MAJ-PROMO-CODE              PIC X(08)  VALUE SPACES.
           05  MAJ-DESCRIPTION             PIC X(30)  VALUE SPACES.
           05  MAJ-DISC-TYPE               PIC X(01)  VALUE SPACES.
           05  MAJ-DISC-VALUE              PIC 9(07)V99 VALUE 0.
           05  MAJ-EFF-DATE                PIC 9(08)  VALUE 0.
           05  MAJ-EXP-DATE                PIC 9(08)  VALUE 0.
           05  MAJ-PRODCODE                PIC X(08)  VALUE SPACES.
           05  MAJ-ONCE-FLAG               PIC X(01)  VALUE SPACES.

      *--- Date edit work
       01  WS-EDIT-DATE                    PIC 9(08)  VALUE 0.
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-DATE-CCYY           PIC 9(04).
           05  WS-EDIT-DATE-MM             PIC 9(02).
           05  WS-EDIT-DATE-DD             PIC 9(02).

      *--- Table list browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-PROMO-DISPLAY-LINE   PIC X(60).
       01  WS-VALUE-EDIT           PIC ZZZZZZ9.99.
       01  WS-VALUE-DIGITS         PIC 9(07)V99.
       01  WS-VALUE-DIGITS-X       REDEFINES WS-VALUE-DIGITS
                                   PIC X(09).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the run-paramet
      -          'er screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-2                                   PIC  X(79)
           VALUE 'E: date must be a valid YYYYMMDD date.         '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-91                                  PIC  X(79)
           VALUE 'E: discount type must be P (percent) or A (amount).'.
       01  MSG-92                                  PIC  X(79)
           VALUE 'I: promotion stored.                           '.
       01  MSG-93                                  PIC  X(79)
           VALUE 'I: code not on the table yet, PF12 creates it. '.
       01  MSG-94                                  PIC  X(79)
           VALUE 'I: promotion displayed.                        '.
       01  MSG-95                                  PIC  X(79)
           VALUE 'E: discount must not be zero, nor over 100 percent.'.
       01  MSG-96                                  PIC  X(79)
           VALUE 'E: expiry date is before the effective date.   '.
       01  MSG-97                                  PIC  X(79)
           VALUE 'E: once-per-customer must be Y or N.           '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM33.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Promotion table VSAM file's data layout -----------------
           COPY ODCSFPR.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-PROMO-MAINT.

      * This program may only be reached thru the parameter screen...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM33O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM33O
                   PERFORM 1100-LIST-PROMOTIONS
                   PERFORM 1200-SEND-PROMO-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA33')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the first 8 promotions on the table.
      * --------------------------------------------------------
       1100-LIST-PROMOTIONS.
           MOVE SPACES TO VPLIN1O VPLIN2O VPLIN3O VPLIN4O
                          VPLIN5O VPLIN6O VPLIN7O VPLIN8O.
           MOVE 0          TO WS-LINE-COUNT.
           MOVE LOW-VALUES TO PR-PROMO-CODE.
           EXEC CICS STARTBR DATASET ('PROMOTBL')
                             RIDFLD  (PR-PROMO-CODE)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('PROMOTBL')
                                    INTO    (PR-ODCSFPR-RECORD)
                                    LENGTH  (LENGTH OF
                                             PR-ODCSFPR-RECORD)
                                    RIDFLD  (PR-PROMO-CODE)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-PROMO-TO-SCREEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('PROMOTBL') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one promotion's display line and move it to the
      * ! next free VPLINnO screen field.
      * --------------------------------------------------------
       MOVE-PROMO-TO-SCREEN.
           MOVE SPACES        TO WS-PROMO-DISPLAY-LINE
           MOVE PR-DISC-VALUE TO WS-VALUE-EDIT
           STRING PR-PROMO-CODE       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  PR-DISC-TYPE        DELIMITED BY SIZE
                  WS-VALUE-EDIT       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  PR-EFF-DATE         DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  PR-EXP-DATE         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  PR-PRODCODE         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  PR-ONCE-FLAG        DELIMITED BY SIZE
             INTO WS-PROMO-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-PROMO-DISPLAY-LINE TO VPLIN1O
              WHEN 2  MOVE WS-PROMO-DISPLAY-LINE TO VPLIN2O
              WHEN 3  MOVE WS-PROMO-DISPLAY-LINE TO VPLIN3O
              WHEN 4  MOVE WS-PROMO-DISPLAY-LINE TO VPLIN4O
              WHEN 5  MOVE WS-PROMO-DISPLAY-LINE TO VPLIN5O
              WHEN 6  MOVE WS-PROMO-DISPLAY-LINE TO VPLIN6O
              WHEN 7  MOVE WS-PROMO-DISPLAY-LINE TO VPLIN7O
              WHEN 8  MOVE WS-PROMO-DISPLAY-LINE TO VPLIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the table maintenance screen.
      * --------------------------------------------------------
       1200-SEND-PROMO-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT033' TO VPGMSCRO
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
           MOVE 'A' TO VPRCODEA  VPRDESCA VPRTYPEA VPRVALA
                       VPREFFA   VPREXPA  VPRPRODA VPRONCEA
           EXEC CICS SEND MAP('RSSAM33')
                       MAPSET('RSSAM33') FROM(RSSAM33O)
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
           EXEC CICS RECEIVE MAP   ('RSSAM33')
                             MAPSET('RSSAM33')
                             INTO  (RSSAM33I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PARMS
              WHEN DFHENTER
                   PERFORM SHOW-ONE-PROMOTION
                   PERFORM 1100-LIST-PROMOTIONS
                   PERFORM 1200-SEND-PROMO-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM STORE-PROMOTION
                   END-IF
                   PERFORM 1100-LIST-PROMOTIONS
                   PERFORM 1200-SEND-PROMO-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1100-LIST-PROMOTIONS
                   PERFORM 1200-SEND-PROMO-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
       SHOW-ONE-PROMOTION.
           IF  VPRCODEL = 0
           OR  VPRCODEI = SPACES
               MOVE MSG-1 TO VMESSO
           ELSE
               MOVE VPRCODEI TO PR-PROMO-CODE
               EXEC CICS READ DATASET('PROMOTBL')
                              INTO(PR-ODCSFPR-RECORD)
                              RIDFLD(PR-PROMO-CODE)
                              LENGTH(LENGTH OF PR-ODCSFPR-RECORD)
                              RESP(RESPONSE-CODE)
               END-EXEC
               MOVE VPRCODEI TO VPRCODEO
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                  MOVE PR-DESCRIPTION TO VPRDESCO
                  MOVE PR-DISC-TYPE   TO VPRTYPEO
                  MOVE PR-DISC-VALUE  TO WS-VALUE-DIGITS
                  MOVE WS-VALUE-DIGITS-X TO VPRVALO
                  MOVE PR-EFF-DATE    TO VPREFFO
                  MOVE PR-EXP-DATE    TO VPREXPO
                  MOVE PR-PRODCODE    TO VPRPRODO
                  MOVE PR-ONCE-FLAG   TO VPRONCEO
                  MOVE MSG-94         TO VMESSO
               ELSE
                  MOVE MSG-93         TO VMESSO
               END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Edit the keyed promotion: code, description, a P or A
      * ! discount that is not zero (nor over 100 percent), valid
      * ! dates in order, and a Y or N once-per-customer flag. The
      * ! product code is optional.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE SPACES    TO MAJ-PROMO-CODE MAJ-DESCRIPTION
                             MAJ-DISC-TYPE  MAJ-PRODCODE
                             MAJ-ONCE-FLAG.
           MOVE ZEROES    TO MAJ-DISC-VALUE MAJ-EFF-DATE
                             MAJ-EXP-DATE.

           IF  VPRCODEL = 0
           OR  VPRCODEI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VPRCODEI TO MAJ-PROMO-CODE
           END-IF.

           IF  VPRDESCL = 0
           OR  VPRDESCI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VPRDESCI TO MAJ-DESCRIPTION
           END-IF.

           IF  VPRTYPEL = 0
           OR  VPRTYPEI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VPRTYPEI NOT = 'P' AND 'A'
                  MOVE MSG-91 TO VMESSO
                  ADD  +1     TO ERR-NBR
               ELSE
                  MOVE VPRTYPEI TO MAJ-DISC-TYPE
               END-IF
           END-IF.

           IF  VPRVALL = 0
           OR  VPRVALI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VPRVALI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VPRVALI TO MAJ-DISC-VALUE
                  IF MAJ-DISC-VALUE = 0
                  OR (MAJ-DISC-TYPE = 'P' AND MAJ-DISC-VALUE > 100)
                     MOVE MSG-95 TO VMESSO
                     ADD  +1     TO ERR-NBR
                  END-IF
               END-IF
           END-IF.

           IF  VPREFFL = 0
           OR  VPREFFI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VPREFFI NOT NUMERIC
                  MOVE MSG-2 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VPREFFI TO WS-EDIT-DATE
                  PERFORM CTRL-DATE-VALUE
                  MOVE WS-EDIT-DATE TO MAJ-EFF-DATE
               END-IF
           END-IF.

           IF  VPREXPL = 0
           OR  VPREXPI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VPREXPI NOT NUMERIC
                  MOVE MSG-2 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VPREXPI TO WS-EDIT-DATE
                  PERFORM CTRL-DATE-VALUE
                  MOVE WS-EDIT-DATE TO MAJ-EXP-DATE
               END-IF
           END-IF.

           IF ERR-NBR = 0
           AND MAJ-EXP-DATE < MAJ-EFF-DATE
              MOVE MSG-96 TO VMESSO
              ADD  +1     TO ERR-NBR
           END-IF.

           IF  VPRPRODL > 0
               MOVE VPRPRODI TO MAJ-PRODCODE
           END-IF.

           IF  VPRONCEL = 0
           OR  VPRONCEI = SPACES
               MOVE 'N' TO MAJ-ONCE-FLAG
           ELSE
               IF VPRONCEI NOT = 'Y' AND 'N'
                  MOVE MSG-97 TO VMESSO
                  ADD  +1     TO ERR-NBR
               ELSE
                  MOVE VPRONCEI TO MAJ-ONCE-FLAG
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
       STORE-PROMOTION.
           MOVE MAJ-PROMO-CODE TO PR-PROMO-CODE.
           EXEC CICS READ DATASET('PROMOTBL')
                          INTO(PR-ODCSFPR-RECORD)
                          RIDFLD(PR-PROMO-CODE)
                          LENGTH(LENGTH OF PR-ODCSFPR-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM BUILD-PROMO-RECORD
              EXEC CICS REWRITE DATASET('PROMOTBL')
                        FROM(PR-ODCSFPR-RECORD)
                        LENGTH(LENGTH OF PR-ODCSFPR-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              PERFORM BUILD-PROMO-RECORD
              EXEC CICS WRITE DATASET('PROMOTBL')
                        FROM(PR-ODCSFPR-RECORD)
                        RIDFLD(PR-PROMO-CODE)
                        LENGTH(LENGTH OF PR-ODCSFPR-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           MOVE MSG-92 TO VMESSO
           .

      * --------------------------------------------------------
       BUILD-PROMO-RECORD.
           MOVE MAJ-PROMO-CODE  TO PR-PROMO-CODE.
           MOVE MAJ-DESCRIPTION TO PR-DESCRIPTION.
           MOVE MAJ-DISC-TYPE   TO PR-DISC-TYPE.
           MOVE MAJ-DISC-VALUE  TO PR-DISC-VALUE.
           MOVE MAJ-EFF-DATE    TO PR-EFF-DATE.
           MOVE MAJ-EXP-DATE    TO PR-EXP-DATE.
           MOVE MAJ-PRODCODE    TO PR-PRODCODE.
           MOVE MAJ-ONCE-FLAG   TO PR-ONCE-FLAG.
           MOVE EIBUSERID       TO PR-UPD-USER.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(PR-UPD-DATE)
           END-EXEC
           MOVE SPACES          TO PR-FILLER.

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM33') MAPSET('RSSAM33') ERASE
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
