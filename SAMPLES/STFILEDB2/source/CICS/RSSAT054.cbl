       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT054.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Branch sales budget maintenance                    *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program shows and adjusts the branch   *
      *     sales budget (BUDGET file, ODCSFBG) loaded from finance's *
      *     annual feed by RSSABC32: revenue, new-customer and order- *
      *     count targets per branch and month.                       *
      *    -It is reached from the branch table maintenance screen    *
      *     (PF5 there); PF3 goes back to it. ENTER lists the twelve  *
      *     months of the keyed branch and year with the year's       *
      *     total and, when a month is keyed, shows that month's      *
      *     figures ready to be changed.                              *
      *    -PF12 stores the keyed figures under the keyed month,      *
      *     marked adjusted with the user and date. Adjusting is      *
      *     reserved to active supervisors (OPRPROF role 'S').        *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM54                                      *
      *    Transaction : SA54                                         *
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
       01  MAJ-BUDGET-AREA.
           05  MAJ-BRANCH                  PIC X(03)  VALUE SPACES.
           05  MAJ-YEAR                    PIC 9(04)  VALUE 0.
           05  MAJ-MONTH                   PIC 9(02)  VALUE 0.
           05  MAJ-REVENUE                 PIC 9(11)V99 VALUE 0.
           05  MAJ-NEW-CUST                PIC 9(07)  VALUE 0.
           05  MAJ-ORDERS                  PIC 9(07)  VALUE 0.

      *--- The revenue is keyed as 13 digits, the last two the cents
       01  WS-REV-DIGITS                   PIC 9(11)V99.
       01  WS-REV-DIGITS-X                 REDEFINES WS-REV-DIGITS
                                           PIC X(13).

       01  SWITCHES.
           05  BRANCH-FOUND-SW             PIC X(01)  VALUE 'N'.
               88  BRANCH-FOUND                       VALUE 'Y'.
           05  MONTH-FOUND-SW              PIC X(01)  VALUE 'N'.
               88  MONTH-FOUND                        VALUE 'Y'.

      *--- Budget list: one display line per month of the year,
      *--- then the year's total
       01  WS-BG-KEY.
           05  WS-BG-BRANCH                PIC X(003).
           05  WS-BG-YYYYMM                PIC 9(006).
           05  WS-BG-YYYYMM-G REDEFINES WS-BG-YYYYMM.
               10  WS-BG-YYYY              PIC 9(004).
               10  WS-BG-MM                PIC 9(002).
       01  WS-MONTH-IX                     PIC S9(04) COMP VALUE +0.
       01  WS-BG-DISPLAY-LINE              PIC X(78).
       01  WS-BG-SOURCE-TEXT               PIC X(08).
       01  WS-ED-REVENUE                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-NEW-CUST                  PIC Z,ZZZ,ZZ9.
       01  WS-ED-ORDERS                    PIC Z,ZZZ,ZZ9.
       01  WS-TOT-REVENUE                  PIC 9(13)V99 VALUE 0.
       01  WS-TOT-NEW-CUST                 PIC 9(09)  VALUE 0.
       01  WS-TOT-ORDERS                   PIC 9(09)  VALUE 0.
       01  WS-TOT-MONTHS                   PIC S9(04) COMP VALUE +0.
       01  WS-ED-TOT-REVENUE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TOT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-TOT-ORDERS                PIC ZZZ,ZZZ,ZZ9.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the branch tab
      -          'le screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-55                                  PIC  X(79)
           VALUE 'E: branch not on the branch table.                '.
       01  MSG-56                                  PIC  X(79)
           VALUE 'E: month must be 01 to 12.                        '.
       01  MSG-57                                  PIC  X(79)
           VALUE 'E: revenue is 13 digits, the last two the cents.  '.
       01  MSG-58                                  PIC  X(79)
           VALUE 'I: key a branch and a year, ENTER lists the budget.'.
       01  MSG-59                                  PIC  X(79)
           VALUE 'I: budget displayed.                              '.
       01  MSG-60                                  PIC  X(79)
           VALUE 'I: budget month adjusted.                         '.
       01  MSG-61                                  PIC  X(79)
           VALUE 'I: no budget for this month yet, PF12 creates it. '.
       01  MSG-86                                  PIC  X(79)
           VALUE 'E: only an active supervisor may adjust the budget.'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM54.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Branch reference VSAM file's data layout -----------------
           COPY ODCSFBR.

      * Branch sales budget VSAM file's data layout ----------------
           COPY ODCSFBG.

      * Operator profile VSAM file's data layout ---------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-BUDGET-MAINT.

      * This program may only be reached thru the branch table...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM54O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM54O
                   MOVE MSG-58    TO VMESSO
                   PERFORM 1200-SEND-BUDGET-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA54')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the twelve months of the branch and year, then
      * ! the year's total.
      * --------------------------------------------------------
       1100-LIST-BUDGET.
           MOVE SPACES TO VBGLN1O VBGLN2O VBGLN3O VBGLN4O
                          VBGLN5O VBGLN6O VBGLN7O VBGLN8O
                          VBGLN9O VBGLN10O VBGLN11O VBGLN12O
                          VBGTOTO.
           MOVE 0 TO WS-TOT-REVENUE WS-TOT-NEW-CUST WS-TOT-ORDERS
                     WS-TOT-MONTHS.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 12
              MOVE WS-MONTH-IX TO MAJ-MONTH
              PERFORM 1110-READ-BUDGET-MONTH
              PERFORM MOVE-MONTH-TO-SCREEN
           END-PERFORM.
           MOVE WS-TOT-REVENUE  TO WS-ED-TOT-REVENUE.
           MOVE WS-TOT-NEW-CUST TO WS-ED-TOT-COUNT.
           MOVE WS-TOT-ORDERS   TO WS-ED-TOT-ORDERS.
           STRING 'YEAR  '            DELIMITED BY SIZE
                  WS-ED-TOT-REVENUE   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-ED-TOT-COUNT     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-ED-TOT-ORDERS    DELIMITED BY SIZE
             INTO VBGTOTO
           END-STRING.
           IF WS-TOT-MONTHS < 12
              MOVE 'SOME MONTHS HAVE NO BUDGET' TO VBGTOTO (53:26)
           END-IF
           .

      * --------------------------------------------------------
      * ! The budget of the branch and year keyed, for the month
      * ! in MAJ-MONTH.
      * --------------------------------------------------------
       1110-READ-BUDGET-MONTH.
           MOVE 'N'        TO MONTH-FOUND-SW.
           MOVE MAJ-BRANCH TO WS-BG-BRANCH.
           MOVE MAJ-YEAR   TO WS-BG-YYYY.
           MOVE MAJ-MONTH  TO WS-BG-MM.
           MOVE WS-BG-KEY  TO BG-BUDGET-KEY.
           EXEC CICS READ DATASET('BUDGET')
                          INTO(BG-ODCSFBG-RECORD)
                          RIDFLD(BG-BUDGET-KEY)
                          LENGTH(LENGTH OF BG-ODCSFBG-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO MONTH-FOUND-SW
              WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
              WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.

      * --------------------------------------------------------
      * ! Build one month's display line and move it to its
      * ! VBGLNnO screen field.
      * --------------------------------------------------------
       MOVE-MONTH-TO-SCREEN.
           MOVE SPACES TO WS-BG-DISPLAY-LINE.
           IF MONTH-FOUND
              ADD 1           TO WS-TOT-MONTHS
              ADD BG-REVENUE  TO WS-TOT-REVENUE
              ADD BG-NEW-CUST TO WS-TOT-NEW-CUST
              ADD BG-ORDERS   TO WS-TOT-ORDERS
              MOVE BG-REVENUE  TO WS-ED-REVENUE
              MOVE BG-NEW-CUST TO WS-ED-NEW-CUST
              MOVE BG-ORDERS   TO WS-ED-ORDERS
              IF BG-SOURCE = 'A'
                 MOVE 'ADJUSTED' TO WS-BG-SOURCE-TEXT
              ELSE
                 MOVE 'FEED'     TO WS-BG-SOURCE-TEXT
              END-IF
              STRING WS-BG-YYYYMM      DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-ED-REVENUE     DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-ED-NEW-CUST    DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-ED-ORDERS      DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-BG-SOURCE-TEXT DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     BG-UPD-USER       DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     BG-UPD-DATE       DELIMITED BY SIZE
                INTO WS-BG-DISPLAY-LINE
              END-STRING
           ELSE
              STRING WS-BG-YYYYMM      DELIMITED BY SIZE
                     '  NO BUDGET'     DELIMITED BY SIZE
                INTO WS-BG-DISPLAY-LINE
              END-STRING
           END-IF.
           EVALUATE WS-MONTH-IX
              WHEN 1   MOVE WS-BG-DISPLAY-LINE TO VBGLN1O
              WHEN 2   MOVE WS-BG-DISPLAY-LINE TO VBGLN2O
              WHEN 3   MOVE WS-BG-DISPLAY-LINE TO VBGLN3O
              WHEN 4   MOVE WS-BG-DISPLAY-LINE TO VBGLN4O
              WHEN 5   MOVE WS-BG-DISPLAY-LINE TO VBGLN5O
              WHEN 6   MOVE WS-BG-DISPLAY-LINE TO VBGLN6O
              WHEN 7   MOVE WS-BG-DISPLAY-LINE TO VBGLN7O
              WHEN 8   MOVE WS-BG-DISPLAY-LINE TO VBGLN8O
              WHEN 9   MOVE WS-BG-DISPLAY-LINE TO VBGLN9O
              WHEN 10  MOVE WS-BG-DISPLAY-LINE TO VBGLN10O
              WHEN 11  MOVE WS-BG-DISPLAY-LINE TO VBGLN11O
              WHEN 12  MOVE WS-BG-DISPLAY-LINE TO VBGLN12O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the budget screen.
      * --------------------------------------------------------
       1200-SEND-BUDGET-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT054' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA  VBRNAMEA
                       VBGLN1A   VBGLN2A  VBGLN3A  VBGLN4A VBGLN5A
                       VBGLN6A   VBGLN7A  VBGLN8A  VBGLN9A VBGLN10A
                       VBGLN11A  VBGLN12A VBGTOTA
           MOVE 'A' TO VBRCODEA  VBGYEARA VBGMONA  VBGREVA VBGNEWA
                       VBGORDA
           EXEC CICS SEND MAP('RSSAM54')
                       MAPSET('RSSAM54') FROM(RSSAM54O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF3 returns to the branch table screen, ENTER lists the
      * ! budget, PF12 adjusts the keyed month.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM54')
                             MAPSET('RSSAM54')
                             INTO  (RSSAM54I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-BRANCHES
              WHEN DFHENTER
                   PERFORM CTRL-BRANCH-YEAR
                   IF ERR-NBR = 0
                      PERFORM 1100-LIST-BUDGET
                      PERFORM SHOW-ONE-MONTH
                   END-IF
                   PERFORM 1200-SEND-BUDGET-SCREEN
              WHEN DFHPF12
                   PERFORM CHECK-SUPERVISOR-ROLE
                   IF ERR-NBR = 0
                      PERFORM CTRL-BRANCH-YEAR
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM CTRL-INPUT-DATA
                   END-IF
                   IF ERR-NBR = 0
                      PERFORM STORE-BUDGET-MONTH
                      PERFORM 1100-LIST-BUDGET
                      MOVE MSG-60 TO VMESSO
                   END-IF
                   PERFORM 1200-SEND-BUDGET-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1200-SEND-BUDGET-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! A month keyed on ENTER has its figures shown, ready to
      * ! be changed and stored with PF12.
      * --------------------------------------------------------
       SHOW-ONE-MONTH.
           MOVE MSG-59 TO VMESSO.
           IF  VBGMONL = 0
           OR  VBGMONI = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF VBGMONI NOT NUMERIC
              MOVE MSG-3 TO VMESSO
              EXIT PARAGRAPH
           END-IF.
           MOVE VBGMONI TO MAJ-MONTH.
           IF MAJ-MONTH < 1 OR MAJ-MONTH > 12
              MOVE MSG-56 TO VMESSO
              EXIT PARAGRAPH
           END-IF.
           PERFORM 1110-READ-BUDGET-MONTH.
           IF MONTH-FOUND
              MOVE BG-REVENUE  TO WS-REV-DIGITS
              MOVE WS-REV-DIGITS-X TO VBGREVO
              MOVE BG-NEW-CUST TO VBGNEWO
              MOVE BG-ORDERS   TO VBGORDO
           ELSE
              MOVE SPACES TO VBGREVO VBGNEWO VBGORDO
              MOVE MSG-61 TO VMESSO
           END-IF.

      * --------------------------------------------------------
      * ! The branch must be on the branch table; the year is
      * ! mandatory.
      * --------------------------------------------------------
       CTRL-BRANCH-YEAR.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE 'N'       TO BRANCH-FOUND-SW.
           MOVE SPACES    TO VBRNAMEO.

           IF  VBRCODEL = 0
           OR  VBRCODEI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VBRCODEI TO MAJ-BRANCH
               MOVE VBRCODEI TO BR-BRANCH
               EXEC CICS READ DATASET('BRNFILE')
                              INTO(BR-ODCSFBR-RECORD)
                              RIDFLD(BR-BRANCH)
                              LENGTH(LENGTH OF BR-ODCSFBR-RECORD)
                              RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                  MOVE 'Y'     TO BRANCH-FOUND-SW
                  MOVE BR-NAME TO VBRNAMEO
               ELSE
                  MOVE MSG-55  TO VMESSO
                  ADD  +1      TO ERR-NBR
               END-IF
           END-IF.

           IF  VBGYEARL = 0
           OR  VBGYEARI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VBGYEARI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VBGYEARI TO MAJ-YEAR
               END-IF
           END-IF.

      * --------------------------------------------------------
      * ! An adjustment needs the month and all three figures.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           IF  VBGMONL = 0
           OR  VBGMONI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VBGMONI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VBGMONI TO MAJ-MONTH
                  IF MAJ-MONTH < 1 OR MAJ-MONTH > 12
                     MOVE MSG-56 TO VMESSO
                     ADD  +1     TO ERR-NBR
                  END-IF
               END-IF
           END-IF.

           IF  VBGREVL = 0
           OR  VBGREVI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VBGREVI NOT NUMERIC
                  MOVE MSG-57 TO VMESSO
                  ADD  +1     TO ERR-NBR
               ELSE
                  MOVE VBGREVI       TO WS-REV-DIGITS-X
                  MOVE WS-REV-DIGITS TO MAJ-REVENUE
               END-IF
           END-IF.

           IF  VBGNEWL = 0
           OR  VBGNEWI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VBGNEWI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VBGNEWI TO MAJ-NEW-CUST
               END-IF
           END-IF.

           IF  VBGORDL = 0
           OR  VBGORDI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VBGORDI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VBGORDI TO MAJ-ORDERS
               END-IF
           END-IF.

      * --------------------------------------------------------
      * ! Only an active supervisor may adjust the budget.
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
               MOVE MSG-86 TO VMESSO
               ADD  +1      TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! Replace the keyed month's figures, or add the month,
      * ! marked adjusted with who and when.
      * --------------------------------------------------------
       STORE-BUDGET-MONTH.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC
           MOVE MAJ-BRANCH TO WS-BG-BRANCH.
           MOVE MAJ-YEAR   TO WS-BG-YYYY.
           MOVE MAJ-MONTH  TO WS-BG-MM.
           MOVE WS-BG-KEY  TO BG-BUDGET-KEY.
           EXEC CICS READ DATASET('BUDGET')
                          INTO(BG-ODCSFBG-RECORD)
                          RIDFLD(BG-BUDGET-KEY)
                          LENGTH(LENGTH OF BG-ODCSFBG-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM BUILD-BUDGET-RECORD
              EXEC CICS REWRITE DATASET('BUDGET')
                        FROM(BG-ODCSFBG-RECORD)
                        LENGTH(LENGTH OF BG-ODCSFBG-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              MOVE SPACES TO BG-ODCSFBG-RECORD
              PERFORM BUILD-BUDGET-RECORD
              EXEC CICS WRITE DATASET('BUDGET')
                        FROM(BG-ODCSFBG-RECORD)
                        RIDFLD(BG-BUDGET-KEY)
                        LENGTH(LENGTH OF BG-ODCSFBG-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           .

      * --------------------------------------------------------
       BUILD-BUDGET-RECORD.
           MOVE WS-BG-KEY    TO BG-BUDGET-KEY.
           MOVE MAJ-REVENUE  TO BG-REVENUE.
           MOVE MAJ-NEW-CUST TO BG-NEW-CUST.
           MOVE MAJ-ORDERS   TO BG-ORDERS.
           MOVE 'A'          TO BG-SOURCE.
           MOVE EIBUSERID    TO BG-UPD-USER.
           MOVE WS-TODAY     TO BG-UPD-DATE.

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM54') MAPSET('RSSAM54') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC
           .

      *- RETURN TO THE BRANCH TABLE MAINTENANCE SCREEN
       BACK-TO-BRANCHES.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'BRNM'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT016'  TO  PGM-DEST.
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
