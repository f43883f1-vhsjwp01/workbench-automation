       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT049.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            KYC periodic review                                *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program pages the KYC review worklist  *
      *     the monthly risk rating (RSSABC20) builds on the KYCREV   *
      *     file: customers whose periodic review falls due, with     *
      *     their branch, risk rating (L/M/H), score, next review     *
      *     and the date they came onto the worklist.                 *
      *    -Keying a customer id and pressing ENTER shows the         *
      *     customer's rating, the factor points behind it (tax id,   *
      *     country, credit score, account age, watch list,           *
      *     representative, dunning) and the last review.             *
      *    -A compliance officer (role 'K' on the operator profile)   *
      *     records the review with PF12: up to 4 documents sighted   *
      *     (PASS DRVL IDCD UTIL BANK TAXF CORP), the outcome (S      *
      *     satisfactory, E enhanced due diligence, X exit the        *
      *     relationship) and a note, required unless satisfactory.   *
      *     The customer leaves the worklist; the next review is      *
      *     today plus the rating's cycle (1, 2 or 3 years), one year *
      *     after enhanced due diligence.                             *
      *    -It is reached from the watch-list review screen (PF4      *
      *     there) and returns to it with PF3.                        *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM49                                      *
      *    Transaction : SA49                                         *
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
           05  WS-TODAY                    PIC X(08).
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
       01  MAJ-KY-AREA.
           05  MAJ-CUSTIDENT               PIC 9(09)  VALUE 0.
           05  MAJ-DOCS.
               10  MAJ-DOC                 PIC X(04)  OCCURS 4.
           05  MAJ-OUTCOME                 PIC X(01)  VALUE SPACE.
           05  MAJ-NOTE                    PIC X(40)  VALUE SPACES.

      *--- Document codes a reviewer may record as sighted
       01  WS-DOC-CODES.
           05  FILLER                      PIC X(28)  VALUE
               'PASSDRVLIDCDUTILBANKTAXFCORP'.
       01  WS-DOC-TABLE REDEFINES WS-DOC-CODES.
           05  WS-DOC-CODE                 PIC X(04)  OCCURS 7.
       01  WS-DOC-IX                       PIC S9(4) COMP VALUE +0.
       01  WS-CODE-IX                      PIC S9(4) COMP VALUE +0.
       01  WS-DOC-COUNT                    PIC S9(4) COMP VALUE +0.
       01  WS-DOC-SWITCH                   PIC X(01)  VALUE 'N'.
           88  DOC-CODE-KNOWN              VALUE 'Y'.

      *--- The next review: today plus the cycle's years
       01  WS-CYCLE-YEARS                  PIC 9(01)  VALUE 0.
       01  WS-CYCLE-DATE                   PIC 9(08)  VALUE 0.
       01  WS-CYCLE-DATE-G REDEFINES WS-CYCLE-DATE.
           05  WS-CYCLE-YYYY               PIC 9(04).
           05  WS-CYCLE-MMDD               PIC 9(04).

      *--- Worklist browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-KY-DISPLAY-LINE      PIC X(70).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the watch-list
      -          'review screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-67                                  PIC  X(79)
           VALUE 'E: KYC review requires the compliance role.'.
       01  MSG-124                                 PIC  X(79)
           VALUE 'E: this customer has no KYC rating yet.'.
       01  MSG-125                                 PIC  X(79)
           VALUE 'E: this customer is not on the KYC review worklist.'.
       01  MSG-126                                 PIC  X(79)
           VALUE 'E: enter at least one document sighted.'.
       01  MSG-127                                 PIC  X(79)
           VALUE 'E: document must be PASS DRVL IDCD UTIL BANK TAXF CORP
      -          '.'.
       01  MSG-128                                 PIC  X(79)
           VALUE 'E: outcome must be S, E (enhanced d.d.) or X (exit).'.
       01  MSG-129                                 PIC  X(79)
           VALUE 'E: a note is required unless the outcome is S.'.
       01  MSG-130                                 PIC  X(79)
           VALUE 'I: review recorded, customer off the worklist.'.
       01  MSG-131                                 PIC  X(79)
           VALUE 'I: KYC rating displayed.'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM49.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * KYC rating and review VSAM file's data layout ------------
           COPY ODCSFKY.

      * Customer VSAM file's data layout --------------------------
           COPY ODCSF0B.

      * Operator profile VSAM file's data layout -----------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-KYC-REVIEW.

      * This program may only be reached thru the watch-list review...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM49O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM49O
                   PERFORM 1100-LIST-REVIEWS
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA49')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the first 8 customers on the worklist (status W).
      * --------------------------------------------------------
       1100-LIST-REVIEWS.
           MOVE SPACES TO VKYLIN1O VKYLIN2O VKYLIN3O VKYLIN4O
                          VKYLIN5O VKYLIN6O VKYLIN7O VKYLIN8O.
           MOVE 0          TO WS-LINE-COUNT.
           MOVE ZEROS      TO KY-CUSTIDENT.
           EXEC CICS STARTBR DATASET ('KYCREV')
                             RIDFLD  (KY-CUSTIDENT)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('KYCREV')
                                    INTO    (KY-ODCSFKY-RECORD)
                                    LENGTH  (LENGTH OF
                                             KY-ODCSFKY-RECORD)
                                    RIDFLD  (KY-CUSTIDENT)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                 AND KY-ON-WORKLIST
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-REVIEW-TO-SCREEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('KYCREV') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one worklist line (customer, branch, rating,
      * ! score, next review and the date it came due) and move
      * ! it to the next free VKYLINnO screen field.
      * --------------------------------------------------------
       MOVE-REVIEW-TO-SCREEN.
           MOVE SPACES      TO WS-KY-DISPLAY-LINE
           STRING KY-CUSTIDENT    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  KY-BRANCH       DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  KY-RATING       DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  KY-SCORE        DELIMITED BY SIZE
                  '  NEXT '       DELIMITED BY SIZE
                  KY-NEXT-REVIEW  DELIMITED BY SIZE
                  '  DUE SINCE '  DELIMITED BY SIZE
                  KY-DUE-DATE     DELIMITED BY SIZE
             INTO WS-KY-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-KY-DISPLAY-LINE TO VKYLIN1O
              WHEN 2  MOVE WS-KY-DISPLAY-LINE TO VKYLIN2O
              WHEN 3  MOVE WS-KY-DISPLAY-LINE TO VKYLIN3O
              WHEN 4  MOVE WS-KY-DISPLAY-LINE TO VKYLIN4O
              WHEN 5  MOVE WS-KY-DISPLAY-LINE TO VKYLIN5O
              WHEN 6  MOVE WS-KY-DISPLAY-LINE TO VKYLIN6O
              WHEN 7  MOVE WS-KY-DISPLAY-LINE TO VKYLIN7O
              WHEN 8  MOVE WS-KY-DISPLAY-LINE TO VKYLIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the review screen.
      * --------------------------------------------------------
       1200-SEND-REVIEW-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT049' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VKYLIN1A  VKYLIN2A VKYLIN3A VKYLIN4A
                       VKYLIN5A  VKYLIN6A VKYLIN7A VKYLIN8A
                       VKYNAMEA  VKYRATA  VKYSCORA VKYFACTA
                       VKYLASTA  VKYNEXTA
           MOVE 'A' TO VKYCUSTA  VKYDOC1A VKYDOC2A VKYDOC3A
                       VKYDOC4A  VKYOUTA  VKYNOTEA
           EXEC CICS SEND MAP('RSSAM49')
                       MAPSET('RSSAM49') FROM(RSSAM49O)
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
           EXEC CICS RECEIVE MAP   ('RSSAM49')
                             MAPSET('RSSAM49')
                             INTO  (RSSAM49I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-WATCHLIST
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM RECORD-REVIEW
                   END-IF
                   PERFORM 1100-LIST-REVIEWS
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN DFHENTER
                   MOVE LOW-VALUE TO VMESSO
                   IF  VKYCUSTL > 0
                   AND VKYCUSTI NOT = SPACES
                       PERFORM SHOW-CUSTOMER-RATING
                   END-IF
                   PERFORM 1100-LIST-REVIEWS
                   PERFORM 1200-SEND-REVIEW-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1100-LIST-REVIEWS
                   PERFORM 1200-SEND-REVIEW-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Show the keyed customer's rating, its factor points and
      * ! the last review.
      * --------------------------------------------------------
       SHOW-CUSTOMER-RATING.
           IF VKYCUSTI NOT NUMERIC
              MOVE MSG-3 TO VMESSO
              EXIT PARAGRAPH
           END-IF
           MOVE VKYCUSTI TO KY-CUSTIDENT.
           EXEC CICS READ DATASET('KYCREV')
                          INTO(KY-ODCSFKY-RECORD)
                          RIDFLD(KY-CUSTIDENT)
                          LENGTH(LENGTH OF KY-ODCSFKY-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-124 TO VMESSO
              EXIT PARAGRAPH
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF

           MOVE KY-CUSTIDENT TO VS-CUSTIDENT.
           EXEC CICS READ DATASET('VKSDCUST')
                          INTO(VS-ODCSF0-RECORD)
                          RIDFLD(VS-CUSTIDENT)
                          LENGTH(LENGTH OF VS-ODCSF0-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE SPACES TO VKYNAMEO
              STRING VS-CUSTLNAME DELIMITED BY '  '
                     ', '         DELIMITED BY SIZE
                     VS-CUSTFNAME DELIMITED BY '  '
                INTO VKYNAMEO
              END-STRING
           ELSE
              MOVE '(not on the customer file)' TO VKYNAMEO
           END-IF

           MOVE KY-RATING       TO VKYRATO
           MOVE KY-SCORE        TO VKYSCORO
           MOVE KY-FACTOR-PTS   TO VKYFACTO
           MOVE KY-LAST-REVIEW  TO VKYLASTO
           MOVE KY-NEXT-REVIEW  TO VKYNEXTO
           MOVE KY-DOC-SIGHTED (1) TO VKYDOC1O
           MOVE KY-DOC-SIGHTED (2) TO VKYDOC2O
           MOVE KY-DOC-SIGHTED (3) TO VKYDOC3O
           MOVE KY-DOC-SIGHTED (4) TO VKYDOC4O
           MOVE KY-OUTCOME      TO VKYOUTO
           MOVE KY-REVIEW-NOTE  TO VKYNOTEO
           MOVE MSG-131         TO VMESSO
           .

      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE ZEROES    TO MAJ-CUSTIDENT.
           MOVE SPACES    TO MAJ-DOCS MAJ-OUTCOME MAJ-NOTE.

           IF  VKYCUSTL = 0
           OR  VKYCUSTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VKYCUSTI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VKYCUSTI TO MAJ-CUSTIDENT
               END-IF
           END-IF.

           IF VKYDOC1L > 0
              MOVE VKYDOC1I TO MAJ-DOC (1)
           END-IF.
           IF VKYDOC2L > 0
              MOVE VKYDOC2I TO MAJ-DOC (2)
           END-IF.
           IF VKYDOC3L > 0
              MOVE VKYDOC3I TO MAJ-DOC (3)
           END-IF.
           IF VKYDOC4L > 0
              MOVE VKYDOC4I TO MAJ-DOC (4)
           END-IF.
           MOVE 0 TO WS-DOC-COUNT.
           PERFORM VARYING WS-DOC-IX FROM 1 BY 1 UNTIL WS-DOC-IX > 4
              IF MAJ-DOC (WS-DOC-IX) NOT = SPACES
                 ADD 1 TO WS-DOC-COUNT
                 PERFORM CHECK-DOCUMENT-CODE
              END-IF
           END-PERFORM.
           IF WS-DOC-COUNT = 0
              MOVE MSG-126 TO VMESSO
              ADD  +1      TO ERR-NBR
           END-IF.

           IF  VKYOUTL = 0
           OR  VKYOUTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VKYOUTI = 'S' OR 'E' OR 'X'
                  MOVE VKYOUTI TO MAJ-OUTCOME
               ELSE
                  MOVE MSG-128 TO VMESSO
                  ADD  +1      TO ERR-NBR
               END-IF
           END-IF.

           IF VKYNOTEL > 0
              MOVE VKYNOTEI TO MAJ-NOTE
           END-IF.
           IF  MAJ-NOTE = SPACES
           AND (MAJ-OUTCOME = 'E' OR 'X')
               MOVE MSG-129 TO VMESSO
               ADD  +1      TO ERR-NBR
           END-IF.

           IF ERR-NBR = 0
              PERFORM CHECK-COMPLIANCE-ROLE
           END-IF.

      * --------------------------------------------------------
      * ! A document sighted must be one of the known codes.
      * --------------------------------------------------------
       CHECK-DOCUMENT-CODE.
           MOVE 'N' TO WS-DOC-SWITCH
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > 7 OR DOC-CODE-KNOWN
              IF MAJ-DOC (WS-DOC-IX) = WS-DOC-CODE (WS-CODE-IX)
                 MOVE 'Y' TO WS-DOC-SWITCH
              END-IF
           END-PERFORM
           IF NOT DOC-CODE-KNOWN
              MOVE MSG-127 TO VMESSO
              ADD  +1      TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! Only an active compliance-officer profile may record
      * ! KYC reviews.
      * --------------------------------------------------------
       CHECK-COMPLIANCE-ROLE.
           MOVE EIBUSERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RIDFLD(OP-USERID)
                          LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                          RESP(WS-PROF-RESP)
           END-EXEC.
           IF  WS-PROF-RESP NOT = DFHRESP(NORMAL)
           OR  OP-ROLE NOT = 'K'
           OR  OP-ACTIVE NOT = 'Y'
               MOVE MSG-67 TO VMESSO
               ADD  +1     TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! Record the review on the customer's KYC record: the
      * ! documents, outcome, note and reviewer, today as the last
      * ! review and the next one a cycle on; the customer leaves
      * ! the worklist.
      * --------------------------------------------------------
       RECORD-REVIEW.
           MOVE MAJ-CUSTIDENT TO KY-CUSTIDENT.
           EXEC CICS READ DATASET('KYCREV')
                          INTO(KY-ODCSFKY-RECORD)
                          RIDFLD(KY-CUSTIDENT)
                          LENGTH(LENGTH OF KY-ODCSFKY-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-124 TO VMESSO
              ADD  +1      TO ERR-NBR
           ELSE
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-TERMINATE-PROGRAM
              END-IF
              IF NOT KY-ON-WORKLIST
                 MOVE MSG-125 TO VMESSO
                 ADD  +1      TO ERR-NBR
                 EXEC CICS UNLOCK DATASET('KYCREV') END-EXEC
              ELSE
                 EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN MAJ-OUTCOME = 'E'
                         MOVE 1 TO WS-CYCLE-YEARS
                    WHEN KY-RATING-HIGH
                         MOVE 1 TO WS-CYCLE-YEARS
                    WHEN KY-RATING-MEDIUM
                         MOVE 2 TO WS-CYCLE-YEARS
                    WHEN OTHER
                         MOVE 3 TO WS-CYCLE-YEARS
                 END-EVALUATE
                 MOVE WS-TODAY TO WS-CYCLE-DATE
                 ADD WS-CYCLE-YEARS TO WS-CYCLE-YYYY
                 IF WS-CYCLE-MMDD = 0229
                    MOVE 0228 TO WS-CYCLE-MMDD
                 END-IF
                 MOVE MAJ-DOCS      TO KY-DOCS
                 MOVE MAJ-OUTCOME   TO KY-OUTCOME
                 MOVE MAJ-NOTE      TO KY-REVIEW-NOTE
                 MOVE EIBUSERID     TO KY-REVIEWER
                 MOVE WS-TODAY      TO KY-LAST-REVIEW
                 MOVE WS-CYCLE-DATE TO KY-NEXT-REVIEW
                 MOVE 'C'           TO KY-REVIEW-STATUS
                 EXEC CICS REWRITE DATASET('KYCREV')
                           FROM(KY-ODCSFKY-RECORD)
                           LENGTH(LENGTH OF KY-ODCSFKY-RECORD)
                           RESP(RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                    PERFORM 9999-TERMINATE-PROGRAM
                 END-IF
                 MOVE KY-NEXT-REVIEW TO VKYNEXTO
                 MOVE KY-LAST-REVIEW TO VKYLASTO
                 MOVE MSG-130 TO VMESSO
              END-IF
           END-IF
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM49') MAPSET('RSSAM49') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC
           .

      *- RETURN TO THE WATCH-LIST REVIEW SCREEN
       BACK-TO-WATCHLIST.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'WLRV'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT032'  TO  PGM-DEST.
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
