       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT050.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Maintenance-change QA review                       *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program pages the QA worklist the      *
      *     daily sampling run (RSSABC26) builds on the QAWORK file:  *
      *     customer field changes drawn from the change log, still   *
      *     open, oldest first, with the operator who keyed them,     *
      *     the customer, the field and the rate they were drawn at.  *
      *     A sampling date keyed with ENTER and no sequence starts   *
      *     the list from that date.                                  *
      *    -Keying a sample (sampling date and sequence) and pressing *
      *     ENTER shows the change: the value before and the value    *
      *     after side by side, who keyed it and when.                *
      *    -A supervisor (role 'S' on the operator profile) records   *
      *     the review with PF12: C the change is correct, E it is in *
      *     error, with a reason, required when in error. The change  *
      *     leaves the worklist, stamped with the reviewer and the    *
      *     date, for the monthly error-rate report (RSSABC27). An    *
      *     operator may not review a change they keyed themselves.   *
      *    -It is reached from the main menu (PF24 there) and returns *
      *     to it with PF3.                                           *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM50                                      *
      *    Transaction : SA50                                         *
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
       01  MAJ-QA-AREA.
           05  MAJ-SAMPLE-DATE             PIC 9(08)  VALUE 0.
           05  MAJ-SEQ                     PIC 9(05)  VALUE 0.
           05  MAJ-RESULT                  PIC X(01)  VALUE SPACE.
           05  MAJ-REASON                  PIC X(40)  VALUE SPACES.

      *--- Worklist browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-LIST-FROM-DATE       PIC 9(08)  VALUE 0.
       01  WS-QA-DISPLAY-LINE      PIC X(70).
       01  WS-RATE-DISPLAY.
           05  WS-RATE-CLASS       PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RATE-PCT         PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE '%'.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the main menu'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-132                                 PIC  X(79)
           VALUE 'E: QA review requires the supervisor role.'.
       01  MSG-133                                 PIC  X(79)
           VALUE 'E: no QA sample with this date and sequence.'.
       01  MSG-134                                 PIC  X(79)
           VALUE 'E: this change has already been reviewed.'.
       01  MSG-135                                 PIC  X(79)
           VALUE 'E: result must be C (correct) or E (in error).'.
       01  MSG-136                                 PIC  X(79)
           VALUE 'E: a reason is required when the change is in error.'.
       01  MSG-137                                 PIC  X(79)
           VALUE 'E: a change may not be reviewed by the operator who ke
      -          'yed it.'.
       01  MSG-138                                 PIC  X(79)
           VALUE 'I: review recorded, change off the QA worklist.'.
       01  MSG-139                                 PIC  X(79)
           VALUE 'I: QA sample displayed.'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM50.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * QA sample worklist VSAM file's data layout ----------------
           COPY ODCSFQA.

      * Operator profile VSAM file's data layout -----------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-QA-REVIEW.

      * This program may only be reached thru the main menu...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM50O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM50O
                   MOVE 0         TO WS-LIST-FROM-DATE
                   PERFORM 1100-LIST-SAMPLES
                   PERFORM 1200-SEND-QA-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA50')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List the first 8 open samples on the worklist from
      * ! WS-LIST-FROM-DATE on (status space).
      * --------------------------------------------------------
       1100-LIST-SAMPLES.
           MOVE SPACES TO VQALIN1O VQALIN2O VQALIN3O VQALIN4O
                          VQALIN5O VQALIN6O VQALIN7O VQALIN8O.
           MOVE 0          TO WS-LINE-COUNT.
           MOVE WS-LIST-FROM-DATE TO QA-SAMPLE-DATE.
           MOVE ZEROS      TO QA-SEQ.
           EXEC CICS STARTBR DATASET ('QAWORK')
                             RIDFLD  (QA-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('QAWORK')
                                    INTO    (QA-ODCSFQA-RECORD)
                                    LENGTH  (LENGTH OF
                                             QA-ODCSFQA-RECORD)
                                    RIDFLD  (QA-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                 AND QA-OPEN
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-SAMPLE-TO-SCREEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('QAWORK') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one worklist line (sample key, operator, rate,
      * ! customer, field and the date of the change) and move
      * ! it to the next free VQALINnO screen field.
      * --------------------------------------------------------
       MOVE-SAMPLE-TO-SCREEN.
           MOVE QA-RATE-CLASS TO WS-RATE-CLASS
           MOVE QA-RATE-PCT   TO WS-RATE-PCT
           MOVE SPACES      TO WS-QA-DISPLAY-LINE
           STRING QA-SAMPLE-DATE  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  QA-SEQ          DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  QA-CHGUSER      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-RATE-DISPLAY DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  QA-CUSTIDENT    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  QA-FIELD        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  QA-CHGDATE      DELIMITED BY SIZE
             INTO WS-QA-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-QA-DISPLAY-LINE TO VQALIN1O
              WHEN 2  MOVE WS-QA-DISPLAY-LINE TO VQALIN2O
              WHEN 3  MOVE WS-QA-DISPLAY-LINE TO VQALIN3O
              WHEN 4  MOVE WS-QA-DISPLAY-LINE TO VQALIN4O
              WHEN 5  MOVE WS-QA-DISPLAY-LINE TO VQALIN5O
              WHEN 6  MOVE WS-QA-DISPLAY-LINE TO VQALIN6O
              WHEN 7  MOVE WS-QA-DISPLAY-LINE TO VQALIN7O
              WHEN 8  MOVE WS-QA-DISPLAY-LINE TO VQALIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the QA review screen.
      * --------------------------------------------------------
       1200-SEND-QA-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT050' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VQALIN1A  VQALIN2A VQALIN3A VQALIN4A
                       VQALIN5A  VQALIN6A VQALIN7A VQALIN8A
                       VQACUSTA  VQAFLDA  VQAUSERA VQACHGDA
                       VQACLSA   VQASTATA VQAOLDA  VQANEWA
                       VQAREVWA
           MOVE 'A' TO VQADATEA  VQASEQA  VQARESA  VQAREASA
           EXEC CICS SEND MAP('RSSAM50')
                       MAPSET('RSSAM50') FROM(RSSAM50O)
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
           EXEC CICS RECEIVE MAP   ('RSSAM50')
                             MAPSET('RSSAM50')
                             INTO  (RSSAM50I)
           END-EXEC.

           MOVE 0 TO WS-LIST-FROM-DATE.
           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-MENU
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM RECORD-REVIEW
                   END-IF
                   PERFORM 1100-LIST-SAMPLES
                   PERFORM 1200-SEND-QA-SCREEN
              WHEN DFHENTER
                   MOVE LOW-VALUE TO VMESSO
                   IF  VQADATEL > 0
                   AND VQADATEI NOT = SPACES
                       IF VQADATEI NOT NUMERIC
                          MOVE MSG-3 TO VMESSO
                       ELSE
                          IF  VQASEQL > 0
                          AND VQASEQI NOT = SPACES
                              PERFORM SHOW-SAMPLE
                          ELSE
                              MOVE VQADATEI TO WS-LIST-FROM-DATE
                          END-IF
                       END-IF
                   END-IF
                   PERFORM 1100-LIST-SAMPLES
                   PERFORM 1200-SEND-QA-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM 1100-LIST-SAMPLES
                   PERFORM 1200-SEND-QA-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Show the keyed sample: the change's before and after
      * ! values side by side, who keyed it and when.
      * --------------------------------------------------------
       SHOW-SAMPLE.
           IF VQASEQI NOT NUMERIC
              MOVE MSG-3 TO VMESSO
              EXIT PARAGRAPH
           END-IF
           MOVE VQADATEI TO QA-SAMPLE-DATE.
           MOVE VQASEQI  TO QA-SEQ.
           EXEC CICS READ DATASET('QAWORK')
                          INTO(QA-ODCSFQA-RECORD)
                          RIDFLD(QA-KEY)
                          LENGTH(LENGTH OF QA-ODCSFQA-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-133 TO VMESSO
              EXIT PARAGRAPH
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF

           PERFORM MOVE-SAMPLE-DETAIL
           MOVE MSG-139         TO VMESSO
           .

      * --------------------------------------------------------
       MOVE-SAMPLE-DETAIL.
           MOVE QA-RATE-CLASS   TO WS-RATE-CLASS
           MOVE QA-RATE-PCT     TO WS-RATE-PCT
           MOVE QA-CUSTIDENT    TO VQACUSTO
           MOVE QA-FIELD        TO VQAFLDO
           MOVE QA-CHGUSER      TO VQAUSERO
           MOVE QA-CHGDATE      TO VQACHGDO
           MOVE WS-RATE-DISPLAY TO VQACLSO
           MOVE QA-STATUS       TO VQASTATO
           MOVE QA-OLDVALUE     TO VQAOLDO
           MOVE QA-NEWVALUE     TO VQANEWO
           MOVE QA-REASON       TO VQAREASO
           MOVE QA-REVIEW-USER  TO VQAREVWO
           IF NOT QA-OPEN
              MOVE QA-STATUS    TO VQARESO
           END-IF
           .

      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE ZEROES    TO MAJ-SAMPLE-DATE MAJ-SEQ.
           MOVE SPACES    TO MAJ-RESULT MAJ-REASON.

           IF  VQADATEL = 0
           OR  VQADATEI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VQADATEI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VQADATEI TO MAJ-SAMPLE-DATE
               END-IF
           END-IF.

           IF  VQASEQL = 0
           OR  VQASEQI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VQASEQI NOT NUMERIC
                  MOVE MSG-3 TO VMESSO
                  ADD  +1    TO ERR-NBR
               ELSE
                  MOVE VQASEQI TO MAJ-SEQ
               END-IF
           END-IF.

           IF  VQARESL = 0
           OR  VQARESI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               IF VQARESI = 'C' OR 'E'
                  MOVE VQARESI TO MAJ-RESULT
               ELSE
                  MOVE MSG-135 TO VMESSO
                  ADD  +1      TO ERR-NBR
               END-IF
           END-IF.

           IF VQAREASL > 0
              MOVE VQAREASI TO MAJ-REASON
           END-IF.
           IF  MAJ-REASON = SPACES
           AND MAJ-RESULT = 'E'
               MOVE MSG-136 TO VMESSO
               ADD  +1      TO ERR-NBR
           END-IF.

           IF ERR-NBR = 0
              PERFORM CHECK-SUPERVISOR-ROLE
           END-IF.

      * --------------------------------------------------------
      * ! Only an active supervisor profile may record QA
      * ! reviews.
      * --------------------------------------------------------
       CHECK-SUPERVISOR-ROLE.
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
               MOVE MSG-132 TO VMESSO
               ADD  +1      TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! Record the review on the sample: the result, the
      * ! reason, the reviewer and today; the change leaves the
      * ! worklist. The operator who keyed the change may not
      * ! review it.
      * --------------------------------------------------------
       RECORD-REVIEW.
           MOVE MAJ-SAMPLE-DATE TO QA-SAMPLE-DATE.
           MOVE MAJ-SEQ         TO QA-SEQ.
           EXEC CICS READ DATASET('QAWORK')
                          INTO(QA-ODCSFQA-RECORD)
                          RIDFLD(QA-KEY)
                          LENGTH(LENGTH OF QA-ODCSFQA-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              MOVE MSG-133 TO VMESSO
              ADD  +1      TO ERR-NBR
              EXIT PARAGRAPH
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           PERFORM MOVE-SAMPLE-DETAIL

           EVALUATE TRUE
              WHEN NOT QA-OPEN
                   MOVE MSG-134 TO VMESSO
                   ADD  +1      TO ERR-NBR
              WHEN QA-CHGUSER = EIBUSERID
                   MOVE MSG-137 TO VMESSO
                   ADD  +1      TO ERR-NBR
           END-EVALUATE
           IF ERR-NBR NOT = 0
              EXEC CICS UNLOCK DATASET('QAWORK') END-EXEC
              EXIT PARAGRAPH
           END-IF

           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(TIME-ABS)
                     YYYYMMDD(WS-TODAY)
           END-EXEC
           MOVE MAJ-RESULT    TO QA-STATUS
           MOVE MAJ-REASON    TO QA-REASON
           MOVE EIBUSERID     TO QA-REVIEW-USER
           MOVE WS-TODAY      TO QA-REVIEW-DATE
           EXEC CICS REWRITE DATASET('QAWORK')
                     FROM(QA-ODCSFQA-RECORD)
                     LENGTH(LENGTH OF QA-ODCSFQA-RECORD)
                     RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           MOVE QA-STATUS      TO VQASTATO
           MOVE QA-REVIEW-USER TO VQAREVWO
           MOVE MSG-138 TO VMESSO
           .

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM50') MAPSET('RSSAM50') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC
           .

      *- RETURN TO THE MAIN MENU
       BACK-TO-MENU.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'MENU'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT000'  TO  PGM-DEST.
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
