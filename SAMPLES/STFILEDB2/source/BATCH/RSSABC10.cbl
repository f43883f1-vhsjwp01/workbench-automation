       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC10.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -MONTHLY NATIONAL DO-NOT-CALL REGISTRY SCRUB. THE          *
      *     REGISTRY'S DELTA FILE IS APPLIED TO THE KEYED DNC TABLE   *
      *     (DNCREG, ODCSFDN) FIRST: AN 'A' RECORD ADDS (OR           *
      *     REFRESHES) A NUMBER, A 'D' RECORD REMOVES IT. A RECORD    *
      *     WITH ANY OTHER ACTION OR A NON-NUMERIC PHONE IS REJECTED  *
      *     AND COUNTED.                                              *
      *    -THE CUSTOMER FILE IS THEN SWEPT: A CUSTOMER WHOSE PHONE   *
      *     IS ON THE TABLE GETS THE REGISTRY PHONE OPT-OUT           *
      *     (CP-DNC-OPTOUT) ON THEIR CONTACT PREFERENCES, A CONTACT-  *
      *     PREFERENCE RECORD BEING CREATED WHEN THEY HAVE NONE; A    *
      *     CUSTOMER CARRYING IT WHOSE NUMBER HAS LEFT THE REGISTRY   *
      *     (OR WHO NO LONGER HAS A PHONE) HAS IT CLEARED. THE        *
      *     CUSTOMER'S OWN PHONE OPT-OUT IS NEVER TOUCHED, SO EACH    *
      *     CAN BE CLEARED WITHOUT THE OTHER.                         *
      *    -DELTA, FLAGGED AND CLEARED COUNTS GO TO CTLTOT.           *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - DNCDELTA (REGISTRY MONTHLY DELTA)         *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * I/O FILE   : VSAM - DNCREG (DO-NOT-CALL TABLE, ODCSFDN)       *
      * I/O FILE   : VSAM - CONTPREF (CONTACT PREFERENCES)            *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * REGISTRY MONTHLY DELTA FILE
           SELECT DNCDELTA-FILE
               ASSIGN       TO DNCDELTA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS DNCDELTA-STATUS.

      * DO-NOT-CALL TABLE VSAM-KSDS FILE, KEYED BY PHONE
           SELECT OPTIONAL DNCREG-FILE
               ASSIGN       TO DNCREG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS DN-PHONE
               FILE STATUS  IS DNCREG-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * CONTACT-PREFERENCE VSAM-KSDS FILE, RANDOM UPDATES
           SELECT OPTIONAL CONTPREF-FILE
               ASSIGN       TO CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

      * END-OF-SUITE CONTROL-TOTALS FILE (APPENDED TO BY EVERY STEP
      * OF THE NIGHTLY CHAIN, READ BACK BY THE CONSOLIDATED SUMMARY)
           SELECT CTLTOT-FILE
               ASSIGN       TO CTLTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS CTLTOT-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   DNCDELTA-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  DNCDELTA-RECORD.
           05  DD-ACTION           PIC X(001).
               88  DD-ADD          VALUE 'A'.
               88  DD-DELETE       VALUE 'D'.
           05  DD-PHONE            PIC 9(010).
           05  DD-LISTED-DATE      PIC 9(008).
           05  FILLER              PIC X(061).

       FD   DNCREG-FILE.
       COPY ODCSFDN.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   CONTPREF-FILE.
       COPY ODCSFCP.

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  DNCDELTA-STATUS.
           05  DNCDELTA-STAT1    PIC X.
           05  DNCDELTA-STAT2    PIC X.
       01  DNCREG-STATUS.
           05  DNCREG-STAT1      PIC X.
           05  DNCREG-STAT2      PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1    PIC X.
           05  VKSDCUST-STAT2    PIC X.
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1    PIC X.
           05  CONTPREF-STAT2    PIC X.
       01  CTLTOT-STATUS.
           05  CTLTOT-STAT1      PIC X.
           05  CTLTOT-STAT2      PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  TWO-BYTES-BINARY        REDEFINES TWO-BYTES PIC 9(4) COMP.
       01  WS-STATUS-MSG           PIC X(45)   VALUE SPACES.

       01  DISP-MSG                PIC X(80)   VALUE SPACES.
       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  WS-DELTA-EOF-SWITCH     PIC X       VALUE 'N'.
           88  DELTA-EOF           VALUE 'Y'.
       01  WS-CUST-EOF-SWITCH      PIC X       VALUE 'N'.
           88  CUST-EOF            VALUE 'Y'.
       01  WS-REGISTRY-SWITCH      PIC X       VALUE 'N'.
           88  PHONE-ON-REGISTRY   VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008) VALUE 0.

      * RUN STATISTICS
       01  WS-DELTA-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-ADDED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-REMOVED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-CUST-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-FLAGGED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-CLEARED-COUNT        PIC 9(7) COMP VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC10' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM DNCDELTA-OPEN.
           PERFORM DNCREG-OPEN.

      * ------------------------------------------------------------- *
      * REGISTRY DELTA'S LOADING...
           DISPLAY "APPLYING REGISTRY DELTA..."
           PERFORM DNCDELTA-GET.
           PERFORM UNTIL DELTA-EOF
              ADD 1 TO WS-DELTA-COUNT
              PERFORM APPLY-ONE-DELTA
              PERFORM DNCDELTA-GET
           END-PERFORM.
           PERFORM DNCDELTA-CLOSE.

      * ------------------------------------------------------------- *
      * CUSTOMER FILE'S SWEEPING...
           DISPLAY "SWEEPING CUSTOMER FILE..."
           PERFORM VKSDCUST-OPEN.
           PERFORM CONTPREF-OPEN.
           PERFORM VKSDCUST-GET.
           PERFORM UNTIL CUST-EOF
              ADD 1 TO WS-CUST-COUNT
              PERFORM SWEEP-ONE-CUSTOMER
              PERFORM VKSDCUST-GET
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILE CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM DNCREG-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM CONTPREF-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC10' TO CTLTOT-PROGRAM
           MOVE 'DNC DELTA RECORDS' TO CTLTOT-LABEL
           MOVE WS-DELTA-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC10' TO CTLTOT-PROGRAM
           MOVE 'DNC NUMBERS ADDED' TO CTLTOT-LABEL
           MOVE WS-ADDED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC10' TO CTLTOT-PROGRAM
           MOVE 'DNC NUMBERS REMOVED' TO CTLTOT-LABEL
           MOVE WS-REMOVED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC10' TO CTLTOT-PROGRAM
           MOVE 'DNC DELTA REJECTED' TO CTLTOT-LABEL
           MOVE WS-REJECT-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC10' TO CTLTOT-PROGRAM
           MOVE 'DNC OPT-OUTS SET' TO CTLTOT-LABEL
           MOVE WS-FLAGGED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC10' TO CTLTOT-PROGRAM
           MOVE 'DNC OPT-OUTS CLEARED' TO CTLTOT-LABEL
           MOVE WS-CLEARED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC10: ' WS-DELTA-COUNT ' DELTA RECORD(S), '
                   WS-ADDED-COUNT ' ADDED, ' WS-REMOVED-COUNT
                   ' REMOVED, ' WS-REJECT-COUNT ' REJECTED'
           DISPLAY 'RSSABC10: ' WS-CUST-COUNT ' CUSTOMER(S) SWEPT, '
                   WS-FLAGGED-COUNT ' REGISTRY OPT-OUT(S) SET, '
                   WS-CLEARED-COUNT ' CLEARED'
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC10' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-FLAGGED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * APPLY ONE REGISTRY DELTA RECORD TO THE DNC TABLE. AN ADD FOR  *
      * A NUMBER ALREADY LISTED REFRESHES ITS DATES; A REMOVAL OF A   *
      * NUMBER NOT LISTED IS COUNTED AS REMOVED ALL THE SAME.         *
      *---------------------------------------------------------------*
       APPLY-ONE-DELTA.
           IF  DD-PHONE NOT NUMERIC
           OR  DD-PHONE = 0
           OR  NOT (DD-ADD OR DD-DELETE)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'RSSABC10: DELTA REJECTED - ' DNCDELTA-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE DD-PHONE TO DN-PHONE
           PERFORM DNCREG-READ
           IF  DD-ADD
               MOVE DD-PHONE    TO DN-PHONE
               IF  DD-LISTED-DATE NUMERIC
                   MOVE DD-LISTED-DATE TO DN-LISTED-DATE
               ELSE
                   MOVE WS-RUN-DATE    TO DN-LISTED-DATE
               END-IF
               MOVE WS-RUN-DATE TO DN-LOAD-DATE
               MOVE SPACES      TO DN-FILLER
               IF  DNCREG-STATUS = '00'
                   PERFORM DNCREG-REWRITE
               ELSE
                   PERFORM DNCREG-WRITE
               END-IF
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               IF  DNCREG-STATUS = '00'
                   PERFORM DNCREG-DELETE
               END-IF
               ADD 1 TO WS-REMOVED-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * SET OR CLEAR THE CUSTOMER'S REGISTRY PHONE OPT-OUT TO MATCH   *
      * THE DNC TABLE. ONLY A CHANGE IS WRITTEN BACK.                 *
      *---------------------------------------------------------------*
       SWEEP-ONE-CUSTOMER.
           MOVE 'N' TO WS-REGISTRY-SWITCH
           IF  VS-CUSTPHONE NUMERIC
           AND VS-CUSTPHONE > 0
               MOVE VS-CUSTPHONE TO DN-PHONE
               PERFORM DNCREG-READ
               IF  DNCREG-STATUS = '00'
                   MOVE 'Y' TO WS-REGISTRY-SWITCH
               END-IF
           END-IF
           MOVE VS-CUSTIDENT TO CP-CUSTIDENT
           PERFORM CONTPREF-READ
           IF  CONTPREF-STATUS = '00'
               IF  PHONE-ON-REGISTRY
               AND CP-DNC-OPTOUT NOT = 'Y'
                   MOVE 'Y'         TO CP-DNC-OPTOUT
                   MOVE WS-RUN-DATE TO CP-DNC-DATE
                   PERFORM CONTPREF-REWRITE
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               IF  NOT PHONE-ON-REGISTRY
               AND CP-DNC-OPTOUT = 'Y'
                   MOVE 'N'         TO CP-DNC-OPTOUT
                   MOVE WS-RUN-DATE TO CP-DNC-DATE
                   PERFORM CONTPREF-REWRITE
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
           ELSE
               IF  PHONE-ON-REGISTRY
                   PERFORM CREATE-REGISTRY-CONTPREF
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A LISTED CUSTOMER WITH NO STATED PREFERENCES GETS A RECORD    *
      * CARRYING THE REGISTRY OPT-OUT ALONE: THE CUSTOMER'S OWN       *
      * OPT-OUTS START CLEAR AND NO PREFERENCE SOURCE IS CLAIMED.     *
      *---------------------------------------------------------------*
       CREATE-REGISTRY-CONTPREF.
           MOVE VS-CUSTIDENT TO CP-CUSTIDENT
           MOVE 'N'          TO CP-MAIL-OPTOUT
           MOVE 'N'          TO CP-EMAIL-OPTOUT
           MOVE 'N'          TO CP-PHONE-OPTOUT
           MOVE ZEROS        TO CP-SETDATE
           MOVE SPACES       TO CP-SOURCE
           MOVE SPACE        TO CP-DELIV-PREF
           MOVE 'Y'          TO CP-DNC-OPTOUT
           MOVE WS-RUN-DATE  TO CP-DNC-DATE
           PERFORM CONTPREF-WRITE
           ADD 1 TO WS-FLAGGED-COUNT
           EXIT.

       DNCDELTA-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT DNCDELTA-FILE
           IF  DNCDELTA-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC10: DNCDELTA-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE DNCDELTA-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DNCDELTA-GET.
           READ DNCDELTA-FILE
           IF  DNCDELTA-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  DNCDELTA-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-DELTA-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC10: DNCDELTA-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE DNCDELTA-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DNCDELTA-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE DNCDELTA-FILE
           IF  DNCDELTA-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC10: DNCDELTA, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE DNCDELTA-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DNCREG-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O DNCREG-FILE
           IF  DNCREG-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC10: DNCREG-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE DNCREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DNCREG-READ.
           READ DNCREG-FILE
           IF  DNCREG-STATUS = '00'
           OR  DNCREG-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC10: DNCREG-FAILURE-READ...'
                 TO DISP-MSG
               MOVE DNCREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DNCREG-WRITE.
           WRITE DN-ODCSFDN-RECORD
           IF  DNCREG-STATUS NOT = '00'
               MOVE 'RSSABC10: DNCREG-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE DNCREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DNCREG-REWRITE.
           REWRITE DN-ODCSFDN-RECORD
           IF  DNCREG-STATUS NOT = '00'
               MOVE 'RSSABC10: DNCREG-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE DNCREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DNCREG-DELETE.
           DELETE DNCREG-FILE
           IF  DNCREG-STATUS NOT = '00'
               MOVE 'RSSABC10: DNCREG-FAILURE-DELETE...'
                 TO DISP-MSG
               MOVE DNCREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DNCREG-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE DNCREG-FILE
           IF  DNCREG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC10: DNCREG, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE DNCREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC10: VKSDCUST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-GET.
           READ VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDCUST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-CUST-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC10: VKSDCUST-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDCUST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC10: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O CONTPREF-FILE
           IF  CONTPREF-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC10: CONTPREF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-READ.
           READ CONTPREF-FILE
           IF  CONTPREF-STATUS = '00'
           OR  CONTPREF-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC10: CONTPREF-FAILURE-READ...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-WRITE.
           WRITE CP-ODCSFCP-RECORD
           IF  CONTPREF-STATUS NOT = '00'
               MOVE 'RSSABC10: CONTPREF-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-REWRITE.
           REWRITE CP-ODCSFCP-RECORD
           IF  CONTPREF-STATUS NOT = '00'
               MOVE 'RSSABC10: CONTPREF-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CONTPREF-FILE
           IF  CONTPREF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC10: CONTPREF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CTLTOT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN EXTEND CTLTOT-FILE
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC10: CTLTOT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CTLTOT-WRITE.
           WRITE CTLTOT-RECORD
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC10: CTLTOT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CTLTOT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CTLTOT-FILE
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC10: CTLTOT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE FOLLOWING Z-ROUTINES PERFORM ADMINISTRATIVE TASKS         *
      * FOR THIS PROGRAM.                                             *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      * ABEND THE PROGRAM, DISPLAY A MESSAGE AND STOP THE PROGRAM.    *
      *---------------------------------------------------------------*
       Z-ABEND-PROGRAM.
           IF  DISP-MSG NOT = SPACES
               PERFORM Z-DISPLAY-DISP-MSG
           END-IF
           MOVE 'RSSABC10: PROGRAM-IS-ABENDING...'  TO DISP-MSG
           PERFORM Z-DISPLAY-DISP-MSG
           ADD 12 TO ZERO GIVING RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * DISPLAY THE FILE STATUS BYTES. THIS ROUTINE WILL DISPLAY AS   *
      * TWO DIGITS IF THE FULL TWO BYTE FILE STATUS IS NUMERIC. IF    *
      * SECOND BYTE IS NON-NUMERIC THEN IT WILL BE TREATED AS A       *
      * BINARY NUMBER.                                                *
      *---------------------------------------------------------------*
       Z-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               SUBTRACT TWO-BYTES-BINARY FROM TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               DISPLAY '* RSSABC10: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC10: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
