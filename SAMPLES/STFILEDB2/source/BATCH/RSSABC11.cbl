       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC11.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -OUTBOUND CALL-LIST EXTRACT. THE CUSTOMER FILE IS SWEPT    *
      *     FOR THE STATE, BRANCH AND VALUE TIER ASKED FOR, AND EVERY *
      *     CUSTOMER WHO MAY BE TELEPHONED IS WRITTEN TO THE CALL     *
      *     LIST, WRAPPED IN THE STANDARD HDR/TRL ENVELOPE            *
      *     (CUSTIDENT HASH TOTAL).                                   *
      *    -LEFT OFF THE LIST: CLOSED AND DECEASED CUSTOMERS,         *
      *     CUSTOMERS ON FRAUD HOLD, CUSTOMERS WITH NO PHONE,         *
      *     CUSTOMERS WHO OPTED OUT OF PHONE THEMSELVES, AND          *
      *     CUSTOMERS CARRYING THE REGISTRY OPT-OUT. THE PHONE IS     *
      *     ALSO LOOKED UP ON THE DNC TABLE ITSELF, SO A NUMBER       *
      *     LISTED SINCE THE LAST REGISTRY SWEEP (RSSABC10) IS NEVER  *
      *     CALLED EITHER.                                            *
      *    -EXTRACTED AND DROPPED COUNTS GO TO CTLTOT.                *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - CONTPREF (CONTACT PREFERENCES)            *
      * INPUT FILE : VSAM - DNCREG (DO-NOT-CALL TABLE, ODCSFDN)       *
      * OUTPUT FILE: QSAM - CALLLIST (OUTBOUND CALL LIST)             *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABC11_STATE, RSSABC11_BRANCH AND RSSABC11_TIER  *
      * (VALUE TIER A/B/C), EACH OPTIONAL (BLANK MEANS NO FILTER),    *
      * READ THRU THE CENTRAL RUN-PARAMETER FILE FIRST.               *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CUSTOMER'S DATA VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * CONTACT-PREFERENCE VSAM-KSDS FILE, RANDOM READS
           SELECT OPTIONAL CONTPREF-FILE
               ASSIGN       TO CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

      * DO-NOT-CALL TABLE VSAM-KSDS FILE, RANDOM READS BY PHONE
           SELECT OPTIONAL DNCREG-FILE
               ASSIGN       TO DNCREG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS DN-PHONE
               FILE STATUS  IS DNCREG-STATUS.

      * OUTBOUND CALL LIST
           SELECT CALLLIST-FILE
               ASSIGN       TO CALLLIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS CALLLIST-STATUS.

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
       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   CONTPREF-FILE.
       COPY ODCSFCP.

       FD   DNCREG-FILE.
       COPY ODCSFDN.

       FD   CALLLIST-FILE
            RECORD CONTAINS 100 CHARACTERS.
       01  CALLLIST-RECORD            PIC X(100).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1    PIC X.
           05  VKSDCUST-STAT2    PIC X.
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1    PIC X.
           05  CONTPREF-STAT2    PIC X.
       01  DNCREG-STATUS.
           05  DNCREG-STAT1      PIC X.
           05  DNCREG-STAT2      PIC X.
       01  CALLLIST-STATUS.
           05  CALLLIST-STAT1    PIC X.
           05  CALLLIST-STAT2    PIC X.
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

       01  WS-CUST-EOF-SWITCH      PIC X       VALUE 'N'.
           88  CUST-EOF            VALUE 'Y'.

      * SELECTION CRITERIA
       COPY RSSPRMC.
       01  WS-ENV-VALUE            PIC X(20)  VALUE SPACES.
       01  WS-SEL-STATE            PIC X(002) VALUE SPACES.
       01  WS-SEL-BRANCH           PIC X(003) VALUE SPACES.
       01  WS-SEL-TIER             PIC X(001) VALUE SPACE.

      * ENVELOPE ACCUMULATORS
       01  WS-ENV-COUNT            PIC 9(009) VALUE 0.
       01  WS-ENV-HASH             PIC 9(015) VALUE 0.

      * RUN STATISTICS
       01  WS-SELECTED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-EXTRACT-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-DECEASED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-FRAUD-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-NOPHONE-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-OPTOUT-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REGISTRY-COUNT       PIC 9(7) COMP VALUE 0.

      *-- ONE CALL-LIST ENTRY
       01  W-CALL-RECORD.
           05  WL-CUSTIDENT        PIC 9(009).
           05  WL-LNAME            PIC X(030).
           05  WL-FNAME            PIC X(020).
           05  WL-PHONE            PIC 9(010).
           05  WL-STATE            PIC X(002).
           05  WL-BRANCH           PIC X(003).
           05  WL-TIER             PIC X(001).
           05  FILLER              PIC X(025) VALUE SPACES.

      * STANDARD INTERFACE-FILE ENVELOPE RECORDS
       COPY ENVRECS.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC11' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDCUST-OPEN.
           PERFORM CONTPREF-OPEN.
           PERFORM DNCREG-OPEN.
           PERFORM CALLLIST-OPEN.

           PERFORM WRITE-ENV-HEADER.

      * ------------------------------------------------------------- *
      * CUSTOMER FILE'S SWEEPING...
           DISPLAY "SWEEPING CUSTOMER FILE..."
           PERFORM VKSDCUST-GET.
           PERFORM UNTIL CUST-EOF
              PERFORM SELECT-ONE-CUSTOMER
              PERFORM VKSDCUST-GET
           END-PERFORM.

           PERFORM WRITE-ENV-TRAILER.

      * ------------------------------------------------------------- *
      * FILE CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM VKSDCUST-CLOSE.
           PERFORM CONTPREF-CLOSE.
           PERFORM DNCREG-CLOSE.
           PERFORM CALLLIST-CLOSE.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC11' TO CTLTOT-PROGRAM
           MOVE 'CALL LIST SELECTED' TO CTLTOT-LABEL
           MOVE WS-SELECTED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC11' TO CTLTOT-PROGRAM
           MOVE 'CALL LIST EXTRACTED' TO CTLTOT-LABEL
           MOVE WS-EXTRACT-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC11' TO CTLTOT-PROGRAM
           MOVE 'DROPPED DECEASED' TO CTLTOT-LABEL
           MOVE WS-DECEASED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC11' TO CTLTOT-PROGRAM
           MOVE 'DROPPED FRAUD HOLD' TO CTLTOT-LABEL
           MOVE WS-FRAUD-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC11' TO CTLTOT-PROGRAM
           MOVE 'DROPPED NO PHONE' TO CTLTOT-LABEL
           MOVE WS-NOPHONE-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC11' TO CTLTOT-PROGRAM
           MOVE 'DROPPED CUST OPT-OUT' TO CTLTOT-LABEL
           MOVE WS-OPTOUT-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC11' TO CTLTOT-PROGRAM
           MOVE 'DROPPED DNC REGISTRY' TO CTLTOT-LABEL
           MOVE WS-REGISTRY-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC11: ' WS-SELECTED-COUNT ' SELECTED, '
                   WS-EXTRACT-COUNT ' ON THE CALL LIST'
           DISPLAY 'RSSABC11: DROPPED ' WS-DECEASED-COUNT
                   ' DECEASED, ' WS-FRAUD-COUNT ' FRAUD HOLD, '
                   WS-NOPHONE-COUNT ' NO PHONE'
           DISPLAY 'RSSABC11: DROPPED ' WS-OPTOUT-COUNT
                   ' CUSTOMER OPT-OUT, ' WS-REGISTRY-COUNT
                   ' DNC REGISTRY'
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC11' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-EXTRACT-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * THE SELECTION CRITERIA, READ THRU THE CENTRAL PARAMETER FILE  *
      * FIRST AND THE ENVIRONMENT SECOND.                             *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           PERFORM GET-STATE-PARM.
           PERFORM GET-BRANCH-PARM.
           PERFORM GET-TIER-PARM.
           DISPLAY 'RSSABC11: SELECTION STATE=' WS-SEL-STATE
                   ' BRANCH=' WS-SEL-BRANCH ' TIER=' WS-SEL-TIER
           EXIT.

      *---------------------------------------------------------------*
       GET-STATE-PARM.
           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABC11_STATE' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC11_STATE' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE (1:2) TO WS-SEL-STATE
           EXIT.

      *---------------------------------------------------------------*
       GET-BRANCH-PARM.
           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABC11_BRANCH' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC11_BRANCH' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE (1:3) TO WS-SEL-BRANCH
           EXIT.

      *---------------------------------------------------------------*
       GET-TIER-PARM.
           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABC11_TIER' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC11_TIER' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE (1:1) TO WS-SEL-TIER
           EXIT.

      *---------------------------------------------------------------*
      * DOES THE CURRENT CUSTOMER MAKE THE CALL LIST? THE SELECTION   *
      * CRITERIA COME FIRST; EVERY EXCLUSION IS THEN COUNTED UNDER    *
      * THE FIRST REASON THAT APPLIES.                                *
      *---------------------------------------------------------------*
       SELECT-ONE-CUSTOMER.
           IF  VS-CUSTSTATUS = 'C'
               EXIT PARAGRAPH
           END-IF
           IF  WS-SEL-STATE NOT = SPACES
           AND VS-CUSTSTATE NOT = WS-SEL-STATE
               EXIT PARAGRAPH
           END-IF
           IF  WS-SEL-BRANCH NOT = SPACES
           AND VS-BRANCH NOT = WS-SEL-BRANCH
               EXIT PARAGRAPH
           END-IF
           IF  WS-SEL-TIER NOT = SPACE
           AND VS-CUST-TIER NOT = WS-SEL-TIER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SELECTED-COUNT

           IF  VS-DECEASED-FLAG = 'D'
               ADD 1 TO WS-DECEASED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF  VS-FRAUD-HOLD = 'F'
               ADD 1 TO WS-FRAUD-COUNT
               EXIT PARAGRAPH
           END-IF
           IF  VS-CUSTPHONE NOT NUMERIC
           OR  VS-CUSTPHONE = 0
               ADD 1 TO WS-NOPHONE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE VS-CUSTIDENT TO CP-CUSTIDENT
           PERFORM CONTPREF-READ
           IF  CONTPREF-STATUS = '00'
               IF  CP-PHONE-OPTOUT = 'Y'
                   ADD 1 TO WS-OPTOUT-COUNT
                   EXIT PARAGRAPH
               END-IF
               IF  CP-DNC-OPTOUT = 'Y'
                   ADD 1 TO WS-REGISTRY-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE VS-CUSTPHONE TO DN-PHONE
           PERFORM DNCREG-READ
           IF  DNCREG-STATUS = '00'
               ADD 1 TO WS-REGISTRY-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ONE-CALL
           EXIT.

      *---------------------------------------------------------------*
       WRITE-ONE-CALL.
           MOVE VS-CUSTIDENT  TO WL-CUSTIDENT
           MOVE VS-CUSTLNAME  TO WL-LNAME
           MOVE VS-CUSTFNAME  TO WL-FNAME
           MOVE VS-CUSTPHONE  TO WL-PHONE
           MOVE VS-CUSTSTATE  TO WL-STATE
           MOVE VS-BRANCH     TO WL-BRANCH
           MOVE VS-CUST-TIER  TO WL-TIER
           MOVE W-CALL-RECORD TO CALLLIST-RECORD
           PERFORM CALLLIST-WRITE
           ADD 1            TO WS-ENV-COUNT
           ADD VS-CUSTIDENT TO WS-ENV-HASH
           ADD 1            TO WS-EXTRACT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * THE STANDARD FILE ENVELOPE: ONE HDR RECORD AHEAD OF THE       *
      * DATA, ONE TRL RECORD (COUNT AND CUSTIDENT HASH TOTAL) AFTER   *
      * IT, SO THE RECEIVING SHOP CAN PROVE THE FILE ARRIVED WHOLE.   *
      *---------------------------------------------------------------*
       WRITE-ENV-HEADER.
           MOVE 'HDR'      TO EH-RECTYPE
           MOVE 'CALLLIST' TO EH-FILE-ID
           ACCEPT EH-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT EH-CREATE-TIME FROM TIME
           MOVE SPACES TO EH-FILLER
           MOVE SPACES TO CALLLIST-RECORD
           MOVE ENV-HEADER-RECORD TO CALLLIST-RECORD
           PERFORM CALLLIST-WRITE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-ENV-TRAILER.
           MOVE 'TRL'      TO ET-RECTYPE
           MOVE 'CALLLIST' TO ET-FILE-ID
           MOVE WS-ENV-COUNT TO ET-REC-COUNT
           MOVE WS-ENV-HASH  TO ET-HASH-TOTAL
           MOVE SPACES TO ET-FILLER
           MOVE SPACES TO CALLLIST-RECORD
           MOVE ENV-TRAILER-RECORD TO CALLLIST-RECORD
           PERFORM CALLLIST-WRITE
           EXIT.

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
               MOVE 'RSSABC11: VKSDCUST-FAILURE-OPEN...'
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
                   MOVE 'RSSABC11: VKSDCUST-FAILURE-GET...'
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
               MOVE 'RSSABC11: VKSDCUST, FAILURE, CLOSE...'
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
           OPEN INPUT CONTPREF-FILE
           IF  CONTPREF-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC11: CONTPREF-FAILURE-OPEN...'
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
               MOVE 'RSSABC11: CONTPREF-FAILURE-READ...'
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
               MOVE 'RSSABC11: CONTPREF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DNCREG-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT DNCREG-FILE
           IF  DNCREG-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC11: DNCREG-FAILURE-OPEN...'
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
               MOVE 'RSSABC11: DNCREG-FAILURE-READ...'
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
               MOVE 'RSSABC11: DNCREG, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE DNCREG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CALLLIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT CALLLIST-FILE
           IF  CALLLIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC11: CALLLIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CALLLIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CALLLIST-WRITE.
           WRITE CALLLIST-RECORD
           IF  CALLLIST-STATUS NOT = '00'
               MOVE 'RSSABC11: CALLLIST-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CALLLIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CALLLIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CALLLIST-FILE
           IF  CALLLIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC11: CALLLIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CALLLIST-STATUS TO IO-STATUS
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
               MOVE 'RSSABC11: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC11: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC11: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC11: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC11: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC11: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
