       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABS71.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -RE-CONSENT WORKLIST AS A MODULE OF THE SINGLE-PASS        *
      *     CUSTOMER SWEEP (RSSABC30). OF THE CUSTOMER RECORDS THE    *
      *     DRIVER HANDS IT, IT LISTS EVERY ACTIVE CUSTOMER WHOSE     *
      *     CONSENT RECORD IS ABSENT OR PREDATES THE CURRENT NOTICE   *
      *     VERSION (THE CONSENT_VERSION RUN PARAMETER), EXACTLY AS   *
      *     RSSABB71 DOES, SO THE OUTREACH DESK CAN CHASE THEM.       *
      *    -THE DRIVER'S CHECKPOINT CARRIES THE TWO COUNTERS BELOW.   *
      *     A MISSING NOTICE VERSION OR AN I/O FAILURE FAILS THE      *
      *     MODULE, NOT THE PASS.                                     *
      * ------------------------------------------------------------- *
      * INPUT      : CUSTOMER RECORDS FROM RSSABC30 (RSSSWPC)         *
      * INPUT FILE : VSAM - CONSENT (CONSENT RECORDS, ODCSFCV)        *
      * OUTPUT     : RECONWL - RE-CONSENT WORKLIST                    *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * LINKAGE    : RSSSWPC PARAMETER AREA, ODCSF0B CUSTOMER RECORD  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CONSENT VSAM-KSDS FILE, RANDOM READS
           SELECT OPTIONAL CONSENT-FILE
               ASSIGN       TO CONSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CV-CUSTIDENT
               FILE STATUS  IS CONSENT-STATUS.

      * RE-CONSENT WORKLIST (ITS OWN PRINT FILE, THE PASS BEING
      * SHARED WITH THE OTHER MODULES)
           SELECT RECONWL
                  ASSIGN TO UT-S-RECONWL.

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
       FD   CONSENT-FILE.
       COPY ODCSFCV.

       FD  RECONWL
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-REC
           RECORDING MODE IS F.
       01  REPORT-REC                 PIC X(132).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

       77  W-LINE                  PIC S9(04) COMP VALUE +60.
       77  W-MAX-LINE              PIC S9(04) COMP VALUE +50.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  CONSENT-STATUS.
           05  CONSENT-STAT1     PIC X.
           05  CONSENT-STAT2     PIC X.
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

       01  WS-MODULE-FAILED-SW     PIC X       VALUE 'N'.
           88  MODULE-FAILED       VALUE 'Y'.

      * THE CURRENT NOTICE VERSION
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-CUR-VERSION          PIC X(006)  VALUE SPACES.

      * RUN STATISTICS
       01  WS-CHECKED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-CHASE-COUNT          PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABS71'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(030) VALUE
               'RE-CONSENT WORKLIST'.
           05  FILLER              PIC X(018) VALUE
               'CURRENT VERSION   '.
           05  WT-VERSION          PIC X(006).
           05  FILLER              PIC X(039) VALUE SPACES.

       01  W-CHASE-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WC-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WC-LNAME            PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WC-HAVE-VERSION     PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WC-HAVE-DATE        PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WC-WHY              PIC X(014).
           05  FILLER              PIC X(055) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

       LINKAGE SECTION.
       COPY RSSSWPC.
       COPY ODCSF0B.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING RSSSWP-AREA VS-ODCSF0-RECORD.

           IF  MODULE-FAILED
               MOVE '12' TO SWP-RETCODE
               GOBACK
           END-IF
           MOVE '00' TO SWP-RETCODE

           EVALUATE SWP-FUNC
              WHEN 'INIT'
                   PERFORM START-MODULE
              WHEN 'CUST'
                   IF  VS-CUSTSTATUS = 'A'
                   AND VS-DECEASED-FLAG NOT = 'D'
                       PERFORM CHECK-ONE-CONSENT
                   END-IF
              WHEN 'CKPT'
                   PERFORM RETURN-COUNTERS
              WHEN 'TERM'
                   PERFORM END-MODULE
              WHEN OTHER
                   MOVE '08' TO SWP-RETCODE
           END-EVALUATE
           GOBACK.

      *---------------------------------------------------------------*
      * THE CURRENT NOTICE VERSION IS REQUIRED. A RESTARTED PASS GETS *
      * THE COUNTERS BACK FROM THE DRIVER'S CHECKPOINT AND EXTENDS    *
      * THE WORKLIST ALREADY PRINTED.                                 *
      *---------------------------------------------------------------*
       START-MODULE.
           MOVE 'CONSENT_VERSION' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'CONSENT_VERSION' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE (1:6) TO WS-CUR-VERSION

           IF  WS-CUR-VERSION = SPACES
               MOVE 'RSSABS71: CONSENT_VERSION IS REQUIRED'
                 TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           DISPLAY 'RSSABS71: CURRENT VERSION..' WS-CUR-VERSION

           IF  SWP-RESTARTED
               MOVE SWP-COUNTER (1) TO WS-CHECKED-COUNT
               MOVE SWP-COUNTER (2) TO WS-CHASE-COUNT
               OPEN EXTEND RECONWL
           ELSE
               OPEN OUTPUT RECONWL
           END-IF
           PERFORM CONSENT-OPEN
           MOVE WS-CUR-VERSION TO WT-VERSION
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           MOVE 3 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       RETURN-COUNTERS.
           MOVE WS-CHECKED-COUNT TO SWP-COUNTER (1)
           MOVE WS-CHASE-COUNT   TO SWP-COUNTER (2)
           MOVE 0 TO SWP-COUNTER (3)  SWP-COUNTER (4)
                     SWP-COUNTER (5)  SWP-COUNTER (6)
                     SWP-COUNTER (7)  SWP-COUNTER (8)
                     SWP-COUNTER (9)  SWP-COUNTER (10)
                     SWP-COUNTER (11) SWP-COUNTER (12)
           EXIT.

      *---------------------------------------------------------------*
      * CLOSE THE MODULE'S FILES AND WRITE ITS COUNTS.                *
      *---------------------------------------------------------------*
       END-MODULE.
           PERFORM CONSENT-CLOSE
           CLOSE RECONWL

           PERFORM CTLTOT-OPEN
           MOVE 'RSSABS71' TO CTLTOT-PROGRAM
           MOVE 'CONSENTS CHECKED' TO CTLTOT-LABEL
           MOVE WS-CHECKED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE
           MOVE 'RSSABS71' TO CTLTOT-PROGRAM
           MOVE 'RE-CONSENT CHASES' TO CTLTOT-LABEL
           MOVE WS-CHASE-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE
           PERFORM CTLTOT-CLOSE

           DISPLAY 'RSSABS71: CHECKED ' WS-CHECKED-COUNT
                   ' CUSTOMER(S), CHASING ' WS-CHASE-COUNT
           MOVE WS-CHASE-COUNT TO SWP-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * AN ACTIVE CUSTOMER WHOSE CONSENT RECORD IS ABSENT OR CARRIES  *
      * AN OLDER VERSION JOINS THE CHASE LIST.                        *
      *---------------------------------------------------------------*
       CHECK-ONE-CONSENT.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE VS-CUSTIDENT TO CV-CUSTIDENT
           PERFORM CONSENT-READ
           IF  CONSENT-STATUS = '23'
               MOVE SPACES TO WC-HAVE-VERSION
               MOVE ZEROS  TO WC-HAVE-DATE
               MOVE 'NO CONSENT   ' TO WC-WHY
               PERFORM WRITE-CHASE-LINE
           ELSE
               IF  CV-VERSION < WS-CUR-VERSION
                   MOVE CV-VERSION      TO WC-HAVE-VERSION
                   MOVE CV-CONSENT-DATE TO WC-HAVE-DATE
                   MOVE 'OLD VERSION  ' TO WC-WHY
                   PERFORM WRITE-CHASE-LINE
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       WRITE-CHASE-LINE.
           IF W-LINE > W-MAX-LINE THEN
              WRITE REPORT-REC FROM W-TITLE
                    AFTER ADVANCING PAGE
              MOVE 3 TO W-LINE
           END-IF
           MOVE VS-CUSTIDENT TO WC-CUSTIDENT
           MOVE VS-CUSTLNAME TO WC-LNAME
           WRITE REPORT-REC FROM W-CHASE-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           ADD 1 TO WS-CHASE-COUNT
           EXIT.

      *---------------------------------------------------------------*
       CONSENT-READ.
           READ CONSENT-FILE
           IF  CONSENT-STATUS = '00'
           OR  CONSENT-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABS71: CONSENT-FAILURE-READ...'
                 TO DISP-MSG
               MOVE CONSENT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONSENT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CONSENT-FILE
           IF  CONSENT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS71: CONSENT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CONSENT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONSENT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CONSENT-FILE
           IF  CONSENT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABS71: CONSENT-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE CONSENT-STATUS TO IO-STATUS
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
               MOVE 'RSSABS71: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABS71: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABS71: CTLTOT-FAILURE-CLOSE...'
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
      * A SWEEP MODULE NEVER STOPS THE RUN: IT DISPLAYS THE MESSAGE,  *
      * MARKS ITSELF FAILED AND RETURNS TO THE DRIVER AT ONCE, WHICH  *
      * CALLS IT NO MORE AND CARRIES ON WITH THE OTHER MODULES.       *
      *---------------------------------------------------------------*
       Z-ABEND-PROGRAM.
           IF  DISP-MSG NOT = SPACES
               PERFORM Z-DISPLAY-DISP-MSG
           END-IF
           MOVE 'RSSABS71: MODULE-IS-FAILING...'  TO DISP-MSG
           PERFORM Z-DISPLAY-DISP-MSG
           MOVE 'Y'  TO WS-MODULE-FAILED-SW
           MOVE '12' TO SWP-RETCODE
           GOBACK.

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
               DISPLAY '* RSSABS71: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABS71: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
