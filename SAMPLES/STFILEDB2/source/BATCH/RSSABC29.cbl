       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC29.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -WEEKLY SPECIAL-HANDLING FLAG EXPIRY REPORT. THIS PROGRAM  *
      *     SWEEPS THE CUSTOMERS' SPECIAL-HANDLING FLAGS (HANDFLAG)   *
      *     AND LISTS EVERY FLAG WITH AN EXPIRY DATE THAT IS ALREADY  *
      *     PAST ('EXPIRED', NO LONGER ON THE SCREENS' BANNER BUT     *
      *     STILL ON FILE) OR FALLS WITHIN THE WARNING WINDOW         *
      *     ('EXPIRING'), WITH THE CODE TABLE'S DESCRIPTION AND       *
      *     SEVERITY, SO THE SUPERVISORS CAN RENEW OR REMOVE THEM ON  *
      *     THE FLAG SCREEN (RSSAT051). A FLAG WITHOUT AN EXPIRY DATE *
      *     NEVER SHOWS.                                              *
      *    -FLAGS CHECKED, EXPIRED AND EXPIRING ARE COUNTED TO CTLTOT.*
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - HANDFLAG (SPECIAL-HANDLING FLAGS, ODCSFHF)*
      * INPUT FILE : VSAM - FLAGTBL (FLAG CODE TABLE, ODCSFHT)        *
      * OUTPUT     : SYSPRINT - FLAG EXPIRY REPORT                    *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE WARNING WINDOW IN DAYS COMES FROM THE RUN-     *
      * PARAMETER FILE (RSSABC29_WARN_DAYS, DEFAULT 14), FALLING BACK *
      * TO THE ENVIRONMENT VARIABLE OF THE SAME NAME.                 *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * SPECIAL-HANDLING FLAG VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT HANDFLAG-FILE
               ASSIGN       TO HANDFLAG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS HF-FLAG-KEY
               FILE STATUS  IS HANDFLAG-STATUS.

      * FLAG CODE TABLE VSAM-KSDS FILE, RANDOM READS
           SELECT OPTIONAL FLAGTBL-FILE
               ASSIGN       TO FLAGTBL
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS HT-FLAG-CODE
               FILE STATUS  IS FLAGTBL-STATUS.

      * FLAG EXPIRY REPORT
           SELECT SYSPRINT
                  ASSIGN TO UT-S-SYSPRINT.

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
       FD   HANDFLAG-FILE.
       COPY ODCSFHF.

       FD   FLAGTBL-FILE.
       COPY ODCSFHT.

       FD  SYSPRINT
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
       01  HANDFLAG-STATUS.
           05  HANDFLAG-STAT1    PIC X.
           05  HANDFLAG-STAT2    PIC X.
       01  FLAGTBL-STATUS.
           05  FLAGTBL-STAT1     PIC X.
           05  FLAGTBL-STAT2     PIC X.
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

       01  WS-FLAG-EOF-SWITCH      PIC X       VALUE 'N'.
           88  FLAG-EOF            VALUE 'Y'.

      * THE RUN DATE AND THE END OF THE WARNING WINDOW
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-WARN-DAYS            PIC 9(005)  VALUE 0.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-WARN-LIMIT           PIC 9(008)  VALUE 0.

      * RUN STATISTICS
       01  WS-CHECKED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-EXPIRING-COUNT       PIC 9(7) COMP VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC29'.
           05  FILLER              PIC X(020) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'SPECIAL-HANDLING FLAG EXPIRY REPORT'.
           05  FILLER              PIC X(010) VALUE
               'RUN DATE  '.
           05  WT-RUN-DATE         PIC 9(008).
           05  FILLER              PIC X(014) VALUE
               '  WARN DAYS   '.
           05  WT-WARN-DAYS        PIC ZZZZ9.
           05  FILLER              PIC X(026) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(011) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(006) VALUE 'FLAG'.
           05  FILLER              PIC X(032) VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(005) VALUE 'SEV'.
           05  FILLER              PIC X(010) VALUE 'EXPIRES'.
           05  FILLER              PIC X(010) VALUE 'STATUS'.
           05  FILLER              PIC X(010) VALUE 'SET BY'.
           05  FILLER              PIC X(010) VALUE 'SET ON'.
           05  FILLER              PIC X(036) VALUE 'TEXT'.

       01  W-FLAG-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-FLAG-CODE        PIC X(004).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-DESCRIPTION      PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-SEVERITY         PIC X(001).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WF-EXPIRY-DATE      PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-STATUS           PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-SET-USER         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-SET-DATE         PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-TEXT             PIC X(036).

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * THE WARNING WINDOW, AND THE LAST EXPIRY DATE IT TAKES IN...
           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FLAG FILE'S SWEEPING...
           DISPLAY "OPENING FILES..."
           PERFORM HANDFLAG-OPEN.
           PERFORM FLAGTBL-OPEN.
           OPEN OUTPUT SYSPRINT.
           MOVE WS-RUN-DATE  TO WT-RUN-DATE.
           MOVE WS-WARN-DAYS TO WT-WARN-DAYS.
           PERFORM WRITE-PAGE-HEADING.

           DISPLAY "SWEEPING FLAG FILE..."
           PERFORM GET-NEXT-FLAG.
           PERFORM UNTIL FLAG-EOF
              ADD 1 TO WS-CHECKED-COUNT
              IF  HF-EXPIRY-DATE NOT = 0
              AND HF-EXPIRY-DATE NOT > WS-WARN-LIMIT
                  PERFORM REPORT-ONE-FLAG
              END-IF
              PERFORM GET-NEXT-FLAG
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM HANDFLAG-CLOSE.
           PERFORM FLAGTBL-CLOSE.
           CLOSE SYSPRINT.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC29' TO CTLTOT-PROGRAM
           MOVE 'FLAGS CHECKED' TO CTLTOT-LABEL
           MOVE WS-CHECKED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC29' TO CTLTOT-PROGRAM
           MOVE 'FLAGS EXPIRED' TO CTLTOT-LABEL
           MOVE WS-EXPIRED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABC29' TO CTLTOT-PROGRAM
           MOVE 'FLAGS EXPIRING' TO CTLTOT-LABEL
           MOVE WS-EXPIRING-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC29: CHECKED ' WS-CHECKED-COUNT
                   ' FLAG(S), EXPIRED ' WS-EXPIRED-COUNT
                   ', EXPIRING ' WS-EXPIRING-COUNT
           DISPLAY "EXITING PROGRAM..."
           GOBACK.

      *---------------------------------------------------------------*
      * THE WARNING WINDOW COMES FROM THE CENTRAL RUN-PARAMETER FILE  *
      * FIRST, FALLING BACK TO THE ENVIRONMENT VARIABLE; NEITHER ONE  *
      * GIVES THE 14-DAY DEFAULT.                                     *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABC29_WARN_DAYS' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC29_WARN_DAYS' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-WARN-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF
           IF  WS-WARN-DAYS = 0
               MOVE 14 TO WS-WARN-DAYS
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-WARN-LIMIT = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    + WS-WARN-DAYS)
           DISPLAY 'RSSABC29: WARN DAYS.......' WS-WARN-DAYS
           DISPLAY 'RSSABC29: EXPIRING UP TO..' WS-WARN-LIMIT
           EXIT.

      *---------------------------------------------------------------*
      * A FLAG WHOSE LAST ACTIVE DAY IS BEFORE THE RUN DATE HAS       *
      * EXPIRED; ONE STILL ACTIVE BUT ENDING WITHIN THE WINDOW IS     *
      * EXPIRING. A CODE GONE FROM THE TABLE PRINTS WITH SEVERITY '?'.*
      *---------------------------------------------------------------*
       REPORT-ONE-FLAG.
           IF  HF-EXPIRY-DATE < WS-RUN-DATE
               MOVE 'EXPIRED ' TO WF-STATUS
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE 'EXPIRING' TO WF-STATUS
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF
           MOVE HF-FLAG-CODE TO HT-FLAG-CODE
           PERFORM FLAGTBL-READ
           IF  FLAGTBL-STATUS = '00'
               MOVE HT-DESCRIPTION TO WF-DESCRIPTION
               MOVE HT-SEVERITY    TO WF-SEVERITY
           ELSE
               MOVE '*** NOT ON THE FLAG TABLE ***' TO WF-DESCRIPTION
               MOVE '?'            TO WF-SEVERITY
           END-IF
           PERFORM WRITE-FLAG-LINE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-FLAG-LINE.
           IF W-LINE > W-MAX-LINE THEN
              PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE HF-CUSTIDENT   TO WF-CUSTIDENT
           MOVE HF-FLAG-CODE   TO WF-FLAG-CODE
           MOVE HF-EXPIRY-DATE TO WF-EXPIRY-DATE
           MOVE HF-SET-USER    TO WF-SET-USER
           MOVE HF-SET-DATE    TO WF-SET-DATE
           MOVE HF-TEXT        TO WF-TEXT
           WRITE REPORT-REC FROM W-FLAG-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-PAGE-HEADING.
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 4 TO W-LINE
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO READ THE NEXT FLAG RECORD IN KEY ORDER.           *
      * ------------------------------------------------------------- *
       GET-NEXT-FLAG.
           READ HANDFLAG-FILE NEXT RECORD
           IF  HANDFLAG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  HANDFLAG-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-FLAG-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC29: HANDFLAG-FAILURE-READ...'
                     TO   DISP-MSG
                   MOVE HANDFLAG-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       HANDFLAG-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT HANDFLAG-FILE
           IF  HANDFLAG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC29: HANDFLAG-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE HANDFLAG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       HANDFLAG-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE HANDFLAG-FILE
           IF  HANDFLAG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC29: HANDFLAG-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE HANDFLAG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FLAGTBL-READ.
           READ FLAGTBL-FILE
           IF  FLAGTBL-STATUS = '00'
           OR  FLAGTBL-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC29: FLAGTBL-FAILURE-READ...'
                 TO DISP-MSG
               MOVE FLAGTBL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FLAGTBL-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT FLAGTBL-FILE
           IF  FLAGTBL-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC29: FLAGTBL-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE FLAGTBL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       FLAGTBL-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE FLAGTBL-FILE
           IF  FLAGTBL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC29: FLAGTBL-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE FLAGTBL-STATUS TO IO-STATUS
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
               MOVE 'RSSABC29: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC29: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC29: CTLTOT-FAILURE-CLOSE...'
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
           MOVE 'RSSABC29: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC29: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC29: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
