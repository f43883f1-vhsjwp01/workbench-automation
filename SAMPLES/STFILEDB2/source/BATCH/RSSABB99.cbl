       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB99.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -MONTHLY TAX-EXEMPTION CERTIFICATE RENEWAL REPORT. IT      *
      *     SWEEPS THE EXEMPTION CERTIFICATES (EXEMPCRT, MAINTAINED   *
      *     ON RSSAT037) AND LISTS EVERY CERTIFICATE EXPIRING FROM    *
      *     TODAY THRU THE NEXT N DAYS, WITH THE CUSTOMER'S NAME AND  *
      *     PHONE AND THE DAYS LEFT, SO THE DESK CAN CHASE THE        *
      *     RENEWAL BEFORE THE INVOICE RUN STARTS TAXING THE          *
      *     CUSTOMER AGAIN.                                           *
      *    -N COMES FROM RUN PARAMETER RSSABB99_DAYS ON THE CENTRAL   *
      *     RUN-PARAMETER FILE, ELSE THE ENVIRONMENT VARIABLE OF THE  *
      *     SAME NAME; 60 DAYS WHEN NEITHER IS SET.                   *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - EXEMPCRT (EXEMPTION CERTS, ODCSFEX)       *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * OUTPUT     : SYSPRINT - CERTIFICATE RENEWAL REPORT            *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * SALES-TAX EXEMPTION CERTIFICATE VSAM-KSDS FILE, SWEPT IN KEY
      * ORDER
           SELECT OPTIONAL EXEMPCRT-FILE
               ASSIGN       TO EXEMPCRT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS EX-CERT-KEY
               FILE STATUS  IS EXEMPCRT-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, NAME AND PHONE READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * CERTIFICATE RENEWAL REPORT
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
       FD   EXEMPCRT-FILE.
       COPY ODCSFEX.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

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
       77  W-MAX-LINE              PIC S9(04) COMP VALUE +55.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  EXEMPCRT-STATUS.
           05  EXEMPCRT-STAT1      PIC X.
           05  EXEMPCRT-STAT2      PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  CTLTOT-STATUS.
           05  CTLTOT-STAT1        PIC X.
           05  CTLTOT-STAT2        PIC X.

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

       01  WS-CERT-EOF-SWITCH      PIC X       VALUE 'N'.
           88  CERT-EOF            VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(008) VALUE 0.
       01  WS-ENV-VALUE            PIC X(020) VALUE SPACES.

      * THE RENEWAL WINDOW: TODAY THRU TODAY PLUS N DAYS
       01  WS-WINDOW-DAYS          PIC 9(003) VALUE 60.
       01  WS-RUN-DAYNBR           PIC 9(007) VALUE 0.
       01  WS-EXPIRY-DAYNBR        PIC 9(007) VALUE 0.
       01  WS-DAYS-LEFT            PIC S9(007) VALUE 0.

      * RUN STATISTICS
       01  WS-CERT-COUNT           PIC 9(7)      VALUE 0.
       01  WS-EXPIRING-COUNT       PIC 9(7)      VALUE 0.

      *-- REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABB99'.
           05  FILLER              PIC X(024) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'TAX-EXEMPTION CERTIFICATES EXPIRING IN '.
           05  WT-DAYS             PIC ZZ9.
           05  FILLER              PIC X(005) VALUE ' DAYS'.
           05  FILLER              PIC X(033) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'RUN DATE'.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  W-HEADING.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(005) VALUE 'ST'.
           05  FILLER              PIC X(011) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(032) VALUE 'NAME'.
           05  FILLER              PIC X(012) VALUE 'PHONE'.
           05  FILLER              PIC X(022) VALUE 'CERTIFICATE'.
           05  FILLER              PIC X(005) VALUE 'TYPE'.
           05  FILLER              PIC X(011) VALUE 'ISSUED'.
           05  FILLER              PIC X(011) VALUE 'EXPIRES'.
           05  FILLER              PIC X(009) VALUE 'DAYS LEFT'.
           05  FILLER              PIC X(012) VALUE SPACES.

       01  W-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-STATE            PIC X(002).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-NAME             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-PHONE            PIC 9(010).
           05  WD-PHONE-X          REDEFINES WD-PHONE PIC X(010).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CERTNUM          PIC X(020).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-TYPE             PIC X(001).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WD-ISSUE-DATE       PIC 9(008).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WD-EXPIRY-DATE      PIC 9(008).
           05  FILLER              PIC X(006) VALUE SPACES.
           05  WD-DAYS-LEFT        PIC ZZ9.
           05  FILLER              PIC X(015) VALUE SPACES.

       01  W-TOTAL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WX-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(036) VALUE
               ' CERTIFICATE(S) TO RENEW'.
           05  FILLER              PIC X(085) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB99' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYNBR =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM EXEMPCRT-OPEN.
           PERFORM VKSDCUST-OPEN.
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-HEADINGS.

      * ------------------------------------------------------------- *
      * CERTIFICATES' SWEEPING...
           DISPLAY "SWEEPING EXEMPTION CERTIFICATES..."
           PERFORM EXEMPCRT-READNEXT.
           PERFORM UNTIL CERT-EOF
              ADD 1 TO WS-CERT-COUNT
              IF  EX-EXPIRY-DATE NUMERIC
              AND EX-EXPIRY-DATE NOT < WS-RUN-DATE
                  PERFORM CHECK-ONE-CERTIFICATE
              END-IF
              PERFORM EXEMPCRT-READNEXT
           END-PERFORM.

           MOVE WS-EXPIRING-COUNT TO WX-COUNT
           WRITE REPORT-REC FROM W-TOTAL
                 AFTER ADVANCING 2 LINES.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM EXEMPCRT-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           CLOSE SYSPRINT.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABB99' TO CTLTOT-PROGRAM
           MOVE 'CERTS EXPIRING' TO CTLTOT-LABEL
           MOVE WS-EXPIRING-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABB99: WINDOW DAYS.............' WS-WINDOW-DAYS
           DISPLAY 'RSSABB99: CERTIFICATES READ.......' WS-CERT-COUNT
           DISPLAY 'RSSABB99: CERTIFICATES EXPIRING...'
                   WS-EXPIRING-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

      *---------------------------------------------------------------*
       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB99' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-EXPIRING-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * THE WINDOW COMES FROM THE CENTRAL RUN-PARAMETER FILE FIRST,   *
      * FALLING BACK TO THE ENVIRONMENT VARIABLE; 60 DAYS WHEN        *
      * NEITHER IS SET OR THE VALUE IS NOT A NUMBER OF DAYS.          *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABB99_DAYS' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB99_DAYS' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           EVALUATE TRUE
              WHEN WS-ENV-VALUE (1:3) NUMERIC
                   MOVE WS-ENV-VALUE (1:3) TO WS-WINDOW-DAYS
              WHEN WS-ENV-VALUE (1:2) NUMERIC
              AND  WS-ENV-VALUE (3:1) = SPACE
                   MOVE WS-ENV-VALUE (1:2) TO WS-WINDOW-DAYS
              WHEN WS-ENV-VALUE (1:1) NUMERIC
              AND  WS-ENV-VALUE (2:1) = SPACE
                   MOVE WS-ENV-VALUE (1:1) TO WS-WINDOW-DAYS
              WHEN OTHER
                   IF  WS-ENV-VALUE NOT = SPACES
                       DISPLAY 'RSSABB99: DAYS ' WS-ENV-VALUE
                               ' IS NOT A NUMBER, 60 TAKEN'
                   END-IF
                   MOVE 60 TO WS-WINDOW-DAYS
           END-EVALUATE
           DISPLAY 'RSSABB99: CERTIFICATES EXPIRING WITHIN '
                   WS-WINDOW-DAYS ' DAYS OF ' WS-RUN-DATE
           EXIT.

      *---------------------------------------------------------------*
      * A CERTIFICATE NOT YET EXPIRED: LISTED WHEN ITS EXPIRY FALLS   *
      * WITHIN THE WINDOW.                                            *
      *---------------------------------------------------------------*
       CHECK-ONE-CERTIFICATE.
           COMPUTE WS-EXPIRY-DAYNBR =
                   FUNCTION INTEGER-OF-DATE (EX-EXPIRY-DATE)
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-DAYNBR - WS-RUN-DAYNBR
           IF  WS-DAYS-LEFT > WS-WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EXPIRING-COUNT
           MOVE SPACES         TO W-DETAIL
           MOVE EX-STATE       TO WD-STATE
           MOVE EX-CUSTIDENT   TO WD-CUSTIDENT
           MOVE EX-CERTNUM     TO WD-CERTNUM
           MOVE EX-TYPE        TO WD-TYPE
           MOVE EX-ISSUE-DATE  TO WD-ISSUE-DATE
           MOVE EX-EXPIRY-DATE TO WD-EXPIRY-DATE
           MOVE WS-DAYS-LEFT   TO WD-DAYS-LEFT
           MOVE EX-CUSTIDENT   TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
               STRING VS-CUSTLNAME DELIMITED BY '  '
                      ' '          DELIMITED BY SIZE
                      VS-CUSTFNAME DELIMITED BY '  '
                 INTO WD-NAME
               END-STRING
               MOVE VS-CUSTPHONE TO WD-PHONE
           ELSE
               MOVE '*** NOT ON CUSTOMER FILE ***' TO WD-NAME
               MOVE SPACES TO WD-PHONE-X
           END-IF
           IF  W-LINE > W-MAX-LINE
               PERFORM PRINT-HEADINGS
           END-IF
           WRITE REPORT-REC FROM W-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE WS-RUN-DATE    TO WT-DATE
           MOVE WS-WINDOW-DAYS TO WT-DAYS
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM W-HEADING
                 AFTER ADVANCING 2 LINES
           MOVE 4 TO W-LINE
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       EXEMPCRT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT EXEMPCRT-FILE
           IF  EXEMPCRT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB99: EXEMPCRT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE EXEMPCRT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       EXEMPCRT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE EXEMPCRT-FILE
           IF  EXEMPCRT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB99: EXEMPCRT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE EXEMPCRT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       EXEMPCRT-READNEXT.
           READ EXEMPCRT-FILE NEXT RECORD
           IF  EXEMPCRT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  EXEMPCRT-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-CERT-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB99: EXEMPCRT-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE EXEMPCRT-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABB99: VKSDCUST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
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
               MOVE 'RSSABB99: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-READ.
           READ VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
           OR  VKSDCUST-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB99: VKSDCUST-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
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
               MOVE 'RSSABB99: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB99: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB99: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB99: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB99: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB99: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
