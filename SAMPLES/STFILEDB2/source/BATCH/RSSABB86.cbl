       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB86.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -WAREHOUSE STOCK-COUNT LOAD. THE STKCOUNT FEED CARRIES ONE *
      *     RECORD PER STOCKED PRODUCT: PRODUCT CODE, QUANTITY ON     *
      *     HAND, REORDER POINT AND THE DATE OF THE COUNT. THE FEED   *
      *     ARRIVES IN THE STANDARD HDR/TRL ENVELOPE, VERIFIED BY THE *
      *     RSSABB23 PRE-STEP (FILE ID STKCOUNT, LRECL 80); THE       *
      *     ENVELOPE RECORDS THEMSELVES ARE PASSED OVER HERE.         *
      *    -EACH COUNT SETS THE PRODUCT'S QUANTITY ON HAND AND        *
      *     REORDER POINT ON THE INVENTORY FILE (ODCSFIV). THE        *
      *     QUANTITY RESERVED FOR OPEN ORDER LINES IS NOT PART OF     *
      *     THE COUNT AND IS KEPT AS IT IS. A PRODUCT COUNTED FOR     *
      *     THE FIRST TIME GETS ITS INVENTORY RECORD, WITH NOTHING    *
      *     RESERVED, AND IS STOCK-CONTROLLED FROM THEN ON.           *
      *    -A COUNT THAT CANNOT BE APPLIED (INVALID DATA, PRODUCT NOT *
      *     ON THE PRODUCT REFERENCE TABLE) IS WRITTEN TO THE STKREJ  *
      *     REJECT FILE WITH ITS REASON, FOR THE WAREHOUSE TO         *
      *     CORRECT AND RESEND.                                       *
      *    -THE RSSPFC00 PROCESSED-FILE GUARD REFUSES A FEED ALREADY  *
      *     LOADED FOR THE BUSINESS DATE.                             *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - STKCOUNT (WAREHOUSE STOCK COUNTS)         *
      * INPUT FILE : VSAM - PRDFILE (PRODUCT REFERENCE TABLE)         *
      * I-O FILE   : VSAM - INVFILE (PRODUCT INVENTORY, ODCSFIV)      *
      * OUTPUT FILE: QSAM - STKREJ (REJECTED STOCK COUNTS)            *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * PARAMETERS (ENVIRONMENT):                                     *
      *   RSSABB86_BUSDATE - BUSINESS DATE OF THE FEED (DEFAULT: THE  *
      *                      RUN DATE)                                *
      *   RSSABB86_RERUN   - 'Y' IS THE SUPERVISOR RERUN OVERRIDE     *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * WAREHOUSE STOCK-COUNT FEED
           SELECT STKCOUNT-FILE
               ASSIGN       TO STKCOUNT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS STKCOUNT-STATUS.

      * PRODUCT REFERENCE VSAM-KSDS FILE, COUNT VALIDATION READS ONLY
           SELECT PRDFILE-FILE
               ASSIGN       TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PD-PRODCODE
               FILE STATUS  IS PRDFILE-STATUS.

      * PRODUCT INVENTORY VSAM-KSDS FILE, ONE RECORD PER STOCKED
      * PRODUCT (CREATED BY THE FIRST LOAD WHEN ABSENT)
           SELECT OPTIONAL INVFILE-FILE
               ASSIGN       TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IV-PRODCODE
               FILE STATUS  IS INVFILE-STATUS.

      * REJECTED STOCK COUNTS, EACH WITH ITS REASON
           SELECT STKREJ-FILE
               ASSIGN       TO STKREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS STKREJ-STATUS.

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
       FD   STKCOUNT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  STKCOUNT-RECORD.
           05  SC-PRODCODE         PIC X(008).
           05  SC-ONHAND           PIC X(007).
           05  SC-REORDER-POINT    PIC X(007).
           05  SC-COUNT-DATE       PIC X(008).
           05  FILLER              PIC X(050).

       FD   PRDFILE-FILE.
       COPY ODCSFPD.

       FD   INVFILE-FILE.
       COPY ODCSFIV.

       FD   STKREJ-FILE
            RECORD CONTAINS 100 CHARACTERS.
       01  STKREJ-RECORD.
           05  RJ-REASON           PIC X(020).
           05  RJ-IMAGE            PIC X(080).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  STKCOUNT-STATUS.
           05  STKCOUNT-STAT1      PIC X.
           05  STKCOUNT-STAT2      PIC X.
       01  PRDFILE-STATUS.
           05  PRDFILE-STAT1       PIC X.
           05  PRDFILE-STAT2       PIC X.
       01  INVFILE-STATUS.
           05  INVFILE-STAT1       PIC X.
           05  INVFILE-STAT2       PIC X.
       01  STKREJ-STATUS.
           05  STKREJ-STAT1        PIC X.
           05  STKREJ-STAT2        PIC X.
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

       01  END-OF-FILE             PIC X       VALUE 'N'.
       01  DISP-MSG                PIC X(80)   VALUE SPACES.
       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-REJECT-REASON        PIC X(020)  VALUE SPACES.

      * RUN STATISTICS
       01  WS-RECORD-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-ADDED-COUNT          PIC 9(7)    COMP VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(7)    COMP VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * PROCESSED-FILE GUARD AREA FOR THE RSSPFC00 MODULE
       COPY RSSPFCC.
       01  WS-PFC-BUSDATE-ENV      PIC X(008) VALUE SPACES.
       01  WS-PFC-OVERRIDE-ENV     PIC X(001) VALUE SPACE.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * PROCESSED-FILE GUARD: REFUSE A FEED WHOSE BUSINESS DATE HAS
      * ALREADY BEEN LOADED. THE BUSINESS DATE COMES FROM
      * RSSABB86_BUSDATE (DEFAULT: THE RUN DATE); RSSABB86_RERUN =
      * 'Y' IS THE SUPERVISOR OVERRIDE FOR A GENUINE RERUN...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'RSSABB86_BUSDATE' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-BUSDATE-ENV FROM ENVIRONMENT-VALUE
           IF  WS-PFC-BUSDATE-ENV NOT = SPACES
               MOVE WS-PFC-BUSDATE-ENV TO PFC-BUSDATE
           ELSE
               MOVE WS-RUN-DATE TO PFC-BUSDATE
           END-IF
           DISPLAY 'RSSABB86_RERUN' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-OVERRIDE-ENV FROM ENVIRONMENT-VALUE
           MOVE WS-PFC-OVERRIDE-ENV TO PFC-OVERRIDE
           MOVE 'CHK'      TO PFC-FUNC
           MOVE 'STKCOUNT' TO PFC-FILE-ID
           CALL 'RSSPFC00' USING RSSPFC-AREA
           IF  PFC-RETCODE = '22'
               DISPLAY 'RSSABB86: BUSINESS DATE ' PFC-BUSDATE
                       ' ALREADY PROCESSED FOR STKCOUNT,'
                       ' FILE REFUSED'
               ADD 8 TO ZERO GIVING RETURN-CODE
               STOP RUN
           END-IF.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB86' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING INPUT OUTPUT FILES..."
           PERFORM STKCOUNT-OPEN.
           PERFORM PRDFILE-OPEN.
           PERFORM INVFILE-OPEN.
           PERFORM STKREJ-OPEN.
           PERFORM CTLTOT-OPEN.

      * ------------------------------------------------------------- *
      * STOCK-COUNT FEED'S SWEEPING...
           DISPLAY "APPLYING STOCK COUNTS..."
           PERFORM UNTIL END-OF-FILE = 'Y'
              PERFORM STKCOUNT-GET
              IF  END-OF-FILE = 'N'
              AND STKCOUNT-RECORD (1:3) NOT = 'HDR'
              AND STKCOUNT-RECORD (1:3) NOT = 'TRL'
                  ADD 1 TO WS-RECORD-COUNT
                  PERFORM APPLY-ONE-COUNT
              END-IF
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM STKCOUNT-CLOSE.
           PERFORM PRDFILE-CLOSE.
           PERFORM INVFILE-CLOSE.
           PERFORM STKREJ-CLOSE.

           PERFORM DISPLAY-RUN-STATISTICS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB86' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-RECORD-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

      * PROCESSED-FILE GUARD: REGISTER THIS FILE AS DONE...
           MOVE 'REG' TO PFC-FUNC
           MOVE 'STKCOUNT' TO PFC-FILE-ID
           MOVE WS-RECORD-COUNT TO PFC-REC-COUNT
           CALL 'RSSPFC00' USING RSSPFC-AREA

           GOBACK.

      *---------------------------------------------------------------*
      * APPLY ONE STOCK COUNT TO ITS PRODUCT'S INVENTORY RECORD,      *
      * ADDING THE RECORD ON THE PRODUCT'S FIRST COUNT. ANY CHECK     *
      * THAT FAILS SENDS THE RECORD TO THE REJECT FILE.               *
      *---------------------------------------------------------------*
       APPLY-ONE-COUNT.
           IF  SC-PRODCODE = SPACES
           OR  SC-ONHAND        NOT NUMERIC
           OR  SC-REORDER-POINT NOT NUMERIC
           OR  SC-COUNT-DATE    NOT NUMERIC
               MOVE 'INVALID DATA' TO WS-REJECT-REASON
               PERFORM REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SC-PRODCODE TO PD-PRODCODE
           PERFORM PRDFILE-READ
           IF  PRDFILE-STATUS = '23'
               MOVE 'UNKNOWN PRODUCT' TO WS-REJECT-REASON
               PERFORM REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SC-PRODCODE TO IV-PRODCODE
           PERFORM INVFILE-READ
           IF  INVFILE-STATUS = '23'
               MOVE SC-PRODCODE TO IV-PRODCODE
               MOVE ZEROS       TO IV-RESERVED
               MOVE SPACES      TO IV-FILLER
           END-IF
           MOVE SC-ONHAND        TO IV-ONHAND
           MOVE SC-REORDER-POINT TO IV-REORDER-POINT
           MOVE SC-COUNT-DATE    TO IV-COUNT-DATE
           IF  INVFILE-STATUS = '23'
               PERFORM INVFILE-WRITE
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               PERFORM INVFILE-REWRITE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * WRITE ONE REJECTED STOCK COUNT WITH ITS REASON.               *
      *---------------------------------------------------------------*
       REJECT-COUNT.
           MOVE WS-REJECT-REASON TO RJ-REASON
           MOVE STKCOUNT-RECORD  TO RJ-IMAGE
           PERFORM STKREJ-WRITE
           ADD 1 TO WS-REJECT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * DISPLAY THE END-OF-JOB RUN STATISTICS.                        *
      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABB86: RUN STATISTICS...'
           DISPLAY '   COUNTS READ    : ' WS-RECORD-COUNT
           DISPLAY '   COUNTS APPLIED : ' WS-APPLIED-COUNT
           DISPLAY '   PRODUCTS ADDED : ' WS-ADDED-COUNT
           DISPLAY '   COUNTS REJECTED: ' WS-REJECT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABB86' TO CTLTOT-PROGRAM.
           MOVE 'STOCK COUNTS APPLIED' TO CTLTOT-LABEL.
           MOVE WS-APPLIED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB86' TO CTLTOT-PROGRAM.
           MOVE 'STOCKED PRODS ADDED' TO CTLTOT-LABEL.
           MOVE WS-ADDED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB86' TO CTLTOT-PROGRAM.
           MOVE 'STOCK CNTS REJECTED' TO CTLTOT-LABEL.
           MOVE WS-REJECT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       STKCOUNT-GET.
           READ STKCOUNT-FILE
           IF  STKCOUNT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  STKCOUNT-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   MOVE 'RSSABB86: STKCOUNT-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE STKCOUNT-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       STKCOUNT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT STKCOUNT-FILE
           IF  STKCOUNT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB86: STKCOUNT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE STKCOUNT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       STKCOUNT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE STKCOUNT-FILE
           IF  STKCOUNT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB86: STKCOUNT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE STKCOUNT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-READ.
           READ PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
           OR  PRDFILE-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB86: PRDFILE-FAILURE-READ...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB86: PRDFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB86: PRDFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-READ.
           READ INVFILE-FILE
           IF  INVFILE-STATUS = '00'
           OR  INVFILE-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB86: INVFILE-FAILURE-READ...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-WRITE.
           WRITE IV-ODCSFIV-RECORD
           IF  INVFILE-STATUS NOT = '00'
               MOVE 'RSSABB86: INVFILE-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-REWRITE.
           REWRITE IV-ODCSFIV-RECORD
           IF  INVFILE-STATUS NOT = '00'
               MOVE 'RSSABB86: INVFILE-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O INVFILE-FILE
           IF  INVFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB86: INVFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE INVFILE-FILE
           IF  INVFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB86: INVFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       STKREJ-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT STKREJ-FILE
           IF  STKREJ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB86: STKREJ-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE STKREJ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       STKREJ-WRITE.
           WRITE STKREJ-RECORD
           IF  STKREJ-STATUS NOT = '00'
               MOVE 'RSSABB86: STKREJ-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE STKREJ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       STKREJ-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE STKREJ-FILE
           IF  STKREJ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB86: STKREJ, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE STKREJ-STATUS TO IO-STATUS
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
               MOVE 'RSSABB86: CTLTOT-FAILURE-OPEN...'
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
           IF  CTLTOT-STATUS NOT = '00'
               MOVE 'RSSABB86: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB86: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB86: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB86: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB86: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
