       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB84.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -ONE-TIME LINE-ITEM FILE LAYOUT CONVERSION. THE LINE-ITEM  *
      *     RECORD GREW FROM 40 TO 60 BYTES WHEN THE SHIPPED AND      *
      *     BACKORDERED QUANTITIES WERE ADDED FOR THE WAREHOUSE       *
      *     SHIPMENT CONFIRMATIONS; THIS UTILITY READS THE OLD-LAYOUT *
      *     SEQUENTIAL UNLOAD OF THE ORDLINE CLUSTER AND WRITES THE   *
      *     NEW-LAYOUT FILE (SHIPPED AND BACKORDERED QUANTITIES ZERO, *
      *     FILLER SPACES) FOR THE RELOAD INTO THE REDEFINED CLUSTER. *
      *     RUN IT ONCE, BETWEEN THE UNLOAD AND THE RELOAD, BEFORE    *
      *     ANY NEW-LAYOUT READER TOUCHES THE FILE.                   *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - LINOLD (40-BYTE UNLOAD)                   *
      * OUTPUT FILE: QSAM - LINNEW (60-BYTE RELOAD INPUT)             *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

           SELECT LINOLD-FILE
               ASSIGN       TO LINOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS LINOLD-STATUS.

           SELECT LINNEW-FILE
               ASSIGN       TO LINNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS LINNEW-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   LINOLD-FILE
            RECORD CONTAINS 040 CHARACTERS.
       01  LO-LINOLD-RECORD.
           05  LO-LINE-KEY.
               10  LO-CUSTIDENT    PIC 9(009).
               10  LO-ORDERNUM     PIC 9(006).
               10  LO-LINENUM      PIC 9(003).
           05  LO-PRODCODE         PIC X(008).
           05  LO-QUANTITY         PIC 9(005).
           05  LO-UNITPRICE        PIC 9(005)V99.
           05  LO-FILLER           PIC X(002).

       FD   LINNEW-FILE
            RECORD CONTAINS 060 CHARACTERS.
       COPY ODCSFOL.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  LINOLD-STATUS.
           05  LINOLD-STAT1     PIC X.
           05  LINOLD-STAT2     PIC X.
       01  LINNEW-STATUS.
           05  LINNEW-STAT1     PIC X.
           05  LINNEW-STAT2     PIC X.

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

       01  WS-LINE-EOF-SWITCH     PIC X       VALUE 'N'.
           88  LINE-EOF           VALUE 'Y'.
       01  WS-CONVERTED-COUNT      PIC 9(7) COMP VALUE 0.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM LINOLD-OPEN.
           PERFORM LINNEW-OPEN.

      * ------------------------------------------------------------- *
      * THE CONVERSION: OLD FIELDS CARRIED ACROSS, THE SHIPPED AND
      * BACKORDERED QUANTITIES ZERO, THE FILLER BLANK...
           DISPLAY "CONVERTING LINE-ITEM RECORDS..."
           PERFORM LINOLD-GET.
           PERFORM UNTIL LINE-EOF
              PERFORM CONVERT-ONE-LINE
              PERFORM LINOLD-GET
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM LINOLD-CLOSE.
           PERFORM LINNEW-CLOSE.

           DISPLAY 'RSSABB84: ' WS-CONVERTED-COUNT
                   ' LINE-ITEM RECORD(S) CONVERTED'
           DISPLAY "EXITING PROGRAM..."
           GOBACK.

      *---------------------------------------------------------------*
      * NO LINE HAS BEEN CONFIRMED SHIPPED BEFORE THE FEED EXISTED:   *
      * BOTH NEW QUANTITIES START AT ZERO.                            *
      *---------------------------------------------------------------*
       CONVERT-ONE-LINE.
           MOVE LO-CUSTIDENT   TO OL-CUSTIDENT
           MOVE LO-ORDERNUM    TO OL-ORDERNUM
           MOVE LO-LINENUM     TO OL-LINENUM
           MOVE LO-PRODCODE    TO OL-PRODCODE
           MOVE LO-QUANTITY    TO OL-QUANTITY
           MOVE LO-UNITPRICE   TO OL-UNITPRICE
           MOVE ZEROS          TO OL-SHIPPED-QTY
           MOVE ZEROS          TO OL-BACKORD-QTY
           MOVE ZEROS          TO OL-RESERVED-QTY
           MOVE ZEROS          TO OL-DISC-AMT
           PERFORM LINNEW-WRITE
           ADD 1 TO WS-CONVERTED-COUNT
           EXIT.

      *---------------------------------------------------------------*
       LINOLD-GET.
           READ LINOLD-FILE
           IF  LINOLD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  LINOLD-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-LINE-EOF-SWITCH
               ELSE
               MOVE 'RSSABB84: LINOLD-FAILURE-READ...'
                 TO DISP-MSG
               MOVE LINOLD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LINOLD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT LINOLD-FILE
           IF  LINOLD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB84: LINOLD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE LINOLD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       LINOLD-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE LINOLD-FILE
           IF  LINOLD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB84: LINOLD-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE LINOLD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       LINNEW-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT LINNEW-FILE
           IF  LINNEW-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB84: LINNEW-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE LINNEW-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       LINNEW-WRITE.
           WRITE OL-ODCSFOL-RECORD
           IF  LINNEW-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB84: LINNEW-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE LINNEW-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       LINNEW-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE LINNEW-FILE
           IF  LINNEW-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB84: LINNEW-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE LINNEW-STATUS TO IO-STATUS
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
           MOVE 'RSSABB84: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB84: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB84: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
