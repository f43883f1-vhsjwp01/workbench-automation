       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC07.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -SATISFACTION-SURVEY RESPONSE IMPORT. THE SURVRSP FEED     *
      *     FROM THE SURVEY VENDOR CARRIES ONE RECORD PER ANSWER TO A *
      *     SURVEY SENT BY THE RSSABC06 EXTRACT: CASE KEY, SCORE      *
      *     (0-10), DATE ANSWERED AND THE CUSTOMER'S COMMENT. THE     *
      *     FEED ARRIVES IN THE STANDARD HDR/TRL ENVELOPE, VERIFIED   *
      *     BY THE RSSABB23 PRE-STEP (FILE ID SURVRSP, LRECL 80); THE *
      *     ENVELOPE RECORDS THEMSELVES ARE PASSED OVER HERE.         *
      *    -THE SCORE AND THE MONTH ANSWERED ARE STORED ON THE CASE,  *
      *     WHICH IS MARKED ANSWERED FOR THE RSSABC08 NPS REPORT.     *
      *    -EVERY ANSWER LEAVES A CUSTOMER NOTE WITH THE SCORE (AND A *
      *     SECOND NOTE WITH THE COMMENT, WHEN ONE WAS GIVEN). A LOW  *
      *     SCORE'S NOTE IS A FOLLOW-UP FOR THE CASE OWNER, SO IT     *
      *     COMES DUE ON THE RSSABB14 WORKLIST.                       *
      *    -A RECORD THAT CANNOT BE APPLIED (INVALID DATA, NO SUCH    *
      *     CASE, CASE NOT SURVEYED OR ALREADY ANSWERED) IS WRITTEN   *
      *     TO THE SURVREJ REJECT FILE WITH ITS REASON.               *
      *    -THE RSSPFC00 PROCESSED-FILE GUARD REFUSES A FEED ALREADY  *
      *     LOADED FOR THE BUSINESS DATE.                             *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - SURVRSP (SURVEY RESPONSES)                *
      * I-O FILE   : VSAM - CASEFILE (CASES, ODCSFCS)                 *
      * I-O FILE   : VSAM - ODCSFNT (CUSTOMER NOTES)                  *
      * OUTPUT FILE: QSAM - SURVREJ (REJECTED SURVEY RESPONSES)       *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * PARAMETERS (ENVIRONMENT):                                     *
      *   RSSABC07_BUSDATE - BUSINESS DATE OF THE FEED (DEFAULT: THE  *
      *                      RUN DATE)                                *
      *   RSSABC07_RERUN   - 'Y' IS THE SUPERVISOR RERUN OVERRIDE     *
      * PARAMETERS (RUN-PARAMETER FILE, ELSE ENVIRONMENT):            *
      *   RSSABC07_LOW_SCORE - HIGHEST SCORE THAT OPENS A FOLLOW-UP   *
      *                        (DEFAULT 6, THE NPS DETRACTORS)        *
      *   RSSABC07_FUP_DAYS  - DAYS FROM THE RUN DATE THE FOLLOW-UP   *
      *                        COMES DUE (DEFAULT 1)                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * SURVEY RESPONSES FEED
           SELECT SURVRSP-FILE
               ASSIGN       TO SURVRSP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SURVRSP-STATUS.

      * CASE VSAM-KSDS FILE, UPDATED IN PLACE
           SELECT CASEFILE-FILE
               ASSIGN       TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CS-CASE-KEY
               FILE STATUS  IS CASEFILE-STATUS.

      * NOTE'S DATA VSAM-KSDS FILE: ONE OR TWO NOTES PER ANSWER,
      * NUMBERED PER CUSTOMER BY A KEYED BROWSE
           SELECT VKSDNOT-FILE
               ASSIGN       TO VKSDNOT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QN-NOTE-KEY
               FILE STATUS  IS VKSDNOT-STATUS.

      * REJECTED SURVEY RESPONSES, EACH WITH ITS REASON
           SELECT SURVREJ-FILE
               ASSIGN       TO SURVREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SURVREJ-STATUS.

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
       FD   SURVRSP-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  SURVRSP-RECORD.
           05  SR-CUSTIDENT        PIC X(009).
           05  SR-CASENUM          PIC X(005).
           05  SR-SCORE            PIC X(002).
           05  SR-RESP-DATE        PIC X(008).
           05  SR-COMMENT          PIC X(056).

       FD   CASEFILE-FILE.
       COPY ODCSFCS.

       FD   VKSDNOT-FILE.
       COPY ODCSFNT.

       FD   SURVREJ-FILE
            RECORD CONTAINS 100 CHARACTERS.
       01  SURVREJ-RECORD.
           05  RJ-REASON           PIC X(020).
           05  RJ-IMAGE            PIC X(080).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  SURVRSP-STATUS.
           05  SURVRSP-STAT1       PIC X.
           05  SURVRSP-STAT2       PIC X.
       01  CASEFILE-STATUS.
           05  CASEFILE-STAT1      PIC X.
           05  CASEFILE-STAT2      PIC X.
       01  VKSDNOT-STATUS.
           05  VKSDNOT-STAT1       PIC X.
           05  VKSDNOT-STAT2       PIC X.
       01  SURVREJ-STATUS.
           05  SURVREJ-STAT1       PIC X.
           05  SURVREJ-STAT2       PIC X.
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

      * RUN PARAMETERS
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-LOW-SCORE            PIC 9(002)  VALUE 6.
       01  WS-FUP-DAYS             PIC 9(003)  VALUE 1.
       01  WS-FUP-DATE             PIC 9(008)  VALUE 0.

      * CURRENT RESPONSE, VALIDATED NUMERIC
       01  WS-SR-SCORE             PIC 9(002)  VALUE 0.
       01  WS-SR-RESP-DATE         PIC 9(008)  VALUE 0.
       01  WS-REJECT-REASON        PIC X(020)  VALUE SPACES.

      * KEYED BROWSE FOR THE CUSTOMER'S NEXT NOTE SEQUENCE
       01  WS-QN-DONE-SWITCH       PIC X       VALUE 'N'.
           88  QN-BROWSE-DONE      VALUE 'Y'.
       01  WS-QN-NEXT-SEQ          PIC 9(004)  VALUE 0.

      * THE SCORE NOTE'S TEXT
       01  WS-SCORE-NOTE.
           05  FILLER              PIC X(013) VALUE 'SURVEY SCORE '.
           05  WN-SCORE            PIC Z9.
           05  FILLER              PIC X(012) VALUE '/10 ON CASE '.
           05  WN-CASENUM          PIC 9(005).
           05  WN-FOLLOW-UP        PIC X(028).

      * RUN STATISTICS
       01  WS-RECORD-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-LOW-COUNT            PIC 9(7)    COMP VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-NOTE-COUNT           PIC 9(7)    COMP VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * PROCESSED-FILE GUARD AREA FOR THE RSSPFC00 MODULE
       COPY RSSPFCC.
       01  WS-PFC-BUSDATE-ENV      PIC X(008) VALUE SPACES.
       01  WS-PFC-OVERRIDE-ENV     PIC X(001) VALUE SPACE.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * PROCESSED-FILE GUARD: REFUSE A FEED WHOSE BUSINESS DATE HAS
      * ALREADY BEEN LOADED. THE BUSINESS DATE COMES FROM
      * RSSABC07_BUSDATE (DEFAULT: THE RUN DATE); RSSABC07_RERUN =
      * 'Y' IS THE SUPERVISOR OVERRIDE FOR A GENUINE RERUN...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'RSSABC07_BUSDATE' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-BUSDATE-ENV FROM ENVIRONMENT-VALUE
           IF  WS-PFC-BUSDATE-ENV NOT = SPACES
               MOVE WS-PFC-BUSDATE-ENV TO PFC-BUSDATE
           ELSE
               MOVE WS-RUN-DATE TO PFC-BUSDATE
           END-IF
           DISPLAY 'RSSABC07_RERUN' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-OVERRIDE-ENV FROM ENVIRONMENT-VALUE
           MOVE WS-PFC-OVERRIDE-ENV TO PFC-OVERRIDE
           MOVE 'CHK'      TO PFC-FUNC
           MOVE 'SURVRSP'  TO PFC-FILE-ID
           CALL 'RSSPFC00' USING RSSPFC-AREA
           IF  PFC-RETCODE = '22'
               DISPLAY 'RSSABC07: BUSINESS DATE ' PFC-BUSDATE
                       ' ALREADY PROCESSED FOR SURVRSP,'
                       ' FILE REFUSED'
               ADD 8 TO ZERO GIVING RETURN-CODE
               STOP RUN
           END-IF.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC07' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING INPUT OUTPUT FILES..."
           PERFORM SURVRSP-OPEN.
           PERFORM CASEFILE-OPEN.
           PERFORM VKSDNOT-OPEN.
           PERFORM SURVREJ-OPEN.
           PERFORM CTLTOT-OPEN.

      * ------------------------------------------------------------- *
      * SURVEY FEED'S SWEEPING...
           DISPLAY "APPLYING SURVEY RESPONSES..."
           PERFORM UNTIL END-OF-FILE = 'Y'
              PERFORM SURVRSP-GET
              IF  END-OF-FILE = 'N'
              AND SURVRSP-RECORD (1:3) NOT = 'HDR'
              AND SURVRSP-RECORD (1:3) NOT = 'TRL'
                  ADD 1 TO WS-RECORD-COUNT
                  PERFORM APPLY-ONE-RESPONSE
              END-IF
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM SURVRSP-CLOSE.
           PERFORM CASEFILE-CLOSE.
           PERFORM VKSDNOT-CLOSE.
           PERFORM SURVREJ-CLOSE.

           PERFORM DISPLAY-RUN-STATISTICS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC07' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-RECORD-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

      * PROCESSED-FILE GUARD: REGISTER THIS FILE AS DONE...
           MOVE 'REG' TO PFC-FUNC
           MOVE 'SURVRSP' TO PFC-FILE-ID
           MOVE WS-RECORD-COUNT TO PFC-REC-COUNT
           CALL 'RSSPFC00' USING RSSPFC-AREA

           GOBACK.

      *---------------------------------------------------------------*
      * THE FOLLOW-UP THRESHOLD AND DELAY, AND THE DUE DATE THEY GIVE.*
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABC07_LOW_SCORE' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) >= 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) <= 10
               COMPUTE WS-LOW-SCORE = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           MOVE 'RSSABC07_FUP_DAYS' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) >= 0
           AND FUNCTION NUMVAL (WS-ENV-VALUE) <= 999
               COMPUTE WS-FUP-DAYS = FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           COMPUTE WS-FUP-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    + WS-FUP-DAYS)
           DISPLAY 'RSSABC07: FOLLOW-UP AT SCORE.' WS-LOW-SCORE
                   ' OR BELOW, DUE ' WS-FUP-DATE
           EXIT.

      *---------------------------------------------------------------*
       GET-ONE-PARAMETER.
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               MOVE SPACES TO WS-ENV-VALUE
               DISPLAY PRM-NAME UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * APPLY ONE ANSWER TO ITS SURVEYED CASE. ANY CHECK THAT FAILS   *
      * SENDS THE RECORD TO THE REJECT FILE AND STOPS THERE.          *
      *---------------------------------------------------------------*
       APPLY-ONE-RESPONSE.
           IF  SR-CUSTIDENT NOT NUMERIC
           OR  SR-CASENUM   NOT NUMERIC
           OR  SR-SCORE     NOT NUMERIC
           OR  SR-RESP-DATE NOT NUMERIC
               MOVE 'INVALID DATA' TO WS-REJECT-REASON
               PERFORM REJECT-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE SR-SCORE     TO WS-SR-SCORE
           MOVE SR-RESP-DATE TO WS-SR-RESP-DATE
           IF  WS-SR-SCORE > 10
               MOVE 'INVALID DATA' TO WS-REJECT-REASON
               PERFORM REJECT-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE SR-CUSTIDENT TO CS-CUSTIDENT
           MOVE SR-CASENUM   TO CS-CASENUM
           PERFORM CASEFILE-READ
           IF  CASEFILE-STATUS = '23'
               MOVE 'CASE NOT FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-RESPONSE
               EXIT PARAGRAPH
           END-IF
           IF  CS-SURVEY-STATUS = 'R'
               MOVE 'ALREADY ANSWERED' TO WS-REJECT-REASON
               PERFORM REJECT-RESPONSE
               EXIT PARAGRAPH
           END-IF
           IF  CS-SURVEY-STATUS NOT = 'S'
               MOVE 'CASE NOT SURVEYED' TO WS-REJECT-REASON
               PERFORM REJECT-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE 'R'                  TO CS-SURVEY-STATUS
           MOVE WS-SR-SCORE          TO CS-SURVEY-SCORE
           MOVE WS-SR-RESP-DATE (1:6) TO CS-SURVEY-MONTH
           PERFORM CASEFILE-REWRITE
           ADD 1 TO WS-APPLIED-COUNT

           PERFORM WRITE-SURVEY-NOTES
           EXIT.

      *---------------------------------------------------------------*
      * THE SCORE NOTE, A FOLLOW-UP FOR THE CASE OWNER WHEN THE SCORE *
      * IS LOW, AND THE CUSTOMER'S OWN WORDS IN A SECOND NOTE.        *
      *---------------------------------------------------------------*
       WRITE-SURVEY-NOTES.
           PERFORM FIND-NEXT-NOTESEQ

           MOVE WS-SR-SCORE TO WN-SCORE
           MOVE CS-CASENUM  TO WN-CASENUM
           MOVE SPACES      TO WN-FOLLOW-UP
           MOVE CS-CUSTIDENT   TO QN-CUSTIDENT
           MOVE WS-QN-NEXT-SEQ TO QN-NOTESEQ
           MOVE WS-RUN-DATE    TO QN-NOTEDATE
           MOVE 'SURVEY'       TO QN-NOTEUSERID
           MOVE ZEROS          TO QN-FOLLOWUPDT
           IF  WS-SR-SCORE NOT > WS-LOW-SCORE
               MOVE ' - LOW SCORE, PLEASE CALL' TO WN-FOLLOW-UP
               IF  CS-OWNER NOT = SPACES
                   MOVE CS-OWNER TO QN-NOTEUSERID
               END-IF
               MOVE WS-FUP-DATE TO QN-FOLLOWUPDT
               ADD 1 TO WS-LOW-COUNT
           END-IF
           MOVE WS-SCORE-NOTE  TO QN-NOTETEXT
           MOVE SPACES         TO QN-FILLER
           PERFORM VKSDNOT-WRITE
           ADD 1 TO WS-NOTE-COUNT

           IF  SR-COMMENT NOT = SPACES
           AND WS-QN-NEXT-SEQ < 9999
               ADD 1 TO WS-QN-NEXT-SEQ
               MOVE WS-QN-NEXT-SEQ TO QN-NOTESEQ
               MOVE ZEROS          TO QN-FOLLOWUPDT
               MOVE SR-COMMENT     TO QN-NOTETEXT
               PERFORM VKSDNOT-WRITE
               ADD 1 TO WS-NOTE-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE PAST THE CUSTOMER'S HIGHEST NOTE SEQUENCE ON FILE.        *
      *---------------------------------------------------------------*
       FIND-NEXT-NOTESEQ.
           MOVE 1   TO WS-QN-NEXT-SEQ
           MOVE 'N' TO WS-QN-DONE-SWITCH
           MOVE CS-CUSTIDENT TO QN-CUSTIDENT
           MOVE ZEROS        TO QN-NOTESEQ
           START VKSDNOT-FILE KEY NOT < QN-NOTE-KEY
           IF  VKSDNOT-STATUS NOT = '00'
               MOVE 'Y' TO WS-QN-DONE-SWITCH
           END-IF
           PERFORM UNTIL QN-BROWSE-DONE
              READ VKSDNOT-FILE NEXT RECORD
              IF  VKSDNOT-STATUS NOT = '00'
              OR  QN-CUSTIDENT NOT = CS-CUSTIDENT
                  MOVE 'Y' TO WS-QN-DONE-SWITCH
              ELSE
                  IF  QN-NOTESEQ < 9999
                      COMPUTE WS-QN-NEXT-SEQ = QN-NOTESEQ + 1
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       REJECT-RESPONSE.
           MOVE WS-REJECT-REASON TO RJ-REASON
           MOVE SURVRSP-RECORD   TO RJ-IMAGE
           PERFORM SURVREJ-WRITE
           ADD 1 TO WS-REJECT-COUNT
           EXIT.

      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABC07: RUN STATISTICS...'
           DISPLAY '   RESPONSES READ   : ' WS-RECORD-COUNT
           DISPLAY '   APPLIED TO CASES : ' WS-APPLIED-COUNT
           DISPLAY '   LOW-SCORE FUPS   : ' WS-LOW-COUNT
           DISPLAY '   NOTES WRITTEN    : ' WS-NOTE-COUNT
           DISPLAY '   REJECTED         : ' WS-REJECT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABC07' TO CTLTOT-PROGRAM.
           MOVE 'SURVEY ANSWERS' TO CTLTOT-LABEL.
           MOVE WS-APPLIED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC07' TO CTLTOT-PROGRAM.
           MOVE 'SURVEY FOLLOW-UPS' TO CTLTOT-LABEL.
           MOVE WS-LOW-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC07' TO CTLTOT-PROGRAM.
           MOVE 'SURVEY REJECTS' TO CTLTOT-LABEL.
           MOVE WS-REJECT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       SURVRSP-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT SURVRSP-FILE
           IF  SURVRSP-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC07: SURVRSP-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SURVRSP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SURVRSP-GET.
           READ SURVRSP-FILE
           IF  SURVRSP-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  SURVRSP-STATUS = '10'
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
                   MOVE 'RSSABC07: SURVRSP-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE SURVRSP-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SURVRSP-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SURVRSP-FILE
           IF  SURVRSP-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC07: SURVRSP, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SURVRSP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O CASEFILE-FILE
           IF  CASEFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC07: CASEFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-READ.
           READ CASEFILE-FILE
           IF  CASEFILE-STATUS = '00'
           OR  CASEFILE-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC07: CASEFILE-FAILURE-READ...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-REWRITE.
           REWRITE CS-ODCSFCS-RECORD
           IF  CASEFILE-STATUS NOT = '00'
               MOVE 'RSSABC07: CASEFILE-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CASEFILE-FILE
           IF  CASEFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC07: CASEFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDNOT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDNOT-FILE
           IF  VKSDNOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC07: VKSDNOT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDNOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDNOT-WRITE.
           WRITE QN-ODCSFNT-RECORD
           IF  VKSDNOT-STATUS NOT = '00'
               MOVE 'RSSABC07: VKSDNOT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE VKSDNOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDNOT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDNOT-FILE
           IF  VKSDNOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC07: VKSDNOT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDNOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SURVREJ-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT SURVREJ-FILE
           IF  SURVREJ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC07: SURVREJ-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SURVREJ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SURVREJ-WRITE.
           WRITE SURVREJ-RECORD
           IF  SURVREJ-STATUS NOT = '00'
               MOVE 'RSSABC07: SURVREJ-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE SURVREJ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SURVREJ-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SURVREJ-FILE
           IF  SURVREJ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC07: SURVREJ, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SURVREJ-STATUS TO IO-STATUS
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
               MOVE 'RSSABC07: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC07: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC07: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC07: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC07: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC07: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
