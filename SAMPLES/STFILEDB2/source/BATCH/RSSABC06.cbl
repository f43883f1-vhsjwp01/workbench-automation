       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC06.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -DAILY POST-RESOLUTION SATISFACTION-SURVEY EXTRACT. EVERY  *
      *     CASE RESOLVED ON RSSAT024 SINCE THE PREVIOUS BUSINESS DAY *
      *     (THRU RSSCAL00, SO A MONDAY RUN PICKS UP THE WEEKEND TOO) *
      *     AND NOT YET SURVEYED IS OFFERED TO THE SURVEY VENDOR.     *
      *    -THE CHANNEL FOLLOWS THE CUSTOMER'S CONTPREF RECORD        *
      *     (ODCSFCP): E-MAIL WHEN THEY ASKED FOR ELECTRONIC ('E' OR  *
      *     'B') AND HAVE A DELIVERABLE ADDRESS THEY HAVE NOT OPTED   *
      *     OUT OF, ELSE MAIL UNLESS THEY OPTED OUT OF MAIL, ELSE     *
      *     E-MAIL AS A LAST RESORT. A CUSTOMER WITH NO CHANNEL LEFT, *
      *     OR FLAGGED DECEASED, IS NOT SURVEYED.                     *
      *    -EACH CASE OFFERED IS WRITTEN TO THE SURVEXP EXTRACT,      *
      *     WRAPPED IN THE STANDARD ENVRECS HDR/TRL ENVELOPE          *
      *     (CUSTIDENT HASH TOTAL), AND MARKED ON THE CASE ('S' SENT, *
      *     'N' NOT SENT) SO A RERUN NEVER SURVEYS IT TWICE. THE      *
      *     VENDOR'S ANSWERS COME BACK THRU RSSABC07.                 *
      *    -EVERY SURVEY OFFERED IS LOGGED ON THE CUSTOMER'S          *
      *     CORRESPONDENCE HISTORY THRU RSSCHW00 WITH ITS CASE.       *
      * ------------------------------------------------------------- *
      * I-O FILE   : VSAM - CASEFILE (CASES, ODCSFCS)                 *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - CONTPREF (CONTACT PREFERENCES, ODCSFCP)   *
      * OUTPUT FILE: QSAM - SURVEXP (SURVEY EXTRACT, ENVELOPED)       *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * ------------------------------------------------------------- *
      * SELECTION: CASES RESOLVED FROM THE PREVIOUS BUSINESS DAY UP   *
      * TO THE DAY BEFORE THE RUN DATE (YESTERDAY WHEN THE CALENDAR   *
      * DOES NOT KNOW THE RUN DATE). RSSABC06_FROM_DATE ON THE        *
      * RUN-PARAMETER FILE (OR THE ENVIRONMENT) OVERRIDES THE START   *
      * OF THE WINDOW TO CATCH UP AFTER A MISSED RUN.                 *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CASE VSAM-KSDS FILE, SWEPT IN KEY ORDER AND MARKED IN PLACE
           SELECT OPTIONAL CASEFILE-FILE
               ASSIGN       TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CS-CASE-KEY
               FILE STATUS  IS CASEFILE-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, NAME AND ADDRESS READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * CONTACT-PREFERENCE VSAM-KSDS FILE (ABSENT FILE MEANS NO
      * PREFERENCES STATED)
           SELECT OPTIONAL CONTPREF-FILE
               ASSIGN       TO CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

      * THE SURVEY VENDOR'S EXTRACT, ONE RECORD PER CASE OFFERED
           SELECT SURVEXP-FILE
               ASSIGN       TO SURVEXP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SURVEXP-STATUS.

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
       FD   CASEFILE-FILE.
       COPY ODCSFCS.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   CONTPREF-FILE.
       COPY ODCSFCP.

       FD   SURVEXP-FILE
            RECORD CONTAINS 200 CHARACTERS.
       01  SURVEXP-RECORD          PIC X(200).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  CASEFILE-STATUS.
           05  CASEFILE-STAT1      PIC X.
           05  CASEFILE-STAT2      PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1      PIC X.
           05  CONTPREF-STAT2      PIC X.
       01  SURVEXP-STATUS.
           05  SURVEXP-STAT1       PIC X.
           05  SURVEXP-STAT2       PIC X.
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

       01  WS-CS-EOF-SWITCH        PIC X       VALUE 'N'.
           88  CS-EOF              VALUE 'Y'.

      * RUN PARAMETERS AND THE RESOLUTION WINDOW
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-FROM-DATE            PIC 9(008)  VALUE 0.
       01  WS-THRU-DATE            PIC 9(008)  VALUE 0.
       01  WS-WORK-DAYNBR          PIC S9(9) COMP VALUE 0.

      * THE CHANNEL THE CURRENT CUSTOMER WILL BE SURVEYED BY
       01  WS-CHANNEL              PIC X(001)  VALUE SPACE.
           88  CHANNEL-EMAIL       VALUE 'E'.
           88  CHANNEL-MAIL        VALUE 'M'.
           88  CHANNEL-NONE        VALUE SPACE.
       01  WS-EMAIL-OK-SWITCH      PIC X       VALUE 'N'.
           88  EMAIL-OK            VALUE 'Y'.
       01  WS-MAIL-OK-SWITCH       PIC X       VALUE 'N'.
           88  MAIL-OK             VALUE 'Y'.

      * THE SURVEY VENDOR'S FIXED RECORD
       01  W-EXPORT-RECORD.
           05  WX-CUSTIDENT        PIC 9(009).
           05  WX-CASENUM          PIC 9(005).
           05  WX-CHANNEL          PIC X(001).
           05  WX-CUSTLNAME        PIC X(030).
           05  WX-CUSTFNAME        PIC X(020).
           05  WX-CUSTADDRS        PIC X(030).
           05  WX-CUSTCITY         PIC X(020).
           05  WX-CUSTSTATE        PIC X(002).
           05  WX-CUSTZIP          PIC X(005).
           05  WX-CUSTCOUNTRY      PIC X(002).
           05  WX-CUSTEMAIL        PIC X(040).
           05  WX-CATEGORY         PIC X(004).
           05  WX-OPENDATE         PIC 9(008).
           05  WX-RESOLVEDATE      PIC 9(008).
           05  WX-EXTRACT-DATE     PIC 9(008).
           05  FILLER              PIC X(008) VALUE SPACES.

      * ENVELOPE ACCUMULATORS
       01  WS-ENV-COUNT            PIC 9(009) VALUE 0.
       01  WS-ENV-HASH             PIC 9(015) VALUE 0.

      * STANDARD INTERFACE-FILE ENVELOPE RECORDS
       COPY ENVRECS.

      * RUN STATISTICS
       01  WS-CASE-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-EMAIL-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-MAIL-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-NOCHANNEL-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-GONE-COUNT           PIC 9(7) COMP VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * COMPANY-CALENDAR AREA FOR THE RSSCAL00 READER
       COPY RSSCALC.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

       01  W-CHW-SURV-INFO.
           05  FILLER              PIC X(012) VALUE 'SURVEY CASE '.
           05  WC-SURV-CASENUM     PIC 9(005).
           05  FILLER              PIC X(003) VALUE SPACES.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC06' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RESOLUTION-WINDOW.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM CASEFILE-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM CONTPREF-OPEN.
           PERFORM SURVEXP-OPEN.
           PERFORM WRITE-ENV-HEADER.

      * ------------------------------------------------------------- *
      * CASE FILE'S SWEEPING: EVERY CASE RESOLVED IN THE WINDOW AND
      * NOT YET SURVEYED IS OFFERED...
           DISPLAY "EXTRACTING RESOLVED CASES..."
           PERFORM CASEFILE-READNEXT.
           PERFORM UNTIL CS-EOF
              IF  CS-STATUS = 'R'
              AND CS-SURVEY-STATUS = SPACE
              AND CS-RESOLVEDATE NOT < WS-FROM-DATE
              AND CS-RESOLVEDATE NOT > WS-THRU-DATE
                  ADD 1 TO WS-CASE-COUNT
                  PERFORM SURVEY-ONE-CASE
              END-IF
              PERFORM CASEFILE-READNEXT
           END-PERFORM.
           PERFORM WRITE-ENV-TRAILER.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM CASEFILE-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM CONTPREF-CLOSE.
           PERFORM SURVEXP-CLOSE.

           PERFORM CTLTOT-OPEN.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC06: RUN STATISTICS...'
           DISPLAY '   RESOLVED FROM    : ' WS-FROM-DATE
           DISPLAY '   RESOLVED THRU    : ' WS-THRU-DATE
           DISPLAY '   CASES RESOLVED   : ' WS-CASE-COUNT
           DISPLAY '   SENT BY E-MAIL   : ' WS-EMAIL-COUNT
           DISPLAY '   SENT BY MAIL     : ' WS-MAIL-COUNT
           DISPLAY '   NO CHANNEL       : ' WS-NOCHANNEL-COUNT
           DISPLAY '   CUSTOMERS GONE   : ' WS-GONE-COUNT

           MOVE 0 TO RETURN-CODE.
           DISPLAY "EXITING PROGRAM..."
           PERFORM END-RUN-LOG.
           GOBACK.

       END-RUN-LOG.
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC06' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-ENV-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA
           MOVE RLOG-RC TO RETURN-CODE
           EXIT.

      *---------------------------------------------------------------*
      * THE WINDOW RUNS FROM THE PREVIOUS BUSINESS DAY TO YESTERDAY.  *
      * A CATCH-UP START DATE ON THE PARAMETERS WINS WHEN GIVEN.      *
      *---------------------------------------------------------------*
       GET-RESOLUTION-WINDOW.
           COMPUTE WS-WORK-DAYNBR =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1
           COMPUTE WS-THRU-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-DAYNBR)

           MOVE 'P'         TO CAL-FUNC
           MOVE WS-RUN-DATE TO CAL-DATE
           CALL 'RSSCAL00' USING RSSCAL-AREA
           IF  CAL-RETCODE = '00'
               MOVE CAL-RESULT-DATE TO WS-FROM-DATE
           ELSE
               MOVE WS-THRU-DATE    TO WS-FROM-DATE
           END-IF

           MOVE 'RSSABC06_FROM_DATE' TO PRM-NAME
           PERFORM GET-ONE-PARAMETER
           IF  WS-ENV-VALUE (1:8) IS NUMERIC
           AND WS-ENV-VALUE (1:8) NOT > WS-THRU-DATE
               MOVE WS-ENV-VALUE (1:8) TO WS-FROM-DATE
           END-IF
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
      * OFFER ONE RESOLVED CASE: FIND THE CUSTOMER, PICK THE CHANNEL, *
      * WRITE THE VENDOR'S RECORD AND MARK THE CASE EITHER WAY.       *
      *---------------------------------------------------------------*
       SURVEY-ONE-CASE.
           MOVE CS-CUSTIDENT TO VS-CUSTIDENT
           READ VKSDCUST-FILE
           IF  VKSDCUST-STATUS NOT = '00'
               DISPLAY 'RSSABC06: CUSTOMER ' CS-CUSTIDENT
                       ' NO LONGER ON FILE, CASE ' CS-CASENUM
                       ' NOT SURVEYED'
               ADD 1 TO WS-GONE-COUNT
               MOVE SPACE TO WS-CHANNEL
           ELSE
               PERFORM RESOLVE-SURVEY-CHANNEL
           END-IF

           IF  CHANNEL-NONE
               MOVE 'N' TO CS-SURVEY-STATUS
           ELSE
               PERFORM EXPORT-SURVEY-CASE
               MOVE 'S' TO CS-SURVEY-STATUS
           END-IF
           PERFORM CASEFILE-REWRITE
           EXIT.

      *---------------------------------------------------------------*
      * E-MAIL WHEN ASKED FOR AND USABLE, MAIL WHEN NOT REFUSED, AND  *
      * E-MAIL AGAIN WHEN MAIL IS REFUSED BUT E-MAIL IS NOT.          *
      *---------------------------------------------------------------*
       RESOLVE-SURVEY-CHANNEL.
           MOVE SPACE TO WS-CHANNEL
           IF  VS-DECEASED-FLAG = 'D'
               ADD 1 TO WS-NOCHANNEL-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE VS-CUSTIDENT TO CP-CUSTIDENT
           READ CONTPREF-FILE
           IF  CONTPREF-STATUS NOT = '00'
               MOVE SPACES TO CP-MAIL-OPTOUT CP-EMAIL-OPTOUT
                              CP-DELIV-PREF
           END-IF

           MOVE 'N' TO WS-EMAIL-OK-SWITCH
           IF  VS-CUSTEMAIL NOT = SPACES
           AND VS-EMAIL-UNDELIV NOT = 'Y'
           AND CP-EMAIL-OPTOUT NOT = 'Y'
               MOVE 'Y' TO WS-EMAIL-OK-SWITCH
           END-IF
           MOVE 'N' TO WS-MAIL-OK-SWITCH
           IF  CP-MAIL-OPTOUT NOT = 'Y'
               MOVE 'Y' TO WS-MAIL-OK-SWITCH
           END-IF

           EVALUATE TRUE
              WHEN EMAIL-OK
               AND (CP-DELIV-PREF = 'E' OR CP-DELIV-PREF = 'B')
                   MOVE 'E' TO WS-CHANNEL
                   ADD 1 TO WS-EMAIL-COUNT
              WHEN MAIL-OK
                   MOVE 'M' TO WS-CHANNEL
                   ADD 1 TO WS-MAIL-COUNT
              WHEN EMAIL-OK
                   MOVE 'E' TO WS-CHANNEL
                   ADD 1 TO WS-EMAIL-COUNT
              WHEN OTHER
                   ADD 1 TO WS-NOCHANNEL-COUNT
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * THE VENDOR'S RECORD: WHO TO ASK, HOW TO REACH THEM AND WHICH  *
      * CASE THE ANSWER BELONGS TO. THE E-MAIL ADDRESS TRAVELS ONLY   *
      * WITH AN E-MAIL SURVEY.                                        *
      *---------------------------------------------------------------*
       EXPORT-SURVEY-CASE.
           MOVE CS-CUSTIDENT   TO WX-CUSTIDENT
           MOVE CS-CASENUM     TO WX-CASENUM
           MOVE WS-CHANNEL     TO WX-CHANNEL
           MOVE VS-CUSTLNAME   TO WX-CUSTLNAME
           MOVE VS-CUSTFNAME   TO WX-CUSTFNAME
           MOVE VS-CUSTADDRS   TO WX-CUSTADDRS
           MOVE VS-CUSTCITY    TO WX-CUSTCITY
           MOVE VS-CUSTSTATE   TO WX-CUSTSTATE
           MOVE VS-CUSTZIP     TO WX-CUSTZIP
           MOVE VS-CUSTCOUNTRY TO WX-CUSTCOUNTRY
           IF  CHANNEL-EMAIL
               MOVE VS-CUSTEMAIL TO WX-CUSTEMAIL
           ELSE
               MOVE SPACES       TO WX-CUSTEMAIL
           END-IF
           MOVE CS-CATEGORY    TO WX-CATEGORY
           MOVE CS-OPENDATE    TO WX-OPENDATE
           MOVE CS-RESOLVEDATE TO WX-RESOLVEDATE
           MOVE WS-RUN-DATE    TO WX-EXTRACT-DATE
           MOVE W-EXPORT-RECORD TO SURVEXP-RECORD
           PERFORM SURVEXP-WRITE
           ADD 1              TO WS-ENV-COUNT
           ADD CS-CUSTIDENT   TO WS-ENV-HASH
           PERFORM RECORD-CORRESPONDENCE
           EXIT.

      *---------------------------------------------------------------*
      * LOG THE SURVEY INVITATION ON THE CUSTOMER'S CORRESPONDENCE    *
      * HISTORY UNDER THE CHANNEL THE VENDOR WILL USE.                *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE CS-CUSTIDENT    TO CHW-CUSTIDENT
           MOVE 'SURVEY  '      TO CHW-DOC-TYPE
           MOVE 'RSSABC06'      TO CHW-PROGRAM
           IF  CHANNEL-EMAIL
               MOVE 'EMAIL'     TO CHW-CHANNEL
           ELSE
               MOVE 'PRINT'     TO CHW-CHANNEL
           END-IF
           MOVE WS-RUN-DATE     TO CHW-SENT-DATE
           MOVE ZEROS           TO CHW-ORDERNUM
           MOVE SPACES          TO CHW-CAMPAIGN
           MOVE CS-CASENUM      TO WC-SURV-CASENUM
           MOVE W-CHW-SURV-INFO TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
      * THE STANDARD FILE ENVELOPE: ONE HDR RECORD AHEAD OF THE       *
      * DATA, ONE TRL RECORD (COUNT AND CUSTIDENT HASH TOTAL) AFTER   *
      * IT, SO THE VENDOR CAN PROVE THE FILE ARRIVED WHOLE.           *
      *---------------------------------------------------------------*
       WRITE-ENV-HEADER.
           MOVE 'HDR'      TO EH-RECTYPE
           MOVE 'SURVEXP ' TO EH-FILE-ID
           ACCEPT EH-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT EH-CREATE-TIME FROM TIME
           MOVE SPACES TO EH-FILLER
           MOVE SPACES TO SURVEXP-RECORD
           MOVE ENV-HEADER-RECORD TO SURVEXP-RECORD
           PERFORM SURVEXP-WRITE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-ENV-TRAILER.
           MOVE 'TRL'      TO ET-RECTYPE
           MOVE 'SURVEXP ' TO ET-FILE-ID
           MOVE WS-ENV-COUNT TO ET-REC-COUNT
           MOVE WS-ENV-HASH  TO ET-HASH-TOTAL
           MOVE SPACES TO ET-FILLER
           MOVE SPACES TO SURVEXP-RECORD
           MOVE ENV-TRAILER-RECORD TO SURVEXP-RECORD
           PERFORM SURVEXP-WRITE
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABC06' TO CTLTOT-PROGRAM.
           MOVE 'SURVEYS EXTRACTED' TO CTLTOT-LABEL.
           MOVE WS-ENV-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABC06' TO CTLTOT-PROGRAM.
           MOVE 'SURVEY NO CHANNEL' TO CTLTOT-LABEL.
           MOVE WS-NOCHANNEL-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       CASEFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O CASEFILE-FILE
           IF  CASEFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC06: CASEFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-READNEXT.
           READ CASEFILE-FILE NEXT RECORD
           IF  CASEFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  CASEFILE-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-CS-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC06: CASEFILE-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE CASEFILE-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-REWRITE.
           REWRITE CS-ODCSFCS-RECORD
           IF  CASEFILE-STATUS NOT = '00'
               MOVE 'RSSABC06: CASEFILE-FAILURE-REWRITE...'
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
               MOVE 'RSSABC06: CASEFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
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
               MOVE 'RSSABC06: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABC06: VKSDCUST, FAILURE, CLOSE...'
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
               MOVE 'RSSABC06: CONTPREF-FAILURE-OPEN...'
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
               MOVE 'RSSABC06: CONTPREF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SURVEXP-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT SURVEXP-FILE
           IF  SURVEXP-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC06: SURVEXP-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SURVEXP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SURVEXP-WRITE.
           WRITE SURVEXP-RECORD
           IF  SURVEXP-STATUS NOT = '00'
               MOVE 'RSSABC06: SURVEXP-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE SURVEXP-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SURVEXP-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SURVEXP-FILE
           IF  SURVEXP-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC06: SURVEXP, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SURVEXP-STATUS TO IO-STATUS
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
               MOVE 'RSSABC06: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC06: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC06: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC06: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC06: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC06: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
