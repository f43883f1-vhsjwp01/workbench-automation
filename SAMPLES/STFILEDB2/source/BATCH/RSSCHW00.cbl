       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSCHW00.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -SHARED CORRESPONDENCE-HISTORY WRITER, CALLED BY EVERY     *
      *     BATCH STEP THAT PRODUCES A DOCUMENT FOR A CUSTOMER        *
      *     (INVOICES, DUNNING NOTICES, HOUSEHOLD STATEMENTS, MAIL    *
      *     PIECES, BIRTHDAY GREETINGS, REFUND ADVICES). EACH CALL    *
      *     APPENDS ONE TIMESTAMPED RECORD (DOCUMENT TYPE, PRODUCING  *
      *     RUN, DELIVERY CHANNEL AND DATE, RELATED ORDER OR          *
      *     CAMPAIGN) UNDER THE CUSTOMER'S NEXT CORRESPONDENCE        *
      *     SEQUENCE ON THE VSAM-KSDS CORRESPONDENCE-HISTORY FILE,    *
      *     WHICH THE ONLINE CORRESPONDENCE INQUIRY PAGES BACK.       *
      *    -A HISTORY PROBLEM NEVER TAKES THE CALLING STEP DOWN:      *
      *     FAILURES ARE DISPLAYED AND IGNORED.                       *
      * ------------------------------------------------------------- *
      * OUTPUT FILE: VSAM - CORRHIST (CORRESPONDENCE HISTORY)         *
      * LINKAGE    : RSSCHWC PARAMETER AREA                           *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CORRESPONDENCE-HISTORY VSAM-KSDS FILE
           SELECT OPTIONAL CORRHIST-FILE
               ASSIGN       TO CORRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CH-CORR-KEY
               FILE STATUS  IS CORRHIST-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   CORRHIST-FILE.
       COPY ODCSFCH.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

       01  CORRHIST-STATUS.
           05  CORRHIST-STAT1      PIC X.
           05  CORRHIST-STAT2      PIC X.

       01  WS-DONE-SWITCH          PIC X VALUE 'N'.
           88  SEQ-BROWSE-DONE     VALUE 'Y'.
       01  WS-NEXT-SEQ             PIC 9(005) VALUE 0.

       LINKAGE SECTION.
       COPY RSSCHWC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING RSSCHW-AREA.

           MOVE '99' TO CHW-RETCODE

           OPEN I-O CORRHIST-FILE
           IF  CORRHIST-STATUS NOT = '00' AND '05'
               DISPLAY 'RSSCHW00: CORRHIST-FAILURE-OPEN..'
                       CORRHIST-STATUS
               GOBACK
           END-IF

           PERFORM FIND-NEXT-CORR-SEQ

           MOVE CHW-CUSTIDENT  TO CH-CUSTIDENT
           MOVE WS-NEXT-SEQ    TO CH-CORRSEQ
           MOVE CHW-DOC-TYPE   TO CH-DOC-TYPE
           MOVE CHW-PROGRAM    TO CH-PROGRAM
           MOVE CHW-CHANNEL    TO CH-CHANNEL
           IF  CHW-SENT-DATE NUMERIC
           AND CHW-SENT-DATE > 0
               MOVE CHW-SENT-DATE TO CH-SENT-DATE
           ELSE
               ACCEPT CH-SENT-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT CH-SENT-TIME FROM TIME
           IF  CHW-ORDERNUM NUMERIC
               MOVE CHW-ORDERNUM TO CH-ORDERNUM
           ELSE
               MOVE ZEROS        TO CH-ORDERNUM
           END-IF
           MOVE CHW-CAMPAIGN   TO CH-CAMPAIGN
           MOVE CHW-DOC-INFO   TO CH-DOC-INFO
           MOVE SPACES         TO CH-FILLER

           WRITE CH-ODCSFCH-RECORD
           IF  CORRHIST-STATUS = '00'
               MOVE '00' TO CHW-RETCODE
           ELSE
               DISPLAY 'RSSCHW00: CORRHIST-FAILURE-WRITE.'
                       CORRHIST-STATUS
           END-IF

           CLOSE CORRHIST-FILE
           GOBACK.

      *---------------------------------------------------------------*
      * BROWSE THE CUSTOMER'S KEY RANGE FOR THEIR HIGHEST             *
      * CORRESPONDENCE SEQUENCE.                                      *
      *---------------------------------------------------------------*
       FIND-NEXT-CORR-SEQ.
           MOVE 1   TO WS-NEXT-SEQ
           MOVE 'N' TO WS-DONE-SWITCH
           MOVE CHW-CUSTIDENT TO CH-CUSTIDENT
           MOVE ZEROS         TO CH-CORRSEQ
           START CORRHIST-FILE KEY NOT < CH-CORR-KEY
           IF  CORRHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF
           PERFORM UNTIL SEQ-BROWSE-DONE
              READ CORRHIST-FILE NEXT RECORD
              IF  CORRHIST-STATUS NOT = '00'
              OR  CH-CUSTIDENT NOT = CHW-CUSTIDENT
                  MOVE 'Y' TO WS-DONE-SWITCH
              ELSE
                  COMPUTE WS-NEXT-SEQ = CH-CORRSEQ + 1
              END-IF
           END-PERFORM
           EXIT.
