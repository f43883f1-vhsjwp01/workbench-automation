       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSBKV00.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -BANK-ACCOUNT VAULT GATEKEEPER, IN THE STYLE OF RSSTID00.  *
      *     THE ROUTING AND ACCOUNT NUMBERS A DIRECT-DEBIT MANDATE    *
      *     DRAWS ON ARE KEPT IN THEIR OWN VAULT, NOT ON THE MANDATE; *
      *     A CALLER ASKS THIS MODULE FOR THEM, AND THE REAL VALUES   *
      *     COME BACK ONLY WHEN THE CALLER'S OPERATOR PROFILE CARRIES *
      *     THE SUPERVISOR OR PII-VIEWER ROLE - ANYONE ELSE GETS THEM *
      *     MASKED. EVERY SERVED REQUEST IS LOGGED TO THE ACCESS-     *
      *     HISTORY FILE THE WAY THE TAX-ID VAULT LOGS ITS READS.     *
      *    -'PUT' STORES A CUSTOMER'S BANK DETAILS IN THE VAULT.      *
      * ------------------------------------------------------------- *
      * I/O FILE   : VSAM - BANKVLT (BANK-ACCOUNT VAULT, ODCSFBV)     *
      * INPUT FILE : VSAM - OPRPROF (OPERATOR PROFILES)               *
      * OUTPUT FILE: QSAM - ACCHIST (ACCESS HISTORY)                  *
      * LINKAGE    : RSSBKVC PARAMETER AREA                           *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * BANK-ACCOUNT VAULT VSAM-KSDS FILE
           SELECT OPTIONAL BANKVLT-FILE
               ASSIGN       TO BANKVLT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS BV-CUSTIDENT
               FILE STATUS  IS BANKVLT-STATUS.

      * OPERATOR PROFILE VSAM-KSDS FILE, ROLE READS ONLY
           SELECT OPTIONAL OPRPROF-FILE
               ASSIGN       TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS OP-USERID
               FILE STATUS  IS OPRPROF-STATUS.

      * ACCESS-HISTORY FILE, EVERY SERVED REQUEST APPENDED
           SELECT OPTIONAL ACCHIST-FILE
               ASSIGN       TO ACCHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS ACCHIST-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   BANKVLT-FILE.
       COPY ODCSFBV.

       FD   OPRPROF-FILE.
       COPY ODCSFOP.

       FD   ACCHIST-FILE
            RECORD CONTAINS 043 CHARACTERS.
       01  ACCHIST-RECORD.
           05  AH-TRANSID          PIC X(004).
           05  AH-ACCDATE          PIC 9(008).
           05  AH-ACCTIME          PIC 9(008).
           05  AH-USERID           PIC X(008).
           05  AH-TERMID           PIC X(004).
           05  AH-CUSTIDENT        PIC 9(009).
           05  AH-RESULT           PIC X(002).

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

       01  BANKVLT-STATUS.
           05  BANKVLT-STAT1       PIC X.
           05  BANKVLT-STAT2       PIC X.
       01  OPRPROF-STATUS.
           05  OPRPROF-STAT1       PIC X.
           05  OPRPROF-STAT2       PIC X.
       01  ACCHIST-STATUS.
           05  ACCHIST-STAT1       PIC X.
           05  ACCHIST-STAT2       PIC X.

       01  WS-ROLE-OK-SWITCH       PIC X VALUE 'N'.

       LINKAGE SECTION.
       COPY RSSBKVC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING RSSBKV-AREA.

           MOVE '23' TO BKV-RETCODE

           EVALUATE BKV-FUNC
              WHEN 'GET'
                   PERFORM SERVE-BANK-ACCOUNT
              WHEN 'PUT'
                   PERFORM STORE-BANK-ACCOUNT
              WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.

      *---------------------------------------------------------------*
      * SERVE (OR MASK) THE CUSTOMER'S BANK DETAILS AND LOG THE       *
      * ACCESS.                                                       *
      *---------------------------------------------------------------*
       SERVE-BANK-ACCOUNT.
           MOVE ALL '*' TO BKV-ROUTING
           MOVE ALL '*' TO BKV-ACCOUNT
           MOVE SPACE   TO BKV-ACCT-TYPE
           PERFORM CHECK-CALLER-ROLE
           IF  WS-ROLE-OK-SWITCH = 'N'
               MOVE '22' TO BKV-RETCODE
           ELSE
               OPEN INPUT BANKVLT-FILE
               IF  BANKVLT-STATUS = '00' OR '05'
                   MOVE BKV-CUSTIDENT TO BV-CUSTIDENT
                   READ BANKVLT-FILE
                   IF  BANKVLT-STATUS = '00'
                       MOVE BV-ROUTING   TO BKV-ROUTING
                       MOVE BV-ACCOUNT   TO BKV-ACCOUNT
                       MOVE BV-ACCT-TYPE TO BKV-ACCT-TYPE
                       MOVE '00' TO BKV-RETCODE
                   END-IF
                   CLOSE BANKVLT-FILE
               END-IF
           END-IF
           PERFORM LOG-THE-ACCESS
           EXIT.

      *---------------------------------------------------------------*
       STORE-BANK-ACCOUNT.
           OPEN I-O BANKVLT-FILE
           IF  BANKVLT-STATUS NOT = '00' AND '05'
               DISPLAY 'RSSBKV00: BANKVLT-FAILURE-OPEN...'
                       BANKVLT-STATUS
               GOBACK
           END-IF
           MOVE BKV-CUSTIDENT TO BV-CUSTIDENT
           READ BANKVLT-FILE
           IF  BANKVLT-STATUS = '00'
               MOVE BKV-ROUTING   TO BV-ROUTING
               MOVE BKV-ACCOUNT   TO BV-ACCOUNT
               MOVE BKV-ACCT-TYPE TO BV-ACCT-TYPE
               REWRITE BV-ODCSFBV-RECORD
           ELSE
               MOVE BKV-CUSTIDENT TO BV-CUSTIDENT
               MOVE BKV-ROUTING   TO BV-ROUTING
               MOVE BKV-ACCOUNT   TO BV-ACCOUNT
               MOVE BKV-ACCT-TYPE TO BV-ACCT-TYPE
               MOVE SPACES        TO BV-FILLER
               WRITE BV-ODCSFBV-RECORD
           END-IF
           IF  BANKVLT-STATUS = '00'
               MOVE '00' TO BKV-RETCODE
           ELSE
               DISPLAY 'RSSBKV00: BANKVLT-FAILURE-WRITE...'
                       BANKVLT-STATUS
           END-IF
           CLOSE BANKVLT-FILE
           EXIT.

      *---------------------------------------------------------------*
      * ONLY AN ACTIVE SUPERVISOR OR PII-VIEWER PROFILE IS SERVED     *
      * THE REAL VALUE.                                               *
      *---------------------------------------------------------------*
       CHECK-CALLER-ROLE.
           MOVE 'N' TO WS-ROLE-OK-SWITCH
           OPEN INPUT OPRPROF-FILE
           IF  OPRPROF-STATUS = '00' OR '05'
               MOVE BKV-USERID TO OP-USERID
               READ OPRPROF-FILE
               IF  OPRPROF-STATUS = '00'
               AND (OP-ROLE = 'S' OR OP-ROLE = 'P')
               AND OP-ACTIVE = 'Y'
                   MOVE 'Y' TO WS-ROLE-OK-SWITCH
               END-IF
               CLOSE OPRPROF-FILE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE ACCESS-HISTORY RECORD PER REQUEST, SERVED OR MASKED, SO   *
      * THE ACCESS-PATTERN REPORT SEES WHO ASKED.                     *
      *---------------------------------------------------------------*
       LOG-THE-ACCESS.
           OPEN EXTEND ACCHIST-FILE
           IF  ACCHIST-STATUS = '00' OR '05'
               MOVE 'BKVV' TO AH-TRANSID
               ACCEPT AH-ACCDATE FROM DATE YYYYMMDD
               ACCEPT AH-ACCTIME FROM TIME
               MOVE BKV-USERID     TO AH-USERID
               MOVE SPACES         TO AH-TERMID
               MOVE BKV-CUSTIDENT  TO AH-CUSTIDENT
               MOVE BKV-RETCODE    TO AH-RESULT
               WRITE ACCHIST-RECORD
               CLOSE ACCHIST-FILE
           END-IF
           EXIT.
