       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB88.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -SANCTIONS / WATCH-LIST SCREENING. THE GOVERNMENT WATCH-   *
      *     LIST FEED (WATCHLST) IS HELD IN CORE AND CUSTOMERS ARE    *
      *     MATCHED AGAINST IT ON LAST NAME, FIRST NAME, BIRTH DATE   *
      *     AND COUNTRY:                                              *
      *       - IN FULL MODE EVERY CUSTOMER ON THE FILE IS SCREENED   *
      *         (RUN IT WHEN A NEW LIST ARRIVES);                     *
      *       - OTHERWISE ONLY THE CUSTOMERS ADDED SINCE THE LAST     *
      *         RUN ARE, FROM THE ADD EVENTS ON CUSTEVT PAST THE      *
      *         SCREENING'S OWN POSITION MARKER (SCRMARK), THE WAY    *
      *         RSSABB18 TRACKS ITS SUBSCRIBERS.                      *
      *    -A POSSIBLE MATCH (SAME LAST NAME, SAME FIRST NAME OR      *
      *     INITIAL, BIRTH DATE NOT CONTRADICTED) GOES TO THE KEYED   *
      *     SCRWORK REVIEW WORKLIST WITH THE LIST ENTRY, THE MATCH    *
      *     EVIDENCE AND A SCORE, FOR A COMPLIANCE OFFICER TO CLEAR   *
      *     OR CONFIRM ON THE RSSAT032 WATCH-LIST REVIEW SCREEN. A    *
      *     PAIR ALREADY ON THE WORKLIST IS NEVER RAISED AGAIN.       *
      *    -EVERY DECISION TAKEN SINCE THE LAST RUN IS ACTED ON:      *
      *       - A CONFIRMED MATCH PUTS THE CUSTOMER ON COMPLIANCE     *
      *         HOLD THRU THE AUDITED DUAL-STORE PATH (AUDIT ROW AND  *
      *         PUBLISHED MOD EVENT). THE ORDER LOADS, THE ORDER      *
      *         SCREEN, THE PORTAL ORDER CAPTURE AND THE REFUND       *
      *         EXTRACT ALL REFUSE A HELD CUSTOMER;                   *
      *       - BOTH CONFIRMED AND CLEARED DECISIONS ARE LOGGED TO    *
      *         PJ01DB2.ODCSF0_CHGLOG UNDER THE DECIDING OFFICER.     *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - WATCHLST (GOVERNMENT WATCH-LIST FEED)     *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER (FULL MODE)      *
      * IN/OUT FILE: QSAM - CUSTEVT (ADD EVENTS IN, MOD EVENTS OUT)   *
      * IN/OUT FILE: QSAM - SCRMARK (SCREENING POSITION MARKER)       *
      * I/O FILE   : VSAM - SCRWORK (REVIEW WORKLIST, ODCSFWL)        *
      * I/O        : RSSDSW00 (BOTH CUSTOMER STORES)                  *
      * OUTPUT TBL : DB2  - ODCSF0_AUDIT, ODCSF0_CHGLOG               *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * SELECTION: THE RUN MODE COMES FROM THE RUN-PARAMETER FILE     *
      * (RSSABB88_MODE: 'FULL' FOR THE WHOLE CUSTOMER BASE, ANYTHING  *
      * ELSE FOR THE NEW CUSTOMERS ONLY), FALLING BACK TO THE         *
      * ENVIRONMENT VARIABLE OF THE SAME NAME.                        *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * GOVERNMENT WATCH-LIST FEED, HELD IN CORE
           SELECT WATCHLST-FILE
               ASSIGN       TO WATCHLST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WATCHLST-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, SWEPT IN FULL MODE ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * PUBLISHED CUSTOMER EVENTS: READ FOR THE ADDS, THEN APPENDED
      * TO FOR THE HOLDS
           SELECT OPTIONAL CUSTEVT-FILE
               ASSIGN       TO CUSTEVT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS CUSTEVT-STATUS.

      * HOW FAR THE EVENT FILE HAS BEEN SCREENED
           SELECT OPTIONAL SCRMARK-FILE
               ASSIGN       TO SCRMARK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SCRMARK-STATUS.

      * WATCH-LIST REVIEW WORKLIST, SWEPT, STAMPED AND ADDED TO
           SELECT SCRWORK-FILE
               ASSIGN       TO SCRWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WL-MATCH-KEY
               FILE STATUS  IS SCRWORK-STATUS.

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
       FD   WATCHLST-FILE
            RECORD CONTAINS 100 CHARACTERS.
       01  WATCHLST-RECORD.
           05  WF-ENTRY-ID         PIC X(010).
           05  WF-LNAME            PIC X(030).
           05  WF-FNAME            PIC X(020).
           05  WF-BDATE            PIC X(008).
           05  WF-COUNTRY          PIC X(002).
           05  WF-PROGRAM          PIC X(010).
           05  FILLER              PIC X(020).

       FD   VKSDCUST-FILE.
       01  VKSDCUST-RECORD.
           05  CS-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(257).

       FD  CUSTEVT-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  EVT-RECORD.
           05  EVT-ACTION          PIC X(003).
           05  EVT-CUSTIDENT       PIC 9(009).
           05  EVT-DATE            PIC 9(008).
           05  EVT-TIME            PIC 9(008).
           05  EVT-ADDRCHG         PIC X(001).

       FD  SCRMARK-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  SCRMARK-RECORD.
           05  MK-SUBSCRIBER       PIC X(008).
           05  MK-POSITION         PIC 9(009).

       FD   SCRWORK-FILE.
       COPY ODCSFWL.

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  WATCHLST-STATUS.
           05  WATCHLST-STAT1    PIC X.
           05  WATCHLST-STAT2    PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1    PIC X.
           05  VKSDCUST-STAT2    PIC X.
       01  CUSTEVT-STATUS.
           05  CUSTEVT-STAT1     PIC X.
           05  CUSTEVT-STAT2     PIC X.
       01  SCRMARK-STATUS.
           05  SCRMARK-STAT1     PIC X.
           05  SCRMARK-STAT2     PIC X.
       01  SCRWORK-STATUS.
           05  SCRWORK-STAT1     PIC X.
           05  SCRWORK-STAT2     PIC X.
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

       01  END-OF-FILE             PIC X       VALUE 'N'.
       01  WS-CUST-EOF-SWITCH      PIC X       VALUE 'N'.
           88  CUST-EOF            VALUE 'Y'.
       01  WS-EVT-EOF-SWITCH       PIC X       VALUE 'N'.
           88  EVT-EOF             VALUE 'Y'.
       01  WS-WORK-EOF-SWITCH      PIC X       VALUE 'N'.
           88  WORK-EOF            VALUE 'Y'.

      * RUN MODE AND DATE
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-RUN-MODE             PIC X(004)  VALUE SPACES.
           88  FULL-SCREENING      VALUE 'FULL'.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.

      * EVENT POSITION: THE MARKER FROM THE LAST RUN AND THE NUMBER
      * OF THE EVENT BEING READ
       01  WS-MARK-POSITION        PIC 9(009)  VALUE 0.
       01  WS-EVENT-NUMBER         PIC 9(009)  VALUE 0.

      * THE WATCH LIST, HELD IN CORE, NAMES UPPERCASED AT LOAD TIME
       01  WS-LIST-TABLE.
           05  WS-LIST-COUNT       PIC S9(4) COMP VALUE +0.
           05  WS-LIST-ENTRY       OCCURS 5000.
               10  WS-LE-ID        PIC X(010).
               10  WS-LE-LNAME     PIC X(030).
               10  WS-LE-FNAME     PIC X(020).
               10  WS-LE-BDATE     PIC 9(008).
               10  WS-LE-COUNTRY   PIC X(002).
               10  WS-LE-PROGRAM   PIC X(010).
       01  WS-LIST-IX              PIC S9(4) COMP VALUE +0.

       01  WS-LOWER-LETTERS        PIC X(026) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-LETTERS        PIC X(026) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * THE CUSTOMER BEING SCREENED: NAMES UPPERCASED, AND THE MATCH
      * EVIDENCE AND SCORE AGAINST THE CURRENT LIST ENTRY
       01  WS-CUST-LNAME           PIC X(030)  VALUE SPACES.
       01  WS-CUST-FNAME           PIC X(020)  VALUE SPACES.
       01  WS-MATCH-SWITCH         PIC X       VALUE 'N'.
           88  POSSIBLE-MATCH      VALUE 'Y'.
       01  WS-EV-NAME              PIC X(001)  VALUE SPACE.
       01  WS-EV-BDATE             PIC X(001)  VALUE SPACE.
       01  WS-EV-COUNTRY           PIC X(001)  VALUE SPACE.
       01  WS-SCORE                PIC 9(003)  VALUE 0.

      * THE CUSTOMER RECORD AS HELD BY THE DUAL-STORE WRITER
       COPY ODCSF0B.

      * DUAL-STORE WRITER AREA AND THE AUDIT HOST VARIABLES
       COPY RSSDSWC.
       01  WS-HV-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  WS-AUD-DATE             PIC 9(008).
       01  WS-AUD-TIME             PIC 9(008).

      * CHANGE-LOG HOST VARIABLES, THE RSSBT002 LAYOUT
       01  WS-CHG-FIELD            PIC X(11).
       01  WS-CHG-OLDVAL           PIC X(40).
       01  WS-CHG-NEWVAL           PIC X(40).
       01  WS-CHG-DATE             PIC 9(008).
       01  WS-CHG-TIME             PIC 9(008).
       01  WS-CHG-USER             PIC X(08).
       01  WS-DECISION             PIC X(020)  VALUE SPACES.

       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      * FULL BEFORE/AFTER IMAGES FOR THE AUDIT ROW (THE READERS OF
      * THE TRAIL FETCH EVERY IMAGE COLUMN, AND THE POINT-IN-TIME
      * REPLAY RE-APPLIES THE AFTER IMAGE)
       01  WS-AUD-BEF-IMAGE.
           05  WS-AB-LNAME         PIC X(30).
           05  WS-AB-FNAME         PIC X(20).
           05  WS-AB-ADDRS         PIC X(30).
           05  WS-AB-CITY          PIC X(20).
           05  WS-AB-STATE         PIC X(02).
           05  WS-AB-BDATE         PIC X(10).
           05  WS-AB-EMAIL         PIC X(40).
           05  WS-AB-PHONE         PIC X(10).
       01  WS-AUD-AFT-IMAGE.
           05  WS-AA-LNAME         PIC X(30).
           05  WS-AA-FNAME         PIC X(20).
           05  WS-AA-ADDRS         PIC X(30).
           05  WS-AA-CITY          PIC X(20).
           05  WS-AA-STATE         PIC X(02).
           05  WS-AA-BDATE         PIC X(10).
           05  WS-AA-EMAIL         PIC X(40).
           05  WS-AA-PHONE         PIC X(10).

      * RUN STATISTICS
       01  WS-SCREENED-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-MATCH-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-KNOWN-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-HOLD-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-CONFIRMED-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-CLEARED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(7) COMP VALUE 0.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.


      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB88' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           PERFORM GET-RUNTIME-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * ------------------------------------------------------------- *
      * WATCH-LIST PICKUP...
           DISPLAY "OPENING FILES..."
           PERFORM WATCHLST-OPEN.
           DISPLAY "READING WATCH LIST..."
           PERFORM WATCHLST-GET.
           PERFORM UNTIL END-OF-FILE = 'Y'
              IF  WATCHLST-RECORD (1:3) NOT = 'HDR'
              AND WATCHLST-RECORD (1:3) NOT = 'TRL'
              AND WF-LNAME NOT = SPACES
                  PERFORM LOAD-ONE-LIST-ENTRY
              END-IF
              PERFORM WATCHLST-GET
           END-PERFORM.
           PERFORM WATCHLST-CLOSE.
           PERFORM SCRWORK-OPEN.

      * ------------------------------------------------------------- *
      * SCREENING: THE WHOLE BASE, OR THE CUSTOMERS ADDED SINCE THE
      * LAST RUN...
           IF  FULL-SCREENING
               DISPLAY "SCREENING EVERY CUSTOMER..."
               PERFORM VKSDCUST-OPEN
               PERFORM VKSDCUST-GET
               PERFORM UNTIL CUST-EOF
                  MOVE VKSDCUST-RECORD TO VS-ODCSF0-RECORD
                  PERFORM SCREEN-ONE-CUSTOMER
                  PERFORM VKSDCUST-GET
               END-PERFORM
               PERFORM VKSDCUST-CLOSE
           ELSE
               DISPLAY "SCREENING NEW CUSTOMERS..."
               PERFORM READ-SCREEN-MARKER
               PERFORM CUSTEVT-OPEN-INPUT
               PERFORM CUSTEVT-GET
               PERFORM UNTIL EVT-EOF
                  ADD 1 TO WS-EVENT-NUMBER
                  IF  WS-EVENT-NUMBER > WS-MARK-POSITION
                  AND EVT-ACTION = 'ADD'
                      PERFORM SCREEN-ADDED-CUSTOMER
                  END-IF
                  PERFORM CUSTEVT-GET
               END-PERFORM
               PERFORM CUSTEVT-CLOSE
               PERFORM WRITE-SCREEN-MARKER
           END-IF.

      * ------------------------------------------------------------- *
      * THE COMPLIANCE OFFICERS' DECISIONS SINCE THE LAST RUN...
           DISPLAY "APPLYING REVIEW DECISIONS..."
           PERFORM CUSTEVT-OPEN.
           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHG-TIME FROM TIME.
           MOVE LOW-VALUES TO WL-MATCH-KEY.
           START SCRWORK-FILE KEY NOT < WL-MATCH-KEY
           IF  SCRWORK-STATUS NOT = '00'
               MOVE 'Y' TO WS-WORK-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WORK-EOF
              PERFORM SCRWORK-READNEXT
              IF  NOT WORK-EOF
                  EVALUATE WL-STATUS
                     WHEN 'C'
                          PERFORM APPLY-CONFIRMED-MATCH
                     WHEN 'X'
                          PERFORM LOG-CLEARED-MATCH
                     WHEN 'N'
                          ADD 1 TO WS-PENDING-COUNT
                     WHEN OTHER
                          CONTINUE
                  END-EVALUATE
              END-IF
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM SCRWORK-CLOSE.
           PERFORM CUSTEVT-CLOSE.
           MOVE 'CLS' TO DSW-ACTION.
           CALL 'RSSDSW00' USING RSSDSW-AREA.

           PERFORM CTLTOT-OPEN.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.
           PERFORM DISPLAY-RUN-STATISTICS.
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB88' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-MATCH-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * THE RUN MODE COMES FROM THE RUN-PARAMETER FILE, FALLING BACK  *
      * TO THE ENVIRONMENT VARIABLE OF THE SAME NAME.                 *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE 'RSSABB88_MODE' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABB88_MODE' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE TO WS-RUN-MODE
           INSPECT WS-RUN-MODE
               CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           IF  FULL-SCREENING
               DISPLAY 'RSSABB88: FULL SCREENING OF THE CUSTOMER BASE'
           ELSE
               DISPLAY 'RSSABB88: SCREENING OF NEW CUSTOMERS'
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE WATCH-LIST ENTRY INTO THE TABLE, NAMES UPPERCASED. A      *
      * BIRTH DATE THAT IS NOT NUMERIC IS TAKEN AS UNKNOWN.           *
      *---------------------------------------------------------------*
       LOAD-ONE-LIST-ENTRY.
           IF  WS-LIST-COUNT >= 5000
               MOVE 'RSSABB88: WATCH-LIST TABLE IS FULL' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-LIST-COUNT
           MOVE WF-ENTRY-ID TO WS-LE-ID (WS-LIST-COUNT)
           MOVE WF-LNAME    TO WS-LE-LNAME (WS-LIST-COUNT)
           MOVE WF-FNAME    TO WS-LE-FNAME (WS-LIST-COUNT)
           INSPECT WS-LE-LNAME (WS-LIST-COUNT)
               CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           INSPECT WS-LE-FNAME (WS-LIST-COUNT)
               CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           IF  WF-BDATE NUMERIC
               MOVE WF-BDATE TO WS-LE-BDATE (WS-LIST-COUNT)
           ELSE
               MOVE 0 TO WS-LE-BDATE (WS-LIST-COUNT)
           END-IF
           MOVE WF-COUNTRY  TO WS-LE-COUNTRY (WS-LIST-COUNT)
           MOVE WF-PROGRAM  TO WS-LE-PROGRAM (WS-LIST-COUNT)
           EXIT.

      *---------------------------------------------------------------*
      * A CUSTOMER ADDED SINCE THE LAST RUN, FETCHED THRU THE WRITER. *
      * ONE DELETED AGAIN SINCE HAS NOTHING LEFT TO SCREEN.           *
      *---------------------------------------------------------------*
       SCREEN-ADDED-CUSTOMER.
           MOVE SPACES TO DSW-CUSTDATA
           MOVE EVT-CUSTIDENT TO DSW-CUSTDATA (1:9)
           MOVE 'GET' TO DSW-ACTION
           CALL 'RSSDSW00' USING RSSDSW-AREA
           IF  DSW-RETCODE = '00'
               MOVE DSW-OLD-DATA TO VS-ODCSF0-RECORD
               PERFORM SCREEN-ONE-CUSTOMER
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * MATCH THE CUSTOMER IN VS-ODCSF0-RECORD AGAINST EVERY ENTRY    *
      * OF THE WATCH LIST.                                            *
      *---------------------------------------------------------------*
       SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-SCREENED-COUNT
           MOVE VS-CUSTLNAME TO WS-CUST-LNAME
           MOVE VS-CUSTFNAME TO WS-CUST-FNAME
           INSPECT WS-CUST-LNAME
               CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           INSPECT WS-CUST-FNAME
               CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           PERFORM MATCH-ONE-LIST-ENTRY
               VARYING WS-LIST-IX FROM 1 BY 1
               UNTIL WS-LIST-IX > WS-LIST-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * THE MATCH RULES, PER LIST ENTRY:                              *
      *   NAME    - THE LAST NAME MUST BE THE SAME; THE SAME FIRST    *
      *             NAME SCORES 50, THE SAME INITIAL (OR NO FIRST     *
      *             NAME ON THE LIST) 30, ANYTHING ELSE NO MATCH;     *
      *   BIRTH   - THE SAME DATE SCORES 30, NONE ON THE LIST 10, A   *
      *             DIFFERENT ONE RULES THE MATCH OUT;                *
      *   COUNTRY - THE SAME SCORES 20, NONE ON THE LIST 5, A         *
      *             DIFFERENT ONE 0 (NATIONALS LIVE ABROAD).          *
      *---------------------------------------------------------------*
       MATCH-ONE-LIST-ENTRY.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE 0   TO WS-SCORE
           IF  WS-LE-LNAME (WS-LIST-IX) = WS-CUST-LNAME
               IF  WS-LE-FNAME (WS-LIST-IX) = WS-CUST-FNAME
                   MOVE 'F' TO WS-EV-NAME
                   ADD 50   TO WS-SCORE
                   MOVE 'Y' TO WS-MATCH-SWITCH
               ELSE
                   IF  WS-LE-FNAME (WS-LIST-IX) = SPACES
                   OR  WS-LE-FNAME (WS-LIST-IX) (1:1)
                       = WS-CUST-FNAME (1:1)
                       MOVE 'L' TO WS-EV-NAME
                       ADD 30   TO WS-SCORE
                       MOVE 'Y' TO WS-MATCH-SWITCH
                   END-IF
               END-IF
           END-IF

           IF  POSSIBLE-MATCH
               EVALUATE TRUE
                  WHEN WS-LE-BDATE (WS-LIST-IX) = 0
                       MOVE 'U' TO WS-EV-BDATE
                       ADD 10   TO WS-SCORE
                  WHEN WS-LE-BDATE (WS-LIST-IX) = VS-CUSTBDATE
                       MOVE 'M' TO WS-EV-BDATE
                       ADD 30   TO WS-SCORE
                  WHEN OTHER
                       MOVE 'N' TO WS-MATCH-SWITCH
               END-EVALUATE
           END-IF

           IF  POSSIBLE-MATCH
               EVALUATE TRUE
                  WHEN WS-LE-COUNTRY (WS-LIST-IX) = SPACES
                       MOVE 'U' TO WS-EV-COUNTRY
                       ADD 5    TO WS-SCORE
                  WHEN WS-LE-COUNTRY (WS-LIST-IX) = VS-CUSTCOUNTRY
                       MOVE 'M' TO WS-EV-COUNTRY
                       ADD 20   TO WS-SCORE
                  WHEN OTHER
                       MOVE 'X' TO WS-EV-COUNTRY
               END-EVALUATE
               PERFORM RAISE-POSSIBLE-MATCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * PUT THE PAIR ON THE REVIEW WORKLIST WITH THE LIST ENTRY AND   *
      * THE EVIDENCE. A PAIR ALREADY THERE (WHATEVER ITS STATUS) IS   *
      * LEFT AS IT IS, SO A CLEARED MATCH STAYS CLEARED.              *
      *---------------------------------------------------------------*
       RAISE-POSSIBLE-MATCH.
           MOVE SPACES                     TO WL-ODCSFWL-RECORD
           MOVE VS-CUSTIDENT               TO WL-CUSTIDENT
           MOVE WS-LE-ID (WS-LIST-IX)      TO WL-ENTRY-ID
           MOVE WS-LE-LNAME (WS-LIST-IX)   TO WL-LIST-LNAME
           MOVE WS-LE-FNAME (WS-LIST-IX)   TO WL-LIST-FNAME
           MOVE WS-LE-BDATE (WS-LIST-IX)   TO WL-LIST-BDATE
           MOVE WS-LE-COUNTRY (WS-LIST-IX) TO WL-LIST-COUNTRY
           MOVE WS-LE-PROGRAM (WS-LIST-IX) TO WL-LIST-PROGRAM
           MOVE WS-EV-NAME                 TO WL-EV-NAME
           MOVE WS-EV-BDATE                TO WL-EV-BDATE
           MOVE WS-EV-COUNTRY              TO WL-EV-COUNTRY
           MOVE WS-SCORE                   TO WL-SCORE
           MOVE 'N'                        TO WL-STATUS
           MOVE WS-RUN-DATE                TO WL-RUNDATE
           MOVE ZEROS                      TO WL-DECIDE-DATE
           MOVE ZEROS                      TO WL-APPLY-DATE
           WRITE WL-ODCSFWL-RECORD
           EVALUATE SCRWORK-STATUS
              WHEN '00'
                   ADD 1 TO WS-MATCH-COUNT
              WHEN '22'
                   ADD 1 TO WS-KNOWN-COUNT
              WHEN OTHER
                   MOVE 'RSSABB88: SCRWORK-FAILURE-WRITE...'
                     TO DISP-MSG
                   MOVE SCRWORK-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * A CONFIRMED MATCH: THE CUSTOMER GOES ON COMPLIANCE HOLD THRU  *
      * THE AUDITED DUAL-STORE PATH (UNLESS AN EARLIER CONFIRMATION   *
      * ALREADY HELD THE CUSTOMER), THE DECISION IS LOGGED AND THE    *
      * ENTRY IS STAMPED HELD. A CUSTOMER NO LONGER ON FILE IS        *
      * REFUSED; A WRITER FAILURE LEAVES THE ENTRY CONFIRMED FOR THE  *
      * NEXT RUN.                                                     *
      *---------------------------------------------------------------*
       APPLY-CONFIRMED-MATCH.
           MOVE SPACES TO DSW-CUSTDATA
           MOVE WL-CUSTIDENT TO DSW-CUSTDATA (1:9)
           MOVE 'GET' TO DSW-ACTION
           CALL 'RSSDSW00' USING RSSDSW-AREA
           IF  DSW-RETCODE NOT = '00'
               DISPLAY 'RSSABB88: MATCH ' WL-CUSTIDENT '/'
                       WL-ENTRY-ID ' REFUSED (CUSTOMER GONE)'
               MOVE 'R' TO WL-STATUS
               MOVE WS-RUN-DATE TO WL-APPLY-DATE
               PERFORM SCRWORK-REWRITE
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE DSW-OLD-DATA TO VS-ODCSF0-RECORD
           IF  VS-COMPL-HOLD NOT = 'H'
               MOVE 'H'         TO VS-COMPL-HOLD
               MOVE WS-RUN-DATE TO VS-COMPL-HOLD-DT
               MOVE 'MOD' TO DSW-ACTION
               MOVE VS-ODCSF0-RECORD TO DSW-CUSTDATA
               CALL 'RSSDSW00' USING RSSDSW-AREA
               IF  DSW-RETCODE NOT = '00'
                   DISPLAY 'RSSABB88: HOLD NOT APPLIED TO '
                           WL-CUSTIDENT ' RC ' DSW-RETCODE
                           ', LEFT FOR THE NEXT RUN'
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               PERFORM PUBLISH-CUSTOMER-EVENT
               ADD 1 TO WS-HOLD-COUNT
           END-IF

           MOVE 'CONFIRMED - HOLD' TO WS-DECISION
           PERFORM WRITE-DECISION-LOG
           MOVE 'H' TO WL-STATUS
           MOVE WS-RUN-DATE TO WL-APPLY-DATE
           PERFORM SCRWORK-REWRITE
           ADD 1 TO WS-CONFIRMED-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * A CLEARED MATCH CHANGES NOTHING ON THE CUSTOMER: THE DECISION *
      * IS LOGGED AND THE ENTRY STAMPED LOGGED.                       *
      *---------------------------------------------------------------*
       LOG-CLEARED-MATCH.
           MOVE 'CLEARED' TO WS-DECISION
           PERFORM WRITE-DECISION-LOG
           MOVE 'Z' TO WL-STATUS
           MOVE WS-RUN-DATE TO WL-APPLY-DATE
           PERFORM SCRWORK-REWRITE
           ADD 1 TO WS-CLEARED-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * ONE WATCHLIST ROW ON THE FIELD-CHANGE LOG UNDER THE DECIDING  *
      * OFFICER: THE LIST ENTRY AND SCORE AS THE OLD VALUE, THE       *
      * DECISION AND ITS DATE AS THE NEW ONE.                         *
      *---------------------------------------------------------------*
       WRITE-DECISION-LOG.
           MOVE WL-CUSTIDENT   TO WS-HV-CUSTIDENT
           MOVE 'WATCHLIST'    TO WS-CHG-FIELD
           MOVE SPACES         TO WS-CHG-OLDVAL WS-CHG-NEWVAL
           STRING 'ENTRY '          DELIMITED BY SIZE
                  WL-ENTRY-ID       DELIMITED BY SPACE
                  ' '               DELIMITED BY SIZE
                  WL-LIST-PROGRAM   DELIMITED BY SPACE
                  ' SCORE '         DELIMITED BY SIZE
                  WL-SCORE          DELIMITED BY SIZE
             INTO WS-CHG-OLDVAL
           END-STRING
           STRING WS-DECISION       DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  WL-DECIDE-DATE    DELIMITED BY SIZE
             INTO WS-CHG-NEWVAL
           END-STRING
           MOVE WL-DECIDE-USER TO WS-CHG-USER
           EXEC SQL
                INSERT INTO PJ01DB2.ODCSF0_CHGLOG
                       ( CUSTIDENT,  FIELDNAME,  OLDVALUE,
                         NEWVALUE,   CHGDATE,    CHGTIME,
                         CHGUSER )
                VALUES ( :WS-HV-CUSTIDENT, :WS-CHG-FIELD,
                         :WS-CHG-OLDVAL,   :WS-CHG-NEWVAL,
                         :WS-CHG-DATE,     :WS-CHG-TIME,
                         :WS-CHG-USER )
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF  SQLCODE NOT = +0
               DISPLAY 'RSSABB88: CHGLOG INSERT FAILED, SQLCODE '
                       WS-SQLCODE
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
      * THE BEFORE IMAGE COMES FROM THE WRITER'S OLD-IMAGE AREA       *
      * (FIELD OFFSETS AS ON THE CUSTOMER RECORD), THE AFTER IMAGE    *
      * FROM THE RECORD AS JUST APPLIED.                              *
      *---------------------------------------------------------------*
       FILL-AUDIT-IMAGES.
           MOVE DSW-OLD-DATA (10:30)  TO WS-AB-LNAME
           MOVE DSW-OLD-DATA (40:20)  TO WS-AB-FNAME
           MOVE DSW-OLD-DATA (60:30)  TO WS-AB-ADDRS
           MOVE DSW-OLD-DATA (90:20)  TO WS-AB-CITY
           MOVE DSW-OLD-DATA (110:2)  TO WS-AB-STATE
           MOVE DSW-OLD-DATA (112:4)  TO WS-AB-BDATE (1:4)
           MOVE '-'                   TO WS-AB-BDATE (5:1)
           MOVE DSW-OLD-DATA (116:2)  TO WS-AB-BDATE (6:2)
           MOVE '-'                   TO WS-AB-BDATE (8:1)
           MOVE DSW-OLD-DATA (118:2)  TO WS-AB-BDATE (9:2)
           MOVE DSW-OLD-DATA (120:40) TO WS-AB-EMAIL
           MOVE DSW-OLD-DATA (160:10) TO WS-AB-PHONE
           MOVE VS-CUSTLNAME          TO WS-AA-LNAME
           MOVE VS-CUSTFNAME          TO WS-AA-FNAME
           MOVE VS-CUSTADDRS          TO WS-AA-ADDRS
           MOVE VS-CUSTCITY           TO WS-AA-CITY
           MOVE VS-CUSTSTATE          TO WS-AA-STATE
           MOVE VS-CUSTBDATE (1:4)    TO WS-AA-BDATE (1:4)
           MOVE '-'                   TO WS-AA-BDATE (5:1)
           MOVE VS-CUSTBDATE (5:2)    TO WS-AA-BDATE (6:2)
           MOVE '-'                   TO WS-AA-BDATE (8:1)
           MOVE VS-CUSTBDATE (7:2)    TO WS-AA-BDATE (9:2)
           MOVE VS-CUSTEMAIL          TO WS-AA-EMAIL
           MOVE VS-CUSTPHONE          TO WS-AA-PHONE
           EXIT.

      *---------------------------------------------------------------*
      * ONE BEFORE/AFTER ROW TO THE AUDIT TRAIL RECORDING THE HOLD.   *
      *---------------------------------------------------------------*
       WRITE-AUDIT-RECORD.
           MOVE WL-CUSTIDENT TO WS-HV-CUSTIDENT.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           PERFORM FILL-AUDIT-IMAGES.
           EXEC SQL INSERT INTO PJ01DB2.ODCSF0_AUDIT
                       ( CUSTIDENT,         AUDITACTN, AUDITDATE,
                         AUDITTIME,
                         BEFLNAME,      BEFFNAME,      BEFADDRS,
                         BEFCITY,       BEFSTATE,      BEFBDATE,
                         BEFEMAIL,      BEFPHONE,
                         AFTLNAME,      AFTFNAME,      AFTADDRS,
                         AFTCITY,       AFTSTATE,      AFTBDATE,
                         AFTEMAIL,      AFTPHONE
                       )
                VALUES (
                         :WS-HV-CUSTIDENT,   'MOD',     :WS-AUD-DATE,
                         :WS-AUD-TIME,
                         :WS-AB-LNAME,       :WS-AB-FNAME,
                         :WS-AB-ADDRS,       :WS-AB-CITY,
                         :WS-AB-STATE,       :WS-AB-BDATE,
                         :WS-AB-EMAIL,       :WS-AB-PHONE,
                         :WS-AA-LNAME,       :WS-AA-FNAME,
                         :WS-AA-ADDRS,       :WS-AA-CITY,
                         :WS-AA-STATE,       :WS-AA-BDATE,
                         :WS-AA-EMAIL,       :WS-AA-PHONE
                       )
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              DISPLAY 'WARNING: COULD NOT WRITE AUDIT RECORD FOR '
                      'COMPLIANCE HOLD OF ' WL-CUSTIDENT
                      ' SQLCODE:' WS-SQLCODE
              COPY ZSQLSTAT.
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
       PUBLISH-CUSTOMER-EVENT.
           MOVE 'MOD' TO EVT-ACTION
           MOVE WL-CUSTIDENT TO EVT-CUSTIDENT
           ACCEPT EVT-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-TIME FROM TIME
           MOVE 'N' TO EVT-ADDRCHG
           PERFORM CUSTEVT-WRITE
           EXIT.

      *---------------------------------------------------------------*
      * PICK UP HOW FAR THE EVENT FILE WAS SCREENED LAST TIME. A      *
      * MISSING OR EMPTY MARKER FILE STARTS FROM THE TOP.             *
      *---------------------------------------------------------------*
       READ-SCREEN-MARKER.
           MOVE 0 TO WS-MARK-POSITION
           OPEN INPUT SCRMARK-FILE
           IF  SCRMARK-STATUS = '00' OR '05'
               READ SCRMARK-FILE
               IF  SCRMARK-STATUS = '00'
                   MOVE MK-POSITION TO WS-MARK-POSITION
               END-IF
               CLOSE SCRMARK-FILE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * POSITION THE MARKER AT THE END OF THE EVENT FILE JUST READ.   *
      *---------------------------------------------------------------*
       WRITE-SCREEN-MARKER.
           OPEN OUTPUT SCRMARK-FILE
           IF  SCRMARK-STATUS NOT = '00'
               MOVE 'RSSABB88: SCRMARK-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SCRMARK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE 'SANCTION'      TO MK-SUBSCRIBER
           MOVE WS-EVENT-NUMBER TO MK-POSITION
           WRITE SCRMARK-RECORD
           IF  SCRMARK-STATUS NOT = '00'
               MOVE 'RSSABB88: SCRMARK-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE SCRMARK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           CLOSE SCRMARK-FILE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABB88' TO CTLTOT-PROGRAM
           MOVE 'CUSTOMERS SCREENED' TO CTLTOT-LABEL
           MOVE WS-SCREENED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB88' TO CTLTOT-PROGRAM
           MOVE 'WATCHLIST MATCHES' TO CTLTOT-LABEL
           MOVE WS-MATCH-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB88' TO CTLTOT-PROGRAM
           MOVE 'COMPLIANCE HOLDS' TO CTLTOT-LABEL
           MOVE WS-HOLD-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB88' TO CTLTOT-PROGRAM
           MOVE 'MATCHES CLEARED' TO CTLTOT-LABEL
           MOVE WS-CLEARED-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           MOVE 'RSSABB88' TO CTLTOT-PROGRAM
           MOVE 'MATCHES PENDING' TO CTLTOT-LABEL
           MOVE WS-PENDING-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           EXIT.

      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABB88: LIST ENTRIES         ' WS-LIST-COUNT
           DISPLAY 'RSSABB88: CUSTOMERS SCREENED   ' WS-SCREENED-COUNT
           DISPLAY 'RSSABB88: NEW POSSIBLE MATCHES ' WS-MATCH-COUNT
           DISPLAY 'RSSABB88: ALREADY ON WORKLIST  ' WS-KNOWN-COUNT
           DISPLAY 'RSSABB88: MATCHES CONFIRMED    ' WS-CONFIRMED-COUNT
           DISPLAY 'RSSABB88: HOLDS APPLIED        ' WS-HOLD-COUNT
           DISPLAY 'RSSABB88: MATCHES CLEARED      ' WS-CLEARED-COUNT
           DISPLAY 'RSSABB88: MATCHES REFUSED      ' WS-REFUSED-COUNT
           DISPLAY 'RSSABB88: AWAITING REVIEW      ' WS-PENDING-COUNT
           EXIT.

      *---------------------------------------------------------------*
       WATCHLST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT WATCHLST-FILE
           IF  WATCHLST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB88: WATCHLST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE WATCHLST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       WATCHLST-GET.
           READ WATCHLST-FILE
           IF  WATCHLST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  WATCHLST-STATUS = '10'
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
                   MOVE 'RSSABB88: WATCHLST-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE WATCHLST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       WATCHLST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE WATCHLST-FILE
           IF  WATCHLST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB88: WATCHLST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE WATCHLST-STATUS TO IO-STATUS
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
               MOVE 'RSSABB88: VKSDCUST-FAILURE-OPEN...'
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
                   MOVE 'RSSABB88: VKSDCUST-FAILURE-GET...'
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
               MOVE 'RSSABB88: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CUSTEVT-OPEN-INPUT.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CUSTEVT-FILE
           IF  CUSTEVT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB88: CUSTEVT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CUSTEVT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CUSTEVT-GET.
           READ CUSTEVT-FILE
           IF  CUSTEVT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  CUSTEVT-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-EVT-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB88: CUSTEVT-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE CUSTEVT-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CUSTEVT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN EXTEND CUSTEVT-FILE
           IF  CUSTEVT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB88: CUSTEVT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CUSTEVT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CUSTEVT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CUSTEVT-FILE
           IF  CUSTEVT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB88: CUSTEVT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CUSTEVT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CUSTEVT-WRITE.
           WRITE EVT-RECORD
           IF  CUSTEVT-STATUS NOT = '00'
               MOVE 'RSSABB88: CUSTEVT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CUSTEVT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SCRWORK-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O SCRWORK-FILE
           IF  SCRWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB88: SCRWORK-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SCRWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SCRWORK-READNEXT.
           READ SCRWORK-FILE NEXT RECORD
           IF  SCRWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  SCRWORK-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-WORK-EOF-SWITCH
               ELSE
                   MOVE 'RSSABB88: SCRWORK-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE SCRWORK-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SCRWORK-REWRITE.
           REWRITE WL-ODCSFWL-RECORD
           IF  SCRWORK-STATUS NOT = '00'
               MOVE 'RSSABB88: SCRWORK-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE SCRWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SCRWORK-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SCRWORK-FILE
           IF  SCRWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB88: SCRWORK, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SCRWORK-STATUS TO IO-STATUS
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
               MOVE 'RSSABB88: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB88: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB88: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB88: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB88: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB88: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
