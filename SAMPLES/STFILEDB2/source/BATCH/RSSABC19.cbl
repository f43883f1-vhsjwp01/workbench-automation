       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC19.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -USER-DEFINED EXTRACT ENGINE. IT RUNS ONE NAMED EXTRACT    *
      *     DEFINITION (EXTRDEF, MAINTAINED ON LINE BY RSSAT047) OVER *
      *     THE CUSTOMER FILE, SO A NEW "FILE OF CUSTOMERS WITH THESE *
      *     FIELDS WHERE ..." IS A DEFINITION INSTEAD OF ANOTHER      *
      *     ONE-OFF PROGRAM:                                          *
      *       - A CUSTOMER IS SELECTED WHEN EVERY CONDITION OF THE    *
      *         DEFINITION HOLDS (NUMERIC FIELDS COMPARE BY VALUE);   *
      *       - THE CHANNEL OPT-OUT THE DEFINITION HONORS (CONTPREF)  *
      *         AND, WHEN ASKED, A LEGAL HOLD LEAVE THE CUSTOMER OUT; *
      *       - THE DEFINITION'S FIELDS ARE WRITTEN IN ITS ORDER AND  *
      *         FORMAT: FIXED WIDTH, CSV WITH A HEADING ROW, OR ONE   *
      *         JSON OBJECT PER LINE, WITH THE STANDARD HDR/TRL       *
      *         ENVELOPE WHEN THE DEFINITION ASKS FOR IT.             *
      *    -FIELD NAMES, POSITIONS AND PROTECTION COME FROM THE       *
      *     RSSXFDC CATALOG. A DEFINITION SELECTING OR WRITING A      *
      *     PROTECTED FIELD (TAX ID, BIRTH DATE, EMAIL, PHONE) IS     *
      *     REFUSED UNLESS ITS OWNER'S PROFILE IS AN ACTIVE PII       *
      *     VIEWER OR SUPERVISOR; A REFUSED OR UNUSABLE DEFINITION    *
      *     WRITES NO FILE AND ENDS RC 8.                             *
      *    -THE RECORD COUNT GOES TO CTLTOT UNDER THE DEFINITION'S    *
      *     NAME.                                                     *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - EXTRDEF (EXTRACT DEFINITIONS, ODCSFXD)    *
      * INPUT FILE : VSAM - OPRPROF (OPERATOR PROFILES, OPTIONAL)     *
      * INPUT FILE : VSAM - CUSTOMER                                  *
      * INPUT FILE : VSAM - CONTPREF (CONTACT PREFERENCES, OPTIONAL)  *
      * INPUT FILE : VSAM - LEGLHLD (LEGAL HOLDS, OPTIONAL)           *
      * OUTPUT FILE: QSAM - XTRACT (THE EXTRACT, ONE RECORD PER LINE) *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * RETURN CODE: 0 EXTRACT WRITTEN, 8 DEFINITION REFUSED          *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABC19_DEFINITION IS THE NAME OF THE DEFINITION  *
      * TO RUN (REQUIRED).                                            *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * EXTRACT DEFINITIONS, READ BY NAME
           SELECT EXTRDEF-FILE
               ASSIGN       TO EXTRDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS XD-DEF-NAME
               FILE STATUS  IS EXTRDEF-STATUS.

      * OPERATOR PROFILES, FOR THE DEFINITION OWNER'S ROLE
           SELECT OPTIONAL OPRPROF-FILE
               ASSIGN       TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS OP-USERID
               FILE STATUS  IS OPRPROF-STATUS.

           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * CONTACT-PREFERENCE VSAM-KSDS FILE: A CUSTOMER OPTED OUT OF
      * THE CHANNEL THE DEFINITION HONORS IS LEFT OUT
           SELECT OPTIONAL CONTPREF-FILE
               ASSIGN       TO CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

      * LEGAL HOLDS, OPTIONAL: A HELD CUSTOMER IS LEFT OUT WHEN THE
      * DEFINITION HONORS THEM
           SELECT OPTIONAL LEGLHLD-FILE
               ASSIGN       TO LEGLHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS LH-CUSTIDENT
               FILE STATUS  IS LEGLHLD-STATUS.

      * THE EXTRACT, ONE RECORD PER LINE WHATEVER ITS FORMAT
           SELECT XTRACT-FILE
               ASSIGN       TO XTRACT
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS XTRACT-STATUS.

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
       FD   EXTRDEF-FILE.
       COPY ODCSFXD.

       FD   OPRPROF-FILE.
       COPY ODCSFOP.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   CONTPREF-FILE.
       COPY ODCSFCP.

       FD   LEGLHLD-FILE.
       COPY ODCSFLH.

       FD   XTRACT-FILE
            RECORD CONTAINS 1200 CHARACTERS.
       01  XTRACT-RECORD           PIC X(1200).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  EXTRDEF-STATUS.
           05  EXTRDEF-STAT1       PIC X.
           05  EXTRDEF-STAT2       PIC X.
       01  OPRPROF-STATUS.
           05  OPRPROF-STAT1       PIC X.
           05  OPRPROF-STAT2       PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1      PIC X.
           05  CONTPREF-STAT2      PIC X.
       01  LEGLHLD-STATUS.
           05  LEGLHLD-STAT1       PIC X.
           05  LEGLHLD-STAT2       PIC X.
       01  XTRACT-STATUS.
           05  XTRACT-STAT1        PIC X.
           05  XTRACT-STAT2        PIC X.
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

       01  WS-CUST-EOF-SWITCH      PIC X       VALUE 'N'.
           88  CUST-EOF            VALUE 'Y'.
       01  WS-SELECT-SWITCH        PIC X       VALUE 'N'.
           88  CUSTOMER-SELECTED   VALUE 'Y'.
       01  WS-PROTECTED-SWITCH     PIC X       VALUE 'N'.
           88  PROTECTED-REQUESTED VALUE 'Y'.

      * RUNTIME PARAMETERS, SET FROM THE ENVIRONMENT
       01  WS-ENV-VALUE            PIC X(20)  VALUE SPACES.
       01  WS-DEF-NAME             PIC X(008) VALUE SPACES.
       01  WS-REFUSAL              PIC X(060) VALUE SPACES.

      * THE DEFINITION RESOLVED AGAINST THE FIELD CATALOG
       COPY RSSXFDC.
       01  WS-COND-TABLE.
           05  WS-COND-COUNT       PIC S9(4) COMP VALUE +0.
           05  WS-COND-ENTRY       OCCURS 5.
               10  WS-COND-CAT     PIC S9(4) COMP.
               10  WS-COND-OPER    PIC X(002).
               10  WS-COND-TEXT    PIC X(040).
               10  WS-COND-NUM     PIC S9(11)V99.
       01  WS-OUT-TABLE.
           05  WS-OUT-COUNT        PIC S9(4) COMP VALUE +0.
           05  WS-OUT-CAT          PIC S9(4) COMP OCCURS 12.
       01  WS-COND-IX              PIC S9(4) COMP VALUE +0.
       01  WS-OUT-IX               PIC S9(4) COMP VALUE +0.
       01  WS-CAT-IX               PIC S9(4) COMP VALUE +0.
       01  WS-FIND-NAME            PIC X(014) VALUE SPACES.
       01  WS-FOUND-CAT            PIC S9(4) COMP VALUE +0.

      * ONE FIELD OF THE CUSTOMER BEING LOOKED AT
       01  WS-FLD-TEXT             PIC X(040) VALUE SPACES.
       01  WS-FLD-LEN              PIC S9(4) COMP VALUE +0.
       01  WS-FLD-NUM              PIC S9(11)V99 VALUE 0.
       01  WS-FLD-AMT-EDIT         PIC -(10)9.99.
       01  WS-CMP-RESULT           PIC S9(1)   VALUE 0.
       01  WS-TRAIL-SPACES         PIC S9(4) COMP VALUE +0.

      * THE OUTPUT LINE, BUILT FIELD BY FIELD
       01  WS-OUT-LINE             PIC X(1200) VALUE SPACES.
       01  WS-OUT-PTR              PIC S9(4) COMP VALUE +1.
       01  WS-NAME-LOWER           PIC X(014) VALUE SPACES.
       01  WS-NAME-LEN             PIC S9(4) COMP VALUE +0.
       01  WS-ESC-WORK.
           05  WS-ESC-TEXT         PIC X(082) VALUE SPACES.
           05  WS-ESC-LEN          PIC S9(4) COMP VALUE +0.
           05  WS-ESC-IX           PIC S9(4) COMP VALUE +0.
           05  WS-ESC-CHAR         PIC X      VALUE SPACE.
           05  WS-ESC-QUOTE        PIC X      VALUE 'N'.
               88  CSV-NEEDS-QUOTES VALUE 'Y'.

      * EXTRACT ENVELOPE ACCUMULATORS AND RECORDS
       01  WS-ENV-COUNT            PIC 9(009)  VALUE 0.
       01  WS-ENV-HASH             PIC 9(015)  VALUE 0.
       COPY ENVRECS.

      * RUN STATISTICS
       01  WS-READ-COUNT           PIC 9(009) COMP VALUE 0.
       01  WS-WRITTEN-COUNT        PIC 9(009) COMP VALUE 0.
       01  WS-OPTOUT-COUNT         PIC 9(009) COMP VALUE 0.
       01  WS-HOLD-COUNT           PIC 9(009) COMP VALUE 0.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC19' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           PERFORM GET-RUNTIME-PARAMETERS.

      * ------------------------------------------------------------- *
      * THE DEFINITION, CHECKED BEFORE ANY CUSTOMER IS READ...
           DISPLAY "OPENING FILES..."
           PERFORM EXTRDEF-OPEN.
           PERFORM OPRPROF-OPEN.
           PERFORM LOAD-DEFINITION.
           IF  WS-REFUSAL = SPACES
           AND PROTECTED-REQUESTED
               PERFORM CHECK-OWNER-PII-ROLE
           END-IF.
           PERFORM EXTRDEF-CLOSE.
           PERFORM OPRPROF-CLOSE.

      * ------------------------------------------------------------- *
      * CUSTOMER FILE'S SWEEPING...
           IF  WS-REFUSAL = SPACES
               PERFORM VKSDCUST-OPEN
               PERFORM CONTPREF-OPEN
               PERFORM LEGLHLD-OPEN
               PERFORM XTRACT-OPEN
               IF  XD-ENVELOPE = 'Y'
                   PERFORM WRITE-XTRACT-ENV-HEADER
               END-IF
               IF  XD-FORMAT = 'C'
                   PERFORM WRITE-CSV-HEADING
               END-IF
               DISPLAY "EXTRACTING CUSTOMERS..."
               PERFORM VKSDCUST-GET
               PERFORM UNTIL CUST-EOF
                  ADD 1 TO WS-READ-COUNT
                  PERFORM SELECT-ONE-CUSTOMER
                  IF  CUSTOMER-SELECTED
                      PERFORM WRITE-EXTRACT-LINE
                  END-IF
                  PERFORM VKSDCUST-GET
               END-PERFORM
               IF  XD-ENVELOPE = 'Y'
                   PERFORM WRITE-XTRACT-ENV-TRAILER
               END-IF
               DISPLAY "CLOSING FILES..."
               PERFORM VKSDCUST-CLOSE
               PERFORM CONTPREF-CLOSE
               PERFORM LEGLHLD-CLOSE
               PERFORM XTRACT-CLOSE
           ELSE
               DISPLAY 'RSSABC19: EXTRACT ' WS-DEF-NAME ' REFUSED - '
                       WS-REFUSAL
               ADD 8 TO ZERO GIVING RETURN-CODE
           END-IF.

           PERFORM CTLTOT-OPEN.
           MOVE 'RSSABC19' TO CTLTOT-PROGRAM
           MOVE SPACES TO CTLTOT-LABEL
           STRING 'EXTRACT '  DELIMITED BY SIZE
                  WS-DEF-NAME DELIMITED BY SIZE
             INTO CTLTOT-LABEL
           END-STRING
           MOVE WS-WRITTEN-COUNT TO CTLTOT-COUNT
           PERFORM CTLTOT-WRITE.
           PERFORM CTLTOT-CLOSE.

           DISPLAY 'RSSABC19: ' WS-DEF-NAME ' - '
                   WS-READ-COUNT ' READ, '
                   WS-WRITTEN-COUNT ' EXTRACTED, '
                   WS-OPTOUT-COUNT ' OPTED OUT, '
                   WS-HOLD-COUNT ' ON LEGAL HOLD'
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC19' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-WRITTEN-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S BACK.
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           DISPLAY 'RSSABC19_DEFINITION' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           MOVE WS-ENV-VALUE TO WS-DEF-NAME
           IF  WS-DEF-NAME = SPACES
               MOVE 'RSSABC19: DEFINITION NAME IS REQUIRED'
                 TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           DISPLAY 'RSSABC19: DEFINITION..' WS-DEF-NAME
           EXIT.

      *---------------------------------------------------------------*
      * READ THE DEFINITION AND RESOLVE EVERY CONDITION AND OUTPUT    *
      * FIELD AGAINST THE CATALOG. THE FIRST THING WRONG WITH IT IS   *
      * KEPT IN WS-REFUSAL AND NOTHING IS EXTRACTED.                  *
      *---------------------------------------------------------------*
       LOAD-DEFINITION.
           MOVE WS-DEF-NAME TO XD-DEF-NAME
           PERFORM EXTRDEF-READ
           IF  EXTRDEF-STATUS NOT = '00'
               MOVE 'DEFINITION NOT ON FILE' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'RSSABC19: ' XD-DESCRIPTION
           DISPLAY 'RSSABC19: OWNER.......' XD-OWNER
           IF  XD-FORMAT NOT = 'F' AND NOT = 'C' AND NOT = 'J'
               MOVE 'FORMAT MUST BE F, C OR J' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-COND-IX FROM 1 BY 1
                   UNTIL WS-COND-IX > 5
                      OR WS-REFUSAL NOT = SPACES
              IF  XD-COND-FIELD (WS-COND-IX) NOT = SPACES
                  PERFORM LOAD-ONE-CONDITION
              END-IF
           END-PERFORM
           IF  WS-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-OUT-IX FROM 1 BY 1
                   UNTIL WS-OUT-IX > 12
                      OR WS-REFUSAL NOT = SPACES
              IF  XD-FIELD (WS-OUT-IX) NOT = SPACES
                  MOVE XD-FIELD (WS-OUT-IX) TO WS-FIND-NAME
                  PERFORM FIND-CATALOG-FIELD
                  IF  WS-FOUND-CAT = 0
                      STRING 'UNKNOWN OUTPUT FIELD ' DELIMITED BY SIZE
                             WS-FIND-NAME            DELIMITED BY SIZE
                        INTO WS-REFUSAL
                      END-STRING
                  ELSE
                      ADD 1 TO WS-OUT-COUNT
                      MOVE WS-FOUND-CAT TO WS-OUT-CAT (WS-OUT-COUNT)
                  END-IF
              END-IF
           END-PERFORM
           IF  WS-REFUSAL = SPACES
           AND WS-OUT-COUNT = 0
               MOVE 'NO OUTPUT FIELDS' TO WS-REFUSAL
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE CONDITION: A KNOWN FIELD, A KNOWN OPERATOR AND, FOR A     *
      * NUMERIC FIELD, A NUMERIC VALUE.                               *
      *---------------------------------------------------------------*
       LOAD-ONE-CONDITION.
           MOVE XD-COND-FIELD (WS-COND-IX) TO WS-FIND-NAME
           PERFORM FIND-CATALOG-FIELD
           IF  WS-FOUND-CAT = 0
               STRING 'UNKNOWN CONDITION FIELD ' DELIMITED BY SIZE
                      WS-FIND-NAME               DELIMITED BY SIZE
                 INTO WS-REFUSAL
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF  XD-COND-OPER (WS-COND-IX) NOT = 'EQ' AND NOT = 'NE'
           AND NOT = 'GT' AND NOT = 'GE' AND NOT = 'LT' AND NOT = 'LE'
               STRING 'BAD OPERATOR ON CONDITION FIELD '
                                                 DELIMITED BY SIZE
                      WS-FIND-NAME               DELIMITED BY SIZE
                 INTO WS-REFUSAL
               END-STRING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COND-COUNT
           MOVE WS-FOUND-CAT TO WS-COND-CAT (WS-COND-COUNT)
           MOVE XD-COND-OPER (WS-COND-IX)
             TO WS-COND-OPER (WS-COND-COUNT)
           MOVE XD-COND-VALUE (WS-COND-IX)
             TO WS-COND-TEXT (WS-COND-COUNT)
           MOVE 0 TO WS-COND-NUM (WS-COND-COUNT)
           IF  XF-TYPE (WS-FOUND-CAT) = 'N'
               IF  FUNCTION TEST-NUMVAL (XD-COND-VALUE (WS-COND-IX))
                   NOT = 0
                   STRING 'NON-NUMERIC VALUE FOR '  DELIMITED BY SIZE
                          WS-FIND-NAME              DELIMITED BY SIZE
                     INTO WS-REFUSAL
                   END-STRING
               ELSE
                   COMPUTE WS-COND-NUM (WS-COND-COUNT) =
                       FUNCTION NUMVAL (XD-COND-VALUE (WS-COND-IX))
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * CATALOG ENTRY OF WS-FIND-NAME (0: NOT IN THE CATALOG). A      *
      * PROTECTED FIELD USED ANYWHERE IN THE DEFINITION IS NOTED.     *
      *---------------------------------------------------------------*
       FIND-CATALOG-FIELD.
           MOVE 0 TO WS-FOUND-CAT
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > XF-FIELD-COUNT
                      OR WS-FOUND-CAT > 0
              IF  XF-NAME (WS-CAT-IX) = WS-FIND-NAME
                  MOVE WS-CAT-IX TO WS-FOUND-CAT
                  IF  XF-PROTECTED (WS-CAT-IX) = 'Y'
                      MOVE 'Y' TO WS-PROTECTED-SWITCH
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * PROTECTED FIELDS ONLY FOR AN OWNER WHOSE PROFILE IS AN ACTIVE *
      * PII VIEWER OR SUPERVISOR, AS ON THE CUSTOMER DETAIL SCREEN.   *
      *---------------------------------------------------------------*
       CHECK-OWNER-PII-ROLE.
           MOVE XD-OWNER TO OP-USERID
           PERFORM OPRPROF-READ
           IF  OPRPROF-STATUS NOT = '00'
           OR  (OP-ROLE NOT = 'P' AND NOT = 'S')
           OR  OP-ACTIVE NOT = 'Y'
               MOVE 'PROTECTED FIELD - OWNER LACKS THE PII ROLE'
                 TO WS-REFUSAL
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * EVERY CONDITION MUST HOLD; THEN THE HONORED OPT-OUT AND THE   *
      * LEGAL HOLD MAY STILL LEAVE THE CUSTOMER OUT.                  *
      *---------------------------------------------------------------*
       SELECT-ONE-CUSTOMER.
           MOVE 'Y' TO WS-SELECT-SWITCH
           PERFORM VARYING WS-COND-IX FROM 1 BY 1
                   UNTIL WS-COND-IX > WS-COND-COUNT
                      OR NOT CUSTOMER-SELECTED
              PERFORM TEST-ONE-CONDITION
           END-PERFORM
           IF  NOT CUSTOMER-SELECTED
               EXIT PARAGRAPH
           END-IF

           IF  XD-OPTOUT NOT = SPACES
               PERFORM CHECK-CHANNEL-OPTOUT
               IF  NOT CUSTOMER-SELECTED
                   ADD 1 TO WS-OPTOUT-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF  XD-LEGAL-HOLD = 'Y'
               MOVE VS-CUSTIDENT TO LH-CUSTIDENT
               READ LEGLHLD-FILE
               IF  LEGLHLD-STATUS = '00'
                   MOVE 'N' TO WS-SELECT-SWITCH
                   ADD 1 TO WS-HOLD-COUNT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       TEST-ONE-CONDITION.
           MOVE WS-COND-CAT (WS-COND-IX) TO WS-CAT-IX
           PERFORM GET-FIELD-VALUE
           IF  XF-TYPE (WS-CAT-IX) = 'N'
               EVALUATE TRUE
                  WHEN WS-FLD-NUM < WS-COND-NUM (WS-COND-IX)
                       MOVE -1 TO WS-CMP-RESULT
                  WHEN WS-FLD-NUM > WS-COND-NUM (WS-COND-IX)
                       MOVE 1  TO WS-CMP-RESULT
                  WHEN OTHER
                       MOVE 0  TO WS-CMP-RESULT
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                  WHEN WS-FLD-TEXT < WS-COND-TEXT (WS-COND-IX)
                       MOVE -1 TO WS-CMP-RESULT
                  WHEN WS-FLD-TEXT > WS-COND-TEXT (WS-COND-IX)
                       MOVE 1  TO WS-CMP-RESULT
                  WHEN OTHER
                       MOVE 0  TO WS-CMP-RESULT
               END-EVALUATE
           END-IF
           EVALUATE WS-COND-OPER (WS-COND-IX)
              WHEN 'EQ'
                   IF  WS-CMP-RESULT NOT = 0
                       MOVE 'N' TO WS-SELECT-SWITCH
                   END-IF
              WHEN 'NE'
                   IF  WS-CMP-RESULT = 0
                       MOVE 'N' TO WS-SELECT-SWITCH
                   END-IF
              WHEN 'GT'
                   IF  WS-CMP-RESULT NOT > 0
                       MOVE 'N' TO WS-SELECT-SWITCH
                   END-IF
              WHEN 'GE'
                   IF  WS-CMP-RESULT < 0
                       MOVE 'N' TO WS-SELECT-SWITCH
                   END-IF
              WHEN 'LT'
                   IF  WS-CMP-RESULT NOT < 0
                       MOVE 'N' TO WS-SELECT-SWITCH
                   END-IF
              WHEN 'LE'
                   IF  WS-CMP-RESULT > 0
                       MOVE 'N' TO WS-SELECT-SWITCH
                   END-IF
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * THE CHANNEL THE DEFINITION HONORS: MAIL, EMAIL (AN EMAIL      *
      * FLAGGED UNDELIVERABLE COUNTS AS OPTED OUT) OR PHONE (THE      *
      * DO-NOT-CALL REGISTRY COUNTS AS OPTED OUT).                    *
      *---------------------------------------------------------------*
       CHECK-CHANNEL-OPTOUT.
           IF  XD-OPTOUT = 'E'
           AND VS-EMAIL-UNDELIV = 'U'
               MOVE 'N' TO WS-SELECT-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE VS-CUSTIDENT TO CP-CUSTIDENT
           READ CONTPREF-FILE
           IF  CONTPREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           EVALUATE XD-OPTOUT
              WHEN 'M'
                   IF  CP-MAIL-OPTOUT = 'Y'
                       MOVE 'N' TO WS-SELECT-SWITCH
                   END-IF
              WHEN 'E'
                   IF  CP-EMAIL-OPTOUT = 'Y'
                       MOVE 'N' TO WS-SELECT-SWITCH
                   END-IF
              WHEN 'P'
                   IF  CP-PHONE-OPTOUT = 'Y'
                   OR  CP-DNC-OPTOUT = 'Y'
                       MOVE 'N' TO WS-SELECT-SWITCH
                   END-IF
           END-EVALUATE
           EXIT.

      *---------------------------------------------------------------*
      * CATALOG FIELD WS-CAT-IX OF THE CURRENT CUSTOMER: ITS TEXT AS  *
      * STORED IN WS-FLD-TEXT AND, FOR A NUMERIC FIELD, ITS VALUE IN  *
      * WS-FLD-NUM.                                                   *
      *---------------------------------------------------------------*
       GET-FIELD-VALUE.
           MOVE SPACES TO WS-FLD-TEXT
           MOVE XF-LENGTH (WS-CAT-IX) TO WS-FLD-LEN
           MOVE VS-ODCSF0-RECORD (XF-POSITION (WS-CAT-IX):WS-FLD-LEN)
             TO WS-FLD-TEXT
           MOVE 0 TO WS-FLD-NUM
           IF  XF-TYPE (WS-CAT-IX) = 'N'
           AND WS-FLD-TEXT (1:WS-FLD-LEN) IS NUMERIC
               COMPUTE WS-FLD-NUM =
                   FUNCTION NUMVAL (WS-FLD-TEXT (1:WS-FLD-LEN))
                   / (10 ** XF-DECIMALS (WS-CAT-IX))
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE SELECTED CUSTOMER IN THE DEFINITION'S FORMAT.             *
      *---------------------------------------------------------------*
       WRITE-EXTRACT-LINE.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1      TO WS-OUT-PTR
           IF  XD-FORMAT = 'J'
               STRING '{' DELIMITED BY SIZE
                 INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           PERFORM VARYING WS-OUT-IX FROM 1 BY 1
                   UNTIL WS-OUT-IX > WS-OUT-COUNT
              MOVE WS-OUT-CAT (WS-OUT-IX) TO WS-CAT-IX
              PERFORM GET-FIELD-VALUE
              EVALUATE XD-FORMAT
                 WHEN 'F'
                      STRING WS-FLD-TEXT (1:WS-FLD-LEN)
                                                 DELIMITED BY SIZE
                        INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                      END-STRING
                 WHEN 'C'
                      PERFORM ADD-CSV-VALUE
                 WHEN 'J'
                      PERFORM ADD-JSON-VALUE
              END-EVALUATE
           END-PERFORM
           IF  XD-FORMAT = 'J'
               STRING '}' DELIMITED BY SIZE
                 INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           MOVE WS-OUT-LINE TO XTRACT-RECORD
           PERFORM XTRACT-WRITE
           ADD 1            TO WS-WRITTEN-COUNT
           ADD 1            TO WS-ENV-COUNT
           ADD VS-CUSTIDENT TO WS-ENV-HASH
           EXIT.

      *---------------------------------------------------------------*
      * FOR CSV AND JSON THE VALUE IS WRITTEN WITHOUT ITS TRAILING    *
      * SPACES, AND AN AMOUNT WITH ITS DECIMAL POINT.                 *
      *---------------------------------------------------------------*
       TRIM-FIELD-VALUE.
           IF  XF-DECIMALS (WS-CAT-IX) > 0
               MOVE WS-FLD-NUM TO WS-FLD-AMT-EDIT
               MOVE FUNCTION TRIM (WS-FLD-AMT-EDIT) TO WS-FLD-TEXT
           END-IF
           MOVE 0 TO WS-TRAIL-SPACES
           INSPECT FUNCTION REVERSE (WS-FLD-TEXT)
                   TALLYING WS-TRAIL-SPACES FOR LEADING SPACES
           COMPUTE WS-FLD-LEN = LENGTH OF WS-FLD-TEXT - WS-TRAIL-SPACES
           EXIT.

      *---------------------------------------------------------------*
      * A CSV VALUE HOLDING A COMMA OR A QUOTE IS QUOTED, ITS QUOTES  *
      * DOUBLED.                                                      *
      *---------------------------------------------------------------*
       ADD-CSV-VALUE.
           PERFORM TRIM-FIELD-VALUE
           IF  WS-OUT-IX > 1
               STRING ',' DELIMITED BY SIZE
                 INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           IF  WS-FLD-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ESC-QUOTE
           MOVE 0   TO WS-ESC-LEN
           MOVE SPACES TO WS-ESC-TEXT
           PERFORM VARYING WS-ESC-IX FROM 1 BY 1
                   UNTIL WS-ESC-IX > WS-FLD-LEN
              MOVE WS-FLD-TEXT (WS-ESC-IX:1) TO WS-ESC-CHAR
              IF  WS-ESC-CHAR = ','
                  MOVE 'Y' TO WS-ESC-QUOTE
              END-IF
              IF  WS-ESC-CHAR = '"'
                  MOVE 'Y' TO WS-ESC-QUOTE
                  ADD 1 TO WS-ESC-LEN
                  MOVE '"' TO WS-ESC-TEXT (WS-ESC-LEN:1)
              END-IF
              ADD 1 TO WS-ESC-LEN
              MOVE WS-ESC-CHAR TO WS-ESC-TEXT (WS-ESC-LEN:1)
           END-PERFORM
           IF  CSV-NEEDS-QUOTES
               STRING '"'                     DELIMITED BY SIZE
                      WS-ESC-TEXT (1:WS-ESC-LEN) DELIMITED BY SIZE
                      '"'                     DELIMITED BY SIZE
                 INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               STRING WS-ESC-TEXT (1:WS-ESC-LEN) DELIMITED BY SIZE
                 INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A JSON MEMBER NAMED AFTER THE CATALOG FIELD IN LOWER CASE,    *
      * ITS VALUE A STRING WITH ANY '"' OR '\' ESCAPED, IN THE        *
      * RSSBBB04 STYLE.                                               *
      *---------------------------------------------------------------*
       ADD-JSON-VALUE.
           PERFORM TRIM-FIELD-VALUE
           MOVE 0      TO WS-ESC-LEN
           MOVE SPACES TO WS-ESC-TEXT
           PERFORM VARYING WS-ESC-IX FROM 1 BY 1
                   UNTIL WS-ESC-IX > WS-FLD-LEN
              MOVE WS-FLD-TEXT (WS-ESC-IX:1) TO WS-ESC-CHAR
              IF  WS-ESC-CHAR = '"' OR WS-ESC-CHAR = '\'
                  ADD 1 TO WS-ESC-LEN
                  MOVE '\' TO WS-ESC-TEXT (WS-ESC-LEN:1)
              END-IF
              ADD 1 TO WS-ESC-LEN
              MOVE WS-ESC-CHAR TO WS-ESC-TEXT (WS-ESC-LEN:1)
           END-PERFORM
           PERFORM GET-LOWER-NAME
           IF  WS-OUT-IX > 1
               STRING ',' DELIMITED BY SIZE
                 INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           STRING '"'                          DELIMITED BY SIZE
                  WS-NAME-LOWER (1:WS-NAME-LEN) DELIMITED BY SIZE
                  '":"'                        DELIMITED BY SIZE
             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           IF  WS-ESC-LEN > 0
               STRING WS-ESC-TEXT (1:WS-ESC-LEN) DELIMITED BY SIZE
                 INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           STRING '"' DELIMITED BY SIZE
             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           EXIT.

      *---------------------------------------------------------------*
       GET-LOWER-NAME.
           MOVE FUNCTION LOWER-CASE (XF-NAME (WS-CAT-IX))
             TO WS-NAME-LOWER
           MOVE 0 TO WS-TRAIL-SPACES
           INSPECT FUNCTION REVERSE (WS-NAME-LOWER)
                   TALLYING WS-TRAIL-SPACES FOR LEADING SPACES
           COMPUTE WS-NAME-LEN =
                   LENGTH OF WS-NAME-LOWER - WS-TRAIL-SPACES
           EXIT.

      *---------------------------------------------------------------*
      * THE CSV HEADING ROW: THE CATALOG NAMES OF THE OUTPUT FIELDS.  *
      * IT IS NOT A DATA RECORD AND IS NOT COUNTED IN THE ENVELOPE.   *
      *---------------------------------------------------------------*
       WRITE-CSV-HEADING.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1      TO WS-OUT-PTR
           PERFORM VARYING WS-OUT-IX FROM 1 BY 1
                   UNTIL WS-OUT-IX > WS-OUT-COUNT
              MOVE WS-OUT-CAT (WS-OUT-IX) TO WS-CAT-IX
              PERFORM GET-LOWER-NAME
              IF  WS-OUT-IX > 1
                  STRING ',' DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                  END-STRING
              END-IF
              STRING WS-NAME-LOWER (1:WS-NAME-LEN) DELIMITED BY SIZE
                INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
              END-STRING
           END-PERFORM
           MOVE WS-OUT-LINE TO XTRACT-RECORD
           PERFORM XTRACT-WRITE
           EXIT.

      *---------------------------------------------------------------*
      * THE STANDARD FILE ENVELOPE AROUND THE EXTRACT: ONE HDR RECORD *
      * AHEAD OF THE DATA, ONE TRL RECORD (COUNT AND CUSTIDENT HASH   *
      * TOTAL) AFTER IT, THE DEFINITION'S NAME AS THE FILE ID.        *
      *---------------------------------------------------------------*
       WRITE-XTRACT-ENV-HEADER.
           MOVE 'HDR'       TO EH-RECTYPE
           MOVE XD-DEF-NAME TO EH-FILE-ID
           ACCEPT EH-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT EH-CREATE-TIME FROM TIME
           MOVE SPACES TO EH-FILLER
           MOVE SPACES TO XTRACT-RECORD
           MOVE ENV-HEADER-RECORD TO XTRACT-RECORD
           PERFORM XTRACT-WRITE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-XTRACT-ENV-TRAILER.
           MOVE 'TRL'       TO ET-RECTYPE
           MOVE XD-DEF-NAME TO ET-FILE-ID
           MOVE WS-ENV-COUNT TO ET-REC-COUNT
           MOVE WS-ENV-HASH  TO ET-HASH-TOTAL
           MOVE SPACES TO ET-FILLER
           MOVE SPACES TO XTRACT-RECORD
           MOVE ENV-TRAILER-RECORD TO XTRACT-RECORD
           PERFORM XTRACT-WRITE
           EXIT.

      *---------------------------------------------------------------*
       EXTRDEF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT EXTRDEF-FILE
           IF  EXTRDEF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC19: EXTRDEF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE EXTRDEF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       EXTRDEF-READ.
           READ EXTRDEF-FILE
           IF  EXTRDEF-STATUS = '00'
           OR  EXTRDEF-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC19: EXTRDEF-FAILURE-READ...'
                 TO DISP-MSG
               MOVE EXTRDEF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       EXTRDEF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE EXTRDEF-FILE
           IF  EXTRDEF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC19: EXTRDEF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE EXTRDEF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OPRPROF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT OPRPROF-FILE
           IF  OPRPROF-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC19: OPRPROF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OPRPROF-READ.
           READ OPRPROF-FILE
           IF  OPRPROF-STATUS = '00'
           OR  OPRPROF-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC19: OPRPROF-FAILURE-READ...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OPRPROF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE OPRPROF-FILE
           IF  OPRPROF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC19: OPRPROF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
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
               MOVE 'RSSABC19: VKSDCUST-FAILURE-OPEN...'
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
                   MOVE 'RSSABC19: VKSDCUST-FAILURE-GET...'
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
               MOVE 'RSSABC19: VKSDCUST, FAILURE, CLOSE...'
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
               MOVE 'RSSABC19: CONTPREF-FAILURE-OPEN...'
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
               MOVE 'RSSABC19: CONTPREF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LEGLHLD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT LEGLHLD-FILE
           IF  LEGLHLD-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC19: LEGLHLD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE LEGLHLD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       LEGLHLD-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE LEGLHLD-FILE
           IF  LEGLHLD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC19: LEGLHLD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE LEGLHLD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       XTRACT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT XTRACT-FILE
           IF  XTRACT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC19: XTRACT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE XTRACT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       XTRACT-WRITE.
           WRITE XTRACT-RECORD
           IF  XTRACT-STATUS NOT = '00'
               MOVE 'RSSABC19: XTRACT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE XTRACT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       XTRACT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE XTRACT-FILE
           IF  XTRACT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC19: XTRACT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE XTRACT-STATUS TO IO-STATUS
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
               MOVE 'RSSABC19: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABC19: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABC19: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABC19: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABC19: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC19: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
