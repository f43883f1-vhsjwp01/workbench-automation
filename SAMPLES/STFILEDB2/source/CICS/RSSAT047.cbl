       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT047.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            User-defined extract definition maintenance        *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program maintains the extract          *
      *     definitions (EXTRDEF) the extract engine RSSABC19 runs    *
      *     by name over the customer file: up to 5 selection         *
      *     conditions (field, EQ NE GT GE LT LE, value), up to 12    *
      *     output fields in output order, the format (F fixed, C     *
      *     CSV, J JSON lines), the envelope (Y/N), the opt-out       *
      *     channel honored (M mail, E email, P phone, blank none)    *
      *     and whether legal holds are honored (Y/N).                *
      *    -Field names are edited against the RSSXFDC catalog. A     *
      *     definition using a protected field (tax id, birth date,   *
      *     email, phone) is only stored for an owner whose profile   *
      *     is an active PII viewer or supervisor.                    *
      *    -The owner defaults to the signed-on user; only the owner  *
      *     or a supervisor may change a definition, and only a       *
      *     supervisor may give it to another owner. Each change is   *
      *     stamped with the user and date.                           *
      *    -It is reached from the run-parameter maintenance screen   *
      *     (PF23 there). ENTER shows the keyed definition and lists  *
      *     the file from it on, PF12 stores the definition.          *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM47                                      *
      *    Transaction : SA47                                         *
      * ------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  PGM-DEST                    PIC X(08).
           05  RESPONSE-CODE               PIC S9(08) COMP   VALUE +0.
           05  WS-PROF-RESP                PIC S9(08) COMP   VALUE +0.
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.

      *--- Edited copy of the screen's fields
       01  MAJ-XDEF-AREA.
           05  MAJ-DEF-NAME                PIC X(08)  VALUE SPACES.
           05  MAJ-DESCRIPTION             PIC X(30)  VALUE SPACES.
           05  MAJ-OWNER                   PIC X(08)  VALUE SPACES.
           05  MAJ-FORMAT                  PIC X(01)  VALUE SPACES.
           05  MAJ-ENVELOPE                PIC X(01)  VALUE SPACES.
           05  MAJ-OPTOUT                  PIC X(01)  VALUE SPACES.
           05  MAJ-LEGAL-HOLD              PIC X(01)  VALUE SPACES.
           05  MAJ-CONDITIONS.
               10  MAJ-CONDITION           OCCURS 5.
                   15  MAJ-COND-FIELD      PIC X(14).
                   15  MAJ-COND-OPER       PIC X(02).
                   15  MAJ-COND-VALUE      PIC X(20).
           05  MAJ-FIELDS.
               10  MAJ-FIELD               PIC X(14)  OCCURS 12.

      *--- Field-name edits against the catalog
           COPY RSSXFDC.
       01  WS-FIND-NAME            PIC X(14)  VALUE SPACES.
       01  WS-FOUND-CAT            PIC S9(4) COMP VALUE +0.
       01  WS-CAT-IX               PIC S9(4) COMP VALUE +0.
       01  WS-ENTRY-IX             PIC S9(4) COMP VALUE +0.
       01  WS-FIELD-COUNT          PIC S9(4) COMP VALUE +0.
       01  WS-PROTECTED-SWITCH     PIC X(01)  VALUE 'N'.
           88  PROTECTED-USED      VALUE 'Y'.
       01  WS-SUPERVISOR-SWITCH    PIC X(01)  VALUE 'N'.
           88  USER-IS-SUPERVISOR  VALUE 'Y'.

      *--- Definition list browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-XDEF-DISPLAY-LINE    PIC X(60).

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the run-paramet
      -          'er screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-111                                 PIC  X(79)
           VALUE 'E: format must be F (fixed), C (CSV) or J (JSON).'.
       01  MSG-112                                 PIC  X(79)
           VALUE 'E: envelope and legal hold must be Y or N.       '.
       01  MSG-113                                 PIC  X(79)
           VALUE 'E: opt-out must be M (mail), E (email), P (phone) or
      -          'blank.'.
       01  MSG-114                                 PIC  X(79)
           VALUE 'E: field name is not in the customer field catalog.'.
       01  MSG-115                                 PIC  X(79)
           VALUE 'E: condition operator must be EQ, NE, GT, GE, LT or L
      -          'E.'.
       01  MSG-116                                 PIC  X(79)
           VALUE 'E: condition value must be numeric for that field.'.
       01  MSG-117                                 PIC  X(79)
           VALUE 'E: at least one output field is required.        '.
       01  MSG-118                                 PIC  X(79)
           VALUE 'E: a protected field needs an owner with the PII role
      -          '.'.
       01  MSG-119                                 PIC  X(79)
           VALUE 'E: only the owner or a supervisor may change this defi
      -          'nition.'.
       01  MSG-120                                 PIC  X(79)
           VALUE 'E: only a supervisor may name another owner.     '.
       01  MSG-121                                 PIC  X(79)
           VALUE 'I: extract definition stored.                    '.
       01  MSG-122                                 PIC  X(79)
           VALUE 'I: definition not on file yet, PF12 creates it.  '.
       01  MSG-123                                 PIC  X(79)
           VALUE 'I: extract definition displayed.                 '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM47.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Extract definition VSAM file's data layout ---------------
           COPY ODCSFXD.

      * Operator profile VSAM file's data layout -----------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-XDEF-MAINT.

      * This program may only be reached thru the parameter screen...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM47O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM47O
                   MOVE LOW-VALUES TO XD-DEF-NAME
                   PERFORM 1100-LIST-DEFINITIONS
                   PERFORM 1200-SEND-XDEF-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA47')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List 4 definitions from the key set up by the caller.
      * --------------------------------------------------------
       1100-LIST-DEFINITIONS.
           MOVE SPACES TO VPLIN1O VPLIN2O VPLIN3O VPLIN4O.
           MOVE 0          TO WS-LINE-COUNT.
           EXEC CICS STARTBR DATASET ('EXTRDEF')
                             RIDFLD  (XD-DEF-NAME)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 4
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('EXTRDEF')
                                    INTO    (XD-ODCSFXD-RECORD)
                                    LENGTH  (LENGTH OF
                                             XD-ODCSFXD-RECORD)
                                    RIDFLD  (XD-DEF-NAME)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-XDEF-TO-SCREEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('EXTRDEF') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
       MOVE-XDEF-TO-SCREEN.
           MOVE SPACES        TO WS-XDEF-DISPLAY-LINE
           STRING XD-DEF-NAME         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  XD-DESCRIPTION      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  XD-OWNER            DELIMITED BY SIZE
                  ' FMT '             DELIMITED BY SIZE
                  XD-FORMAT           DELIMITED BY SIZE
             INTO WS-XDEF-DISPLAY-LINE
           END-STRING
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-XDEF-DISPLAY-LINE TO VPLIN1O
              WHEN 2  MOVE WS-XDEF-DISPLAY-LINE TO VPLIN2O
              WHEN 3  MOVE WS-XDEF-DISPLAY-LINE TO VPLIN3O
              WHEN 4  MOVE WS-XDEF-DISPLAY-LINE TO VPLIN4O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the definition maintenance screen.
      * --------------------------------------------------------
       1200-SEND-XDEF-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT047' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VPLIN1A   VPLIN2A  VPLIN3A  VPLIN4A
           MOVE 'A' TO VXDNAMEA VXDDESCA VXDOWNRA VXDFMTA VXDENVA
                       VXDOPTA VXDHOLDA VCFLD1A VCFLD2A VCFLD3A
                       VCFLD4A VCFLD5A VCOPR1A VCOPR2A VCOPR3A VCOPR4A
                       VCOPR5A VCVAL1A VCVAL2A VCVAL3A VCVAL4A VCVAL5A
                       VOFLD01A VOFLD02A VOFLD03A VOFLD04A VOFLD05A
                       VOFLD06A VOFLD07A VOFLD08A VOFLD09A VOFLD10A
                       VOFLD11A VOFLD12A
           EXEC CICS SEND MAP('RSSAM47')
                       MAPSET('RSSAM47') FROM(RSSAM47O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! The list runs from the keyed definition on.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM47')
                             MAPSET('RSSAM47')
                             INTO  (RSSAM47I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PARMS
              WHEN DFHENTER
                   PERFORM SHOW-ONE-DEFINITION
                   PERFORM SET-LIST-START
                   PERFORM 1100-LIST-DEFINITIONS
                   PERFORM 1200-SEND-XDEF-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM STORE-DEFINITION
                   END-IF
                   PERFORM SET-LIST-START
                   PERFORM 1100-LIST-DEFINITIONS
                   PERFORM 1200-SEND-XDEF-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM SET-LIST-START
                   PERFORM 1100-LIST-DEFINITIONS
                   PERFORM 1200-SEND-XDEF-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
       SET-LIST-START.
           MOVE LOW-VALUES TO XD-DEF-NAME
           IF  VXDNAMEL > 0
           AND VXDNAMEI NOT = SPACES
               MOVE VXDNAMEI TO XD-DEF-NAME
           END-IF
           .

      * --------------------------------------------------------
       SHOW-ONE-DEFINITION.
           IF  VXDNAMEL = 0
           OR  VXDNAMEI = SPACES
               MOVE MSG-1 TO VMESSO
           ELSE
               MOVE VXDNAMEI TO XD-DEF-NAME
               EXEC CICS READ DATASET('EXTRDEF')
                              INTO(XD-ODCSFXD-RECORD)
                              RIDFLD(XD-DEF-NAME)
                              LENGTH(LENGTH OF XD-ODCSFXD-RECORD)
                              RESP(RESPONSE-CODE)
               END-EXEC
               MOVE VXDNAMEI TO VXDNAMEO
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                  MOVE XD-DESCRIPTION   TO VXDDESCO
                  MOVE XD-OWNER         TO VXDOWNRO
                  MOVE XD-FORMAT        TO VXDFMTO
                  MOVE XD-ENVELOPE      TO VXDENVO
                  MOVE XD-OPTOUT        TO VXDOPTO
                  MOVE XD-LEGAL-HOLD    TO VXDHOLDO
                  MOVE XD-COND-FIELD (1) TO VCFLD1O
                  MOVE XD-COND-OPER (1)  TO VCOPR1O
                  MOVE XD-COND-VALUE (1) TO VCVAL1O
                  MOVE XD-COND-FIELD (2) TO VCFLD2O
                  MOVE XD-COND-OPER (2)  TO VCOPR2O
                  MOVE XD-COND-VALUE (2) TO VCVAL2O
                  MOVE XD-COND-FIELD (3) TO VCFLD3O
                  MOVE XD-COND-OPER (3)  TO VCOPR3O
                  MOVE XD-COND-VALUE (3) TO VCVAL3O
                  MOVE XD-COND-FIELD (4) TO VCFLD4O
                  MOVE XD-COND-OPER (4)  TO VCOPR4O
                  MOVE XD-COND-VALUE (4) TO VCVAL4O
                  MOVE XD-COND-FIELD (5) TO VCFLD5O
                  MOVE XD-COND-OPER (5)  TO VCOPR5O
                  MOVE XD-COND-VALUE (5) TO VCVAL5O
                  MOVE XD-FIELD ( 1)     TO VOFLD01O
                  MOVE XD-FIELD ( 2)     TO VOFLD02O
                  MOVE XD-FIELD ( 3)     TO VOFLD03O
                  MOVE XD-FIELD ( 4)     TO VOFLD04O
                  MOVE XD-FIELD ( 5)     TO VOFLD05O
                  MOVE XD-FIELD ( 6)     TO VOFLD06O
                  MOVE XD-FIELD ( 7)     TO VOFLD07O
                  MOVE XD-FIELD ( 8)     TO VOFLD08O
                  MOVE XD-FIELD ( 9)     TO VOFLD09O
                  MOVE XD-FIELD (10)     TO VOFLD10O
                  MOVE XD-FIELD (11)     TO VOFLD11O
                  MOVE XD-FIELD (12)     TO VOFLD12O
                  MOVE MSG-123 TO VMESSO
               ELSE
                  MOVE MSG-122 TO VMESSO
               END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Edit the keyed definition: its options, every condition
      * ! and output field against the catalog, then who may store
      * ! it.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           MOVE 'N'       TO WS-PROTECTED-SWITCH.
           INITIALIZE MAJ-XDEF-AREA.

           IF  VXDNAMEL = 0
           OR  VXDNAMEI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VXDNAMEI TO MAJ-DEF-NAME
           END-IF.
           IF  VXDDESCI NOT = LOW-VALUES
               MOVE VXDDESCI TO MAJ-DESCRIPTION
           END-IF.
           IF  VXDOWNRI = LOW-VALUES OR SPACES
               MOVE EIBUSERID TO MAJ-OWNER
           ELSE
               MOVE VXDOWNRI  TO MAJ-OWNER
           END-IF.

           IF  VXDFMTI = 'F' OR 'C' OR 'J'
               MOVE VXDFMTI TO MAJ-FORMAT
           ELSE
               MOVE MSG-111 TO VMESSO
               ADD  +1      TO ERR-NBR
           END-IF.

           EVALUATE TRUE
              WHEN VXDENVI = 'Y'
                   MOVE 'Y' TO MAJ-ENVELOPE
              WHEN VXDENVI = 'N' OR SPACES OR LOW-VALUES
                   MOVE 'N' TO MAJ-ENVELOPE
              WHEN OTHER
                   MOVE MSG-112 TO VMESSO
                   ADD  +1      TO ERR-NBR
           END-EVALUATE.
           EVALUATE TRUE
              WHEN VXDHOLDI = 'Y'
                   MOVE 'Y' TO MAJ-LEGAL-HOLD
              WHEN VXDHOLDI = 'N' OR SPACES OR LOW-VALUES
                   MOVE 'N' TO MAJ-LEGAL-HOLD
              WHEN OTHER
                   MOVE MSG-112 TO VMESSO
                   ADD  +1      TO ERR-NBR
           END-EVALUATE.
           EVALUATE TRUE
              WHEN VXDOPTI = 'M' OR 'E' OR 'P'
                   MOVE VXDOPTI TO MAJ-OPTOUT
              WHEN VXDOPTI = SPACES OR LOW-VALUES
                   MOVE SPACES  TO MAJ-OPTOUT
              WHEN OTHER
                   MOVE MSG-113 TO VMESSO
                   ADD  +1      TO ERR-NBR
           END-EVALUATE.

           IF  VCFLD1I NOT = LOW-VALUES
               MOVE VCFLD1I TO MAJ-COND-FIELD (1)
           END-IF
           IF  VCOPR1I NOT = LOW-VALUES
               MOVE VCOPR1I TO MAJ-COND-OPER (1)
           END-IF
           IF  VCVAL1I NOT = LOW-VALUES
               MOVE VCVAL1I TO MAJ-COND-VALUE (1)
           END-IF
           IF  VCFLD2I NOT = LOW-VALUES
               MOVE VCFLD2I TO MAJ-COND-FIELD (2)
           END-IF
           IF  VCOPR2I NOT = LOW-VALUES
               MOVE VCOPR2I TO MAJ-COND-OPER (2)
           END-IF
           IF  VCVAL2I NOT = LOW-VALUES
               MOVE VCVAL2I TO MAJ-COND-VALUE (2)
           END-IF
           IF  VCFLD3I NOT = LOW-VALUES
               MOVE VCFLD3I TO MAJ-COND-FIELD (3)
           END-IF
           IF  VCOPR3I NOT = LOW-VALUES
               MOVE VCOPR3I TO MAJ-COND-OPER (3)
           END-IF
           IF  VCVAL3I NOT = LOW-VALUES
               MOVE VCVAL3I TO MAJ-COND-VALUE (3)
           END-IF
           IF  VCFLD4I NOT = LOW-VALUES
               MOVE VCFLD4I TO MAJ-COND-FIELD (4)
           END-IF
           IF  VCOPR4I NOT = LOW-VALUES
               MOVE VCOPR4I TO MAJ-COND-OPER (4)
           END-IF
           IF  VCVAL4I NOT = LOW-VALUES
               MOVE VCVAL4I TO MAJ-COND-VALUE (4)
           END-IF
           IF  VCFLD5I NOT = LOW-VALUES
               MOVE VCFLD5I TO MAJ-COND-FIELD (5)
           END-IF
           IF  VCOPR5I NOT = LOW-VALUES
               MOVE VCOPR5I TO MAJ-COND-OPER (5)
           END-IF
           IF  VCVAL5I NOT = LOW-VALUES
               MOVE VCVAL5I TO MAJ-COND-VALUE (5)
           END-IF
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX > 5
              PERFORM CTRL-ONE-CONDITION
           END-PERFORM.

           IF  VOFLD01I NOT = LOW-VALUES
               MOVE VOFLD01I TO MAJ-FIELD (1)
           END-IF
           IF  VOFLD02I NOT = LOW-VALUES
               MOVE VOFLD02I TO MAJ-FIELD (2)
           END-IF
           IF  VOFLD03I NOT = LOW-VALUES
               MOVE VOFLD03I TO MAJ-FIELD (3)
           END-IF
           IF  VOFLD04I NOT = LOW-VALUES
               MOVE VOFLD04I TO MAJ-FIELD (4)
           END-IF
           IF  VOFLD05I NOT = LOW-VALUES
               MOVE VOFLD05I TO MAJ-FIELD (5)
           END-IF
           IF  VOFLD06I NOT = LOW-VALUES
               MOVE VOFLD06I TO MAJ-FIELD (6)
           END-IF
           IF  VOFLD07I NOT = LOW-VALUES
               MOVE VOFLD07I TO MAJ-FIELD (7)
           END-IF
           IF  VOFLD08I NOT = LOW-VALUES
               MOVE VOFLD08I TO MAJ-FIELD (8)
           END-IF
           IF  VOFLD09I NOT = LOW-VALUES
               MOVE VOFLD09I TO MAJ-FIELD (9)
           END-IF
           IF  VOFLD10I NOT = LOW-VALUES
               MOVE VOFLD10I TO MAJ-FIELD (10)
           END-IF
           IF  VOFLD11I NOT = LOW-VALUES
               MOVE VOFLD11I TO MAJ-FIELD (11)
           END-IF
           IF  VOFLD12I NOT = LOW-VALUES
               MOVE VOFLD12I TO MAJ-FIELD (12)
           END-IF
           MOVE 0 TO WS-FIELD-COUNT.
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX > 12
              IF  MAJ-FIELD (WS-ENTRY-IX) NOT = SPACES
                  ADD 1 TO WS-FIELD-COUNT
                  MOVE MAJ-FIELD (WS-ENTRY-IX) TO WS-FIND-NAME
                  PERFORM FIND-CATALOG-FIELD
                  IF  WS-FOUND-CAT = 0
                      MOVE MSG-114 TO VMESSO
                      ADD  +1      TO ERR-NBR
                  END-IF
              END-IF
           END-PERFORM.
           IF  WS-FIELD-COUNT = 0
               MOVE MSG-117 TO VMESSO
               ADD  +1      TO ERR-NBR
           END-IF.

           IF ERR-NBR = 0
              PERFORM CHECK-CHANGE-AUTHORITY
           END-IF.

      * --------------------------------------------------------
      * ! An unused condition is all blank; a used one needs a
      * ! catalog field, an operator and, on a numeric field, a
      * ! numeric value.
      * --------------------------------------------------------
       CTRL-ONE-CONDITION.
           IF  MAJ-CONDITION (WS-ENTRY-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE MAJ-COND-FIELD (WS-ENTRY-IX) TO WS-FIND-NAME
           PERFORM FIND-CATALOG-FIELD
           IF  WS-FOUND-CAT = 0
               MOVE MSG-114 TO VMESSO
               ADD  +1      TO ERR-NBR
               EXIT PARAGRAPH
           END-IF
           IF  MAJ-COND-OPER (WS-ENTRY-IX) NOT = 'EQ' AND NOT = 'NE'
           AND NOT = 'GT' AND NOT = 'GE' AND NOT = 'LT' AND NOT = 'LE'
               MOVE MSG-115 TO VMESSO
               ADD  +1      TO ERR-NBR
               EXIT PARAGRAPH
           END-IF
           IF  XF-TYPE (WS-FOUND-CAT) = 'N'
               IF  FUNCTION TEST-NUMVAL (MAJ-COND-VALUE (WS-ENTRY-IX))
                   NOT = 0
                   MOVE MSG-116 TO VMESSO
                   ADD  +1      TO ERR-NBR
               END-IF
           END-IF
           .

      * --------------------------------------------------------
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
           .

      * --------------------------------------------------------
      * ! Only the owner or a supervisor changes a definition,
      * ! only a supervisor names another owner, and a protected
      * ! field needs an owner who is an active PII viewer or
      * ! supervisor.
      * --------------------------------------------------------
       CHECK-CHANGE-AUTHORITY.
           MOVE 'N' TO WS-SUPERVISOR-SWITCH.
           MOVE EIBUSERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RIDFLD(OP-USERID)
                          LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                          RESP(WS-PROF-RESP)
           END-EXEC.
           IF  WS-PROF-RESP = DFHRESP(NORMAL)
           AND OP-ROLE = 'S'
           AND OP-ACTIVE = 'Y'
               MOVE 'Y' TO WS-SUPERVISOR-SWITCH
           END-IF.

           MOVE MAJ-DEF-NAME TO XD-DEF-NAME.
           EXEC CICS READ DATASET('EXTRDEF')
                          INTO(XD-ODCSFXD-RECORD)
                          RIDFLD(XD-DEF-NAME)
                          LENGTH(LENGTH OF XD-ODCSFXD-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           IF  RESPONSE-CODE = DFHRESP(NORMAL)
           AND XD-OWNER NOT = EIBUSERID
           AND NOT USER-IS-SUPERVISOR
               MOVE MSG-119 TO VMESSO
               ADD  +1      TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.
           IF  MAJ-OWNER NOT = EIBUSERID
           AND NOT USER-IS-SUPERVISOR
               MOVE MSG-120 TO VMESSO
               ADD  +1      TO ERR-NBR
               EXIT PARAGRAPH
           END-IF.

           IF  PROTECTED-USED
               MOVE MAJ-OWNER TO OP-USERID
               EXEC CICS READ DATASET('OPRPROF')
                              INTO(OP-ODCSFOP-RECORD)
                              RIDFLD(OP-USERID)
                              LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                              RESP(WS-PROF-RESP)
               END-EXEC
               IF  WS-PROF-RESP NOT = DFHRESP(NORMAL)
               OR  (OP-ROLE NOT = 'P' AND NOT = 'S')
               OR  OP-ACTIVE NOT = 'Y'
                   MOVE MSG-118 TO VMESSO
                   ADD  +1      TO ERR-NBR
               END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Store the definition, stamped with the user and date.
      * --------------------------------------------------------
       STORE-DEFINITION.
           MOVE MAJ-DEF-NAME TO XD-DEF-NAME.
           EXEC CICS READ DATASET('EXTRDEF')
                          INTO(XD-ODCSFXD-RECORD)
                          RIDFLD(XD-DEF-NAME)
                          LENGTH(LENGTH OF XD-ODCSFXD-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM BUILD-XDEF-RECORD
              EXEC CICS REWRITE DATASET('EXTRDEF')
                        FROM(XD-ODCSFXD-RECORD)
                        LENGTH(LENGTH OF XD-ODCSFXD-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              PERFORM BUILD-XDEF-RECORD
              EXEC CICS WRITE DATASET('EXTRDEF')
                        FROM(XD-ODCSFXD-RECORD)
                        RIDFLD(XD-DEF-NAME)
                        LENGTH(LENGTH OF XD-ODCSFXD-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           MOVE MAJ-OWNER TO VXDOWNRO
           MOVE MSG-121 TO VMESSO
           .

      * --------------------------------------------------------
       BUILD-XDEF-RECORD.
           MOVE MAJ-DEF-NAME    TO XD-DEF-NAME.
           MOVE MAJ-DESCRIPTION TO XD-DESCRIPTION.
           MOVE MAJ-OWNER       TO XD-OWNER.
           MOVE MAJ-FORMAT      TO XD-FORMAT.
           MOVE MAJ-ENVELOPE    TO XD-ENVELOPE.
           MOVE MAJ-OPTOUT      TO XD-OPTOUT.
           MOVE MAJ-LEGAL-HOLD  TO XD-LEGAL-HOLD.
           MOVE MAJ-CONDITIONS  TO XD-CONDITIONS.
           MOVE MAJ-FIELDS      TO XD-FIELDS.
           MOVE EIBUSERID       TO XD-UPD-USER.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(XD-UPD-DATE)
           END-EXEC
           MOVE SPACES          TO XD-FILLER.

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM47') MAPSET('RSSAM47') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC
           .

      *- RETURN TO THE RUN-PARAMETER MAINTENANCE SCREEN
       BACK-TO-PARMS.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'PARM'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT008'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *-----------
       NEXT-TASK.
           EXEC CICS XCTL   PROGRAM(PGM-DEST)
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC.

       9999-TERMINATE-PROGRAM.
           EXEC CICS ABEND ABCODE('META') END-EXEC
           .
