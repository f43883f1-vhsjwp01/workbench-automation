       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSAT046.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Report distribution table maintenance              *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This transactional program maintains the report           *
      *     distribution table (RPTDIST) the bursting step splits     *
      *     archived reports by and the report viewer opens them by.  *
      *    -A blank burst value keys the report's definition: the     *
      *     break key type (B branch, S state), where the break       *
      *     field sits on the line (column and length), whether it    *
      *     holds the code itself (V) or an operator user id whose    *
      *     branch it stands for (O), and how often the report is     *
      *     expected (D daily, W weekly on a day 1-7, blank on        *
      *     demand).                                                  *
      *    -Any other burst value keys one segment: the branch or     *
      *     state code, up to 5 recipient operator ids and the        *
      *     delivery (O on line, P also printed). A report's          *
      *     definition must be stored before its segments.            *
      *    -Each change is stamped with the user and date; storing    *
      *     needs the supervisor role.                                *
      *    -It is reached from the run-parameter maintenance screen   *
      *     (PF22 there). ENTER shows the keyed entry and lists the   *
      *     table from the keyed report on, PF12 stores the entry.    *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM46                                      *
      *    Transaction : SA46                                         *
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
       01  MAJ-DIST-AREA.
           05  MAJ-REPORT-NAME             PIC X(08)  VALUE SPACES.
           05  MAJ-BURST-VALUE             PIC X(03)  VALUE SPACES.
           05  MAJ-KEY-TYPE                PIC X(01)  VALUE SPACES.
           05  MAJ-KEY-SOURCE              PIC X(01)  VALUE SPACES.
           05  MAJ-KEY-COL                 PIC 9(03)  VALUE 0.
           05  MAJ-KEY-LEN                 PIC 9(02)  VALUE 0.
           05  MAJ-FREQUENCY               PIC X(01)  VALUE SPACES.
           05  MAJ-WEEKDAY                 PIC 9(01)  VALUE 0.
           05  MAJ-RECIPIENTS.
               10  MAJ-RECIPIENT           PIC X(08)  OCCURS 5.
           05  MAJ-DELIVERY                PIC X(01)  VALUE SPACES.

      *--- Table list browse
       01  WS-LINE-COUNT           PIC S9(4) COMP VALUE +0.
       01  WS-DIST-DISPLAY-LINE    PIC X(60).
       01  WS-KEY-END              PIC 9(04)  VALUE 0.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'This program may only be reached thru the run-paramet
      -          'er screen'.
       01  MSG-ERR-FUNC-KEY                        PIC  X(79)
           VALUE 'E: function key not supported.             '.
       01  MSG-1                                   PIC  X(79)
           VALUE 'E: pease, enter this field (mandatory).      '.
       01  MSG-3                                   PIC  X(79)
           VALUE 'E: data must be numeric.                       '.
       01  MSG-101                                 PIC  X(79)
           VALUE 'E: key type must be B (branch) or S (state).    '.
       01  MSG-102                                 PIC  X(79)
           VALUE 'E: key source must be V (value), or O (operator) by br
      -          'anch.'.
       01  MSG-103                                 PIC  X(79)
           VALUE 'E: break field must fit columns 1-132, length 1-8.'.
       01  MSG-104                                 PIC  X(79)
           VALUE 'E: frequency must be D, W (with a day 1-7) or blank.'.
       01  MSG-105                                 PIC  X(79)
           VALUE 'E: delivery must be O (on line) or P (print).     '.
       01  MSG-106                                 PIC  X(79)
           VALUE 'E: store the report definition (blank value) first.'.
       01  MSG-107                                 PIC  X(79)
           VALUE 'E: distribution changes require the supervisor role.'.
       01  MSG-108                                 PIC  X(79)
           VALUE 'I: distribution entry stored.                     '.
       01  MSG-109                                 PIC  X(79)
           VALUE 'I: entry not on the table yet, PF12 creates it.   '.
       01  MSG-110                                 PIC  X(79)
           VALUE 'I: distribution entry displayed.                  '.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
           COPY  RSSAM46.

      * Communication area's description ---------------------
       01  FILLER              PIC X(16)  VALUE 'Commarea  --->>>'.
           COPY  KUTSS001.

      * Report distribution VSAM file's data layout --------------
           COPY ODCSFRB.

      * Operator profile VSAM file's data layout -----------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(50).

       PROCEDURE DIVISION.
       0000-PROCESS-DIST-MAINT.

      * This program may only be reached thru the parameter screen...
           IF EIBCALEN = 0 THEN
              MOVE LOW-VALUE TO RSSAM46O
              MOVE  MSG-ERR-ENTRY TO VMESSO
              PERFORM SEND-MSG-END
           ELSE
              MOVE DFHCOMMAREA TO COMM-RECORD
           END-IF.

      * Evaluate process : check function
           EVALUATE COMM-FONC
              WHEN 'SEND'
                   MOVE LOW-VALUE TO RSSAM46O
                   MOVE LOW-VALUES TO RB-DIST-KEY
                   PERFORM 1100-LIST-DISTRIBUTION
                   PERFORM 1200-SEND-DIST-SCREEN
              WHEN 'RECEIVE'
                   PERFORM 1300-PROCESS-SCREEN-INPUT
              WHEN OTHER
      * Should never happen...
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE

      * Display screen...
           MOVE 'RECEIVE'    TO  COMM-FONC
           EXEC CICS RETURN TRANSID('SA46')
                            COMMAREA(COMM-RECORD)
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
      * ! List 8 table entries from the key set up by the caller.
      * --------------------------------------------------------
       1100-LIST-DISTRIBUTION.
           MOVE SPACES TO VPLIN1O VPLIN2O VPLIN3O VPLIN4O
                          VPLIN5O VPLIN6O VPLIN7O VPLIN8O.
           MOVE 0          TO WS-LINE-COUNT.
           EXEC CICS STARTBR DATASET ('RPTDIST')
                             RIDFLD  (RB-DIST-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-LINE-COUNT >= 8
                      OR RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('RPTDIST')
                                    INTO    (RB-ODCSFRB-RECORD)
                                    LENGTH  (LENGTH OF
                                             RB-ODCSFRB-RECORD)
                                    RIDFLD  (RB-DIST-KEY)
                                    RESP    (RESPONSE-CODE)
                 END-EXEC
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM MOVE-DIST-TO-SCREEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('RPTDIST') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Build one entry's display line - a definition's break
      * ! field and frequency, a segment's recipients and
      * ! delivery - and move it to the next free VPLINnO field.
      * --------------------------------------------------------
       MOVE-DIST-TO-SCREEN.
           MOVE SPACES        TO WS-DIST-DISPLAY-LINE
           IF RB-BURST-VALUE = SPACES
              STRING RB-REPORT-NAME      DELIMITED BY SIZE
                     ' *** TYPE '        DELIMITED BY SIZE
                     RB-KEY-TYPE         DELIMITED BY SIZE
                     ' SRC '             DELIMITED BY SIZE
                     RB-KEY-SOURCE       DELIMITED BY SIZE
                     ' COL '             DELIMITED BY SIZE
                     RB-KEY-COL          DELIMITED BY SIZE
                     ' LEN '             DELIMITED BY SIZE
                     RB-KEY-LEN          DELIMITED BY SIZE
                     ' FREQ '            DELIMITED BY SIZE
                     RB-FREQUENCY        DELIMITED BY SIZE
                     RB-WEEKDAY          DELIMITED BY SIZE
                     ' BURST '           DELIMITED BY SIZE
                     RB-LAST-BURST       DELIMITED BY SIZE
                INTO WS-DIST-DISPLAY-LINE
              END-STRING
           ELSE
              STRING RB-REPORT-NAME      DELIMITED BY SIZE
                     ' '                 DELIMITED BY SIZE
                     RB-BURST-VALUE      DELIMITED BY SIZE
                     ' '                 DELIMITED BY SIZE
                     RB-DELIVERY         DELIMITED BY SIZE
                     ' '                 DELIMITED BY SIZE
                     RB-RECIPIENT (1)    DELIMITED BY SIZE
                     ' '                 DELIMITED BY SIZE
                     RB-RECIPIENT (2)    DELIMITED BY SIZE
                     ' '                 DELIMITED BY SIZE
                     RB-RECIPIENT (3)    DELIMITED BY SIZE
                     ' '                 DELIMITED BY SIZE
                     RB-RECIPIENT (4)    DELIMITED BY SIZE
                     ' '                 DELIMITED BY SIZE
                     RB-RECIPIENT (5)    DELIMITED BY SIZE
                INTO WS-DIST-DISPLAY-LINE
              END-STRING
           END-IF
           EVALUATE WS-LINE-COUNT
              WHEN 1  MOVE WS-DIST-DISPLAY-LINE TO VPLIN1O
              WHEN 2  MOVE WS-DIST-DISPLAY-LINE TO VPLIN2O
              WHEN 3  MOVE WS-DIST-DISPLAY-LINE TO VPLIN3O
              WHEN 4  MOVE WS-DIST-DISPLAY-LINE TO VPLIN4O
              WHEN 5  MOVE WS-DIST-DISPLAY-LINE TO VPLIN5O
              WHEN 6  MOVE WS-DIST-DISPLAY-LINE TO VPLIN6O
              WHEN 7  MOVE WS-DIST-DISPLAY-LINE TO VPLIN7O
              WHEN 8  MOVE WS-DIST-DISPLAY-LINE TO VPLIN8O
           END-EVALUATE
           .

      * --------------------------------------------------------
      * ! Finish and send the table maintenance screen.
      * --------------------------------------------------------
       1200-SEND-DIST-SCREEN.
           MOVE EIBTRNID   TO VTRANSO
           MOVE 'RSSAT046' TO VPGMSCRO
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           DDMMYY(WS-DATE8)
                           DATESEP('-')
           END-EXEC
           MOVE WS-DATE8 TO VDATEO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VPLIN1A   VPLIN2A  VPLIN3A  VPLIN4A
                       VPLIN5A   VPLIN6A  VPLIN7A  VPLIN8A
           MOVE 'A' TO VRBREPTA  VRBVALA  VRBKTYPA VRBKSRCA
                       VRBKCOLA  VRBKLENA VRBFREQA VRBWDAYA
                       VRBRCP1A  VRBRCP2A VRBRCP3A VRBRCP4A
                       VRBRCP5A  VRBDELVA
           EXEC CICS SEND MAP('RSSAM46')
                       MAPSET('RSSAM46') FROM(RSSAM46O)
                       CURSOR ERASE
           END-EXEC
           .

      * --------------------------------------------------------
      * ! Receive the user's input and act on the PF key pressed.
      * ! The list runs from the keyed report on.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                            MAPFAIL
           END-EXEC.
           EXEC CICS RECEIVE MAP   ('RSSAM46')
                             MAPSET('RSSAM46')
                             INTO  (RSSAM46I)
           END-EXEC.

           EVALUATE EIBAID
              WHEN DFHPF3
                   PERFORM BACK-TO-PARMS
              WHEN DFHENTER
                   PERFORM SHOW-ONE-ENTRY
                   PERFORM SET-LIST-START
                   PERFORM 1100-LIST-DISTRIBUTION
                   PERFORM 1200-SEND-DIST-SCREEN
              WHEN DFHPF12
                   PERFORM CTRL-INPUT-DATA
                   IF ERR-NBR = 0
                      PERFORM STORE-ENTRY
                   END-IF
                   PERFORM SET-LIST-START
                   PERFORM 1100-LIST-DISTRIBUTION
                   PERFORM 1200-SEND-DIST-SCREEN
              WHEN OTHER
                   MOVE MSG-ERR-FUNC-KEY TO VMESSO
                   PERFORM SET-LIST-START
                   PERFORM 1100-LIST-DISTRIBUTION
                   PERFORM 1200-SEND-DIST-SCREEN
           END-EVALUATE
           .

      * --------------------------------------------------------
       SET-LIST-START.
           MOVE LOW-VALUES TO RB-DIST-KEY
           IF  VRBREPTL > 0
           AND VRBREPTI NOT = SPACES
               MOVE VRBREPTI TO RB-REPORT-NAME
           END-IF
           .

      * --------------------------------------------------------
       SHOW-ONE-ENTRY.
           IF  VRBREPTL = 0
           OR  VRBREPTI = SPACES
               MOVE MSG-1 TO VMESSO
           ELSE
               MOVE VRBREPTI TO RB-REPORT-NAME
               IF  VRBVALI = LOW-VALUES
                   MOVE SPACES  TO RB-BURST-VALUE
               ELSE
                   MOVE VRBVALI TO RB-BURST-VALUE
               END-IF
               EXEC CICS READ DATASET('RPTDIST')
                              INTO(RB-ODCSFRB-RECORD)
                              RIDFLD(RB-DIST-KEY)
                              LENGTH(LENGTH OF RB-ODCSFRB-RECORD)
                              RESP(RESPONSE-CODE)
               END-EXEC
               MOVE VRBREPTI TO VRBREPTO
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                  MOVE RB-BURST-VALUE   TO VRBVALO
                  MOVE RB-KEY-TYPE      TO VRBKTYPO
                  MOVE RB-KEY-SOURCE    TO VRBKSRCO
                  MOVE RB-KEY-COL       TO VRBKCOLO
                  MOVE RB-KEY-LEN       TO VRBKLENO
                  MOVE RB-FREQUENCY     TO VRBFREQO
                  MOVE RB-WEEKDAY       TO VRBWDAYO
                  MOVE RB-RECIPIENT (1) TO VRBRCP1O
                  MOVE RB-RECIPIENT (2) TO VRBRCP2O
                  MOVE RB-RECIPIENT (3) TO VRBRCP3O
                  MOVE RB-RECIPIENT (4) TO VRBRCP4O
                  MOVE RB-RECIPIENT (5) TO VRBRCP5O
                  MOVE RB-DELIVERY      TO VRBDELVO
                  MOVE MSG-110 TO VMESSO
               ELSE
                  MOVE MSG-109 TO VMESSO
               END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! Edit the keyed entry: a definition (blank burst value)
      * ! needs its break field and frequency, a segment at least
      * ! one recipient and its delivery.
      * --------------------------------------------------------
       CTRL-INPUT-DATA.
           MOVE LOW-VALUE TO VMESSO.
           MOVE ZEROES    TO ERR-NBR.
           INITIALIZE MAJ-DIST-AREA.

           IF  VRBREPTL = 0
           OR  VRBREPTI = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VRBREPTI TO MAJ-REPORT-NAME
           END-IF.
           IF  VRBVALL > 0
           AND VRBVALI NOT = LOW-VALUES
               MOVE VRBVALI TO MAJ-BURST-VALUE
           END-IF.

           IF  MAJ-BURST-VALUE = SPACES
               PERFORM CTRL-DEFINITION-DATA
           ELSE
               PERFORM CTRL-SEGMENT-DATA
           END-IF.

           IF ERR-NBR = 0
              PERFORM CHECK-SUPERVISOR-ROLE
           END-IF.

      * --------------------------------------------------------
       CTRL-DEFINITION-DATA.
           IF  VRBKTYPI = 'B' OR 'S'
               MOVE VRBKTYPI TO MAJ-KEY-TYPE
           ELSE
               MOVE MSG-101 TO VMESSO
               ADD  +1      TO ERR-NBR
           END-IF.

           IF  VRBKSRCI = 'V'
           OR (VRBKSRCI = 'O' AND MAJ-KEY-TYPE = 'B')
               MOVE VRBKSRCI TO MAJ-KEY-SOURCE
           ELSE
               MOVE MSG-102 TO VMESSO
               ADD  +1      TO ERR-NBR
           END-IF.

           IF  VRBKCOLI NOT NUMERIC
           OR  VRBKLENI NOT NUMERIC
               MOVE MSG-3 TO VMESSO
               ADD  +1    TO ERR-NBR
           ELSE
               MOVE VRBKCOLI TO MAJ-KEY-COL
               MOVE VRBKLENI TO MAJ-KEY-LEN
               COMPUTE WS-KEY-END = MAJ-KEY-COL + MAJ-KEY-LEN - 1
               IF  MAJ-KEY-COL = 0
               OR  MAJ-KEY-LEN = 0
               OR  MAJ-KEY-LEN > 8
               OR  WS-KEY-END > 132
                   MOVE MSG-103 TO VMESSO
                   ADD  +1      TO ERR-NBR
               END-IF
           END-IF.

           EVALUATE TRUE
              WHEN VRBFREQI = 'D'
                   MOVE 'D' TO MAJ-FREQUENCY
              WHEN VRBFREQI = 'W'
               AND VRBWDAYI >= '1' AND VRBWDAYI <= '7'
                   MOVE 'W'      TO MAJ-FREQUENCY
                   MOVE VRBWDAYI TO MAJ-WEEKDAY
              WHEN VRBFREQI = SPACES OR LOW-VALUES
                   MOVE SPACES   TO MAJ-FREQUENCY
              WHEN OTHER
                   MOVE MSG-104 TO VMESSO
                   ADD  +1      TO ERR-NBR
           END-EVALUATE.

      * --------------------------------------------------------
       CTRL-SEGMENT-DATA.
           IF  VRBRCP1I NOT = LOW-VALUES
               MOVE VRBRCP1I TO MAJ-RECIPIENT (1)
           END-IF.
           IF  VRBRCP2I NOT = LOW-VALUES
               MOVE VRBRCP2I TO MAJ-RECIPIENT (2)
           END-IF.
           IF  VRBRCP3I NOT = LOW-VALUES
               MOVE VRBRCP3I TO MAJ-RECIPIENT (3)
           END-IF.
           IF  VRBRCP4I NOT = LOW-VALUES
               MOVE VRBRCP4I TO MAJ-RECIPIENT (4)
           END-IF.
           IF  VRBRCP5I NOT = LOW-VALUES
               MOVE VRBRCP5I TO MAJ-RECIPIENT (5)
           END-IF.
           IF  MAJ-RECIPIENTS = SPACES
               MOVE MSG-1 TO VMESSO
               ADD  +1    TO ERR-NBR
           END-IF.

           IF  VRBDELVI = 'O' OR 'P'
               MOVE VRBDELVI TO MAJ-DELIVERY
           ELSE
               MOVE MSG-105 TO VMESSO
               ADD  +1      TO ERR-NBR
           END-IF.

           IF  ERR-NBR = 0
               MOVE MAJ-REPORT-NAME TO RB-REPORT-NAME
               MOVE SPACES          TO RB-BURST-VALUE
               EXEC CICS READ DATASET('RPTDIST')
                              INTO(RB-ODCSFRB-RECORD)
                              RIDFLD(RB-DIST-KEY)
                              LENGTH(LENGTH OF RB-ODCSFRB-RECORD)
                              RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                  MOVE MSG-106 TO VMESSO
                  ADD  +1      TO ERR-NBR
               END-IF
           END-IF.

      * --------------------------------------------------------
      * ! Only an active supervisor profile may change who gets
      * ! which part of a report.
      * --------------------------------------------------------
       CHECK-SUPERVISOR-ROLE.
           MOVE EIBUSERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RIDFLD(OP-USERID)
                          LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                          RESP(WS-PROF-RESP)
           END-EXEC.
           IF  WS-PROF-RESP NOT = DFHRESP(NORMAL)
           OR  OP-ROLE NOT = 'S'
           OR  OP-ACTIVE NOT = 'Y'
               MOVE MSG-107 TO VMESSO
               ADD  +1      TO ERR-NBR
           END-IF
           .

      * --------------------------------------------------------
      * ! Store the entry; a definition keeps the date it was
      * ! last burst.
      * --------------------------------------------------------
       STORE-ENTRY.
           MOVE MAJ-REPORT-NAME TO RB-REPORT-NAME.
           MOVE MAJ-BURST-VALUE TO RB-BURST-VALUE.
           EXEC CICS READ DATASET('RPTDIST')
                          INTO(RB-ODCSFRB-RECORD)
                          RIDFLD(RB-DIST-KEY)
                          LENGTH(LENGTH OF RB-ODCSFRB-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              PERFORM BUILD-DIST-RECORD
              EXEC CICS REWRITE DATASET('RPTDIST')
                        FROM(RB-ODCSFRB-RECORD)
                        LENGTH(LENGTH OF RB-ODCSFRB-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              MOVE ZEROES TO RB-LAST-BURST
              PERFORM BUILD-DIST-RECORD
              EXEC CICS WRITE DATASET('RPTDIST')
                        FROM(RB-ODCSFRB-RECORD)
                        RIDFLD(RB-DIST-KEY)
                        LENGTH(LENGTH OF RB-ODCSFRB-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-TERMINATE-PROGRAM
           END-IF
           MOVE MSG-108 TO VMESSO
           .

      * --------------------------------------------------------
       BUILD-DIST-RECORD.
           MOVE MAJ-REPORT-NAME TO RB-REPORT-NAME.
           MOVE MAJ-BURST-VALUE TO RB-BURST-VALUE.
           MOVE MAJ-KEY-TYPE    TO RB-KEY-TYPE.
           MOVE MAJ-KEY-SOURCE  TO RB-KEY-SOURCE.
           MOVE MAJ-KEY-COL     TO RB-KEY-COL.
           MOVE MAJ-KEY-LEN     TO RB-KEY-LEN.
           MOVE MAJ-FREQUENCY   TO RB-FREQUENCY.
           MOVE MAJ-WEEKDAY     TO RB-WEEKDAY.
           MOVE MAJ-RECIPIENTS  TO RB-RECIPIENTS.
           MOVE MAJ-DELIVERY    TO RB-DELIVERY.
           MOVE EIBUSERID       TO RB-UPD-USER.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(RB-UPD-DATE)
           END-EXEC
           MOVE SPACES          TO RB-FILLER.

      *- Fatal error - Quit the application...
       SEND-MSG-END.
           MOVE 'A' TO VMESSA.
           EXEC CICS SEND MAP('RSSAM46') MAPSET('RSSAM46') ERASE
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
