      *     a report name and run date, ENTER shows the run from the  *
      *     top (its index line first), PF8 pages onward 16 lines at  *
      *     a time.                                                   *
      *    -A report the distribution table (RPTDIST) bursts opens    *
      *     on the operator's own segment: the one whose entry lists  *
      *     the operator as a recipient, or else the operator's       *
      *     branch for a report burst by branch. Only a supervisor    *
      *     sees the whole run, or keys any segment to view it.       *
      *     A report not burst shows the whole run as before.         *
      *    -It is reached from the operations console (PF5 there).    *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM13                                      *
      *--- in COMM-DEB-PG between tasks
       01  WS-SEL-REPORT           PIC X(008) VALUE SPACES.
       01  WS-SEL-RUNDATE          PIC 9(008) VALUE 0.
       01  WS-SEL-SEGMENT          PIC X(003) VALUE SPACES.

      *--- The operator's view of a burst report
       01  WS-PROF-RESP            PIC S9(08) COMP VALUE +0.
       01  WS-DIST-KEY-TYPE        PIC X(001) VALUE SPACES.
       01  WS-RCP-IX               PIC S9(04) COMP VALUE +0.
       01  WS-VIEW-SWITCH          PIC X(001) VALUE 'Y'.
           88  VIEW-ALLOWED        VALUE 'Y'.
       01  WS-DIST-DONE-SWITCH     PIC X(001) VALUE 'N'.
           88  DIST-SCAN-DONE      VALUE 'Y'.
       01  WS-LINE-COUNT           PIC S9(04) COMP VALUE +0.

       01  MSG-ERR-ENTRY                           PIC  X(79)
           VALUE 'E: enter a report name and its run date (YYYYMMDD).'.
       01  MSG-47                                  PIC  X(79)
           VALUE 'I: no archived report under this name and date.'.
       01  MSG-48                                  PIC  X(79)
           VALUE 'E: no segment of this report is distributed to you.'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
      * Report archive VSAM file's data layout -------------------
           COPY ODCSFRP.

      * Report distribution VSAM file's data layout --------------
           COPY ODCSFRB.

      * Operator profile VSAM file's data layout -----------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
           .

      * --------------------------------------------------------
      * ! Browse up to 16 archived lines of the selected run (or
      * ! of the segment of it the operator may see), starting at
      * ! the line carried in COMM-DEB-PG. The next page's start
      * ! line goes back into COMM-DEB-PG (zero when the run is
      * ! exhausted, so PF8 wraps to the top).
      * --------------------------------------------------------
       1100-LOAD-REPORT-PAGE.
           MOVE SPACES TO VRLIN1O VRLIN2O VRLIN3O VRLIN4O
                          VRLIN9O VRLIN10O VRLIN11O VRLIN12O
                          VRLIN13O VRLIN14O VRLIN15O VRLIN16O.
           MOVE 0 TO WS-LINE-COUNT.
           PERFORM SET-VIEWER-SEGMENT.
           IF NOT VIEW-ALLOWED
              MOVE 0      TO COMM-DEB-PG
              MOVE MSG-48 TO VMESSO
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-REPORT  TO RP-REPORT-NAME.
           MOVE WS-SEL-RUNDATE TO RP-RUNDATE.
           MOVE WS-SEL-SEGMENT TO RP-SEGMENT.
           MOVE COMM-DEB-PG    TO RP-LINE-NBR.
           MOVE 0              TO COMM-DEB-PG.
           EXEC CICS STARTBR DATASET ('RPTARCH')
                 IF RESPONSE-CODE = DFHRESP(NORMAL)
                    IF RP-REPORT-NAME NOT = WS-SEL-REPORT
                    OR RP-RUNDATE NOT = WS-SEL-RUNDATE
                    OR RP-SEGMENT NOT = WS-SEL-SEGMENT
                       MOVE DFHRESP(ENDFILE) TO RESPONSE-CODE
                    ELSE
                       ADD 1 TO WS-LINE-COUNT
           END-IF
           .

      * --------------------------------------------------------
      * ! Which part of the run the operator sees. A report the
      * ! distribution table does not burst is shown whole. Of a
      * ! burst report a supervisor sees the keyed segment (the
      * ! whole run when none is keyed); anyone else sees only the
      * ! segment distributed to them - the entry listing them as
      * ! a recipient, or else their branch's segment when the
      * ! report is burst by branch.
      * --------------------------------------------------------
       SET-VIEWER-SEGMENT.
           MOVE 'Y'           TO WS-VIEW-SWITCH.
           MOVE WS-SEL-REPORT TO RB-REPORT-NAME.
           MOVE SPACES        TO RB-BURST-VALUE.
           EXEC CICS READ DATASET('RPTDIST')
                          INTO(RB-ODCSFRB-RECORD)
                          RIDFLD(RB-DIST-KEY)
                          LENGTH(LENGTH OF RB-ODCSFRB-RECORD)
                          RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-SEL-SEGMENT
              EXIT PARAGRAPH
           END-IF.
           MOVE RB-KEY-TYPE TO WS-DIST-KEY-TYPE.

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
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-SEL-SEGMENT.
           PERFORM FIND-OWN-SEGMENT.
           IF  WS-SEL-SEGMENT = SPACES
           AND WS-DIST-KEY-TYPE = 'B'
           AND WS-PROF-RESP = DFHRESP(NORMAL)
              MOVE OP-BRANCH TO WS-SEL-SEGMENT
           END-IF.
           IF WS-SEL-SEGMENT = SPACES
              MOVE 'N' TO WS-VIEW-SWITCH
           END-IF
           .

      * --------------------------------------------------------
      * ! The report's segment whose entry lists the operator
      * ! among its recipients.
      * --------------------------------------------------------
       FIND-OWN-SEGMENT.
           MOVE 'N'           TO WS-DIST-DONE-SWITCH.
           MOVE WS-SEL-REPORT TO RB-REPORT-NAME.
           MOVE SPACES        TO RB-BURST-VALUE.
           EXEC CICS STARTBR DATASET ('RPTDIST')
                             RIDFLD  (RB-DIST-KEY)
                             GTEQ
                             RESP    (RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL DIST-SCAN-DONE
              EXEC CICS READNEXT DATASET ('RPTDIST')
                                 INTO    (RB-ODCSFRB-RECORD)
                                 LENGTH  (LENGTH OF
                                          RB-ODCSFRB-RECORD)
                                 RIDFLD  (RB-DIST-KEY)
                                 RESP    (RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              OR RB-REPORT-NAME NOT = WS-SEL-REPORT
                 MOVE 'Y' TO WS-DIST-DONE-SWITCH
              ELSE
                 IF RB-BURST-VALUE NOT = SPACES
                    PERFORM VARYING WS-RCP-IX FROM 1 BY 1
                            UNTIL WS-RCP-IX > 5
                       IF RB-RECIPIENT (WS-RCP-IX) = EIBUSERID
                          MOVE RB-BURST-VALUE TO WS-SEL-SEGMENT
                          MOVE 'Y' TO WS-DIST-DONE-SWITCH
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET ('RPTDIST') END-EXEC
           .

      * --------------------------------------------------------
       MOVE-LINE-TO-SCREEN.
           EVALUATE WS-LINE-COUNT
           IF WS-SEL-RUNDATE NOT = 0
              MOVE WS-SEL-RUNDATE TO VRPDATEO
           END-IF
           MOVE WS-SEL-SEGMENT TO VRPSEGO
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA
                       VRLIN1A   VRLIN2A  VRLIN3A  VRLIN4A
                       VRLIN5A   VRLIN6A  VRLIN7A  VRLIN8A
                       VRLIN9A   VRLIN10A VRLIN11A VRLIN12A
                       VRLIN13A  VRLIN14A VRLIN15A VRLIN16A
           MOVE 'A' TO VRPNAMEA VRPDATEA VRPSEGA
           EXEC CICS SEND MAP('RSSAM13')
                       MAPSET('RSSAM13') FROM(RSSAM13O)
                       CURSOR ERASE
           IF  VRPDATEI NUMERIC
               MOVE VRPDATEI TO WS-SEL-RUNDATE
           END-IF.
           IF  VRPSEGI NOT = LOW-VALUES
               MOVE VRPSEGI TO WS-SEL-SEGMENT
           END-IF.

           EVALUATE EIBAID
              WHEN DFHPF3
