      *    -This program may be called directly from the Simple       *
      *     Sample Application main menu or from the customer's list  *
      *     screen. Hence, return will performed toward menu or list. *
      *    -The customer's most severe active special-handling flag   *
      *     (HANDFLAG) is shown as a banner line.                     *
      *    -PF7 asks for a routine letter to the customer (RSSAT056), *
      *     which comes back here.                                    *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSBM01                                     *
      *    Transaction : SB01                                        *
       01  WS-REP-ACTIVE-SW    PIC X(01)  VALUE 'N'.
       01  WS-REP-RESP         PIC S9(08) COMP VALUE +0.

      * Special-handling flag VSAM file's data layout ------------
           COPY ODCSFHF.

      * Special-handling flag code table's data layout -----------
           COPY ODCSFHT.

      *--- Banner: the customer's most severe active flag
       01  WS-BANNER-AREA.
           05  WS-BNR-KEY.
               10  WS-BNR-CUSTIDENT        PIC 9(009).
               10  WS-BNR-FLAG-CODE        PIC X(004).
           05  WS-BNR-RESP                 PIC S9(08) COMP   VALUE +0.
           05  WS-BNR-TBL-RESP             PIC S9(08) COMP   VALUE +0.
           05  WS-BNR-TODAY                PIC 9(08)  VALUE 0.
           05  WS-BNR-COUNT                PIC S9(04) COMP   VALUE +0.
           05  WS-BNR-MORE-EDIT            PIC Z9.
           05  WS-BNR-SEVERITY             PIC 9(01)  VALUE 9.
           05  WS-BNR-DESC                 PIC X(30)  VALUE SPACES.
           05  WS-BNR-TEXT                 PIC X(40)  VALUE SPACES.
           05  WS-BNR-LINE                 PIC X(75)  VALUE SPACES.

           COPY DFHAID.
      
       LINKAGE SECTION.
                 MOVE 'REP ??' TO VTAXBRO (18:6)
              END-IF
           END-IF
      * The most severe active special-handling flag's banner...
           MOVE CUST-TABLE-KEY     TO WS-BNR-CUSTIDENT
           PERFORM LOAD-HANDLING-BANNER
           MOVE WS-BNR-LINE        TO VBANRO
      * Initialize datas attributes
           MOVE '8' TO VPGMSCRA  VDATEA   VTRANSA  VMESSA.
           MOVE '8' TO VIDCUSTA  VLNAMEA  VFNAMEA  VADDRSA  VCITYA
                       VSTATEA   VCOUNTRYA VBDATEA  VEMAILA  VPHONEA
                       VRELIDA   VNOTE1A  VNOTE2A  VNOTE3A
                       VORDR1A   VORDR2A  VORDR3A  VCUSTVALA
                       VTAXBRA   VBANRA.
           MOVE 'A' TO VNEWNOTEA VFUPDTA.
      * Display screen...
           EXEC CICS SEND MAP('RSSBM01')
      * ! Receive the user's input and act on the PF key pressed.
      * ! PF5 jumps to the related/household customer shown on
      * ! screen, if any; PF6 adds the typed-in note text as a new
      * ! customer note and redisplays this same inquiry; PF7 opens
      * ! the letter request screen; any other key returns control
      * ! to the calling program, as before.
      * --------------------------------------------------------
       1300-PROCESS-SCREEN-INPUT.
           EXEC CICS IGNORE CONDITION
                   END-IF
              WHEN DFHPF6
                   PERFORM ADD-NOTE-AND-REDISPLAY
              WHEN DFHPF7
                   PERFORM XFER-TO-LETTER-REQUEST
              WHEN OTHER
                   MOVE  0   TO COMM-NUM-MESS
                   MOVE 'OK' TO COMM-RETOUR
           MOVE 'RSSBT001'   TO PGM-DEST.
           PERFORM NEXT-TASK.

      * --------------------------------------------------------
      * ! Open the letter request screen for this customer; it
      * ! returns here when done, COMM-PROV being left as it is.
      * --------------------------------------------------------
       XFER-TO-LETTER-REQUEST.
           MOVE 'LTRB'       TO COMM-DEST.
           MOVE 'SEND'       TO COMM-FONC.
           MOVE 'RSSAT056'   TO PGM-DEST.
           PERFORM NEXT-TASK.

      * --------------------------------------------------------
      * ! Insert the typed-in note text, if any, as this customer's
      * ! next note, then redisplay this same inquiry screen so the
              EXEC CICS ENDBR DATASET ('REPFILE') END-EXEC
           END-IF.

      * --------------------------------------------------------
      * ! The customer's most severe active special-handling
      * ! flag (HANDFLAG, severity from the FLAGTBL code table)
      * ! as a banner line, spaces when none is active. An
      * ! unexpired flag is active; a code missing from the table
      * ! counts as the least severe and shows its code.
      * --------------------------------------------------------
       LOAD-HANDLING-BANNER.
           MOVE SPACES     TO WS-BNR-LINE WS-BNR-DESC WS-BNR-TEXT.
           MOVE 0          TO WS-BNR-COUNT.
           MOVE 9          TO WS-BNR-SEVERITY.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-BNR-TODAY)
           END-EXEC.
           MOVE LOW-VALUES TO WS-BNR-FLAG-CODE.
           EXEC CICS STARTBR DATASET ('HANDFLAG')
                             RIDFLD  (WS-BNR-KEY)
                             GTEQ
                             RESP    (WS-BNR-RESP)
           END-EXEC.
           IF WS-BNR-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-BNR-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET ('HANDFLAG')
                                    INTO    (HF-ODCSFHF-RECORD)
                                    LENGTH  (LENGTH OF
                                             HF-ODCSFHF-RECORD)
                                    RIDFLD  (WS-BNR-KEY)
                                    RESP    (WS-BNR-RESP)
                 END-EXEC
                 IF WS-BNR-RESP = DFHRESP(NORMAL)
                    IF HF-CUSTIDENT NOT = WS-BNR-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO WS-BNR-RESP
                    ELSE
                       IF HF-EXPIRY-DATE = 0
                       OR HF-EXPIRY-DATE NOT < WS-BNR-TODAY
                          PERFORM CHECK-BANNER-FLAG
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET ('HANDFLAG') END-EXEC
           END-IF.
           IF WS-BNR-COUNT > 0
              PERFORM BUILD-BANNER-LINE
           END-IF
           .

      * --------------------------------------------------------
      * ! Keep the active flag just read when it is the first one
      * ! or more severe than the one kept.
      * --------------------------------------------------------
       CHECK-BANNER-FLAG.
           ADD 1 TO WS-BNR-COUNT.
           MOVE HF-FLAG-CODE TO HT-FLAG-CODE.
           EXEC CICS READ DATASET('FLAGTBL')
                          INTO(HT-ODCSFHT-RECORD)
                          RIDFLD(HT-FLAG-CODE)
                          LENGTH(LENGTH OF HT-ODCSFHT-RECORD)
                          RESP(WS-BNR-TBL-RESP)
           END-EXEC.
           IF WS-BNR-TBL-RESP NOT = DFHRESP(NORMAL)
              MOVE HF-FLAG-CODE TO HT-DESCRIPTION
              MOVE 9            TO HT-SEVERITY
           END-IF.
           IF WS-BNR-COUNT = 1
           OR HT-SEVERITY < WS-BNR-SEVERITY
              MOVE HT-SEVERITY    TO WS-BNR-SEVERITY
              MOVE HT-DESCRIPTION TO WS-BNR-DESC
              MOVE HF-TEXT        TO WS-BNR-TEXT
           END-IF
           .

      * --------------------------------------------------------
       BUILD-BANNER-LINE.
           IF WS-BNR-COUNT > 1
              COMPUTE WS-BNR-MORE-EDIT = WS-BNR-COUNT - 1
              STRING '*** '           DELIMITED BY SIZE
                     WS-BNR-DESC      DELIMITED BY '  '
                     ': '             DELIMITED BY SIZE
                     WS-BNR-TEXT      DELIMITED BY '  '
                     ' (+'            DELIMITED BY SIZE
                     WS-BNR-MORE-EDIT DELIMITED BY SIZE
                     ' MORE) ***'     DELIMITED BY SIZE
                INTO WS-BNR-LINE
              END-STRING
           ELSE
              STRING '*** '           DELIMITED BY SIZE
                     WS-BNR-DESC      DELIMITED BY '  '
                     ': '             DELIMITED BY SIZE
                     WS-BNR-TEXT      DELIMITED BY '  '
                     ' ***'           DELIMITED BY SIZE
                INTO WS-BNR-LINE
              END-STRING
           END-IF
           .

      *- Fatal error - Quit the application...
       CHECK-PII-VIEW-ROLE.
      * CUSTEMAIL/CUSTPHONE are only shown in full to operators whose
