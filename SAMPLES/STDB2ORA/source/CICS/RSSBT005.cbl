      *     PII-view role, every inquiry is logged to the CIAL        *
      *     access-history queue, and an update's field changes go    *
      *     to the ODCSF0_CHGLOG table and the CEVT event queue.      *
      *    -An inquiry also returns the customer's active special-    *
      *     handling flag codes (HANDFLAG), the ones the screens show *
      *     as a banner.                                              *
      *    -Field edits mirror RSSBT002's CTRL-INPUT-DATA.            *
      * ------------------------------------------------------------- *
      *    Commarea ... : RSSBSVC                                     *
           05  WS-CV-PARM-VALUE  PIC X(020).
           05  WS-CV-PARM-REST   PIC X(040).

      *--- Active special-handling flags returned on an inquiry
       COPY ODCSFHF.
       01  WS-HF-KEY.
           05  WS-HF-CUSTIDENT PIC 9(009) VALUE 0.
           05  WS-HF-FLAG-CODE PIC X(004) VALUE SPACES.
       01  WS-HF-RESP          PIC S9(08) COMP VALUE +0.
       01  WS-HF-TODAY         PIC 9(008) VALUE 0.
       01  WS-HF-ABSTIME       PIC S9(15) COMP-3 VALUE +0.
       01  WS-HF-AREA-SW       PIC X(001) VALUE 'N'.
           88  HF-AREA-PASSED  VALUE 'Y'.

      *--- Access-history log record for the CIAL TD queue
       01  WS-LOG-RECORD.
           05  LOG-TRANSID                 PIC X(04).

           MOVE '00'   TO SVC-RETCODE.
           MOVE SPACES TO SVC-MESSAGE.
           MOVE 'N'    TO WS-HF-AREA-SW.
           IF EIBCALEN NOT < LENGTH OF RSSBSV-AREA
              MOVE 'Y'    TO WS-HF-AREA-SW
              MOVE 0      TO SVC-FLAG-COUNT
              MOVE SPACES TO SVC-FLAG-CODES
           END-IF.

           EVALUATE SVC-FUNC
              WHEN 'INQ'
                    MOVE WS-PII-MASK-EMAIL TO SVC-CUSTEMAIL
                    MOVE WS-PII-MASK-PHONE TO SVC-CUSTPHONE
                 END-IF
                 IF HF-AREA-PASSED
                    PERFORM 1160-LOAD-FLAG-CODES
                 END-IF
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! The customer's active special-handling flag codes (no
      * ! expiry date, or one not yet passed), up to 5.
      * --------------------------------------------------------
       1160-LOAD-FLAG-CODES.
           EXEC CICS ASKTIME ABSTIME(WS-HF-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-HF-ABSTIME)
                                YYYYMMDD(WS-HF-TODAY)
           END-EXEC.
           MOVE CUST-TABLE-KEY TO WS-HF-CUSTIDENT.
           MOVE LOW-VALUES     TO WS-HF-FLAG-CODE.
           EXEC CICS STARTBR DATASET('HANDFLAG')
                             RIDFLD(WS-HF-KEY)
                             GTEQ
                             RESP(WS-HF-RESP)
           END-EXEC.
           IF WS-HF-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-HF-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT DATASET('HANDFLAG')
                                    INTO(HF-ODCSFHF-RECORD)
                                    LENGTH(LENGTH OF HF-ODCSFHF-RECORD)
                                    RIDFLD(WS-HF-KEY)
                                    RESP(WS-HF-RESP)
                 END-EXEC
                 IF WS-HF-RESP = DFHRESP(NORMAL)
                    IF HF-CUSTIDENT NOT = WS-HF-CUSTIDENT
                       MOVE DFHRESP(ENDFILE) TO WS-HF-RESP
                    ELSE
                       IF  (HF-EXPIRY-DATE = 0
                       OR   HF-EXPIRY-DATE NOT < WS-HF-TODAY)
                       AND SVC-FLAG-COUNT < 5
                          ADD 1 TO SVC-FLAG-COUNT
                          MOVE HF-FLAG-CODE
                            TO SVC-FLAG-CODE (SVC-FLAG-COUNT)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET('HANDFLAG') END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! List up to 5 customers from the caller's last-name key.
      * --------------------------------------------------------
