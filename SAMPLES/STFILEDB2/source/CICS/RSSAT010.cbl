      *     administered in one place.                                *
      *    -An operator without a profile, or with an inactive one,   *
      *     stays on this screen.                                     *
      *    -A successful sign-on is stamped on the profile (last      *
      *     sign-on date) for the quarterly access recertification    *
      *     and the idle-profile deactivation; a failure to stamp it  *
      *     never keeps the operator out.                             *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM10                                      *
      *    Transaction : SA10                                         *
           05  RESPONSE-CODE               PIC S9(08) COMP   VALUE +0.
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  WS-TODAY                    PIC 9(08)  VALUE 0.

       01  MSG-34                                  PIC  X(79)
           VALUE 'E: no operator profile on file for your user ID.'.
              END-EXEC
           END-IF.

      * Profile is good: stamp the sign-on on it...
           PERFORM 1100-STAMP-LAST-SIGNON.

      * ...and hand the operator the main menu...
           MOVE 'SGNO'      TO  COMM-PROV.
           MOVE 'MENU'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
                            LENGTH(LENGTH OF COMM-RECORD)
           END-EXEC.

      * --------------------------------------------------------
      * ! Record today as the operator's last sign-on date. The
      * ! stamp is best effort: the sign-on goes on regardless.
      * --------------------------------------------------------
       1100-STAMP-LAST-SIGNON.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE EIBUSERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RIDFLD(OP-USERID)
                          LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                          UPDATE
                          RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE WS-TODAY TO OP-LAST-SIGNON
              EXEC CICS REWRITE DATASET('OPRPROF')
                        FROM(OP-ODCSFOP-RECORD)
                        LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                        RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           .

      * --------------------------------------------------------
      * ! Send the sign-on screen with its message.
      * --------------------------------------------------------
