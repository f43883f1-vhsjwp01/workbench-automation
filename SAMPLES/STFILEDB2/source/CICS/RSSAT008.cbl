      *    -Every change is stamped with the user, date and time on   *
      *     the record and logged (old and new value) to the CPRM TD  *
      *     queue, so a bad merge id or cutoff date can be traced.    *
      *    -The accounting-period close lock (AR_CLOSED_PERIOD, the   *
      *     last closed month as YYYYMM, and AR_LATE_ACTION, R to     *
      *     redate or X to refuse a posting dated into it) may only   *
      *     be set by an active supervisor profile.                   *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM08                                      *
      *    Transaction : SA08                                         *
           05  TIME-ABS                    PIC S9(15) COMP-3 VALUE +0.
           05  WS-DATE8                    PIC X(08).
           05  ERR-NBR                     PIC S9(03) COMP-3 VALUE 0.
           05  WS-PROF-RESP                PIC S9(08) COMP   VALUE +0.

      *--- Edited copy of the screen's fields
       01  MAJ-PARM-AREA.
           VALUE 'I: parameter displayed, key a value and PF12.  '.
       01  MSG-29                                  PIC  X(79)
           VALUE 'E: not a business date on the company calendar.'.
       01  MSG-30                                  PIC  X(79)
           VALUE 'E: period-close parameters need the supervisor role.'.
       01  MSG-31                                  PIC  X(79)
           VALUE 'E: closed period must be YYYYMM, month 01 to 12.'.
       01  MSG-32                                  PIC  X(79)
           VALUE 'E: late action must be R (redate) or X (refuse).'.

      * Logical MAP description          ---------------------
       01  FILLER              PIC X(16)  VALUE 'Logical Map  >>>'.
      * Company calendar VSAM file's data layout ------------------
           COPY ODCSFCA.

      * Operator profile VSAM file's data layout -----------------
           COPY ODCSFOP.

           COPY DFHAID.

       LINKAGE SECTION.
                   PERFORM XFER-TO-PENDING-REVIEW
              WHEN DFHPF15
                   PERFORM XFER-TO-RATE-TABLE
              WHEN DFHPF16
                   PERFORM XFER-TO-REFERRAL-REVIEW
              WHEN DFHPF17
                   PERFORM XFER-TO-WATCHLIST-REVIEW
              WHEN DFHPF18
                   PERFORM XFER-TO-PROMOTION-TABLE
              WHEN DFHPF19
                   PERFORM XFER-TO-TERMS-TABLE
              WHEN DFHPF20
                   PERFORM XFER-TO-FRAUD-REVIEW
              WHEN DFHPF21
                   PERFORM XFER-TO-DOCTEXT-TABLE
              WHEN DFHPF22
                   PERFORM XFER-TO-RPTDIST-TABLE
              WHEN DFHPF23
                   PERFORM XFER-TO-EXTRACT-DEFS
              WHEN DFHPF24
                   PERFORM XFER-TO-JOB-REQUESTS
              WHEN DFHENTER
                   PERFORM SHOW-ONE-PARAMETER
                   PERFORM 1100-LIST-PARAMETERS
                    ADD  +1    TO ERR-NBR
                 END-IF
              END-IF
              IF MAJ-PARM-NAME = 'AR_CLOSED_PERIOD'
              OR MAJ-PARM-NAME = 'AR_LATE_ACTION'
                 PERFORM CTRL-PERIOD-CLOSE-VALUE
              END-IF
           END-IF.

      * --------------------------------------------------------
      * ! The period-close lock: supervisor only, the closed
      * ! period a YYYYMM month, the action R or X.
      * --------------------------------------------------------
       CTRL-PERIOD-CLOSE-VALUE.
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
               MOVE MSG-30 TO VMESSO
               ADD  +1     TO ERR-NBR
           ELSE
              IF MAJ-PARM-NAME = 'AR_CLOSED_PERIOD'
                 IF MAJ-PARM-VALUE (1:6) NOT NUMERIC
                 OR MAJ-PARM-VALUE (7:) NOT = SPACES
                    MOVE MSG-31 TO VMESSO
                    ADD  +1     TO ERR-NBR
                 ELSE
                    MOVE MAJ-PARM-VALUE (1:6) TO WS-EDIT-DATE (1:6)
                    IF  WS-EDIT-DATE-MM < 01 OR WS-EDIT-DATE-MM > 12
                        MOVE MSG-31 TO VMESSO
                        ADD  +1     TO ERR-NBR
                    END-IF
                 END-IF
              ELSE
                 IF MAJ-PARM-VALUE NOT = 'R'
                 AND MAJ-PARM-VALUE NOT = 'X'
                    MOVE MSG-32 TO VMESSO
                    ADD  +1     TO ERR-NBR
                 END-IF
              END-IF
           END-IF
           .

      * --------------------------------------------------------
      * ! What kind of value does this parameter's name call for?
      * --------------------------------------------------------
           MOVE 'RSSAT027'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the credit-referral review screen
       XFER-TO-REFERRAL-REVIEW.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'REFR'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT031'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the watch-list match review screen
       XFER-TO-WATCHLIST-REVIEW.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'WLRV'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT032'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the promotion table maintenance screen
       XFER-TO-PROMOTION-TABLE.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'PRMM'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT033'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the payment-terms table maintenance screen
       XFER-TO-TERMS-TABLE.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'TRMM'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT034'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the fraud review screen
       XFER-TO-FRAUD-REVIEW.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'FRRV'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT039'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the document-text catalog maintenance screen
       XFER-TO-DOCTEXT-TABLE.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'DTXM'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT045'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the report distribution table maintenance screen
       XFER-TO-RPTDIST-TABLE.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'RDST'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT046'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the user-defined extract definition screen
       XFER-TO-EXTRACT-DEFS.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'XDEF'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT047'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the on-demand job request screen
       XFER-TO-JOB-REQUESTS.
           MOVE  COMM-DEST  TO  COMM-PROV.
           MOVE 'JOBQ'      TO  COMM-DEST.
           MOVE 'SEND'      TO  COMM-FONC.
           MOVE 'RSSAT048'  TO  PGM-DEST.
           PERFORM NEXT-TASK.

      *- Transfer to the exchange-rate table maintenance screen
       XFER-TO-RATE-TABLE.
           MOVE  COMM-DEST  TO  COMM-PROV.
