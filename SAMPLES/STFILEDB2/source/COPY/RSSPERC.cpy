      * ------------------------------------------------------------
      * Parameter area for the RSSPER00 accounting-period check.
      *  -The closed period is the run parameter AR_CLOSED_PERIOD
      *   (YYYYMM, the last month finance has closed; every month
      *   up to it is closed), set by a supervisor on the
      *   run-parameter screen. AR_LATE_ACTION 'X' refuses a
      *   posting dated into a closed month; any other value (or
      *   none) redates it to the first day of the first open
      *   month.
      *  -PER-FUNC 'C': check the posting in PER-POST-DATE. It
      *   comes back '00' (open month, date untouched), '04'
      *   (redated: PER-POST-DATE carries the new date,
      *   PER-ORIG-DATE the one asked) or '08' (refused). A
      *   redated or refused posting is logged, with the caller's
      *   program, posting type, order key and amount, on the
      *   late-posting file for the late-posting report.
      *  -PER-FUNC 'Q': only return the closed period in
      *   PER-CLOSED-PERIOD (zero when none has been set).
      *  -PER-POST-TYPE: 'PAY' payment, 'CRM' credit memo, 'WOF'
      *   write-off, 'FIN' finance charge.
      * ------------------------------------------------------------
       01 RSSPER-AREA.
          05 PER-FUNC               PIC X(001).
          05 PER-PROGRAM            PIC X(008).
          05 PER-POST-TYPE          PIC X(003).
          05 PER-CUSTIDENT          PIC 9(009).
          05 PER-ORDERNUM           PIC 9(006).
          05 PER-AMOUNT             PIC S9(007)V99.
          05 PER-POST-DATE          PIC 9(008).
          05 PER-ORIG-DATE          PIC 9(008).
          05 PER-CLOSED-PERIOD      PIC 9(006).
          05 PER-RETCODE            PIC X(002).
      * ------------------------------------------------------------
