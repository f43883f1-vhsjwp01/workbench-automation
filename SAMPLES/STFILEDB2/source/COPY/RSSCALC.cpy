      *  -CAL-FUNC 'P': CAL-RESULT-DATE comes back as the previous
      *   business day before CAL-DATE (for delta processing).
      *  -CAL-FUNC 'M': is CAL-DATE a month-end business day?
      *  -CAL-FUNC 'N': CAL-RESULT-DATE comes back as CAL-DATE
      *   itself when that is a business day, else the next one
      *   after it (rolls schedules off weekends and holidays).
      *  -CAL-RETCODE '00' answered from the calendar, '23' the
      *   date (or the whole file) is not on the calendar - callers
      *   treat unknown dates as ordinary business days so a
