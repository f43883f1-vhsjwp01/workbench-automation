      * ------------------------------------------------------------
      * Subject-access request log record description
      *  -One record per subject-access package run, appended by
      *   RSSABC16 whether the package was produced or refused, so
      *   the privacy office can show when each request was served
      *   and under whose authority.
      *  -SA-RESULT: 'P' package produced, 'H' produced for a
      *   customer under legal hold (held back for legal review),
      *   'R' refused (the authorizing user is not an active
      *   supervisor).
      *  -SA-TAXID-RELEASED: 'Y' the tax id was released thru the
      *   RSSTID00 vault, 'N' it was masked.
      *  -SA-ITEM-COUNT: the items printed across all sections.
      *  -Record's length : 060
      * ------------------------------------------------------------
       01 SA-ODCSFSA-RECORD.
          05 SA-CUSTIDENT           PIC 9(009).
          05 SA-REQ-DATE            PIC 9(008).
          05 SA-REQ-TIME            PIC 9(008).
          05 SA-AUTH-USER           PIC X(008).
          05 SA-RESULT              PIC X(001).
          05 SA-TAXID-RELEASED      PIC X(001).
          05 SA-ITEM-COUNT          PIC 9(007).
          05 SA-FILLER              PIC X(018).
      * ------------------------------------------------------------
