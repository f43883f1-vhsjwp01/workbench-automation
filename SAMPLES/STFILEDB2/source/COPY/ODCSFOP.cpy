      * Operator profile record description
      *  -Keyed by the operator's signed-on user id; one record per
      *   operator, maintained by the profile maintenance screen.
      *  -OP-ROLE: 'S' supervisor, 'P' PII viewer, 'C' clerk,
      *   'K' compliance officer (watch-list, fraud and KYC review).
      *  -OP-STATES: up to 5 two-character state codes making up the
      *   operator's normal state footprint (spaces = no limit).
      *  -OP-LAST-SIGNON: date of the operator's last sign-on thru
      *   RSSAT010 (zero: none recorded). OP-ACTIVE-DATE: date the
      *   profile was created, last reactivated or last given a new
      *   role; the idle check of the nightly recertification run
      *   counts from the later of the two, and the weekly
      *   segregation-of-duties sweep treats it as the date the
      *   operator's current role was granted.
      *  -OP-SUPERVISOR: user id of the supervisor who attests the
      *   profile at each quarterly access recertification.
      *  -OP-DEACT-REASON: why the profile was last deactivated -
      *   'R' revoked at recertification, 'U' not attested by the
      *   deadline, 'I' unused too long (space: by hand or never).
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 OP-ODCSFOP-RECORD.
          05 OP-LANGUAGE            PIC X(001).
          05 OP-BRANCH              PIC X(003).
          05 OP-ACTIVE              PIC X(001).
          05 OP-LAST-SIGNON         PIC 9(008).
          05 OP-SUPERVISOR          PIC X(008).
          05 OP-ACTIVE-DATE         PIC 9(008).
          05 OP-DEACT-REASON        PIC X(001).
          05 OP-FILLER              PIC X(001).
      * ------------------------------------------------------------
