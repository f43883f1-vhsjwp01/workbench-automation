      * ------------------------------------------------------------
      * Operator access recertification record description
      *  -Keyed by operator user id; one record per profile under
      *   review, written by the quarterly recertification run
      *   (RSSABC13) for every active profile and replaced by the
      *   next quarter's run.
      *  -RC-ROLE/RC-BRANCH/RC-STATES/RC-LAST-SIGNON/RC-CHG-COUNT
      *   are the profile as it stood when the review was opened,
      *   with its field-change volume (CHGLOG) over the 90 days
      *   before; RC-SUPERVISOR is the supervisor asked to attest.
      *  -RC-DECISION: space pending, 'K' keep, 'R' revoke (both
      *   set on the attestation screen RSSAT044), 'D' deactivated
      *   by the nightly enforcement run (RSSABC14) because nobody
      *   attested by RC-DEADLINE.
      *  -Record's length : 100
      * ------------------------------------------------------------
       01 RC-ODCSFRC-RECORD.
          05 RC-USERID              PIC X(008).
          05 RC-CYCLE-DATE          PIC 9(008).
          05 RC-DEADLINE            PIC 9(008).
          05 RC-SUPERVISOR          PIC X(008).
          05 RC-ROLE                PIC X(001).
          05 RC-BRANCH              PIC X(003).
          05 RC-STATES              PIC X(010).
          05 RC-LAST-SIGNON         PIC 9(008).
          05 RC-CHG-COUNT           PIC 9(007).
          05 RC-DECISION            PIC X(001).
          05 RC-DECIDE-USER         PIC X(008).
          05 RC-DECIDE-DATE         PIC 9(008).
          05 RC-FILLER              PIC X(022).
      * ------------------------------------------------------------
