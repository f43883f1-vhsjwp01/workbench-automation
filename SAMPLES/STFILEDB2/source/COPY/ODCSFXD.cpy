      * ------------------------------------------------------------
      * User-defined extract definition record description
      *  -Keyed by the definition's name; maintained on line by
      *   RSSAT047 and run by name by the extract engine RSSABC19,
      *   so a new "customers with these fields where ..." file is
      *   a definition, not a new program.
      *  -XD-CONDITION: up to 5 selection conditions on customer
      *   fields (names from the RSSXFDC catalog), all of which must
      *   hold: the field, the operator (EQ NE GT GE LT LE) and the
      *   value it is compared with; a numeric field compares by
      *   value. An unused condition is spaces.
      *  -XD-FIELD: up to 12 output field names, in output order.
      *  -XD-FORMAT: 'F' fixed (each field at its catalog width),
      *   'C' comma-separated with a heading row, 'J' one JSON
      *   object per line.
      *  -XD-ENVELOPE: 'Y' wraps the file in the standard ENVRECS
      *   HDR/TRL envelope, the definition's name as the file id.
      *  -XD-OPTOUT: the contact-preference (ODCSFCP) channel the
      *   extract honors - 'M' mail, 'E' email (an undeliverable
      *   address included), 'P' phone (the do-not-call registry
      *   included), space none; a customer opted out of it is left
      *   out of the file.
      *  -XD-LEGAL-HOLD: 'Y' leaves out customers on legal hold.
      *  -XD-OWNER: operator user id answerable for the extract; a
      *   protected catalog field (tax id, birth date, email, phone)
      *   is only extracted while the owner's profile is an active
      *   PII viewer or supervisor.
      *  -Record's length : 420
      * ------------------------------------------------------------
       01 XD-ODCSFXD-RECORD.
          05 XD-DEF-NAME            PIC X(008).
          05 XD-DESCRIPTION         PIC X(030).
          05 XD-OWNER               PIC X(008).
          05 XD-FORMAT              PIC X(001).
          05 XD-ENVELOPE            PIC X(001).
          05 XD-OPTOUT              PIC X(001).
          05 XD-LEGAL-HOLD          PIC X(001).
          05 XD-CONDITIONS.
             10 XD-CONDITION        OCCURS 5.
                15 XD-COND-FIELD    PIC X(014).
                15 XD-COND-OPER     PIC X(002).
                15 XD-COND-VALUE    PIC X(020).
          05 XD-FIELDS.
             10 XD-FIELD            PIC X(014) OCCURS 12.
          05 XD-UPD-USER            PIC X(008).
          05 XD-UPD-DATE            PIC 9(008).
          05 XD-FILLER              PIC X(006).
      * ------------------------------------------------------------
