      * ------------------------------------------------------------
      * Customer field catalog for the user-defined extracts
      *  -One entry per ODCSF0B field an extract definition may
      *   select on or write out: the name the definition uses, the
      *   field's position and length in the customer record, its
      *   type ('X' text, 'N' unsigned numeric) and decimal places,
      *   and 'Y' when it is protected personal data that only an
      *   owner with the PII role may extract.
      *  -Kept in step with ODCSF0B; shared by the definition screen
      *   (RSSAT047) and the extract engine (RSSABC19).
      * ------------------------------------------------------------
       01 XF-CATALOG-VALUES.
          05 FILLER PIC X(023) VALUE 'CUSTIDENT     001009N0 '.
          05 FILLER PIC X(023) VALUE 'CUSTLNAME     010030X0 '.
          05 FILLER PIC X(023) VALUE 'CUSTFNAME     040020X0 '.
          05 FILLER PIC X(023) VALUE 'CUSTADDRS     060030X0 '.
          05 FILLER PIC X(023) VALUE 'CUSTCITY      090020X0 '.
          05 FILLER PIC X(023) VALUE 'CUSTSTATE     110002X0 '.
          05 FILLER PIC X(023) VALUE 'CUSTBDATE     112008N0Y'.
          05 FILLER PIC X(023) VALUE 'CUSTEMAIL     120040X0Y'.
          05 FILLER PIC X(023) VALUE 'CUSTPHONE     160010N0Y'.
          05 FILLER PIC X(023) VALUE 'CUSTTAXID     170015X0Y'.
          05 FILLER PIC X(023) VALUE 'CUSTCOUNTRY   185002X0 '.
          05 FILLER PIC X(023) VALUE 'CUSTSTATUS    187001X0 '.
          05 FILLER PIC X(023) VALUE 'CUSTCLOSEDT   188008N0 '.
          05 FILLER PIC X(023) VALUE 'CREDIT-LIMIT  196009N2 '.
          05 FILLER PIC X(023) VALUE 'EMPL-FLAG     205001X0 '.
          05 FILLER PIC X(023) VALUE 'CUSTZIP       206005X0 '.
          05 FILLER PIC X(023) VALUE 'EMAIL-BOUNCES 211002N0 '.
          05 FILLER PIC X(023) VALUE 'EMAIL-UNDELIV 213001X0 '.
          05 FILLER PIC X(023) VALUE 'STATUS-REASON 214003X0 '.
          05 FILLER PIC X(023) VALUE 'STATUS-EFFDT  217008N0 '.
          05 FILLER PIC X(023) VALUE 'DECEASED-FLAG 225001X0 '.
          05 FILLER PIC X(023) VALUE 'DECEASED-DT   226008N0 '.
          05 FILLER PIC X(023) VALUE 'TAXID-VERIF   234001X0 '.
          05 FILLER PIC X(023) VALUE 'BRANCH        235003X0 '.
          05 FILLER PIC X(023) VALUE 'CUST-TIER     238001X0 '.
          05 FILLER PIC X(023) VALUE 'REP-REQUIRED  239001X0 '.
          05 FILLER PIC X(023) VALUE 'CREDIT-SCORE  240003N0 '.
          05 FILLER PIC X(023) VALUE 'SCORE-DATE    243008N0 '.
          05 FILLER PIC X(023) VALUE 'COMPL-HOLD    251001X0 '.
          05 FILLER PIC X(023) VALUE 'COMPL-HOLD-DT 252008N0 '.
          05 FILLER PIC X(023) VALUE 'TERMS-CODE    260004X0 '.
          05 FILLER PIC X(023) VALUE 'FRAUD-HOLD    264001X0 '.
          05 FILLER PIC X(023) VALUE 'CUST-LANG     265001X0 '.
       01 XF-CATALOG             REDEFINES XF-CATALOG-VALUES.
          05 XF-ENTRY               OCCURS 33.
             10 XF-NAME             PIC X(014).
             10 XF-POSITION         PIC 9(003).
             10 XF-LENGTH           PIC 9(003).
             10 XF-TYPE             PIC X(001).
             10 XF-DECIMALS         PIC 9(001).
             10 XF-PROTECTED        PIC X(001).
       01 XF-FIELD-COUNT         PIC S9(4) COMP VALUE +33.
      * ------------------------------------------------------------
