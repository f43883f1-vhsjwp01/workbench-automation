      * ------------------------------------------------------------
      * Utilities that may be requested on demand (job queue)
      *  -One entry per utility an authorized user may ask the chain
      *   driver to run: its program name, a description, and the
      *   run parameters it reads thru RSSPRM00 (up to 8), each with
      *   'Y' when it is required and 'N' when its value must be
      *   numeric.
      *  -A utility not listed here cannot be requested, and the
      *   chain driver refuses a queued request naming one. Shared
      *   by the job-request screen (RSSAT048) and the chain driver
      *   (RSSABB61), so both apply the same list.
      * ------------------------------------------------------------
       01 JL-UTILITY-VALUES.
          05 FILLER PIC X(008) VALUE 'RSSABB05'.
          05 FILLER PIC X(030) VALUE 'CUSTOMER MERGE                '.
          05 FILLER PIC X(022) VALUE 'RSSABB05_SURVIVOR_IDYN'.
          05 FILLER PIC X(022) VALUE 'RSSABB05_RETIRE_ID  YN'.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(008) VALUE 'RSSABB15'.
          05 FILLER PIC X(030) VALUE 'RESTORE FROM ARCHIVE          '.
          05 FILLER PIC X(022) VALUE 'RSSABB15_CUSTIDENT  YN'.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(008) VALUE 'RSSABB25'.
          05 FILLER PIC X(030) VALUE 'ERASURE ANONYMIZATION         '.
          05 FILLER PIC X(022) VALUE 'RSSABB25_CUSTIDENT  YN'.
          05 FILLER PIC X(022) VALUE 'RSSABB25_AUTH_USER  Y '.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(022) VALUE SPACES.
          05 FILLER PIC X(008) VALUE 'RSSABB39'.
          05 FILLER PIC X(030) VALUE 'MASS CHANGE                   '.
          05 FILLER PIC X(022) VALUE 'RSSABB39_MODE         '.
          05 FILLER PIC X(022) VALUE 'RSSABB39_STATE        '.
          05 FILLER PIC X(022) VALUE 'RSSABB39_CITY         '.
          05 FILLER PIC X(022) VALUE 'RSSABB39_FIELD      Y '.
          05 FILLER PIC X(022) VALUE 'RSSABB39_PATTERN    Y '.
          05 FILLER PIC X(022) VALUE 'RSSABB39_NEWVAL     Y '.
          05 FILLER PIC X(022) VALUE 'RSSABB39_LIMIT       N'.
          05 FILLER PIC X(022) VALUE SPACES.
       01 JL-UTILITY-LIST        REDEFINES JL-UTILITY-VALUES.
          05 JL-ENTRY               OCCURS 4.
             10 JL-UTILITY          PIC X(008).
             10 JL-DESCRIPTION      PIC X(030).
             10 JL-PARM             OCCURS 8.
                15 JL-PARM-NAME     PIC X(020).
                15 JL-PARM-REQUIRED PIC X(001).
                15 JL-PARM-NUMERIC  PIC X(001).
       01 JL-UTILITY-COUNT       PIC S9(4) COMP VALUE +4.
      * ------------------------------------------------------------
