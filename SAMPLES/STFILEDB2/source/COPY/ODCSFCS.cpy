      *   or ownership chain.
      *  -CS-STATUS: 'O' opened, 'A' assigned, 'R' resolved. The
      *   owner is a user id from the operator profile file.
      *  -CS-SURVEY-STATUS: space not yet surveyed, 'S' sent to the
      *   survey vendor (RSSABC06), 'N' not sent - no channel the
      *   customer accepts, 'R' answered (RSSABC07): CS-SURVEY-SCORE
      *   is the 0-10 score, CS-SURVEY-MONTH the month (YYYYMM) the
      *   answer came in, read by the monthly NPS report (RSSABC08).
      *  -Record's length : 120
      * ------------------------------------------------------------
       01 CS-ODCSFCS-RECORD.
          05 CS-ASSIGNDATE          PIC 9(008).
          05 CS-RESOLVEDATE         PIC 9(008).
          05 CS-SUMMARY             PIC X(060).
          05 CS-SURVEY-STATUS       PIC X(001).
          05 CS-SURVEY-SCORE        PIC 9(002).
          05 CS-SURVEY-MONTH        PIC 9(006).
      * ------------------------------------------------------------
