      *     PREDATES THE CURRENT NOTICE VERSION (THE                  *
      *     CONSENT_VERSION RUN PARAMETER), SO THE OUTREACH DESK CAN  *
      *     CHASE THEM.                                               *
      *    -THE SAME CHECK RUNS AS MODULE RSSABS71 OF THE SINGLE-     *
      *     PASS CUSTOMER SWEEP (RSSABC30); A CHANGE TO THE RULES     *
      *     HERE BELONGS THERE TOO.                                   *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - CONSENT (CONSENT RECORDS, ODCSFCV)        *
