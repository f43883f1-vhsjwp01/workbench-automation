      *     AND THE PERCENTAGE OF CLEAN RECORDS; THE WORST RECORDS    *
      *     (THREE OR MORE DEFECTS) GO TO THE DQWORST DETAIL FILE AS  *
      *     THE DESK'S CLEANUP QUEUE.                                 *
      *    -THE SAME GRADING RUNS AS MODULE RSSABS27 OF THE           *
      *     SINGLE-PASS CUSTOMER SWEEP (RSSABC30); A CHANGE TO THE    *
      *     RULES HERE BELONGS THERE TOO.                             *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * OUTPUT     : SYSPRINT - DATA-QUALITY SCORECARD                *
