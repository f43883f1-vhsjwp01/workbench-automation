      *     THE FILE IS ABSENT); CALLERS FALL BACK TO THEIR OLD       *
      *     ENVIRONMENT VARIABLE SO THE CHAIN KEEPS RUNNING DURING    *
      *     THE CHANGEOVER.                                           *
      *    -ACTION 'SET' STORES A VALUE INSTEAD (ADDED OR REPLACED,   *
      *     STAMPED WITH THE GIVEN USER, DATE AND TIME); THE CHAIN    *
      *     DRIVER SETS AN APPROVED JOB REQUEST'S PARAMETERS THIS     *
      *     WAY BEFORE CALLING THE UTILITY, AND PUTS THE OLD VALUES   *
      *     BACK AFTERWARDS ('SET' AGAIN, OR 'DEL' FOR A PARAMETER    *
      *     THAT WAS NOT ON THE FILE BEFORE).                         *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - PARMFILE (RUN PARAMETERS)                 *
      * LINKAGE    : RSSPRMC PARAMETER AREA                           *
       01  PARMFILE-STATUS.
           05  PARMFILE-STAT1      PIC X.
           05  PARMFILE-STAT2      PIC X.
       01  WS-PRM-TIME             PIC 9(008) VALUE 0.

       LINKAGE SECTION.
       COPY RSSPRMC.
      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING RSSPRM-AREA.

           IF  PRM-ACTION-SET
               PERFORM SET-PARM-VALUE
               GOBACK
           END-IF
           IF  PRM-ACTION-DEL
               PERFORM DELETE-PARM-VALUE
               GOBACK
           END-IF

           MOVE SPACES TO PRM-VALUE
           MOVE '23'   TO PRM-RETCODE


           CLOSE PARMFILE-FILE
           GOBACK.

      * ------------------------------------------------------------- *
      * STORE PRM-VALUE UNDER PRM-NAME, ADDING THE PARAMETER WHEN IT
      * IS NOT ON THE FILE YET
      * ------------------------------------------------------------- *
       SET-PARM-VALUE.

           OPEN I-O PARMFILE-FILE
           IF  PARMFILE-STATUS NOT = '00' AND '05'
               MOVE PARMFILE-STATUS TO PRM-RETCODE
               EXIT PARAGRAPH
           END-IF

           MOVE PRM-NAME TO PM-PARM-NAME
           READ PARMFILE-FILE
           MOVE PARMFILE-STATUS TO PRM-RETCODE
           IF  PARMFILE-STATUS NOT = '00' AND '23'
               CLOSE PARMFILE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE PRM-NAME  TO PM-PARM-NAME
           MOVE PRM-VALUE TO PM-PARM-VALUE
           MOVE PRM-USER  TO PM-UPDUSER
           ACCEPT PM-UPDDATE  FROM DATE YYYYMMDD
           ACCEPT WS-PRM-TIME FROM TIME
           MOVE WS-PRM-TIME TO PM-UPDTIME
           IF  PRM-RETCODE = '00'
               REWRITE PM-ODCSFPM-RECORD
           ELSE
               MOVE SPACES TO PM-FILLER
               WRITE PM-ODCSFPM-RECORD
           END-IF
           MOVE PARMFILE-STATUS TO PRM-RETCODE

           CLOSE PARMFILE-FILE.

      * ------------------------------------------------------------- *
      * REMOVE PRM-NAME FROM THE FILE
      * ------------------------------------------------------------- *
       DELETE-PARM-VALUE.

           OPEN I-O PARMFILE-FILE
           IF  PARMFILE-STATUS NOT = '00' AND '05'
               MOVE PARMFILE-STATUS TO PRM-RETCODE
               EXIT PARAGRAPH
           END-IF

           MOVE PRM-NAME TO PM-PARM-NAME
           DELETE PARMFILE-FILE RECORD
           MOVE PARMFILE-STATUS TO PRM-RETCODE

           CLOSE PARMFILE-FILE.
