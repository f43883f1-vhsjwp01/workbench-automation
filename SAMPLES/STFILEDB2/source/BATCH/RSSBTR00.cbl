       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSBTR00.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -SHARED BILL-TO RESOLVER. THE BILLING, PAYMENT, AGING AND  *
      *     DUNNING RUNS CALL IT TO FIND THE CORPORATE BILL-TO PARENT *
      *     THAT CARRIES A LOCATION'S BILLING ('P'), OR THE LIST OF   *
      *     LOCATIONS BILLED TO A PARENT ('C').                       *
      *    -THE BILL-TO FILE IS SMALL AND ASKED ABOUT FOR EVERY       *
      *     CUSTOMER OF A SWEEP, SO IT IS LOADED INTO A TABLE ON THE  *
      *     FIRST CALL OF THE RUN AND EVERY CALL AFTER THAT IS        *
      *     ANSWERED FROM THE TABLE. AN ABSENT FILE MEANS NO          *
      *     CUSTOMER HAS A BILL-TO PARENT.                            *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - BILLTO (BILL-TO HIERARCHY, ODCSFBT)       *
      * LINKAGE    : RSSBTRC PARAMETER AREA                           *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * BILL-TO HIERARCHY VSAM-KSDS FILE, READ ONCE IN KEY ORDER
           SELECT OPTIONAL BILLTO-FILE
               ASSIGN       TO BILLTO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS BT-CUSTIDENT
               FILE STATUS  IS BILLTO-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   BILLTO-FILE.
       COPY ODCSFBT.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

       01  BILLTO-STATUS.
           05  BILLTO-STAT1        PIC X.
           05  BILLTO-STAT2        PIC X.

       01  WS-LOADED-SWITCH        PIC X VALUE 'N'.
           88  TABLE-LOADED        VALUE 'Y'.
       01  WS-DONE-SWITCH          PIC X VALUE 'N'.
           88  LOAD-DONE           VALUE 'Y'.

      * THE WHOLE BILL-TO FILE, IN LOCATION (KEY) ORDER
       01  WS-LINK-TABLE.
           05  WS-LINK-COUNT-ENT   PIC S9(4) COMP VALUE +0.
           05  WS-LINK-ENTRY       OCCURS 2000.
               10  WS-LINK-CHILD   PIC 9(009).
               10  WS-LINK-PARENT  PIC 9(009).
       01  WS-LINK-IX              PIC S9(4) COMP VALUE +0.

       LINKAGE SECTION.
       COPY RSSBTRC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING RSSBTR-AREA.

           MOVE BTR-CUSTIDENT TO BTR-PARENT
           MOVE ZEROS         TO BTR-CHILD-COUNT
           MOVE '23'          TO BTR-RETCODE

           IF  NOT TABLE-LOADED
               PERFORM LOAD-LINK-TABLE
           END-IF

           EVALUATE TRUE
              WHEN BTR-FIND-PARENT
                   PERFORM FIND-PARENT
              WHEN BTR-LIST-CHILDREN
                   PERFORM LIST-CHILDREN
              WHEN OTHER
                   MOVE '99' TO BTR-RETCODE
           END-EVALUATE

           GOBACK.

      *---------------------------------------------------------------*
      * READ THE BILL-TO FILE INTO THE TABLE, ONCE PER RUN. LINKS     *
      * PAST THE TABLE'S SIZE ARE DISPLAYED AND LEFT OUT (THOSE       *
      * LOCATIONS BILL FOR THEMSELVES UNTIL THE TABLE IS RAISED).     *
      *---------------------------------------------------------------*
       LOAD-LINK-TABLE.
           MOVE 'Y' TO WS-LOADED-SWITCH
           MOVE 'N' TO WS-DONE-SWITCH
           OPEN INPUT BILLTO-FILE
           IF  BILLTO-STATUS NOT = '00' AND '05'
               DISPLAY 'RSSBTR00: BILLTO-FAILURE-OPEN...'
                       BILLTO-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOAD-DONE
              READ BILLTO-FILE NEXT RECORD
              IF  BILLTO-STATUS NOT = '00'
                  MOVE 'Y' TO WS-DONE-SWITCH
              ELSE
                  IF  WS-LINK-COUNT-ENT >= 2000
                      DISPLAY 'RSSBTR00: BILL-TO TABLE FULL, SKIPPED '
                              BT-CUSTIDENT
                  ELSE
                      ADD 1 TO WS-LINK-COUNT-ENT
                      MOVE BT-CUSTIDENT
                        TO WS-LINK-CHILD (WS-LINK-COUNT-ENT)
                      MOVE BT-PARENT
                        TO WS-LINK-PARENT (WS-LINK-COUNT-ENT)
                  END-IF
              END-IF
           END-PERFORM
           CLOSE BILLTO-FILE
           EXIT.

      *---------------------------------------------------------------*
      * THE PARENT THAT CARRIES THE CUSTOMER'S BILLING, IF ANY.       *
      *---------------------------------------------------------------*
       FIND-PARENT.
           PERFORM VARYING WS-LINK-IX FROM 1 BY 1
                   UNTIL WS-LINK-IX > WS-LINK-COUNT-ENT
                      OR BTR-RETCODE = '00'
              IF  WS-LINK-CHILD (WS-LINK-IX) = BTR-CUSTIDENT
                  MOVE WS-LINK-PARENT (WS-LINK-IX) TO BTR-PARENT
                  MOVE '00' TO BTR-RETCODE
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * EVERY LOCATION BILLED TO THE CUSTOMER, IN ASCENDING ORDER.    *
      *---------------------------------------------------------------*
       LIST-CHILDREN.
           PERFORM VARYING WS-LINK-IX FROM 1 BY 1
                   UNTIL WS-LINK-IX > WS-LINK-COUNT-ENT
              IF  WS-LINK-PARENT (WS-LINK-IX) = BTR-CUSTIDENT
                  IF  BTR-CHILD-COUNT >= 200
                      MOVE '04' TO BTR-RETCODE
                  ELSE
                      ADD 1 TO BTR-CHILD-COUNT
                      MOVE WS-LINK-CHILD (WS-LINK-IX)
                        TO BTR-CHILD (BTR-CHILD-COUNT)
                      MOVE '00' TO BTR-RETCODE
                  END-IF
              END-IF
           END-PERFORM
           EXIT.
