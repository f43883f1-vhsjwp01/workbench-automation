      *  -The same masking, access-logging and field-change
      *   auditing as the screens apply: a caller without the
      *   PII-view role receives the masked email and phone.
      *  -On an 'INQ' found, SVC-FLAG-CODE returns up to 5 of the
      *   customer's active special-handling flag codes (HANDFLAG),
      *   SVC-FLAG-COUNT how many. They sit last and are only
      *   filled when the caller's commarea reaches them, so
      *   callers built before they existed still work.
      * ------------------------------------------------------------
       01 RSSBSV-AREA.
          05 SVC-FUNC               PIC X(003).
             10 SVC-LIST-IDENT      PIC 9(006).
             10 SVC-LIST-LNAME      PIC X(030).
             10 SVC-LIST-FNAME      PIC X(020).
          05 SVC-FLAG-COUNT         PIC 9(001).
          05 SVC-FLAG-CODES.
             10 SVC-FLAG-CODE       PIC X(004) OCCURS 5.
      * ------------------------------------------------------------
