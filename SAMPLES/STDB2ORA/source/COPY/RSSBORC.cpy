      *   '30' edit failed or customer closed/deceased, '31'
      *   credit limit exceeded, '99' bad function; ORC-MESSAGE
      *   says why.
      *  -ORC-SHIPTO-SEQ names one of the customer's active ship-to
      *   addresses (ODCSFST) to deliver to; zero or a space is the
      *   customer's own address. An unknown or inactive ship-to
      *   is an edit failure ('30'). It is read only when the
      *   caller's commarea reaches it; a shorter commarea from a
      *   caller built before it existed means no ship-to.
      *  -ORC-FLAG-CODE returns up to 5 of the customer's active
      *   special-handling flag codes (HANDFLAG) whenever the
      *   customer is found, ORC-FLAG-COUNT how many; filled only
      *   when the caller's commarea reaches them, the same way.
      * ------------------------------------------------------------
       01 RSSBOR-AREA.
          05 ORC-FUNC               PIC X(003).
          05 ORC-ORDERNUM           PIC 9(006).
          05 ORC-RETCODE            PIC X(002).
          05 ORC-MESSAGE            PIC X(079).
          05 ORC-SHIPTO-SEQ         PIC X(001).
          05 ORC-FLAG-COUNT         PIC 9(001).
          05 ORC-FLAG-CODES.
             10 ORC-FLAG-CODE       PIC X(004) OCCURS 5.
      * ------------------------------------------------------------
