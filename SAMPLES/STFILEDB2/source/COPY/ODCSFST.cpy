      * ------------------------------------------------------------
      * Customer ship-to address record description
      *  -Keyed by customer id plus a ship-to sequence (1 to 9);
      *   one record per alternate delivery address a customer
      *   keeps (a gift recipient, a second home), maintained on
      *   the ship-to screen (RSSAT042).
      *  -An order names one of them in QO-SHIPTO-SEQ; zero (or
      *   blank, on orders older than the field) means the
      *   customer's own address, which is never copied here so
      *   a delivery elsewhere no longer overwrites it.
      *  -ST-STATUS: 'A' active, 'I' inactive. A ship-to is never
      *   deleted, since orders go on referring to it; an
      *   inactive one is refused on new orders.
      *  -ST-SET-DATE/ST-SET-USER record the last maintenance.
      *  -Record's length : 140
      * ------------------------------------------------------------
       01 ST-ODCSFST-RECORD.
          05 ST-SHIPTO-KEY.
             10 ST-CUSTIDENT        PIC 9(009).
             10 ST-SHIPTO-SEQ       PIC 9(001).
          05 ST-NAME                PIC X(040).
          05 ST-ADDRS               PIC X(030).
          05 ST-CITY                PIC X(020).
          05 ST-STATE               PIC X(002).
          05 ST-ZIP                 PIC X(005).
          05 ST-COUNTRY             PIC X(002).
          05 ST-STATUS              PIC X(001).
          05 ST-SET-DATE            PIC 9(008).
          05 ST-SET-USER            PIC X(008).
          05 ST-FILLER              PIC X(014).
      * ------------------------------------------------------------
