      * ------------------------------------------------------------
      * Parameter area for the RSSTXL00 sales-tax liability writer.
      *  -TXL-KIND 'I': an invoice's taxable base and the tax it
      *   was charged (TXL-TAX-AMT in). A base invoiced where no
      *   rate applies is booked as exempt sales.
      *  -TXL-KIND 'C': a credit memo against a billed order; the
      *   tax on the base is worked out at the customer's rate and
      *   booked as a reduction (as a return of exempt sales when
      *   no rate applies).
      *  -TXL-KIND 'W': a billed balance written off; the tax on
      *   it is booked as bad-debt relief. Nothing is booked when
      *   no rate applies.
      *  -The jurisdiction is the customer's ZIP when the tax
      *   table carries an override for it, the state otherwise.
      *   TXL-STATE/TXL-ZIP may be left blank: they are then read
      *   from the customer file by TXL-CUSTIDENT.
      *  -The posting lands in the period of TXL-POST-DATE.
      *  -TXL-RETCODE: '00' booked (TXL-TAX-RATE/TXL-TAX-AMT carry
      *   the rate and tax), '04' nothing to book, '99' failure.
      * ------------------------------------------------------------
       01 RSSTXL-AREA.
          05 TXL-KIND               PIC X(001).
          05 TXL-PROGRAM            PIC X(008).
          05 TXL-CUSTIDENT          PIC 9(009).
          05 TXL-STATE              PIC X(002).
          05 TXL-ZIP                PIC X(005).
          05 TXL-POST-DATE          PIC 9(008).
          05 TXL-BASE-AMT           PIC S9(009)V99.
          05 TXL-TAX-RATE           PIC 9(002)V999.
          05 TXL-TAX-AMT            PIC S9(009)V99.
          05 TXL-RETCODE            PIC X(002).
      * ------------------------------------------------------------
