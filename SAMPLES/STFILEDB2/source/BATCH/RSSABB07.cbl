           05  AO-PAID-AMT         PIC 9(007)V99.
           05  AO-CREDIT-AMT       PIC 9(007)V99.
           05  AO-CURRENCY         PIC X(003).
           05  AO-PROMO-CODE       PIC X(008).
           05  AO-SHIPTO-SEQ       PIC 9(001).

       FD   LEGLHLD-FILE.
       COPY ODCSFLH.
                  MOVE QO-PAID-AMT    TO AO-PAID-AMT
                  MOVE QO-CREDIT-AMT  TO AO-CREDIT-AMT
                  MOVE QO-CURRENCY    TO AO-CURRENCY
                  MOVE QO-PROMO-CODE  TO AO-PROMO-CODE
                  MOVE QO-SHIPTO-SEQ  TO AO-SHIPTO-SEQ
                  WRITE AO-ARCHORD-RECORD
                  IF  ARCHORD-STATUS NOT = '00'
                      MOVE 'RSSABB07: ARCHORD-FAILURE-WRITE...'
