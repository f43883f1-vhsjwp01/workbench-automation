      * ------------------------------------------------------------
      * Parameter area for the RSSBKV00 bank-account vault
      * gatekeeper.
      *  -BKV-FUNC 'GET' fetches a customer's routing and account
      *   numbers for a caller whose operator profile carries the
      *   supervisor or PII-viewer role; anyone else gets them
      *   masked. 'PUT' stores them in the vault.
      *  -Every GET is logged to the access-history file with the
      *   requesting user, the way the tax-id vault logs its reads.
      *  -BKV-RETCODE: '00' served, '22' masked (role refused),
      *   '23' no vault entry.
      * ------------------------------------------------------------
       01 RSSBKV-AREA.
          05 BKV-FUNC               PIC X(003).
          05 BKV-CUSTIDENT          PIC 9(009).
          05 BKV-USERID             PIC X(008).
          05 BKV-ROUTING            PIC X(009).
          05 BKV-ACCOUNT            PIC X(017).
          05 BKV-ACCT-TYPE          PIC X(001).
          05 BKV-RETCODE            PIC X(002).
      * ------------------------------------------------------------
