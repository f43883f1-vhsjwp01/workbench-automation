      * ------------------------------------------------------------
      * Parameter area for the RSSBTR00 bill-to resolver.
      *  -BTR-FUNC 'P': the caller sets BTR-CUSTIDENT; BTR-PARENT
      *   comes back as the corporate bill-to parent that carries
      *   the customer's billing, RETCODE '00'. A customer billed
      *   for itself comes back with RETCODE '23' and BTR-PARENT
      *   equal to BTR-CUSTIDENT.
      *  -BTR-FUNC 'C': the caller sets BTR-CUSTIDENT; the
      *   locations billed to it come back in BTR-CHILD (ascending,
      *   BTR-CHILD-COUNT of them), RETCODE '00'. A customer that
      *   is nobody's parent comes back with RETCODE '23' and a
      *   zero count.
      *  -A parent with more locations than BTR-CHILD holds comes
      *   back with the first 200 and RETCODE '04'.
      * ------------------------------------------------------------
       01 RSSBTR-AREA.
          05 BTR-FUNC               PIC X(001).
             88 BTR-FIND-PARENT     VALUE 'P'.
             88 BTR-LIST-CHILDREN   VALUE 'C'.
          05 BTR-CUSTIDENT          PIC 9(009).
          05 BTR-PARENT             PIC 9(009).
          05 BTR-CHILD-COUNT        PIC 9(003).
          05 BTR-CHILD              PIC 9(009) OCCURS 200.
          05 BTR-RETCODE            PIC X(002).
      * ------------------------------------------------------------
