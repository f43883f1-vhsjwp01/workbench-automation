      *   '00' in PRM-RETCODE, or '23' when the parameter is not on
      *   the file (callers then fall back to their environment
      *   variable, so a missing file never stops the chain).
      *  -PRM-ACTION 'SET' writes PRM-VALUE under PRM-NAME instead
      *   (added, or replacing the current value), stamped with
      *   PRM-USER; '00' when stored, the file status otherwise.
      *   'DEL' removes PRM-NAME from the file ('00', or '23' when
      *   it was not there).
      *   The chain driver uses them to pass an approved on-demand
      *   job request's parameters to the utility it runs, and to
      *   put the file back as it was afterwards.
      * ------------------------------------------------------------
       01 RSSPRM-AREA.
          05 PRM-NAME               PIC X(020).
          05 PRM-VALUE              PIC X(020).
          05 PRM-RETCODE            PIC X(002).
          05 PRM-ACTION             PIC X(003) VALUE SPACES.
             88 PRM-ACTION-SET      VALUE 'SET'.
             88 PRM-ACTION-DEL      VALUE 'DEL'.
          05 PRM-USER               PIC X(008) VALUE SPACES.
      * ------------------------------------------------------------
