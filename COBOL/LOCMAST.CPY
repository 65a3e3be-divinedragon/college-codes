      *================================================================
      *  LOCMAST.CPY -- stock location master row, appended to
      *  LocMast.dat by LocationMaint; latest row for a code wins.
      *  LoStatus "A" active, "D" deleted: a location is never
      *  removed from the file, only marked deleted, so the history
      *  still prints its name. RefIntegrity flags lot balances
      *  still held at a location that is deleted or not on file.
      *================================================================
       01  LocMastRec.
           05  LoCode              PIC X(3).
           05  LoName              PIC X(20).
           05  LoStatus            PIC A.
