      *  FeeStruc.dat by FeeStrucMaint. One row per course and term;
      *  latest row for a course/term wins. FsLatePct is the late-fee
      *  fraction (0.05 = 5 percent) applied by the billing job when
      *  payment is still outstanding past FsDueDate. A student on an
      *  approved instalment plan (INSTPLAN.CPY) is held to the dates
      *  of the plan's parts instead of FsDueDate.
      *================================================================
       01  FeeStrucRec.
           05  FsCourse            PIC A(6).
