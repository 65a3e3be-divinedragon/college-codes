           05  PSLoanDed      PIC 9(6)V99.
           05  PSNetSal       PIC 9(6)V99.
           05  PSProofFlag    PIC X(1).
      *  ESI shares sit after the proof flag so rows written before
      *  ESI was deducted still line up; on those rows they read as
      *  spaces and are treated as zero by the readers.
           05  PSEsiDed       PIC 9(6)V99.
           05  PSEsiEmpr      PIC 9(6)V99.
      *  Shift allowance and the library-fine deduction are appended
      *  the same way and read as spaces on older rows.
           05  PSShiftAlw     PIC 9(6)V99.
           05  PSLibDed       PIC 9(6)V99.
