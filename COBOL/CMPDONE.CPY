      *================================================================
      *  CMPDONE.CPY -- compliance occurrence marked done by hand,
      *  appended to CompDone.dat by ComplianceMaint. Keyed by
      *  obligation, reference (the item or player of a contract
      *  obligation, blank for a periodic one) and the due date
      *  ComplianceCal printed. Used for obligations no program
      *  records (TDS deposit and returns), and to close a contract
      *  that is deliberately not being renewed.
      *================================================================
       01  CompDoneRec.
           05  CdOblId             PIC X(8).
           05  CdRefKey            PIC X(4).
           05  CdDueDate           PIC 9(8).
           05  CdDoneDate          PIC 9(8).
           05  CdUserId            PIC X(4).
           05  CdNote              PIC X(20).
