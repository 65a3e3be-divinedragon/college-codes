      *  ChequeReg.dat by ChequePayments for every employee paid by
      *  cheque because NEFT could not carry them (no bank details on
      *  BankMast.dat). CqStatus "I" = issued, "E" = encashed,
      *  "S" = stale; ChequeStatus moves cheques along by hand,
      *  BankReconcile encashes those the bank statement shows paid,
      *  and SettleReconcile ties every PayRep net amount to either a
      *  NEFT row or a cheque here. CqPayeeType "L" marks a
      *  contract-labour wage cheque from LabourWageRun, where
      *  CqEmpNo holds the LabWorker.dat worker number; "V" marks a
      *  VendorPaymentRun cheque to CqVendorCode (CqEmpNo zero);
      *  "P" a PlayerPaymentRun cheque with the player id in
      *  CqVendorCode (CqEmpNo zero); "E" or space is an employee.
      *================================================================
       01  ChequeRegRec.
           05  CqChequeNo          PIC 9(6).
           05  CqAmount            PIC 9(6)V99.
           05  CqIssueDate         PIC 9(8).
           05  CqStatus            PIC A.
           05  CqPayeeType         PIC A.
           05  CqVendorCode        PIC X(4).
