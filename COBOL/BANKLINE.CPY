      *================================================================
      *  BANKLINE.CPY -- one line of the bank statement, kept in
      *  BankLine.dat by BankReconcile. The import numbers each new
      *  line in BlLineNo and skips a line already held, so the same
      *  statement may be loaded twice. BlDrCr "C" is a deposit, "D"
      *  a withdrawal; BlBalance is the bank's running balance after
      *  the line. BlMatchType says what the line was ticked off
      *  against: "R" one fee receipt (BlMatchKey the receipt
      *  number), "D" a day's fee collection (BlMatchKey the
      *  collection date), "Q" a cheque on ChequeReg.dat (BlMatchKey
      *  the cheque number), "J" cleared by hand once journalled
      *  (BlMatchKey the voucher number); space is still unmatched.
      *================================================================
       01  BankLineRec.
           05  BlLineNo            PIC 9(6).
           05  BlDate              PIC 9(8).
           05  BlDrCr              PIC A.
           05  BlRef               PIC X(16).
           05  BlAmount            PIC 9(9)V99.
           05  BlBalance           PIC S9(11)V99.
           05  BlNarration         PIC X(30).
           05  BlMatchType         PIC A.
           05  BlMatchKey          PIC X(8).
           05  BlMatchDate         PIC 9(8).
           05  BlImportDate        PIC 9(8).
