      *================================================================
      *  PLBANK.CPY -- player bank details, appended to PlayerBank.dat
      *  by PlayerBankMaint. Latest row per player wins; a row with a
      *  blank account number withdraws the details, and the player
      *  is then paid by cheque. PlayerPaymentRun sends contract and
      *  match-fee payments to the account here, and NeftAckLoader
      *  reads it to decide whether a returned player credit can be
      *  retried through NEFT.
      *================================================================
       01  PlayerBankRec.
           05  PbPlayerId          PIC X(4).
           05  PbAcctNo            PIC X(16).
           05  PbIfsc              PIC X(11).
           05  PbHolderName        PIC X(30).
           05  PbDate              PIC 9(8).
           05  PbOpId              PIC X(4).
