      *================================================================
      *  VENDBANK.CPY -- vendor bank details as VendorBankMaint used
      *  to append them to VendBank.dat. Latest row per vendor wins;
      *  a row with a blank account number withdraws the details.
      *  Bank details are now kept on the vendor master (VENDPTY.CPY);
      *  the file is still read so a vendor not yet on the master, or
      *  newly put on it, keeps the account recorded here.
      *================================================================
       01  VendBankRec.
           05  VbVendorCode        PIC X(4).
           05  VbAcctNo            PIC X(16).
           05  VbIfsc              PIC X(11).
           05  VbDate              PIC 9(8).
