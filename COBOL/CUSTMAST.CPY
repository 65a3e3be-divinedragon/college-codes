      *================================================================
      *  CUSTMAST.CPY -- customer master row, appended to
      *  CustMast.dat by CustomerMaint. Latest row per customer wins.
      *  CuTermsDays sets the due date on the customer's invoices;
      *  CuCreditLimit caps the open receivables plus open orders
      *  SalesOrderEntry will accept (zero = no limit). A customer
      *  with CuStatus "I" takes no new orders.
      *================================================================
       01  CustMastRec.
           05  CuCustCode          PIC X(4).
           05  CuName              PIC X(20).
           05  CuCity              PIC X(12).
           05  CuTermsDays         PIC 9(3).
           05  CuCreditLimit       PIC 9(7)V99.
           05  CuStatus            PIC A.
           05  CuDate              PIC 9(8).
