      *  "P" = payment received, "C" = concession credit booked by    *
      *  the billing run against an approved scholarship award,       *
      *  "R" = fee refund voucher, "H" = hostel charge raised by      *
      *  HostelAlloc, "B" = library fine posted by LibCirculation,    *
      *  "M" = monthly mess charge posted by MessBillingRun (FlRcptNo *
      *  holds the billed month YYYYMM), "T" = term transport charge  *
      *  raised by TransportBillingRun for a bus pass held.           *
      *  "D"/"L"/"H"/"B"/"M"/"T" raise the balance, and so does "R"   *
      *  (it hands a payment back); "P" and "C" reduce it. FlTerm     *
      *  carries the billing term on "D"/"L"/"C"/"T"                  *
      *  rows so the billing job can tell who is already billed;      *
      *  zero on rows with no term. On an "L" row raised against one  *
      *  part of an approved instalment plan (INSTPLAN.CPY) FlRcptNo  *
      *  holds the part number; a whole-term late fee carries zero.   *
      *****************************************************************
       01  FeeLedgerRec.
           05  FlPrnNo        PIC 9(9).
