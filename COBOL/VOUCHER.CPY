      *================================================================
      *  VOUCHER.CPY -- manual journal voucher line, kept in
      *  Voucher.dat. JournalVoucherEntry writes every line of a
      *  voucher under one NextDocNo "JV" serial with VcStatus "P"
      *  pending, once the debits equal the credits and the voucher
      *  date lies in an open GL period. TxnApprove passes or
      *  rejects the voucher whole, moving every line to "A" or "R",
      *  and the checker may not be the operator who keyed it; a
      *  voucher whose GL period has closed since is not passed.
      *  GLJournal carries lines approved on its run date into
      *  Journal.dat for GLPosting, dated VcDate so each posts to
      *  the period of its voucher date. VcRecurFlag "Y" marks a
      *  standing monthly voucher (an accrual, say); the repeat
      *  option copies it into a fresh pending voucher dated in a
      *  later month, with VcFromNo naming the standing voucher,
      *  once per month.
      *  VcVoucherTot is the voucher's debit total, on every line.
      *================================================================
       01  VoucherRec.
           05  VcVoucherNo         PIC 9(6).
           05  VcLineNo            PIC 99.
           05  VcDate              PIC 9(8).
           05  VcAcctNo            PIC X(6).
           05  VcAcctName          PIC X(20).
           05  VcDept              PIC X(4).
           05  VcDrCr              PIC A.
           05  VcAmount            PIC 9(9)V99.
           05  VcNarration         PIC X(30).
           05  VcVoucherTot        PIC 9(9)V99.
           05  VcRecurFlag         PIC A.
           05  VcFromNo            PIC 9(6).
           05  VcMaker             PIC X(4).
           05  VcStatus            PIC A.
           05  VcChecker           PIC X(4).
           05  VcActionDate        PIC 9(8).
