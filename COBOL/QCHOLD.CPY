      *================================================================
      *  QCHOLD.CPY -- quality-inspection hold row, appended to
      *  QcHold.dat. GoodsReceipt writes an "H" row when a delivery
      *  of an item flagged MInspectReq = "Y" is booked into the QC
      *  hold location instead of the store keyed; QcInspection
      *  appends the outcome for the PO. Latest row for a PO wins.
      *  QhStatus "H" = held awaiting inspection, "A" = accepted in
      *  full, "P" = partly accepted, "R" = rejected in full.
      *  Accepted quantity is transferred to QhDestLoc; rejected
      *  quantity goes back to the vendor on debit note
      *  QhDebitNoteNo. Quantities and rate are in issue units.
      *================================================================
       01  QcHoldRec.
           05  QhPoNo              PIC 9(6).
           05  QhItemCode          PIC X(4).
           05  QhVendorCode        PIC X(4).
           05  QhLotNo             PIC X(8).
           05  QhExpDate           PIC 9(8).
           05  QhDestLoc           PIC X(3).
           05  QhRecvQty           PIC 9(4).
           05  QhRate              PIC 9(4)V99.
           05  QhRecvDate          PIC 9(8).
           05  QhStatus            PIC A.
           05  QhAcceptQty         PIC 9(4).
           05  QhRejectQty         PIC 9(4).
           05  QhInspDate          PIC 9(8).
           05  QhInspector         PIC X(4).
           05  QhDebitNoteNo       PIC 9(6).
