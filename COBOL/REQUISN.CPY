      *================================================================
      *  REQUISN.CPY -- departmental material requisition line, kept
      *  in Requisition.dat. RequisitionEntry writes every line of a
      *  requisition under one NextDocNo "REQ" serial with RqStatus
      *  "P" pending; TxnApprove moves it to "A" approved (or "R"
      *  rejected), and the checker may not be the operator who keyed
      *  it. RequisitionIssue issues approved lines from the main
      *  store ("I") or, when stock is short, marks them "D" demand;
      *  PurchaseOrderGen raises a PO against a demand line and marks
      *  it "O" on order with RqPoNo, and once that PO is received
      *  RequisitionIssue issues the line. The file is rewritten in
      *  place as the status moves, like Claims.dat.
      *================================================================
       01  ReqRec.
           05  RqReqNo             PIC 9(6).
           05  RqLineNo            PIC 99.
           05  RqCostCenter        PIC X(4).
           05  RqRequester         PIC X(20).
           05  RqMaker             PIC X(4).
           05  RqReqDate           PIC 9(8).
           05  RqItemCode          PIC X(4).
           05  RqQty               PIC 9(4).
           05  RqStatus            PIC A.
           05  RqChecker           PIC X(4).
           05  RqActionDate        PIC 9(8).
           05  RqPoNo              PIC 9(6).
