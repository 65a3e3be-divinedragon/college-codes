      *================================================================
      *  INSTPLAN.CPY -- fee instalment plan, one row per student and
      *  term, appended to InstPlan.dat by InstalmentPlanEntry with
      *  IpStatus "P" pending. TxnApprove moves it to "A" approved or
      *  "R" rejected (the checker may not be the operator who keyed
      *  it), rewriting the file in place like Requisition.dat. The
      *  parts split the FeeStruc amount for the course and term and
      *  fall due in date order; the latest approved plan for a
      *  student and term wins. FeeBilling raises the late fee per
      *  overdue part, and FeeDues and DunningNotice age each part
      *  from its own due date and leave parts not yet due alone.
      *================================================================
       01  InstPlanRec.
           05  IpPrnNo             PIC 9(9).
           05  IpTerm              PIC 99.
           05  IpCount             PIC 9.
           05  IpPart OCCURS 6 TIMES.
               10  IpAmount        PIC 9(7)V99.
               10  IpDueDate       PIC 9(8).
           05  IpStatus            PIC A.
           05  IpMaker             PIC X(4).
           05  IpDate              PIC 9(8).
           05  IpChecker           PIC X(4).
           05  IpActionDate        PIC 9(8).
