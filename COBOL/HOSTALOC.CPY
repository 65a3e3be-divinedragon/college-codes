      *  for a student decides whether a bed is held ("A") or has
      *  been vacated ("V"). The hostel charge goes on the fee
      *  ledger as an "H" row at allocation time, so FeeDues and
      *  DunningNotice chase it with tuition. Mess food is charged
      *  separately each month by MessBillingRun for the days a bed
      *  was held (MESSDAY.CPY).
      *================================================================
       01  HostelAlocRec.
           05  HaPrnNo             PIC 9(9).
