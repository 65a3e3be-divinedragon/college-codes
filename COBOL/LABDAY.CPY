      *================================================================
      *  LABDAY.CPY -- daily wage sheet row, appended to LabDay.dat
      *  by LabDayEntry, one row per worker per day worked. A later
      *  row for the same worker and day replaces the earlier one
      *  (zero days cancels it). LdDays is 1.0 for a full day or 0.5
      *  for a half day; LdOtHours are paid at double the hourly
      *  rate by LabourWageRun.
      *================================================================
       01  LabDayRec.
           05  LdWorkerNo          PIC 9(4).
           05  LdDate              PIC 9(8).
           05  LdDays              PIC 9V9.
           05  LdOtHours           PIC 9(2)V9.
