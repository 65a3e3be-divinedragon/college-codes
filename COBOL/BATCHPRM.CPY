      *  Keywords used today: PROOF-RUN (Y/N), EXPECTED-COUNT,
      *  RESUME-POLICY (Y/N), GRADE-MODE (I/B), SUBJECT-CODE,
      *  SEMESTER, RUN-MODE (F/R for the batch chain), RUN-TYPE
      *  (R regular / S supplementary payroll), SLOW-MOVE-DAYS and
      *  NON-MOVE-DAYS (NonMovingStock age thresholds, default 90
      *  and 180 days since the last issue), OFF-REST-DAYS and
      *  OFF-MAX-APPTS (AppointmentEntry: fewest days between an
      *  official's matches and most appointments per official in
      *  the tournament, default 3 and 8), RATING-DECAY and
      *  RATING-TOP-N (PlayerRating: percent of a rating kept per
      *  innings or idle run, default 80, and names listed per
      *  ranking, default 10), BATCH-DEADLINE (HHMM by which the
      *  nightly chain must finish; BatchRun warns when it projects
      *  a later finish) and OVERRUN-PCT (BatchSlaReport: a step
      *  over this percent of its norm is flagged, default 150),
      *  PAY-DAY, FEE-COLL-PCT, FEE-ARREAR-PCT and PO-LEAD-DAYS
      *  (CashForecast: day of the month net pay and player fees go
      *  out, default 30; percent of fee dues collected in the week
      *  they fall due, default 80; percent of fee arrears collected
      *  across the thirteen weeks, default 40; days from order to
      *  receipt for an open PO, default 15), COMPLY-DAYS and
      *  COMPLY-LOOKBACK (ComplianceCal: days ahead to list
      *  obligations falling due, default 15, and days back an
      *  unfinished one is still reported, default 90).
      *  Numeric values are right-justified, zero-filled.
      *================================================================
       01  BatchParamRec.
           05  BpKeyword           PIC X(16).
