      *================================================================
      *  COTARGET.CPY -- course-outcome attainment target for a
      *  subject, appended to CoTarget.dat by CoTargetMaint; the
      *  latest row for a subject wins.
      *  CtThreshPct is the percent of a component's maximum
      *  (SmIntMax / SmExtMax) a student must score to count as
      *  having reached the outcome. CtLevel3Pct is the percent of
      *  students who must reach it for attainment level 3;
      *  CtLevel2Pct and CtLevel1Pct are the lower cut-offs for
      *  levels 2 and 1 (below CtLevel1Pct is level 0).
      *  CtIntWeight is the weight in percent of the internal
      *  component in the direct attainment, the external taking
      *  the rest. CtTgtLevel is the direct attainment the
      *  department has set for the subject. CtDept is the
      *  department answerable for the subject in the summary.
      *================================================================
       01  CoTargetRec.
           05  CtSubjCode          PIC X(4).
           05  CtDept              PIC X(4).
           05  CtThreshPct         PIC 999.
           05  CtLevel1Pct         PIC 999.
           05  CtLevel2Pct         PIC 999.
           05  CtLevel3Pct         PIC 999.
           05  CtIntWeight         PIC 999.
           05  CtTgtLevel          PIC 9V99.
           05  CtDate              PIC 9(8).
           05  CtUserId            PIC X(4).
