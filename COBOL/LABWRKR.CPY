      *================================================================
      *  LABWRKR.CPY -- contract / casual worker row, appended to
      *  LabWorker.dat by LabWorkerMaint; the latest row for a
      *  worker number wins. Workers are not on EMPMAST.DAT and are
      *  paid by the day through LabourWageRun: by NEFT when account
      *  and IFSC are present, otherwise by cheque. LwSkillCat is
      *  the minimum-wage category (US/SS/SK/HS) as on EMPMAST.CPY.
      *  LwStatus "A" = active, "I" = left.
      *================================================================
       01  LabWorkerRec.
           05  LwWorkerNo          PIC 9(4).
           05  LwName              PIC A(20).
           05  LwCtrCode           PIC X(4).
           05  LwSkillCat          PIC X(2).
           05  LwDailyRate         PIC 9(4)V99.
           05  LwAcctNo            PIC X(16).
           05  LwIfsc              PIC X(11).
           05  LwUan               PIC X(12).
           05  LwEsiNo             PIC X(10).
           05  LwStatus            PIC A.
