      *================================================================
      *  LABCTR.CPY -- labour contractor row, appended to
      *  LabCtr.dat by LabContractorMaint; the latest row for a
      *  contractor code wins. Licence, PF and ESI codes are the
      *  contractor's own registrations, printed on the principal-
      *  employer compliance report. LcStatus "A" = active,
      *  "I" = inactive (no new workers may be tagged to it).
      *================================================================
       01  LabCtrRec.
           05  LcCtrCode           PIC X(4).
           05  LcName              PIC X(20).
           05  LcLicenceNo         PIC X(12).
           05  LcPfCode            PIC X(12).
           05  LcEsiCode           PIC X(12).
           05  LcStatus            PIC A.
