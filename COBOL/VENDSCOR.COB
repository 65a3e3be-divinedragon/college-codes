            SELECT VendorFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendorStatus.
            SELECT QcHoldFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QcHoldStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CompParamFile ASSIGN TO DISK
            05  VVendorName    PIC X(20).
            05  VQuoteRate     PIC 9(4)V99.
            05  VLeadDays      PIC 9(3).
        FD QcHoldFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "QcHold.dat".
            COPY "QCHOLD.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendScore.dat".
        01  RecOut             PIC X(110).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
        01  PoRegEOF       PIC A VALUE "N".
        01  PurRetEOF      PIC A VALUE "N".
        01  VendorEOF      PIC A VALUE "N".
        01  QcHoldStatus   PIC XX VALUE "00".
        01  QcHoldEOF      PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MinScoreIn     PIC S9(4) VALUE 50.
        01  OrdDays        PIC 9(6) VALUE 0.
                10  VdOrdQty   PIC 9(7).
                10  VdRecvQty  PIC 9(7).
                10  VdRejCount PIC 9(4).
                10  VdInspQty  PIC 9(7).
                10  VdQcRejQty PIC 9(7).
                10  VdQcRejPct PIC 9(3).
                10  VdAvgDays  PIC S9(4).
                10  VdFillPct  PIC 9(3).
                10  VdScore    PIC S9(5).
                "VENDOR PERFORMANCE SCORECARD".
            05  F          PIC X(8) VALUE " Date : ".
            05  RunDateOut PIC 9(8).
        01  LineRec        PIC X(110) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(6) VALUE "Rank".
            05  F          PIC X(10) VALUE "Avg Days".
            05  F          PIC X(10) VALUE "Fill Pct".
            05  F          PIC X(9) VALUE "Rejects".
            05  F          PIC X(9) VALUE "QC Rej%".
            05  F          PIC X(9) VALUE "Score".
            05  F          PIC X(10) VALUE "Flag".
        01  DetailRec.
            05  FillOut    PIC ZZ9.
            05  F          PIC X(6) VALUE SPACES.
            05  RejOut     PIC ZZZ9.
            05  F          PIC X(5) VALUE SPACES.
            05  QcRejOut   PIC ZZ9.
            05  F          PIC X(3) VALUE SPACES.
            05  ScoreOut   PIC -ZZZZ9.
            05  F          PIC X(3) VALUE SPACES.
            PERFORM LoadVendorNamesPara.
            PERFORM TallyPoRegPara.
            PERFORM TallyReturnsPara.
            PERFORM TallyInspectionPara.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO RunDateOut.
            WRITE RecOut FROM Heading1.
                MOVE 0 TO VdOrdQty (VdHit)
                MOVE 0 TO VdRecvQty (VdHit)
                MOVE 0 TO VdRejCount (VdHit)
                MOVE 0 TO VdInspQty (VdHit)
                MOVE 0 TO VdQcRejQty (VdHit)
                MOVE "N" TO VdDone (VdHit).
            IF VdHit = 0
                MOVE 1 TO VdHit.
                MOVE "N" TO PurRetEOF.
        ReadPurRetPara.
            READ PurRetFile AT END MOVE "Y" TO PurRetEOF.
      * Stock rejected at goods-in inspection is scored through the
      * QC rejection rate below, so its return is not counted again.
        TallyOneRetPara.
            IF PrVendorCode NOT = SPACES AND PrSource NOT = "Q"
                MOVE PrVendorCode TO VendorWk
                PERFORM FindVendorEntryPara
                ADD 1 TO VdRejCount (VdHit).
            PERFORM ReadPurRetPara.
      * Each inspected receipt has one outcome row after its "H"
      * hold row; the rejection rate is rejected over inspected
      * quantity across all the vendor's inspected deliveries.
        TallyInspectionPara.
            OPEN INPUT QcHoldFile.
            IF QcHoldStatus = "00"
                PERFORM ReadQcHoldPara
                PERFORM TallyOneInspPara UNTIL QcHoldEOF = "Y"
                CLOSE QcHoldFile
                MOVE "N" TO QcHoldEOF.
        ReadQcHoldPara.
            READ QcHoldFile AT END MOVE "Y" TO QcHoldEOF.
        TallyOneInspPara.
            IF QhStatus NOT = "H" AND QhVendorCode NOT = SPACES
                MOVE QhVendorCode TO VendorWk
                PERFORM FindVendorEntryPara
                ADD QhRecvQty TO VdInspQty (VdHit)
                ADD QhRejectQty TO VdQcRejQty (VdHit).
            PERFORM ReadQcHoldPara.
        ScoreAllPara.
            MOVE 0 TO VdIx.
            PERFORM ScoreOnePara UNTIL VdIx NOT < VdCount.
                    VdRecvQty (VdIx) * 100 / VdOrdQty (VdIx)
            ELSE
                MOVE 0 TO VdFillPct (VdIx).
            IF VdInspQty (VdIx) > 0
                COMPUTE VdQcRejPct (VdIx) ROUNDED =
                    VdQcRejQty (VdIx) * 100 / VdInspQty (VdIx)
            ELSE
                MOVE 0 TO VdQcRejPct (VdIx).
            COMPUTE VdScore (VdIx) = VdFillPct (VdIx)
                - VdAvgDays (VdIx)
                - 10 * VdRejCount (VdIx)
                - VdQcRejPct (VdIx).
        RankPara.
            ADD 1 TO RankNo.
            PERFORM PickBestPara.
            MOVE VdAvgDays (BestIx) TO AvgDaysOut.
            MOVE VdFillPct (BestIx) TO FillOut.
            MOVE VdRejCount (BestIx) TO RejOut.
            MOVE VdQcRejPct (BestIx) TO QcRejOut.
            MOVE VdScore (BestIx) TO ScoreOut.
            IF VdScore (BestIx) < MinScoreIn
                MOVE "** BELOW MIN" TO FlagOut
            MOVE RunDate8 TO RlRunDate.
            MOVE VdCount TO RlRecRead.
            MOVE VdCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
