            SELECT OtFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OtStatus.
            SELECT ShiftAlwFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ShiftAlwStatus.
            SELECT BatchParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchParamStatus.
            SELECT ClaimsFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ClaimsStatus.
            SELECT LibFineFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LibFineStatus.
            SELECT PayCtlFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SuppListFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SuppListStatus.
            SELECT InvDeclFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvDeclStatus.

        DATA DIVISION.
        FILE SECTION.
            05  CkpGOT         PIC 9(8)V99.
            05  F              PIC X(1).
            05  CkpGArrears    PIC 9(9)V99.
            05  F              PIC X(1).
            05  CkpGEsiDed     PIC 9(7)V99.
            05  F              PIC X(1).
            05  CkpGEsiEmpr    PIC 9(7)V99.
            05  F              PIC X(1).
            05  CkpGShiftAlw   PIC 9(8)V99.
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "OtTrans.dat".
            COPY "OTTRANS.CPY".
        FD ShiftAlwFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ShiftAlw.dat".
            COPY "SHFTALW.CPY".
        FD BatchParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BatchParam.dat".
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Claims.dat".
            COPY "CLAIMS.CPY".
        FD LibFineFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LibFine.dat".
            COPY "LIBFINE.CPY".
        FD PayCtlFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PayCtl.dat".
        01  SuppListRec.
            05  SlEmpNo        PIC 9(4).

        FD InvDeclFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "InvDecl.dat".
            COPY "INVDECL.CPY".
        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "LOCKLNK.CPY".
        01  TotSal         PIC 9(6)V99.
        01  PFDed             PIC 9(4)V99.
        01  TDS            PIC 9(4)V99.
        01  EsiDed         PIC 9(4)V99 VALUE 0.
        01  EsiEmpr        PIC 9(4)V99 VALUE 0.
        01  EsiWages       PIC 9(6)V99 VALUE 0.
        01  LoanDed        PIC 9(5)V99 VALUE 0.
        01  LoanMastStatus PIC XX VALUE "00".
        01  LoanOnFile     PIC A VALUE "N".
        01  HourlyRate     PIC 9(5)V99 VALUE 0.
        01  OTPay          PIC 9(6)V99 VALUE 0.
        01  GOT            PIC 9(8)V99 VALUE 0.
        01  ShiftAlwStatus PIC XX VALUE "00".
        01  ShiftAlwEOF    PIC A VALUE "N".
        01  SaCount        PIC 9(3) VALUE 0.
        01  SaIx           PIC 9(3) VALUE 0.
        01  SaHit          PIC 9(3) VALUE 0.
        01  SaTable.
            05  SaEntry OCCURS 200 TIMES.
                10  SaTabEmpNo PIC 9(4).
                10  SaTabAmt   PIC 9(6)V99.
        01  ShiftAlwPay    PIC 9(6)V99 VALUE 0.
        01  GShiftAlw      PIC 9(8)V99 VALUE 0.
        01  LeaveEncStatus PIC XX VALUE "00".
        01  EncEOF         PIC A VALUE "N".
        01  EncCount       PIC 9(3) VALUE 0.
                10  TaxTabFrom PIC 9(7)V99.
                10  TaxTabPct  PIC 9V9999.
        01  PFRate         PIC 9V9999 VALUE 0.12.
        01  EsiRate        PIC 9V9999 VALUE 0.0075.
        01  EsiEmprRate    PIC 9V9999 VALUE 0.0325.
        01  EsiCeiling     PIC 9(7)V99 VALUE 21000.
        01  BestTaxEff     PIC 9(8) VALUE 0.
        01  SlabCount      PIC 9(2) VALUE 0.
        01  SlabIx         PIC 9(2) VALUE 0.
        01  SlbFromWk      PIC 9(7)V99 VALUE 0.
        01  SlbPctWk       PIC 9V9999 VALUE 0.
        01  SwapFlag       PIC A VALUE "N".
        01  InvDeclStatus  PIC XX VALUE "00".
        01  InvDeclEOF     PIC A VALUE "N".
        01  InvCount       PIC 9(3) VALUE 0.
        01  InvIx          PIC 9(3) VALUE 0.
        01  InvHit         PIC 9(3) VALUE 0.
        01  InvTable.
            05  InvEntry OCCURS 500 TIMES.
                10  InvTabEmpNo PIC 9(4).
                10  InvTabSec   PIC X(6).
                10  InvTabDecl  PIC 9(7)V99.
                10  InvTabProof PIC 9(7)V99.
        01  ProofFromPd    PIC 99 VALUE 10.
        01  DeclTotal      PIC 9(8)V99 VALUE 0.
        01  MonthsLeft     PIC 99 VALUE 0.
        01  RegularPayWk   PIC 9(7)V99 VALUE 0.
        01  YtdGrossWk     PIC 9(9)V99 VALUE 0.
        01  YtdTdsWk       PIC 9(9)V99 VALUE 0.
        01  ProjAnnual     PIC S9(10)V99 VALUE 0.
        01  TaxableWk      PIC 9(8)V99 VALUE 0.
        01  SlabTaxWk      PIC 9(8)V99 VALUE 0.
        01  AnnualTax      PIC 9(9)V99 VALUE 0.
        01  TdsDueWk       PIC S9(9)V99 VALUE 0.
        01  PaySlipHistStatus PIC XX VALUE "00".
        01  PayHoldStatus  PIC XX VALUE "00".
        01  ClaimsStatus   PIC XX VALUE "00".
                10  ClmTabFlag  PIC A.
                10  ClmTabUsed  PIC A.
        01  ReimbAmt       PIC 9(7)V99 VALUE 0.
        01  LibFineStatus  PIC XX VALUE "00".
        01  LibFineEOF     PIC A VALUE "N".
        01  LfnCount       PIC 9(3) VALUE 0.
        01  LfnIx          PIC 9(3) VALUE 0.
        01  LfnTable.
            05  LfnEntry OCCURS 500 TIMES.
                10  LfnTabEmpNo  PIC 9(4).
                10  LfnTabBookId PIC X(6).
                10  LfnTabDate   PIC 9(8).
                10  LfnTabAmt    PIC 9(5)V99.
                10  LfnTabStatus PIC A.
                10  LfnTabRecDt  PIC 9(8).
                10  LfnTabUsed   PIC A.
        01  LibDed         PIC 9(6)V99 VALUE 0.
        01  LibRoomWk      PIC S9(7)V99 VALUE 0.
        01  PayHoldEOF     PIC A VALUE "N".
        01  HeldPayStatus  PIC XX VALUE "00".
        01  HeldFlag       PIC A VALUE "N".
        01  GPFDed            PIC 9(7)V99 VALUE 0.
        01  GTDS           PIC 9(7)V99 VALUE 0.
        01  GNetSal        PIC 9(9)V99 VALUE 0.
        01  GEsiDed        PIC 9(7)V99 VALUE 0.
        01  GEsiEmpr       PIC 9(7)V99 VALUE 0.
        01  GHashTot       PIC 9(9) VALUE 0.
        01  SrNoIn         PIC 9(4) VALUE 0.
        01  EOF            PIC A VALUE "N".
            05  GTDSOut    PIC Z(6)9.99.
            05  F          PIC XX VALUE SPACES.
            05  GNetSalOut PIC Z(8)9.99.
        01  EsiSumRec.
            05  F          PIC X(34) VALUE SPACES.
            05  F          PIC X(22) VALUE "ESI Employee Share : ".
            05  GEsiDedOut PIC Z(6)9.99.
            05  F          PIC X(4) VALUE SPACES.
            05  F          PIC X(22) VALUE "ESI Employer Share : ".
            05  GEsiErOut  PIC Z(6)9.99.
        01  ShiftSumRec.
            05  F          PIC X(34) VALUE SPACES.
            05  F          PIC X(22) VALUE "Shift Allowance    : ".
            05  GShiftOut  PIC Z(7)9.99.
        01  TotRecRead.
            05  F          PIC X(25) VALUE SPACES.
            05  F          PIC X(30) VALUE "Total Records Read : ".
                    PERFORM LogRunPara
                    MOVE RlReturnCode TO RETURN-CODE
                    GOBACK.
      * The fiscal year and period are needed by a proof run too (the
      * TDS projection reads them); only the closed-period refusal
      * is for live runs.
            PERFORM CheckPeriodPara.
            IF ProofFlag NOT = "Y"
                IF PeriodStatusWk = "C" AND RunTypeWk NOT = "S"
                    PERFORM OverridePara
                    IF OverrideFlag NOT = "Y"
            PERFORM LoadTaxRatesPara.
            PERFORM BuildTaxSetPara.
            PERFORM LoadOtPara.
            PERFORM LoadShiftAlwPara.
            PERFORM LoadEncPara.
            PERFORM LoadBnsPara.
            PERFORM LoadClmPara.
            PERFORM LoadLibFinePara.
            PERFORM LoadInvDeclPara.
            PERFORM LoadHoldPara.
            OPEN OUTPUT HeldRepFile.
            WRITE HeldRepOut FROM HeldHeading.
                ELSE
                    PERFORM ClosePeriodPara
                    PERFORM ClearOtPara
                    PERFORM ClearShiftAlwPara
                    PERFORM ClearEncPara
                    PERFORM ClearBnsPara
                    PERFORM RewriteClaimsPara
                    PERFORM RewriteLibFinePara
                    PERFORM WritePayCtlPara.
            MOVE "R" TO LockAction.
            CALL "FileLock" USING LockLinkRec.
                    MOVE 0 TO RlReturnCode
                ELSE
                    MOVE 4 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
        CheckRestartPara.
                        MOVE CkpSrNoIn TO SrNoIn
                        MOVE CkpGOT TO GOT
                        MOVE CkpGArrears TO GArrears
                        MOVE CkpGEsiDed TO GEsiDed
                        MOVE CkpGEsiEmpr TO GEsiEmpr
                        MOVE CkpGShiftAlw TO GShiftAlw
                        PERFORM LoadArrChkPara.
        ReadChkPtPara.
            READ ChkPtFile
            MOVE SrNoIn TO CkpSrNoIn.
            MOVE GOT TO CkpGOT.
            MOVE GArrears TO CkpGArrears.
            MOVE GEsiDed TO CkpGEsiDed.
            MOVE GEsiEmpr TO CkpGEsiEmpr.
            MOVE GShiftAlw TO CkpGShiftAlw.
            WRITE CkpRec.
            CLOSE ChkPtFile.
        PayHistPara.
            MOVE GNetSal TO GNetSalOut.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM SumRec.
            MOVE GEsiDed TO GEsiDedOut.
            MOVE GEsiEmpr TO GEsiErOut.
            WRITE RecOut FROM EsiSumRec.
            MOVE GShiftAlw TO GShiftOut.
            WRITE RecOut FROM ShiftSumRec.
            WRITE RecOut FROM LineRec.
            IF EOF = "Y"
                MOVE SrNoIn TO TotalRec
            COMPUTE HRA = HRARate * (ProratedBasic + DA).
            IF RunTypeWk = "S"
                MOVE 0 TO OTPay
                MOVE 0 TO ShiftAlwPay
                MOVE 0 TO EncashPay
                MOVE 0 TO BonusPayAmt
                MOVE 0 TO ReimbAmt
            ELSE
                PERFORM FindOtPara
                PERFORM FindShiftAlwPara
                PERFORM FindEncPara
                PERFORM FindBnsPara
                PERFORM FindClmPara.
            COMPUTE TotSal = ProratedBasic + DA + HRA + OTPay
                           + ShiftAlwPay + EncashPay + BonusPayAmt.
            PERFORM FindArrearsPara.
            IF ArrearsAmt > 0
                ADD ArrearsAmt TO TotSal.
            PERFORM DeductPara.
            COMPUTE NetSal = TotSal - PFDed - TDS - EsiDed - LoanDed
                           - LibDed + ReimbAmt.
            ADD 1 TO HeldCount.
            MOVE EmpNoIn TO PSEmpNo.
            MOVE NameIn TO PSName.
            MOVE PFDed TO PSPFDed.
            MOVE TDS TO PSTDS.
            MOVE LoanDed TO PSLoanDed.
            MOVE LibDed TO PSLibDed.
            MOVE NetSal TO PSNetSal.
            MOVE SPACE TO PSProofFlag.
            MOVE EsiDed TO PSEsiDed.
            MOVE EsiEmpr TO PSEsiEmpr.
            MOVE ShiftAlwPay TO PSShiftAlw.
            MOVE EmpNoIn TO HeldEmpOut.
            MOVE NameIn TO HeldNameOut.
            MOVE HeldReasonWk TO HeldRsnOut.
                COMPUTE HRA = HRARate * (ProratedBasic + DA)
                IF RunTypeWk = "S"
                    MOVE 0 TO OTPay
                    MOVE 0 TO ShiftAlwPay
                    MOVE 0 TO EncashPay
                    MOVE 0 TO BonusPayAmt
                    MOVE 0 TO ReimbAmt
                ELSE
                    PERFORM FindOtPara
                    PERFORM FindShiftAlwPara
                    PERFORM FindEncPara
                    PERFORM FindBnsPara
                    PERFORM FindClmPara
                END-IF
                COMPUTE TotSal = ProratedBasic + DA + HRA + OTPay
                               + ShiftAlwPay + EncashPay + BonusPayAmt
                PERFORM FindArrearsPara
                IF ArrearsAmt > 0
                    ADD ArrearsAmt TO TotSal
                    PERFORM WriteArrearsRepPara
                END-IF
                PERFORM DeductPara
                COMPUTE NetSal = TotSal - PFDed - TDS - EsiDed
                               - LoanDed - LibDed + ReimbAmt
                COMPUTE GBasic = GBasic + ProratedBasic
                COMPUTE GDA = GDA + DA
                COMPUTE GHRA = GHRA + HRA
                COMPUTE GOT = GOT + OTPay
                COMPUTE GShiftAlw = GShiftAlw + ShiftAlwPay
                COMPUTE GTotSal = GTotSal + TotSal
                COMPUTE GPFDed = GPFDed + PFDed
                COMPUTE GTDS = GTDS + TDS
                COMPUTE GNetSal = GNetSal + NetSal
                COMPUTE GEsiDed = GEsiDed + EsiDed
                COMPUTE GEsiEmpr = GEsiEmpr + EsiEmpr
                COMPUTE SrNoIn = SrNoIn + 1
                COMPUTE Counter = Counter + 1
                COMPUTE GHashTot = GHashTot + EmpNoIn
                MOVE PFDed TO PSPFDed
                MOVE TDS TO PSTDS
                MOVE LoanDed TO PSLoanDed
                MOVE LibDed TO PSLibDed
                MOVE NetSal TO PSNetSal
                MOVE EsiDed TO PSEsiDed
                MOVE EsiEmpr TO PSEsiEmpr
                MOVE ShiftAlwPay TO PSShiftAlw
                IF ProofFlag = "Y"
                    MOVE "P" TO PSProofFlag
                ELSE
            READ YtdFile
                INVALID KEY
                    MOVE 0 TO YtdBasic YtdDA YtdHRA YtdTotSal
                    MOVE 0 TO YtdPFDed YtdTDS YtdNetSal
                    MOVE 0 TO YtdEsiDed YtdEsiEmpr YtdShiftAlw.
            ADD ProratedBasic TO YtdBasic.
            ADD DA      TO YtdDA.
            ADD HRA     TO YtdHRA.
            ADD PFDed   TO YtdPFDed.
            ADD TDS     TO YtdTDS.
            ADD NetSal  TO YtdNetSal.
            ADD EsiDed  TO YtdEsiDed.
            ADD EsiEmpr TO YtdEsiEmpr.
            ADD ShiftAlwPay TO YtdShiftAlw.
            REWRITE YtdRec
                INVALID KEY WRITE YtdRec.
        LoadRatesPara.
        ClearOtPara.
            OPEN OUTPUT OtFile.
            CLOSE OtFile.
      * ShiftAlw.dat holds only what ShiftAllowCheck found worked
      * against the roster; it is paid on the regular run.
        LoadShiftAlwPara.
            OPEN INPUT ShiftAlwFile.
            IF ShiftAlwStatus = "00"
                PERFORM ReadShiftAlwPara
                PERFORM LoadOneShiftAlwPara UNTIL ShiftAlwEOF = "Y"
                CLOSE ShiftAlwFile
                MOVE "N" TO ShiftAlwEOF.
        ReadShiftAlwPara.
            READ ShiftAlwFile AT END MOVE "Y" TO ShiftAlwEOF.
        LoadOneShiftAlwPara.
            MOVE 0 TO SaHit.
            MOVE 0 TO SaIx.
            PERFORM ScanSaTablePara UNTIL SaIx NOT < SaCount
                                    OR SaHit NOT = 0.
            IF SaHit = 0 AND SaCount < 200
                ADD 1 TO SaCount
                MOVE SaCount TO SaHit
                MOVE SaEmpNo TO SaTabEmpNo (SaHit)
                MOVE 0 TO SaTabAmt (SaHit).
            IF SaHit NOT = 0
                ADD SaAmount TO SaTabAmt (SaHit).
            PERFORM ReadShiftAlwPara.
        ScanSaTablePara.
            ADD 1 TO SaIx.
            IF SaTabEmpNo (SaIx) = SaEmpNo
                MOVE SaIx TO SaHit.
        FindShiftAlwPara.
            MOVE 0 TO ShiftAlwPay.
            MOVE 1 TO SaIx.
            PERFORM TestShiftAlwPara UNTIL SaIx > SaCount.
        TestShiftAlwPara.
            IF SaTabEmpNo (SaIx) = EmpNoIn
                MOVE SaTabAmt (SaIx) TO ShiftAlwPay.
            ADD 1 TO SaIx.
        ClearShiftAlwPara.
            OPEN OUTPUT ShiftAlwFile.
            CLOSE ShiftAlwFile.
        LoadEncPara.
            OPEN INPUT LeaveEncFile.
            IF LeaveEncStatus = "00"
            ELSE
                MOVE ClmTabFlag (ClmIx) TO CmApprvFlag.
            WRITE ClaimRec.
        LoadLibFinePara.
            OPEN INPUT LibFineFile.
            IF LibFineStatus = "00"
                PERFORM ReadLibFinePara
                PERFORM LoadOneLibFinePara UNTIL LibFineEOF = "Y"
                CLOSE LibFineFile
                MOVE "N" TO LibFineEOF.
        ReadLibFinePara.
            READ LibFineFile AT END MOVE "Y" TO LibFineEOF.
        LoadOneLibFinePara.
            IF LfnCount < 500
                ADD 1 TO LfnCount
                MOVE LfEmpNo TO LfnTabEmpNo (LfnCount)
                MOVE LfBookId TO LfnTabBookId (LfnCount)
                MOVE LfDate TO LfnTabDate (LfnCount)
                MOVE LfAmount TO LfnTabAmt (LfnCount)
                MOVE LfStatus TO LfnTabStatus (LfnCount)
                MOVE LfRecDate TO LfnTabRecDt (LfnCount)
                MOVE "N" TO LfnTabUsed (LfnCount).
            PERFORM ReadLibFinePara.
      * Open library fines are taken whole, oldest first, while they
      * fit in the pay left after PF, TDS, ESI and the loan EMI; a
      * fine that does not fit waits for a later month. Not taken in
      * a supplementary run.
        LibFineRecoveryPara.
            MOVE 0 TO LibDed.
            IF RunTypeWk NOT = "S"
                COMPUTE LibRoomWk = TotSal - PFDed - TDS - EsiDed
                                  - LoanDed
                MOVE 1 TO LfnIx
                PERFORM TestLibFinePara UNTIL LfnIx > LfnCount.
        TestLibFinePara.
            IF LfnTabEmpNo (LfnIx) = EmpNoIn
               AND LfnTabStatus (LfnIx) = "O"
               AND LfnTabUsed (LfnIx) = "N"
               AND LfnTabAmt (LfnIx) NOT > LibRoomWk
                ADD LfnTabAmt (LfnIx) TO LibDed
                SUBTRACT LfnTabAmt (LfnIx) FROM LibRoomWk
                MOVE "Y" TO LfnTabUsed (LfnIx).
            ADD 1 TO LfnIx.
        RewriteLibFinePara.
            IF LfnCount > 0
                OPEN OUTPUT LibFineFile
                MOVE 0 TO LfnIx
                PERFORM WriteOneLibFinePara
                    UNTIL LfnIx NOT < LfnCount
                CLOSE LibFineFile.
        WriteOneLibFinePara.
            ADD 1 TO LfnIx.
            MOVE LfnTabEmpNo (LfnIx) TO LfEmpNo.
            MOVE LfnTabBookId (LfnIx) TO LfBookId.
            MOVE LfnTabDate (LfnIx) TO LfDate.
            MOVE LfnTabAmt (LfnIx) TO LfAmount.
            IF LfnTabUsed (LfnIx) = "Y"
                MOVE "X" TO LfStatus
                MOVE RunDate8 TO LfRecDate
            ELSE
                MOVE LfnTabStatus (LfnIx) TO LfStatus
                MOVE LfnTabRecDt (LfnIx) TO LfRecDate.
            WRITE LibFineRec.
        FindProofBasicPara.
            MOVE 1 TO PrfIx.
            PERFORM TestProofBasicPara UNTIL PrfIx > PrfCount.
            WRITE ArrRepOut FROM ArrSumRec.
        DeductPara.
            COMPUTE PFDed = PFRate * ProratedBasic.
            PERFORM CalcEsiPara.
            PERFORM CalcTDSPara.
            PERFORM LoanRecoveryPara.
            PERFORM LibFineRecoveryPara.
        CalcEsiPara.
      * Leave encashment and bonus are not ESI wages; coverage is
      * judged on the month's wages before overtime.
            MOVE 0 TO EsiDed.
            MOVE 0 TO EsiEmpr.
            COMPUTE EsiWages = TotSal - EncashPay - BonusPayAmt.
            IF EsiWages - OTPay NOT > EsiCeiling AND EsiWages > 0
                COMPUTE EsiDed ROUNDED = EsiRate * EsiWages
                COMPUTE EsiEmpr ROUNDED = EsiEmprRate * EsiWages.
      * Regular runs deduct an even share of the projected annual
      * tax: year-to-date gross, this month's pay, and this month's
      * recurring pay for each month still to come, less approved
      * investments; the tax still due after the TDS already
      * deducted is spread over the months left. The slabs are
      * monthly, so the projection is taxed as twelve average
      * months. A supplementary run taxes its own pay on the slabs,
      * as before.
        CalcTDSPara.
            MOVE 0 TO TDS.
            IF RunTypeWk = "S"
                MOVE TotSal TO TaxableWk
                PERFORM ApplySlabsPara
                MOVE SlabTaxWk TO TDS
            ELSE
                PERFORM ProjectTDSPara.
        ProjectTDSPara.
            MOVE EmpNoIn TO YEmpNo.
            READ YtdFile
                INVALID KEY
                    MOVE 0 TO YtdTotSal YtdTDS.
            MOVE YtdTotSal TO YtdGrossWk.
            MOVE YtdTDS TO YtdTdsWk.
            PERFORM FindInvDeclPara.
            COMPUTE MonthsLeft = 13 - CurPd.
            COMPUTE RegularPayWk = TotSal - OTPay - EncashPay
                                 - BonusPayAmt - ArrearsAmt.
            COMPUTE ProjAnnual = YtdGrossWk + TotSal
                               + RegularPayWk * (MonthsLeft - 1)
                               - DeclTotal.
            IF ProjAnnual < 0
                MOVE 0 TO ProjAnnual.
            COMPUTE TaxableWk ROUNDED = ProjAnnual / 12.
            PERFORM ApplySlabsPara.
            COMPUTE AnnualTax = SlabTaxWk * 12.
            COMPUTE TdsDueWk ROUNDED =
                (AnnualTax - YtdTdsWk) / MonthsLeft.
            IF TdsDueWk > 0
                MOVE TdsDueWk TO TDS.
        ApplySlabsPara.
            MOVE 0 TO SlabTaxWk.
            MOVE 0 TO SlabIx.
            PERFORM TaxOneSlabPara UNTIL SlabIx NOT < SlabCount.
        TaxOneSlabPara.
            ADD 1 TO SlabIx.
            IF TaxableWk > SlbFrom (SlabIx)
                IF SlabIx < SlabCount
                   AND TaxableWk > SlbFrom (SlabIx + 1)
                    COMPUTE SlabTaxWk = SlabTaxWk + SlbPct (SlabIx)
                        * (SlbFrom (SlabIx + 1) - SlbFrom (SlabIx))
                ELSE
                    COMPUTE SlabTaxWk = SlabTaxWk + SlbPct (SlabIx)
                        * (TaxableWk - SlbFrom (SlabIx)).
      * Only this fiscal year's approved rows are kept; a later row
      * for the same section and stage replaces the earlier figure.
        LoadInvDeclPara.
            OPEN INPUT InvDeclFile.
            IF InvDeclStatus = "00"
                PERFORM ReadInvDeclPara
                PERFORM LoadOneInvDeclPara UNTIL InvDeclEOF = "Y"
                CLOSE InvDeclFile
                MOVE "N" TO InvDeclEOF.
        ReadInvDeclPara.
            READ InvDeclFile AT END MOVE "Y" TO InvDeclEOF.
        LoadOneInvDeclPara.
            IF IdFiscalYear = CurFy AND IdApprvFlag = "A"
                MOVE 0 TO InvHit
                MOVE 0 TO InvIx
                PERFORM ScanInvLoadPara UNTIL InvIx NOT < InvCount
                                        OR InvHit NOT = 0
                IF InvHit = 0 AND InvCount < 500
                    ADD 1 TO InvCount
                    MOVE InvCount TO InvHit
                    MOVE IdEmpNo TO InvTabEmpNo (InvHit)
                    MOVE IdSection TO InvTabSec (InvHit)
                    MOVE 0 TO InvTabDecl (InvHit)
                    MOVE 0 TO InvTabProof (InvHit)
                END-IF
                IF InvHit NOT = 0
                    IF IdStage = "P"
                        MOVE IdAmount TO InvTabProof (InvHit)
                    ELSE
                        MOVE IdAmount TO InvTabDecl (InvHit).
            PERFORM ReadInvDeclPara.
        ScanInvLoadPara.
            ADD 1 TO InvIx.
            IF InvTabEmpNo (InvIx) = IdEmpNo
               AND InvTabSec (InvIx) = IdSection
                MOVE InvIx TO InvHit.
        FindInvDeclPara.
            MOVE 0 TO DeclTotal.
            MOVE 0 TO InvIx.
            PERFORM TestInvDeclPara UNTIL InvIx NOT < InvCount.
        TestInvDeclPara.
            ADD 1 TO InvIx.
            IF InvTabEmpNo (InvIx) = EmpNoIn
                IF CurPd < ProofFromPd
                    ADD InvTabDecl (InvIx) TO DeclTotal
                ELSE
                    ADD InvTabProof (InvIx) TO DeclTotal.
        LoadTaxRatesPara.
            OPEN INPUT TaxRateFile.
            IF TaxRateStatus = "00"
            PERFORM PickPFRatePara UNTIL TaxIx NOT < TaxCount.
            MOVE 0 TO BestTaxEff.
            MOVE 0 TO TaxIx.
            PERFORM PickEsiRatePara UNTIL TaxIx NOT < TaxCount.
            MOVE 0 TO BestTaxEff.
            MOVE 0 TO TaxIx.
            PERFORM PickEsiEmprRatePara UNTIL TaxIx NOT < TaxCount.
            MOVE 0 TO BestTaxEff.
            MOVE 0 TO TaxIx.
            PERFORM PickTDSEffPara UNTIL TaxIx NOT < TaxCount.
            MOVE 0 TO SlabCount.
            MOVE 0 TO TaxIx.
               AND TaxTabEff (TaxIx) > BestTaxEff
                MOVE TaxTabEff (TaxIx) TO BestTaxEff
                MOVE TaxTabPct (TaxIx) TO PFRate.
        PickEsiRatePara.
            ADD 1 TO TaxIx.
            IF TaxTabType (TaxIx) = "ESI"
               AND TaxTabEff (TaxIx) NOT > RunDate8
               AND TaxTabEff (TaxIx) > BestTaxEff
                MOVE TaxTabEff (TaxIx) TO BestTaxEff
                MOVE TaxTabPct (TaxIx) TO EsiRate
                MOVE TaxTabFrom (TaxIx) TO EsiCeiling.
        PickEsiEmprRatePara.
            ADD 1 TO TaxIx.
            IF TaxTabType (TaxIx) = "ESIR"
               AND TaxTabEff (TaxIx) NOT > RunDate8
               AND TaxTabEff (TaxIx) > BestTaxEff
                MOVE TaxTabEff (TaxIx) TO BestTaxEff
                MOVE TaxTabPct (TaxIx) TO EsiEmprRate.
        PickTDSEffPara.
            ADD 1 TO TaxIx.
            IF TaxTabType (TaxIx) = "TDS"
                ELSE
                    MOVE LnEmi TO LoanDed
                END-IF
                IF LoanDed > TotSal - PFDed - TDS - EsiDed
                    COMPUTE LoanDed = TotSal - PFDed - TDS - EsiDed
                END-IF
                IF ProofFlag NOT = "Y"
                    SUBTRACT LoanDed FROM LnBalance
