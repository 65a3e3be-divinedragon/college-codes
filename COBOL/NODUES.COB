        IDENTIFICATION DIVISION.
        PROGRAM-ID. NoDuesClearance.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT StudentExtFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EPrnNo
            FILE STATUS IS StudentExtStatus.
            SELECT FeeLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FeeLedgerStatus.
            SELECT LoanFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LoanStatus.
            SELECT HostelAlocFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HostelAlocStatus.
            SELECT NoDuesFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NoDuesStatus.
            SELECT CertFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CertStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD FeeLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeLedger.dat".
            COPY "FEELEDG.CPY".
        FD LoanFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LibLoan.dat".
            COPY "LIBLOAN.CPY".
        FD HostelAlocFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "HostelAloc.dat".
            COPY "HOSTALOC.CPY".
        FD NoDuesFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NoDues.dat".
            COPY "NODUES.CPY".
        FD CertFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NoDuesCert.dat".
        01  RecOut             PIC X(80).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  StudentExtStatus PIC XX VALUE "00".
        01  FeeLedgerStatus PIC XX VALUE "00".
        01  LoanStatus     PIC XX VALUE "00".
        01  HostelAlocStatus PIC XX VALUE "00".
        01  NoDuesStatus   PIC XX VALUE "00".
        01  CertStatus     PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  FeeEOF         PIC A VALUE "N".
        01  LoanEOF        PIC A VALUE "N".
        01  HostelEOF      PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  PrnIn          PIC 9(9).
        01  PurposeIn      PIC A.
        01  StudFound      PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  FeeBalance     PIC S9(8)V99 VALUE 0.
        01  PendRefunds    PIC 9(3) VALUE 0.
        01  BedHeld        PIC A VALUE "N".
        01  BedBlock       PIC X(2) VALUE SPACES.
        01  BedRoom        PIC 9(3) VALUE 0.
        01  ClearResult    PIC A VALUE "N".
        01  OpenLoans      PIC 9(3) VALUE 0.
        01  LnIx           PIC 9(3) VALUE 0.
        01  LnHit          PIC 9(3) VALUE 0.
        01  LnCount        PIC 9(3) VALUE 0.
        01  LnTable.
            05  LnEntry OCCURS 500 TIMES.
                10  LntBookId PIC X(6).
                10  LntPrnNo  PIC 9(9).
                10  LntStat   PIC A.
                10  LntStaff  PIC A.
        01  LineRec        PIC X(80) VALUE ALL "*".
        01  DashRec        PIC X(80) VALUE ALL "-".
        01  BlankRec       PIC X(80) VALUE SPACES.
        01  CertHeading.
            05  F          PIC X(28) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  CertTitle.
            05  F          PIC X(29) VALUE SPACES.
            05  F          PIC X(20) VALUE "NO DUES CERTIFICATE".
        01  CertStudLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(15) VALUE "Prn No.     : ".
            05  CertPrnOut PIC 9(9).
            05  F          PIC X(2) VALUE SPACES.
            05  CertNameOut PIC A(30).
        01  CertCrsLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(15) VALUE "Course      : ".
            05  CertCrsOut PIC A(6).
            05  F          PIC X(4) VALUE SPACES.
            05  F          PIC X(10) VALUE "Purpose : ".
            05  CertPurpOut PIC X(20).
        01  CertChkLine.
            05  F          PIC X(2) VALUE SPACES.
            05  CertLabel  PIC X(26).
            05  CertChkOut PIC X(20).
        01  CertDateLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(15) VALUE "Cleared On  : ".
            05  CertDateOut PIC 9(8).
            05  F          PIC X(4) VALUE SPACES.
            05  F          PIC X(11) VALUE "Operator : ".
            05  CertOpOut  PIC X(4).
        01  AuditImage.
            05  F          PIC X(3) VALUE "BAL".
            05  AiBalance  PIC -Z(6)9.99.
            05  F          PIC X(3) VALUE " LN".
            05  AiLoans    PIC ZZ9.
            05  F          PIC X(3) VALUE " BD".
            05  AiBed      PIC A.
            05  F          PIC X(3) VALUE " RF".
            05  AiRefunds  PIC 9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM ReadCompParamPara.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus NOT = "00"
                DISPLAY "StudentExt.dat Not Found. Run Aborted."
                GOBACK.
            PERFORM ClearOnePara UNTIL MoreFlag NOT = "Y".
            CLOSE StudentExtFile.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
      * Accounts, library, hostel and refunds are checked in one
      * pass. Every check is recorded on NoDues.dat whether it
      * clears or not, so a later failure withdraws an earlier
      * clearance; the certificate prints only when all are clear.
        ClearOnePara.
            DISPLAY (5, 10) "Enter Prn No. :- ".
            ACCEPT PrnIn.
            MOVE PrnIn TO EPrnNo.
            READ StudentExtFile
                INVALID KEY MOVE "N" TO StudFound
                NOT INVALID KEY MOVE "Y" TO StudFound.
            IF StudFound = "N"
                DISPLAY (11, 10) "Prn No. Not On Master."
            ELSE
                DISPLAY (6, 10) "Student :- " EName " " ECourse
                DISPLAY (7, 10)
                    "Purpose Wdn/Grad/Transfer Cert (W/G/T) :- "
                ACCEPT PurposeIn
                IF PurposeIn NOT = "W" AND PurposeIn NOT = "G"
                   AND PurposeIn NOT = "T"
                    DISPLAY (11, 10) "Purpose Must Be W, G Or T."
                ELSE
                    PERFORM CheckAllPara.
            DISPLAY (14, 10) "Another Student (Y/N) :- ".
            ACCEPT MoreFlag.
        CheckAllPara.
            PERFORM SumFeeBalancePara.
            PERFORM CountLoansPara.
            PERFORM CheckHostelPara.
            IF FeeBalance NOT > 0 AND OpenLoans = 0
               AND BedHeld = "N" AND PendRefunds = 0
                MOVE "C" TO ClearResult
            ELSE
                MOVE "N" TO ClearResult.
            PERFORM WriteNoDuesPara.
            PERFORM LogAuditPara.
            IF ClearResult = "C"
                PERFORM PrintCertPara
                DISPLAY (11, 10) "Cleared. No Dues Certificate"
                        " Printed."
            ELSE
                PERFORM ShowReasonsPara.
        ShowReasonsPara.
            DISPLAY (9, 10) "** NOT CLEARED **".
            IF FeeBalance > 0
                MOVE FeeBalance TO AiBalance
                DISPLAY (10, 10) "Fee Balance Outstanding :- "
                        AiBalance.
            IF OpenLoans > 0
                DISPLAY (11, 10) "Library Books Still Out :- "
                        OpenLoans.
            IF BedHeld = "Y"
                DISPLAY (12, 10) "Hostel Bed Still Held :- "
                        BedBlock " " BedRoom.
            IF PendRefunds > 0
                DISPLAY (13, 10) "Refund Awaiting Approval.".
        SumFeeBalancePara.
            MOVE 0 TO FeeBalance.
            MOVE 0 TO PendRefunds.
            OPEN INPUT FeeLedgerFile.
            IF FeeLedgerStatus = "00"
                PERFORM ReadFeePara
                PERFORM TallyFeePara UNTIL FeeEOF = "Y"
                CLOSE FeeLedgerFile
                MOVE "N" TO FeeEOF.
        ReadFeePara.
            READ FeeLedgerFile AT END MOVE "Y" TO FeeEOF.
      * A refund voucher still waiting on its checker is not yet a
      * settled balance either way, so it blocks the clearance.
        TallyFeePara.
            IF FlPrnNo = PrnIn AND FlApprvFlag = "A"
                IF FlTxnType = "D" OR FlTxnType = "L"
                   OR FlTxnType = "H" OR FlTxnType = "B"
                   OR FlTxnType = "R" OR FlTxnType = "M"
                   OR FlTxnType = "T"
                    ADD FlAmount TO FeeBalance
                ELSE
                    SUBTRACT FlAmount FROM FeeBalance.
            IF FlPrnNo = PrnIn AND FlTxnType = "R"
               AND FlApprvFlag = "P"
                ADD 1 TO PendRefunds.
            PERFORM ReadFeePara.
      * The latest loan row per book decides, same convention as
      * LibCirculation.
        CountLoansPara.
            MOVE 0 TO OpenLoans.
            MOVE 0 TO LnCount.
            OPEN INPUT LoanFile.
            IF LoanStatus = "00"
                PERFORM ReadLoanPara
                PERFORM LoadOneLoanPara UNTIL LoanEOF = "Y"
                CLOSE LoanFile
                MOVE "N" TO LoanEOF.
            MOVE 0 TO LnIx.
            PERFORM CountOneLoanPara UNTIL LnIx NOT < LnCount.
        ReadLoanPara.
            READ LoanFile AT END MOVE "Y" TO LoanEOF.
        LoadOneLoanPara.
            MOVE 0 TO LnHit.
            MOVE 0 TO LnIx.
            PERFORM ScanLoanTabPara UNTIL LnIx NOT < LnCount
                                    OR LnHit NOT = 0.
            IF LnHit = 0 AND LnCount < 500
                ADD 1 TO LnCount
                MOVE LnCount TO LnHit
                MOVE LlBookId TO LntBookId (LnHit).
            IF LnHit NOT = 0
                MOVE LlPrnNo TO LntPrnNo (LnHit)
                MOVE LlStatus TO LntStat (LnHit)
                IF LlBorrowerType = "E"
                    MOVE "Y" TO LntStaff (LnHit)
                ELSE
                    MOVE "N" TO LntStaff (LnHit).
            PERFORM ReadLoanPara.
        ScanLoanTabPara.
            ADD 1 TO LnIx.
            IF LntBookId (LnIx) = LlBookId
                MOVE LnIx TO LnHit.
      * Staff loans carry an employee number, not a PRN.
        CountOneLoanPara.
            ADD 1 TO LnIx.
            IF LntPrnNo (LnIx) = PrnIn
               AND LntStat (LnIx) = "O"
               AND LntStaff (LnIx) = "N"
                ADD 1 TO OpenLoans.
      * The latest allocation row for the student decides whether a
      * bed is still held.
        CheckHostelPara.
            MOVE "N" TO BedHeld.
            OPEN INPUT HostelAlocFile.
            IF HostelAlocStatus = "00"
                PERFORM ReadHostelPara
                PERFORM ScanHostelPara UNTIL HostelEOF = "Y"
                CLOSE HostelAlocFile
                MOVE "N" TO HostelEOF.
        ReadHostelPara.
            READ HostelAlocFile AT END MOVE "Y" TO HostelEOF.
        ScanHostelPara.
            IF HaPrnNo = PrnIn
                IF HaAction = "A"
                    MOVE "Y" TO BedHeld
                    MOVE HaBlock TO BedBlock
                    MOVE HaRoomNo TO BedRoom
                ELSE
                    MOVE "N" TO BedHeld.
            PERFORM ReadHostelPara.
        WriteNoDuesPara.
            OPEN EXTEND NoDuesFile.
            IF NoDuesStatus = "35"
                OPEN OUTPUT NoDuesFile.
            MOVE PrnIn TO NdPrnNo.
            MOVE ClearResult TO NdResult.
            MOVE PurposeIn TO NdPurpose.
            MOVE RunDate8 TO NdDate.
            MOVE OperOpId TO NdOpId.
            WRITE NoDuesRec.
            CLOSE NoDuesFile.
        PrintCertPara.
            OPEN EXTEND CertFile.
            IF CertStatus = "35"
                OPEN OUTPUT CertFile.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM CertHeading.
            WRITE RecOut FROM CertTitle.
            WRITE RecOut FROM LineRec.
            MOVE PrnIn TO CertPrnOut.
            MOVE EName TO CertNameOut.
            WRITE RecOut FROM CertStudLine.
            MOVE ECourse TO CertCrsOut.
            IF PurposeIn = "W"
                MOVE "WITHDRAWAL" TO CertPurpOut
            ELSE IF PurposeIn = "G"
                MOVE "GRADUATION" TO CertPurpOut
            ELSE
                MOVE "TRANSFER CERTIFICATE" TO CertPurpOut.
            WRITE RecOut FROM CertCrsLine.
            WRITE RecOut FROM DashRec.
            MOVE "Accounts (Fee Ledger)   :" TO CertLabel.
            MOVE "NO DUES" TO CertChkOut.
            WRITE RecOut FROM CertChkLine.
            MOVE "Library                 :" TO CertLabel.
            MOVE "NO BOOKS OUTSTANDING" TO CertChkOut.
            WRITE RecOut FROM CertChkLine.
            MOVE "Hostel                  :" TO CertLabel.
            MOVE "NO BED HELD" TO CertChkOut.
            WRITE RecOut FROM CertChkLine.
            MOVE "Refunds                 :" TO CertLabel.
            MOVE "NONE PENDING" TO CertChkOut.
            WRITE RecOut FROM CertChkLine.
            WRITE RecOut FROM DashRec.
            MOVE RunDate8 TO CertDateOut.
            MOVE OperOpId TO CertOpOut.
            WRITE RecOut FROM CertDateLine.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM BlankRec.
            CLOSE CertFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "NODUES" TO AuProgram.
            MOVE "NoDues.dat" TO AuFileId.
            MOVE PrnIn TO AuKey.
            MOVE FeeBalance TO AiBalance.
            MOVE OpenLoans TO AiLoans.
            MOVE BedHeld TO AiBed.
            IF PendRefunds > 9
                MOVE 9 TO AiRefunds
            ELSE
                MOVE PendRefunds TO AiRefunds.
            MOVE AuditImage TO AuBeforeImage.
            IF ClearResult = "C"
                MOVE "CLEARED" TO AuAfterImage
            ELSE
                MOVE "NOT CLEARED" TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
