            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT InvDeclFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvDeclStatus.

        DATA DIVISION.
        FILE SECTION.
        01  RecOut             PIC X(80).
        FD ArchiveFile
            LABEL RECORDS ARE STANDARD.
        01  ArchiveRec         PIC X(114).
        FD ArchLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ArchLog.dat".
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".
        FD InvDeclFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "InvDecl.dat".
            COPY "INVDECL.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
            05  F          PIC X(2) VALUE SPACES.
            05  F16IdLabel PIC X(18).
            05  F16IdOut   PIC X(15).
        01  InvDeclStatus  PIC XX VALUE "00".
        01  InvDeclEOF     PIC A VALUE "N".
        01  InvCount       PIC 9(3) VALUE 0.
        01  InvIx          PIC 9(3) VALUE 0.
        01  InvHit         PIC 9(3) VALUE 0.
        01  InvTable.
            05  InvEntry OCCURS 500 TIMES.
                10  InvTabEmpNo PIC 9(4).
                10  InvTabSec   PIC X(6).
                10  InvTabProof PIC 9(7)V99.
        01  ProvenTotal    PIC 9(8)V99 VALUE 0.
        01  TaxableWk      PIC S9(10)V99 VALUE 0.
        01  F16SecLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(11) VALUE "Proven u/s ".
            05  F16SecOut  PIC X(6).
            05  F          PIC X(1) VALUE ":".
            05  F16SecAmtOut PIC Z(8)9.99.

        PROCEDURE DIVISION.
        MainPara.
                GOBACK.
            OPEN INPUT EmpMastFile.
            PERFORM LoadStatDetPara.
            PERFORM LoadInvDeclPara.
            OPEN OUTPUT Form16File.
            STRING "YtdArch_" CloseFyIn ".dat" DELIMITED BY SIZE
                INTO ArchiveFileName.
            MOVE "H.R.A. Earned  : " TO F16Label.
            MOVE YtdHRA TO F16AmtOut.
            WRITE RecOut FROM F16Line.
            MOVE "Shift Allowance: " TO F16Label.
            MOVE YtdShiftAlw TO F16AmtOut.
            WRITE RecOut FROM F16Line.
            MOVE "Gross Earnings : " TO F16Label.
            MOVE YtdTotSal TO F16AmtOut.
            WRITE RecOut FROM F16Line.
            PERFORM PrintProvenPara.
            MOVE "P.F. Deducted  : " TO F16Label.
            MOVE YtdPFDed TO F16AmtOut.
            WRITE RecOut FROM F16Line.
            MOVE "Tax Deducted   : " TO F16Label.
            MOVE YtdTDS TO F16AmtOut.
            WRITE RecOut FROM F16Line.
            MOVE "E.S.I. Deducted: " TO F16Label.
            MOVE YtdEsiDed TO F16AmtOut.
            WRITE RecOut FROM F16Line.
            MOVE "Net Paid       : " TO F16Label.
            MOVE YtdNetSal TO F16AmtOut.
            WRITE RecOut FROM F16Line.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM BlankRec.
      * Form 16 allows only what the employee proved; declared
      * figures that were never backed by a proof are ignored.
        PrintProvenPara.
            MOVE 0 TO ProvenTotal.
            MOVE 0 TO InvIx.
            PERFORM PrintOneProvenPara UNTIL InvIx NOT < InvCount.
            MOVE "Total Proven   : " TO F16Label.
            MOVE ProvenTotal TO F16AmtOut.
            WRITE RecOut FROM F16Line.
            COMPUTE TaxableWk = YtdTotSal - ProvenTotal.
            IF TaxableWk < 0
                MOVE 0 TO TaxableWk.
            MOVE "Taxable Income : " TO F16Label.
            MOVE TaxableWk TO F16AmtOut.
            WRITE RecOut FROM F16Line.
        PrintOneProvenPara.
            ADD 1 TO InvIx.
            IF InvTabEmpNo (InvIx) = YEmpNo
               AND InvTabProof (InvIx) > 0
                MOVE InvTabSec (InvIx) TO F16SecOut
                MOVE InvTabProof (InvIx) TO F16SecAmtOut
                WRITE RecOut FROM F16SecLine
                ADD InvTabProof (InvIx) TO ProvenTotal.
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
            IF IdFiscalYear = CloseFyIn AND IdApprvFlag = "A"
               AND IdStage = "P"
                MOVE 0 TO InvHit
                MOVE 0 TO InvIx
                PERFORM ScanInvLoadPara UNTIL InvIx NOT < InvCount
                                        OR InvHit NOT = 0
                IF InvHit = 0 AND InvCount < 500
                    ADD 1 TO InvCount
                    MOVE InvCount TO InvHit
                    MOVE IdEmpNo TO InvTabEmpNo (InvHit)
                    MOVE IdSection TO InvTabSec (InvHit)
                END-IF
                IF InvHit NOT = 0
                    MOVE IdAmount TO InvTabProof (InvHit).
            PERFORM ReadInvDeclPara.
        ScanInvLoadPara.
            ADD 1 TO InvIx.
            IF InvTabEmpNo (InvIx) = IdEmpNo
               AND InvTabSec (InvIx) = IdSection
                MOVE InvIx TO InvHit.
        LoadStatDetPara.
            OPEN INPUT StatDetFile.
            IF StatDetStatus = "00"
        ResetOnePara.
            MOVE 0 TO YtdBasic YtdDA YtdHRA YtdTotSal.
            MOVE 0 TO YtdPFDed YtdTDS YtdNetSal.
            MOVE 0 TO YtdEsiDed YtdEsiEmpr YtdShiftAlw.
            REWRITE YtdRec.
        WriteArchLogPara.
            OPEN EXTEND ArchLogFile.
            MOVE RunDate8 TO RlRunDate.
            MOVE EmpCount TO RlRecRead.
            MOVE EmpCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
