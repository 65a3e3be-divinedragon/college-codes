            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EmpNoIn
            FILE STATUS IS EmpMastStatus.
            SELECT LabWorkerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabWorkerStatus.
            SELECT PlayerBankFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlayerBankStatus.
            SELECT ChequeRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChequeRegStatus.
            05  NiType         PIC X(1).
            05  F              PIC X(1).
            05  NiEmpNo        PIC 9(4).
            05  NiPayeeId REDEFINES NiEmpNo PIC X(4).
            05  F              PIC X(1).
            05  NiAcctNo       PIC X(16).
            05  F              PIC X(1).
            VALUE OF FILE-ID IS "BankAck.dat".
        01  BankAckRec.
            05  AkEmpNo        PIC 9(4).
            05  AkPayeeId REDEFINES AkEmpNo PIC X(4).
            05  AkStatus       PIC A.
            05  AkReason       PIC X(20).
        FD StatFile
            VALUE OF FILE-ID IS "NeftStat.dat".
        01  NeftStatRec.
            05  NsEmpNo        PIC 9(4).
            05  NsPayeeId REDEFINES NsEmpNo PIC X(4).
            05  NsAmount       PIC 9(6)V99.
            05  NsStatus       PIC A.
            05  NsDate         PIC 9(8).
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY".
        FD LabWorkerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabWorker.dat".
            COPY "LABWRKR.CPY".
        FD PlayerBankFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerBank.dat".
            COPY "PLBANK.CPY".
        FD ChequeRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ChequeReg.dat".
        01  StatFileStatus PIC XX VALUE "00".
        01  BankStatus     PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  LabWorkerStatus PIC XX VALUE "00".
        01  PlayerBankStatus PIC XX VALUE "00".
        01  ChequeRegStatus PIC XX VALUE "00".
        01  ChqPrintStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  AckEOF         PIC A VALUE "N".
        01  BankFound      PIC A VALUE "N".
        01  EmpFound       PIC A VALUE "N".
        01  LabWorkerEOF   PIC A VALUE "N".
        01  PlayerBankEOF  PIC A VALUE "N".
        01  AcctWk         PIC X(16) VALUE SPACES.
        01  IfscWk         PIC X(11) VALUE SPACES.
        01  WorkerKeyWk    PIC 9(4) VALUE 0.
        01  WkCount        PIC 9(3) VALUE 0.
        01  WkIx           PIC 9(3) VALUE 0.
        01  WkHit          PIC 9(3) VALUE 0.
        01  WkTable.
            05  WkEntry OCCURS 500 TIMES.
                10  WtWorkerNo PIC 9(4).
                10  WtName     PIC A(20).
                10  WtAcctNo   PIC X(16).
                10  WtIfsc     PIC X(11).
        01  PbCount        PIC 9(3) VALUE 0.
        01  PbIx           PIC 9(3) VALUE 0.
        01  PbHit          PIC 9(3) VALUE 0.
        01  PayeeKeyWk     PIC X(4) VALUE SPACES.
        01  PbTable.
            05  PbEntry OCCURS 300 TIMES.
                10  PbtPlayer  PIC X(4).
                10  PbtHolder  PIC X(30).
                10  PbtAcctNo  PIC X(16).
                10  PbtIfsc    PIC X(11).
        01  RunDate8       PIC 9(8).
        01  AckIx          PIC 9(3) VALUE 0.
        01  AckCount       PIC 9(3) VALUE 0.
        01  AckTable.
            05  AckEntry OCCURS 500 TIMES.
                10  AktPayeeId PIC X(4).
                10  AktStatus  PIC A.
                10  AktReason  PIC X(20).
        01  AckStatWk      PIC A VALUE SPACE.
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(9) VALUE "Emp No. ".
            05  EmpOut     PIC X(4).
            05  F          PIC X(9) VALUE " Amount ".
            05  AmtOut     PIC Z(5)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  ChqNameOut PIC A(20).
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC A(10) VALUE "Emp No. ".
            05  ChqEmpOut  PIC X(4).
        01  ChqAmtLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC A(14) VALUE "Amount     : ".
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM ReadCompParamPara.
            PERFORM LoadAcksPara.
            PERFORM LoadWorkerPara.
            PERFORM LoadPlayerBankPara.
            IF AckCount = 0
                DISPLAY "BankAck.dat Missing Or Empty. Nothing"
                        " Processed."
        LoadOneAckPara.
            IF AckCount < 500
                ADD 1 TO AckCount
                MOVE AkPayeeId TO AktPayeeId (AckCount)
                MOVE AkStatus TO AktStatus (AckCount)
                MOVE AkReason TO AktReason (AckCount).
            PERFORM ReadAckPara.
      * The latest row for a worker carries the current bank
      * details.
        LoadWorkerPara.
            OPEN INPUT LabWorkerFile.
            IF LabWorkerStatus = "00"
                PERFORM ReadWorkerPara
                PERFORM LoadOneWorkerPara UNTIL LabWorkerEOF = "Y"
                CLOSE LabWorkerFile.
        ReadWorkerPara.
            READ LabWorkerFile AT END MOVE "Y" TO LabWorkerEOF.
        LoadOneWorkerPara.
            MOVE LwWorkerNo TO WorkerKeyWk.
            MOVE 0 TO WkHit.
            MOVE 0 TO WkIx.
            PERFORM ScanWkPara UNTIL WkIx NOT < WkCount
                               OR WkHit NOT = 0.
            IF WkHit = 0 AND WkCount < 500
                ADD 1 TO WkCount
                MOVE WkCount TO WkHit
                MOVE LwWorkerNo TO WtWorkerNo (WkHit).
            IF WkHit NOT = 0
                MOVE LwName TO WtName (WkHit)
                MOVE LwAcctNo TO WtAcctNo (WkHit)
                MOVE LwIfsc TO WtIfsc (WkHit).
            PERFORM ReadWorkerPara.
      * Likewise a player credit (record type "P") carries a player
      * id and takes its bank details from PlayerBank.dat.
        LoadPlayerBankPara.
            OPEN INPUT PlayerBankFile.
            IF PlayerBankStatus = "00"
                PERFORM ReadPlayerBankPara
                PERFORM LoadOnePlayerBankPara
                    UNTIL PlayerBankEOF = "Y"
                CLOSE PlayerBankFile.
        ReadPlayerBankPara.
            READ PlayerBankFile AT END MOVE "Y" TO PlayerBankEOF.
        LoadOnePlayerBankPara.
            MOVE PbPlayerId TO PayeeKeyWk.
            PERFORM FindPlayerBankPara.
            IF PbHit = 0 AND PbCount < 300
                ADD 1 TO PbCount
                MOVE PbCount TO PbHit
                MOVE PbPlayerId TO PbtPlayer (PbHit).
            IF PbHit NOT = 0
                MOVE PbHolderName TO PbtHolder (PbHit)
                MOVE PbAcctNo TO PbtAcctNo (PbHit)
                MOVE PbIfsc TO PbtIfsc (PbHit).
            PERFORM ReadPlayerBankPara.
        FindPlayerBankPara.
            MOVE 0 TO PbHit.
            MOVE 0 TO PbIx.
            PERFORM ScanPbPara UNTIL PbIx NOT < PbCount
                               OR PbHit NOT = 0.
        ScanPbPara.
            ADD 1 TO PbIx.
            IF PbtPlayer (PbIx) = PayeeKeyWk
                MOVE PbIx TO PbHit.
        ReadNeftPara.
            READ NeftFile AT END MOVE "Y" TO NeftEOF.
      * A returned credit is the same money presented again, so the
        MatchOnePara.
            IF NiType = "D"
                PERFORM FindAckPara
                MOVE NiPayeeId TO NsPayeeId
                MOVE NiAmount TO NsAmount
                MOVE RunDate8 TO NsDate
                MOVE NiPayeeId TO EmpOut
                MOVE NiAmount TO AmtOut
                MOVE AckReasonWk TO ReasonOut
                IF AckStatWk = "P"
                WRITE NeftStatRec
                WRITE RecOut FROM DetailRec.
            PERFORM ReadNeftPara.
      * A contract-labour credit (record type "L") carries a
      * LabWorker.dat worker number, not an employee number, so its
      * bank details and name come from the worker master.
        ReissuePara.
            IF NiRecType = "L"
                PERFORM LookupWorkerPara
            ELSE IF NiRecType = "P"
                PERFORM LookupPlayerPara
            ELSE
                PERFORM LookupBankPara.
            IF BankFound = "Y"
               AND AcctWk NOT = SPACES AND IfscWk NOT = SPACES
                WRITE RetryRec FROM NeftRawIn
                ADD 1 TO RetryCount
                ADD NiAmount TO RetryTotal
                READ BankFile
                    INVALID KEY MOVE "N" TO BankFound
                    NOT INVALID KEY MOVE "Y" TO BankFound.
            MOVE SPACES TO AcctWk.
            MOVE SPACES TO IfscWk.
            IF BankFound = "Y"
                MOVE BkAcctNo TO AcctWk
                MOVE BkIfsc TO IfscWk.
        LookupWorkerPara.
            MOVE NiEmpNo TO WorkerKeyWk.
            MOVE 0 TO WkHit.
            MOVE 0 TO WkIx.
            PERFORM ScanWkPara UNTIL WkIx NOT < WkCount
                               OR WkHit NOT = 0.
            MOVE SPACES TO AcctWk.
            MOVE SPACES TO IfscWk.
            IF WkHit = 0
                MOVE "N" TO BankFound
            ELSE
                MOVE "Y" TO BankFound
                MOVE WtAcctNo (WkHit) TO AcctWk
                MOVE WtIfsc (WkHit) TO IfscWk.
        ScanWkPara.
            ADD 1 TO WkIx.
            IF WtWorkerNo (WkIx) = WorkerKeyWk
                MOVE WkIx TO WkHit.
        LookupPlayerPara.
            MOVE NiPayeeId TO PayeeKeyWk.
            PERFORM FindPlayerBankPara.
            MOVE SPACES TO AcctWk.
            MOVE SPACES TO IfscWk.
            IF PbHit = 0
                MOVE "N" TO BankFound
            ELSE
                MOVE "Y" TO BankFound
                MOVE PbtAcctNo (PbHit) TO AcctWk
                MOVE PbtIfsc (PbHit) TO IfscWk.
        IssueChequePara.
            MOVE "CHQ" TO DocTypeIn.
            CALL "NextDocNo" USING DocLinkRec.
            MOVE DocNoOut TO NextChequeNo.
            MOVE NextChequeNo TO CqChequeNo.
            MOVE NiAmount TO CqAmount.
            MOVE RunDate8 TO CqIssueDate.
            MOVE "I" TO CqStatus.
            MOVE SPACES TO CqVendorCode.
            IF NiRecType = "P"
                MOVE 0 TO CqEmpNo
                MOVE "P" TO CqPayeeType
                MOVE NiPayeeId TO CqVendorCode
            ELSE
                MOVE NiEmpNo TO CqEmpNo.
            IF NiRecType = "L"
                MOVE "L" TO CqPayeeType
            ELSE IF NiRecType NOT = "P"
                MOVE "E" TO CqPayeeType.
            WRITE ChequeRegRec.
            ADD 1 TO ChequeCount.
            PERFORM PrintChequePara.
        PrintChequePara.
            MOVE NiEmpNo TO EmpNoIn.
            IF NiRecType = "L" OR NiRecType = "P"
                MOVE "N" TO EmpFound
            ELSE IF EmpMastStatus NOT = "00"
                MOVE "N" TO EmpFound
            ELSE
                READ EmpMastFile
            WRITE ChqOut FROM ChqNoLine.
            IF EmpFound = "Y"
                MOVE NameIn TO ChqNameOut
            ELSE IF NiRecType = "L" AND WkHit NOT = 0
                MOVE WtName (WkHit) TO ChqNameOut
            ELSE IF NiRecType = "P" AND PbHit NOT = 0
                MOVE PbtHolder (PbHit) TO ChqNameOut
            ELSE
                MOVE SPACES TO ChqNameOut.
            MOVE NiPayeeId TO ChqEmpOut.
            WRITE ChqOut FROM ChqPayLine.
            MOVE NiAmount TO ChqAmtOut.
            WRITE ChqOut FROM ChqAmtLine.
            PERFORM TestAckPara UNTIL AckIx NOT < AckCount.
        TestAckPara.
            ADD 1 TO AckIx.
            IF AktPayeeId (AckIx) = NiPayeeId
                MOVE AktStatus (AckIx) TO AckStatWk
                MOVE AktReason (AckIx) TO AckReasonWk.
        ClearPendingPara.
            COMPUTE RlRecRead = PaidCount + ReturnCount
                              + NoAckCount.
            MOVE ReturnCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
