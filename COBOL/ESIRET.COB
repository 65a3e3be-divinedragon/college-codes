        IDENTIFICATION DIVISION.
        PROGRAM-ID. EsiMemberReturn.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FileIn ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PaySlipStatus.
            SELECT StatDetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StatDetStatus.
            SELECT EsiRetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD FileIn
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PaySlip.dat".
            COPY "PAYSLIP.CPY".
        FD StatDetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StatDet.dat".
            COPY "STATDET.CPY".
        FD EsiRetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EsiReturn.dat".
        01  EsiRetRec          PIC X(80).
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EsiRetRep.dat".
        01  RecOut             PIC X(80).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  PaySlipStatus  PIC XX VALUE "00".
        01  StatDetStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  SlipEOF        PIC A VALUE "N".
        01  StatDetEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  SdCount        PIC 9(3) VALUE 0.
        01  SdIx           PIC 9(3) VALUE 0.
        01  SdHit          PIC 9(3) VALUE 0.
        01  SdTable.
            05  SdEntry OCCURS 200 TIMES.
                10  SdTabEmpNo PIC 9(4).
                10  SdTabEsiNo PIC X(10).
        01  EsiNoWk        PIC X(10) VALUE SPACES.
        01  EsiWagesWk     PIC 9(7)V99 VALUE 0.
        01  MemberCount    PIC 9(6) VALUE 0.
        01  RejectCount    PIC 9(6) VALUE 0.
        01  GWages         PIC 9(9)V99 VALUE 0.
        01  GEmpShare      PIC 9(9)V99 VALUE 0.
        01  GEmprShare     PIC 9(9)V99 VALUE 0.
        01  ChallanTotal   PIC 9(10)V99 VALUE 0.
        01  ReturnTotal    PIC 9(10)V99 VALUE 0.
        01  DelStatus      PIC S9(9) COMP-5 VALUE 0.
        COPY "CTLTOT.CPY".
        01  EsiHdrRec.
            05  F              PIC X(1) VALUE "H".
            05  F              PIC X(1) VALUE SPACES.
            05  HdrRunDate     PIC 9(8).
            05  F              PIC X(1) VALUE SPACES.
            05  F              PIC X(17) VALUE "ESI-MEMBER-RETURN".
        01  EsiDetRec.
            05  F              PIC X(1) VALUE "D".
            05  F              PIC X(1) VALUE SPACES.
            05  DetEsiNo       PIC X(10).
            05  F              PIC X(1) VALUE SPACES.
            05  DetEmpNo       PIC 9(4).
            05  F              PIC X(1) VALUE SPACES.
            05  DetName        PIC A(20).
            05  F              PIC X(1) VALUE SPACES.
            05  DetWages       PIC 9(7)V99.
            05  F              PIC X(1) VALUE SPACES.
            05  DetEmpShare    PIC 9(7)V99.
            05  F              PIC X(1) VALUE SPACES.
            05  DetEmprShare   PIC 9(7)V99.
        01  EsiTrlRec.
            05  F              PIC X(1) VALUE "T".
            05  F              PIC X(1) VALUE SPACES.
            05  TrlCount       PIC 9(6).
            05  F              PIC X(1) VALUE SPACES.
            05  TrlWages       PIC 9(9)V99.
            05  F              PIC X(1) VALUE SPACES.
            05  TrlEmpShare    PIC 9(9)V99.
            05  F              PIC X(1) VALUE SPACES.
            05  TrlEmprShare   PIC 9(9)V99.
        01  RepHeading.
            05  F              PIC X(15) VALUE SPACES.
            05  F              PIC X(35) VALUE
                "ESI Member Return Control Report".
        01  LineRec            PIC X(80) VALUE ALL "-".
        01  RejDetailRec.
            05  F              PIC X(3) VALUE SPACES.
            05  F              PIC X(9) VALUE "Emp No. ".
            05  RejEmpOut      PIC 9(4).
            05  F              PIC X(3) VALUE SPACES.
            05  RejNameOut     PIC A(20).
            05  F              PIC X(3) VALUE SPACES.
            05  RejReasonOut   PIC X(30).
        01  ReconRec1.
            05  F              PIC X(3) VALUE SPACES.
            05  F              PIC X(30) VALUE
                "RETURN TOTAL (EE+ER)      : ".
            05  RetTotOut      PIC Z(9)9.99.
        01  ReconRec2.
            05  F              PIC X(3) VALUE SPACES.
            05  F              PIC X(30) VALUE
                "CHALLAN TOTAL (REMIT)     : ".
            05  ChTotOut       PIC Z(9)9.99.
        01  ReconRec3.
            05  F              PIC X(3) VALUE SPACES.
            05  F              PIC X(16) VALUE "RECONCILIATION: ".
            05  ReconFlagOut   PIC X(16).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM LoadStatDetPara.
            OPEN INPUT FileIn.
            IF PaySlipStatus NOT = "00"
                DISPLAY "PaySlip.dat Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            OPEN OUTPUT EsiRetFile OUTPUT FileOut.
            MOVE RunDate8 TO HdrRunDate.
            WRITE EsiRetRec FROM EsiHdrRec.
            WRITE RecOut FROM RepHeading.
            WRITE RecOut FROM LineRec.
            PERFORM ReadSlipPara.
            PERFORM MemberPara UNTIL SlipEOF = "Y".
            MOVE MemberCount TO TrlCount.
            MOVE GWages TO TrlWages.
            MOVE GEmpShare TO TrlEmpShare.
            MOVE GEmprShare TO TrlEmprShare.
            WRITE EsiRetRec FROM EsiTrlRec.
            COMPUTE ReturnTotal = GEmpShare + GEmprShare.
            WRITE RecOut FROM LineRec.
            MOVE ReturnTotal TO RetTotOut.
            WRITE RecOut FROM ReconRec1.
            MOVE ChallanTotal TO ChTotOut.
            WRITE RecOut FROM ReconRec2.
            IF ReturnTotal = ChallanTotal AND RejectCount = 0
                MOVE "MATCH" TO ReconFlagOut
                MOVE 0 TO RlReturnCode
            ELSE
                MOVE "** MISMATCH **" TO ReconFlagOut
                MOVE 8 TO RlReturnCode.
            WRITE RecOut FROM ReconRec3.
            MOVE MemberCount TO CtRecsOut.
            MOVE ReturnTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileIn EsiRetFile FileOut.
            IF RlReturnCode NOT = 0
                DISPLAY "** RETURN DOES NOT RECONCILE - FILE"
                        " WITHDRAWN **"
                CALL "CBL_DELETE_FILE" USING "EsiReturn.dat"
                    RETURNING DelStatus
            ELSE
                DISPLAY "ESI Member Return Released. Members :- "
                        MemberCount.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
        LoadStatDetPara.
            OPEN INPUT StatDetFile.
            IF StatDetStatus = "00"
                PERFORM ReadStatDetPara
                PERFORM LoadOneStatDetPara UNTIL StatDetEOF = "Y"
                CLOSE StatDetFile
                MOVE "N" TO StatDetEOF.
        ReadStatDetPara.
            READ StatDetFile AT END MOVE "Y" TO StatDetEOF.
        LoadOneStatDetPara.
            MOVE 0 TO SdHit.
            MOVE 0 TO SdIx.
            PERFORM ScanSdLoadPara UNTIL SdIx NOT < SdCount
                                   OR SdHit NOT = 0.
            IF SdHit = 0 AND SdCount < 200
                ADD 1 TO SdCount
                MOVE SdCount TO SdHit
                MOVE SdEmpNo TO SdTabEmpNo (SdHit).
            IF SdHit NOT = 0
                MOVE SdEsiNo TO SdTabEsiNo (SdHit).
            PERFORM ReadStatDetPara.
        ScanSdLoadPara.
            ADD 1 TO SdIx.
            IF SdTabEmpNo (SdIx) = SdEmpNo
                MOVE SdIx TO SdHit.
        FindEsiNoPara.
            MOVE SPACES TO EsiNoWk.
            MOVE 0 TO SdIx.
            PERFORM TestEsiNoPara UNTIL SdIx NOT < SdCount.
        TestEsiNoPara.
            ADD 1 TO SdIx.
            IF SdTabEmpNo (SdIx) = PSEmpNo
                MOVE SdTabEsiNo (SdIx) TO EsiNoWk.
        ReadSlipPara.
            READ FileIn AT END MOVE "Y" TO SlipEOF.
      * Only employees who bore an ESI deduction this month are
      * members of the return; those above the wage ceiling carry
      * zero shares on the slip and are left out.
        MemberPara.
            IF PSProofFlag NOT = "P"
               AND (PSEsiDed > 0 OR PSEsiEmpr > 0)
                ADD PSEsiDed PSEsiEmpr TO ChallanTotal
                PERFORM FindEsiNoPara
                IF EsiNoWk = SPACES
                    MOVE PSEmpNo TO RejEmpOut
                    MOVE PSName TO RejNameOut
                    MOVE "NO ESI NUMBER ON FILE" TO RejReasonOut
                    WRITE RecOut FROM RejDetailRec
                    ADD 1 TO RejectCount
                ELSE IF EsiNoWk NOT NUMERIC
                    MOVE PSEmpNo TO RejEmpOut
                    MOVE PSName TO RejNameOut
                    MOVE "ESI NUMBER NOT 10 DIGITS" TO RejReasonOut
                    WRITE RecOut FROM RejDetailRec
                    ADD 1 TO RejectCount
                ELSE
                    COMPUTE EsiWagesWk = PSTotSal - PSLeaveEnc
                                       - PSBonus
                    MOVE EsiNoWk TO DetEsiNo
                    MOVE PSEmpNo TO DetEmpNo
                    MOVE PSName TO DetName
                    MOVE EsiWagesWk TO DetWages
                    MOVE PSEsiDed TO DetEmpShare
                    MOVE PSEsiEmpr TO DetEmprShare
                    WRITE EsiRetRec FROM EsiDetRec
                    ADD 1 TO MemberCount
                    ADD EsiWagesWk TO GWages
                    ADD PSEsiDed TO GEmpShare
                    ADD PSEsiEmpr TO GEmprShare.
            PERFORM ReadSlipPara.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "ESIRET" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE MemberCount TO RlRecRead.
            MOVE MemberCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
