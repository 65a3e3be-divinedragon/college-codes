        IDENTIFICATION DIVISION.
        PROGRAM-ID. OpenReqReport.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ReqFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReqStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ReqFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Requisition.dat".
            COPY "REQUISN.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ReqRep.dat".
        01  RecOut             PIC X(90).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  ReqStatus      PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  ReqEOF         PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RtIx           PIC 9(3) VALUE 0.
        01  RtCount        PIC 9(3) VALUE 0.
        01  ReqTable.
            05  ReqEntry OCCURS 500 TIMES.
                10  RtReqNo     PIC 9(6).
                10  RtLineNo    PIC 99.
                10  RtCostCtr   PIC X(4).
                10  RtRequester PIC X(20).
                10  RtReqDate   PIC 9(8).
                10  RtItemCode  PIC X(4).
                10  RtQty       PIC 9(4).
                10  RtStatus    PIC A.
                10  RtPoNo      PIC 9(6).
        01  GrpFirst       PIC 9(3) VALUE 0.
        01  GrpLast        PIC 9(3) VALUE 0.
        01  GrpDone        PIC A VALUE "N".
        01  HasPending     PIC A VALUE "N".
        01  HasApproved    PIC A VALUE "N".
        01  HasDemand      PIC A VALUE "N".
        01  HasOnOrder     PIC A VALUE "N".
        01  OpenReqCount   PIC 9(6) VALUE 0.
        01  OpenQtyTotal   PIC 9(9) VALUE 0.
        01  LinesOut       PIC 9(6) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(22) VALUE SPACES.
            05  F          PIC X(28) VALUE
                "OPEN MATERIAL REQUISITIONS".
            05  F          PIC X(8) VALUE " Date : ".
            05  RunDateOut PIC 9(8).
        01  LineRec        PIC X(90) VALUE ALL "-".
        01  BlankRec       PIC X(90) VALUE SPACES.
        01  ReqHeadRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Req No ".
            05  RhReqOut   PIC 9(6).
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(6) VALUE "Dept ".
            05  RhDeptOut  PIC X(4).
            05  F          PIC X(3) VALUE SPACES.
            05  RhNameOut  PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  RhDateOut  PIC 9(8).
            05  F          PIC X(3) VALUE SPACES.
            05  RhStatOut  PIC X(20).
        01  ReqLineRec.
            05  F          PIC X(8) VALUE SPACES.
            05  F          PIC X(6) VALUE "Line ".
            05  LnLineOut  PIC 99.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(6) VALUE "Item ".
            05  LnItemOut  PIC X(4).
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(5) VALUE "Qty ".
            05  LnQtyOut   PIC Z(3)9.
            05  F          PIC X(3) VALUE SPACES.
            05  LnStatOut  PIC X(12).
            05  F          PIC X(3) VALUE SPACES.
            05  LnPoLit    PIC X(6).
            05  LnPoOut    PIC X(6).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM ReadCompParamPara.
            PERFORM LoadReqPara.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO RunDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO GrpLast.
            PERFORM GroupPara UNTIL GrpLast NOT < RtCount.
            WRITE RecOut FROM LineRec.
            MOVE OpenReqCount TO CtRecsOut.
            MOVE OpenQtyTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY "Open Requisitions :- " OpenReqCount.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadReqPara.
            OPEN INPUT ReqFile.
            IF ReqStatus = "00"
                PERFORM ReadReqPara
                PERFORM LoadOneReqPara UNTIL ReqEOF = "Y"
                CLOSE ReqFile.
        ReadReqPara.
            READ ReqFile AT END MOVE "Y" TO ReqEOF.
        LoadOneReqPara.
            IF RtCount < 500
                ADD 1 TO RtCount
                MOVE RqReqNo TO RtReqNo (RtCount)
                MOVE RqLineNo TO RtLineNo (RtCount)
                MOVE RqCostCenter TO RtCostCtr (RtCount)
                MOVE RqRequester TO RtRequester (RtCount)
                MOVE RqReqDate TO RtReqDate (RtCount)
                MOVE RqItemCode TO RtItemCode (RtCount)
                MOVE RqQty TO RtQty (RtCount)
                MOVE RqStatus TO RtStatus (RtCount)
                MOVE RqPoNo TO RtPoNo (RtCount).
            PERFORM ReadReqPara.
      * RequisitionEntry writes all lines of a requisition together,
      * so each run of equal RtReqNo is one requisition. Its overall
      * status is the least advanced of its open lines; one whose
      * lines are all issued or rejected is closed and not listed.
        GroupPara.
            ADD 1 TO GrpLast.
            MOVE GrpLast TO GrpFirst.
            MOVE "N" TO GrpDone.
            PERFORM FindGroupEndPara UNTIL GrpDone = "Y".
            MOVE "N" TO HasPending.
            MOVE "N" TO HasApproved.
            MOVE "N" TO HasDemand.
            MOVE "N" TO HasOnOrder.
            MOVE GrpFirst TO RtIx.
            SUBTRACT 1 FROM RtIx.
            PERFORM TestLineStatPara UNTIL RtIx NOT < GrpLast.
            IF HasPending = "Y"
                MOVE "AWAITING APPROVAL" TO RhStatOut
            ELSE IF HasApproved = "Y"
                MOVE "APPROVED - TO ISSUE" TO RhStatOut
            ELSE IF HasDemand = "Y"
                MOVE "AWAITING PO" TO RhStatOut
            ELSE IF HasOnOrder = "Y"
                MOVE "ON ORDER" TO RhStatOut.
            IF HasPending = "Y" OR HasApproved = "Y"
               OR HasDemand = "Y" OR HasOnOrder = "Y"
                PERFORM PrintGroupPara.
        FindGroupEndPara.
            IF GrpLast NOT < RtCount
                MOVE "Y" TO GrpDone
            ELSE IF RtReqNo (GrpLast + 1) NOT = RtReqNo (GrpFirst)
                MOVE "Y" TO GrpDone
            ELSE
                ADD 1 TO GrpLast.
        TestLineStatPara.
            ADD 1 TO RtIx.
            IF RtStatus (RtIx) = "P"
                MOVE "Y" TO HasPending
            ELSE IF RtStatus (RtIx) = "A"
                MOVE "Y" TO HasApproved
            ELSE IF RtStatus (RtIx) = "D"
                MOVE "Y" TO HasDemand
            ELSE IF RtStatus (RtIx) = "O"
                MOVE "Y" TO HasOnOrder.
        PrintGroupPara.
            ADD 1 TO OpenReqCount.
            MOVE RtReqNo (GrpFirst) TO RhReqOut.
            MOVE RtCostCtr (GrpFirst) TO RhDeptOut.
            MOVE RtRequester (GrpFirst) TO RhNameOut.
            MOVE RtReqDate (GrpFirst) TO RhDateOut.
            WRITE RecOut FROM BlankRec.
            WRITE RecOut FROM ReqHeadRec.
            ADD 1 TO LinesOut.
            MOVE GrpFirst TO RtIx.
            SUBTRACT 1 FROM RtIx.
            PERFORM PrintLinePara UNTIL RtIx NOT < GrpLast.
        PrintLinePara.
            ADD 1 TO RtIx.
            MOVE RtLineNo (RtIx) TO LnLineOut.
            MOVE RtItemCode (RtIx) TO LnItemOut.
            MOVE RtQty (RtIx) TO LnQtyOut.
            MOVE SPACES TO LnPoLit.
            MOVE SPACES TO LnPoOut.
            IF RtStatus (RtIx) = "P"
                MOVE "PENDING" TO LnStatOut
            ELSE IF RtStatus (RtIx) = "A"
                MOVE "APPROVED" TO LnStatOut
            ELSE IF RtStatus (RtIx) = "R"
                MOVE "REJECTED" TO LnStatOut
            ELSE IF RtStatus (RtIx) = "I"
                MOVE "ISSUED" TO LnStatOut
            ELSE IF RtStatus (RtIx) = "D"
                MOVE "AWAITING PO" TO LnStatOut
            ELSE IF RtStatus (RtIx) = "O"
                MOVE "ON ORDER" TO LnStatOut
                MOVE "PO No " TO LnPoLit
                MOVE RtPoNo (RtIx) TO LnPoOut
            ELSE
                MOVE RtStatus (RtIx) TO LnStatOut.
            IF RtStatus (RtIx) NOT = "I" AND RtStatus (RtIx) NOT = "R"
                ADD RtQty (RtIx) TO OpenQtyTotal.
            WRITE RecOut FROM ReqLineRec.
            ADD 1 TO LinesOut.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "REQREP" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RtCount TO RlRecRead.
            MOVE LinesOut TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
