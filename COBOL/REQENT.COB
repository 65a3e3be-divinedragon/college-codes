        IDENTIFICATION DIVISION.
        PROGRAM-ID. RequisitionEntry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MItemCode
            FILE STATUS IS MastStatus.
            SELECT DeptFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DeptStatus.
            SELECT ReqFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReqStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD MastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Master.dat".
        01  MastRec.
            05  MItemCode      PIC X(4).
            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD DeptFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DeptMast.dat".
            COPY "DEPTMAST.CPY".
        FD ReqFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Requisition.dat".
            COPY "REQUISN.CPY".
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        COPY "DOCLINK.CPY".
        01  MastStatus     PIC XX VALUE "00".
        01  DeptStatus     PIC XX VALUE "00".
        01  ReqStatus      PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  DeptEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  LineMore       PIC A VALUE "Y".
        01  ConfirmFlag    PIC A VALUE "N".
        01  DeptIn         PIC X(4).
        01  DeptFound      PIC A VALUE "N".
        01  RequesterIn    PIC X(20).
        01  ItemCodeIn     PIC X(4).
        01  QtyIn          PIC 9(4).
        01  ItemFound      PIC A VALUE "N".
        01  BadValueOut    PIC X(20).
        01  ReqNoWk        PIC 9(6) VALUE 0.
        01  LineIx         PIC 99 VALUE 0.
        01  LineCount      PIC 99 VALUE 0.
        01  LineTable.
            05  LineEntry OCCURS 20 TIMES.
                10  LnItemCode PIC X(4).
                10  LnQty      PIC 9(4).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE "INV" TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY "INV Accounting Period Is Closed. Run"
                        " Refused."
                GOBACK.
            OPEN INPUT MastFile.
            IF MastStatus NOT = "00"
                DISPLAY "Master.dat Not Found. Run Aborted."
                GOBACK.
            CALL "GetOper" USING OperLinkRec.
            PERFORM ReqPara UNTIL MoreFlag NOT = "Y".
            CLOSE MastFile.
            GOBACK.
        ReqPara.
            MOVE 0 TO LineCount.
            DISPLAY (3, 10) "Requesting Cost Center :- ".
            ACCEPT DeptIn.
            PERFORM CheckDeptPara.
            IF DeptFound = "N"
                DISPLAY (11, 10) "Cost Center Not On DeptMast."
                MOVE DeptIn TO BadValueOut
                PERFORM LogExceptionPara
            ELSE
                DISPLAY (4, 10) "Requested By :- "
                ACCEPT RequesterIn
                MOVE "Y" TO LineMore
                PERFORM LinePara UNTIL LineMore NOT = "Y"
                                 OR LineCount NOT < 20
                PERFORM ConfirmPara.
            DISPLAY (18, 10) "Another Requisition (Y/N) :- ".
            ACCEPT MoreFlag.
        CheckDeptPara.
            MOVE "N" TO DeptFound.
            OPEN INPUT DeptFile.
            IF DeptStatus NOT = "00"
                MOVE "Y" TO DeptFound
            ELSE
                PERFORM ReadDeptPara
                PERFORM ScanDeptPara UNTIL DeptEOF = "Y"
                CLOSE DeptFile
                MOVE "N" TO DeptEOF.
        ReadDeptPara.
            READ DeptFile AT END MOVE "Y" TO DeptEOF.
        ScanDeptPara.
            IF DmCode = DeptIn
                MOVE "Y" TO DeptFound.
            PERFORM ReadDeptPara.
        LinePara.
            DISPLAY (6, 10) "Item Code :- ".
            ACCEPT ItemCodeIn.
            MOVE ItemCodeIn TO MItemCode.
            READ MastFile
                INVALID KEY MOVE "N" TO ItemFound
                NOT INVALID KEY MOVE "Y" TO ItemFound.
            IF ItemFound = "N"
                DISPLAY (11, 10) "Item Code Not On Master."
                MOVE ItemCodeIn TO BadValueOut
                PERFORM LogExceptionPara
            ELSE
                DISPLAY (7, 10) "Item Is :- " MItemName
                DISPLAY (8, 10) "Quantity :- "
                ACCEPT QtyIn
                IF QtyIn NOT > 0
                    DISPLAY (11, 10) "Quantity Out Of Range."
                    MOVE ItemCodeIn TO BadValueOut
                    PERFORM LogExceptionPara
                ELSE
                    ADD 1 TO LineCount
                    MOVE ItemCodeIn TO LnItemCode (LineCount)
                    MOVE QtyIn TO LnQty (LineCount)
                    DISPLAY (11, 10) "Line Held.".
            DISPLAY (13, 10) "Another Line (Y/N) :- ".
            ACCEPT LineMore.
      * The serial is drawn only once the requester confirms, so an
      * abandoned requisition leaves no gap in the REQ series.
        ConfirmPara.
            IF LineCount > 0
                DISPLAY (15, 10) "Lines Keyed :- " LineCount
                DISPLAY (16, 10) "Submit For Approval (Y/N) :- "
                ACCEPT ConfirmFlag
                IF ConfirmFlag = "Y"
                    PERFORM WriteReqPara
                    DISPLAY (17, 10) "Requisition " ReqNoWk
                            " Submitted."
                ELSE
                    DISPLAY (17, 10) "Requisition Discarded.".
        WriteReqPara.
            MOVE "REQ" TO DocTypeIn.
            CALL "NextDocNo" USING DocLinkRec.
            MOVE DocNoOut TO ReqNoWk.
            OPEN EXTEND ReqFile.
            IF ReqStatus = "35"
                OPEN OUTPUT ReqFile.
            MOVE 0 TO LineIx.
            PERFORM WriteLinePara UNTIL LineIx NOT < LineCount.
            CLOSE ReqFile.
        WriteLinePara.
            ADD 1 TO LineIx.
            MOVE ReqNoWk TO RqReqNo.
            MOVE LineIx TO RqLineNo.
            MOVE DeptIn TO RqCostCenter.
            MOVE RequesterIn TO RqRequester.
            MOVE OperOpId TO RqMaker.
            MOVE RunDate8 TO RqReqDate.
            MOVE LnItemCode (LineIx) TO RqItemCode.
            MOVE LnQty (LineIx) TO RqQty.
            MOVE "P" TO RqStatus.
            MOVE SPACES TO RqChecker.
            MOVE 0 TO RqActionDate.
            MOVE 0 TO RqPoNo.
            WRITE ReqRec.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "REQENT" TO ElProgram.
            MOVE "ReqPara" TO ElParagraph.
            MOVE BadValueOut TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
