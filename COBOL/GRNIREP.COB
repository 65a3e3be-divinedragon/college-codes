        IDENTIFICATION DIVISION.
        PROGRAM-ID. GrniReport.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PoRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PoRegStatus.
            SELECT VendInvFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendInvStatus.
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
        FD PoRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PoReg.dat".
            COPY "POREG.CPY".
        FD VendInvFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendInv.dat".
            COPY "VENDINV.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GrniRep.dat".
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
        01  PoRegStatus    PIC XX VALUE "00".
        01  VendInvStatus  PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  PoRegEOF       PIC A VALUE "N".
        01  VendInvEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RunDate8X REDEFINES RunDate8.
            05  RunYY      PIC 9(4).
            05  RunMM      PIC 99.
            05  RunDD      PIC 99.
        01  AgeRunDays     PIC 9(8).
        01  AgeRecvDays    PIC 9(8).
        01  AgeDiffDays    PIC S9(8).
        01  PoIx           PIC 9(3) VALUE 0.
        01  PoHit          PIC 9(3) VALUE 0.
        01  PoTabCount     PIC 9(3) VALUE 0.
        01  PoTable.
            05  PoTabEntry OCCURS 500 TIMES.
                10  PtNo       PIC 9(6).
                10  PtItem     PIC X(4).
                10  PtVendor   PIC X(4).
                10  PtStatus   PIC A.
                10  PtRecvQty  PIC 9(5).
                10  PtRate     PIC 9(4)V99.
                10  PtRecvDate PIC 9(8).
                10  PtRecvDateX REDEFINES PtRecvDate.
                    15  PtYY   PIC 9(4).
                    15  PtMM   PIC 99.
                    15  PtDD   PIC 99.
                10  PtInvStat  PIC A.
        01  InvIx          PIC 9(3) VALUE 0.
        01  InvHit         PIC 9(3) VALUE 0.
        01  InvCount       PIC 9(3) VALUE 0.
        01  InvTable.
            05  InvEntry OCCURS 500 TIMES.
                10  ItPoNo     PIC 9(6).
                10  ItVendor   PIC X(4).
                10  ItInvNo    PIC X(10).
                10  ItQty      PIC 9(5).
                10  ItRate     PIC 9(4)V99.
                10  ItAmount   PIC 9(7)V99.
                10  ItStatus   PIC A.
                10  ItReason   PIC X(4).
        01  HeldCount      PIC 9(4) VALUE 0.
        01  HeldTotal      PIC 9(9)V99 VALUE 0.
        01  GrniCount      PIC 9(4) VALUE 0.
        01  GrniTotal      PIC 9(9)V99 VALUE 0.
        01  GrniValueWk    PIC 9(7)V99 VALUE 0.
        01  LinesOut       PIC 9(6) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(18) VALUE SPACES.
            05  F          PIC X(32) VALUE
                "INVOICE HOLDS AND GRNI BALANCE".
            05  F          PIC X(8) VALUE " Date : ".
            05  RunDateOut PIC 9(8).
        01  LineRec        PIC X(90) VALUE ALL "-".
        01  BlankRec       PIC X(90) VALUE SPACES.
        01  HeldTitle.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "INVOICES HELD FOR PURCHASING TO RESOLVE".
        01  HeldHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(9) VALUE "PO No".
            05  F          PIC X(8) VALUE "Vendor".
            05  F          PIC X(13) VALUE "Invoice".
            05  F          PIC X(9) VALUE "Qty".
            05  F          PIC X(10) VALUE "Rate".
            05  F          PIC X(14) VALUE "Amount".
            05  F          PIC X(8) VALUE "Reason".
        01  HeldDetail.
            05  F          PIC X(3) VALUE SPACES.
            05  HdPoOut    PIC 9(6).
            05  F          PIC X(3) VALUE SPACES.
            05  HdVendOut  PIC X(4).
            05  F          PIC X(4) VALUE SPACES.
            05  HdInvOut   PIC X(10).
            05  F          PIC X(3) VALUE SPACES.
            05  HdQtyOut   PIC Z(4)9.
            05  F          PIC X(3) VALUE SPACES.
            05  HdRateOut  PIC Z(3)9.99.
            05  F          PIC X(3) VALUE SPACES.
            05  HdAmtOut   PIC Z(6)9.99.
            05  F          PIC X(3) VALUE SPACES.
            05  HdRsnOut   PIC X(4).
        01  HeldTotRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(18) VALUE "Lines Held     : ".
            05  HeldCntOut PIC Z(3)9.
            05  F          PIC X(20) VALUE SPACES.
            05  HeldTotOut PIC Z(8)9.99.
        01  GrniTitle.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "RECEIVED NOT INVOICED (GRNI BALANCE)".
        01  GrniHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(9) VALUE "PO No".
            05  F          PIC X(8) VALUE "Vendor".
            05  F          PIC X(7) VALUE "Item".
            05  F          PIC X(11) VALUE "Received".
            05  F          PIC X(9) VALUE "Qty".
            05  F          PIC X(14) VALUE "Value".
            05  F          PIC X(6) VALUE "Days".
            05  F          PIC X(10) VALUE "Invoice".
        01  GrniDetail.
            05  F          PIC X(3) VALUE SPACES.
            05  GdPoOut    PIC 9(6).
            05  F          PIC X(3) VALUE SPACES.
            05  GdVendOut  PIC X(4).
            05  F          PIC X(4) VALUE SPACES.
            05  GdItemOut  PIC X(4).
            05  F          PIC X(3) VALUE SPACES.
            05  GdDateOut  PIC 9(8).
            05  F          PIC X(3) VALUE SPACES.
            05  GdQtyOut   PIC Z(4)9.
            05  F          PIC X(3) VALUE SPACES.
            05  GdValOut   PIC Z(6)9.99.
            05  F          PIC X(3) VALUE SPACES.
            05  GdAgeOut   PIC ZZZ9.
            05  F          PIC X(3) VALUE SPACES.
            05  GdInvOut   PIC X(10).
        01  GrniTotRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(18) VALUE "GRNI Balance   : ".
            05  GrniCntOut PIC Z(3)9.
            05  F          PIC X(24) VALUE " Receipts".
            05  GrniTotOut PIC Z(8)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            COMPUTE AgeRunDays = RunYY * 360 + RunMM * 30 + RunDD.
            PERFORM ReadCompParamPara.
            PERFORM LoadRegisterPara.
            PERFORM LoadInvoicesPara.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO RunDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM HeldTitle.
            WRITE RecOut FROM HeldHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO InvIx.
            PERFORM HeldOnePara UNTIL InvIx NOT < InvCount.
            WRITE RecOut FROM LineRec.
            MOVE HeldCount TO HeldCntOut.
            MOVE HeldTotal TO HeldTotOut.
            WRITE RecOut FROM HeldTotRec.
            WRITE RecOut FROM BlankRec.
            WRITE RecOut FROM GrniTitle.
            WRITE RecOut FROM GrniHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO PoIx.
            PERFORM GrniOnePara UNTIL PoIx NOT < PoTabCount.
            WRITE RecOut FROM LineRec.
            MOVE GrniCount TO GrniCntOut.
            MOVE GrniTotal TO GrniTotOut.
            WRITE RecOut FROM GrniTotRec.
            COMPUTE LinesOut = HeldCount + GrniCount.
            MOVE LinesOut TO CtRecsOut.
            MOVE GrniTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY "Invoice Lines Held :- " HeldCount.
            DISPLAY "GRNI Receipts      :- " GrniCount.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadRegisterPara.
            OPEN INPUT PoRegFile.
            IF PoRegStatus = "00"
                PERFORM ReadPoRegPara
                PERFORM LoadOnePoPara UNTIL PoRegEOF = "Y"
                CLOSE PoRegFile.
        ReadPoRegPara.
            READ PoRegFile AT END MOVE "Y" TO PoRegEOF.
        LoadOnePoPara.
            MOVE 0 TO PoHit.
            MOVE 0 TO PoIx.
            PERFORM ScanPoTabPara UNTIL PoIx NOT < PoTabCount
                                  OR PoHit NOT = 0.
            IF PoHit = 0 AND PoTabCount < 500
                ADD 1 TO PoTabCount
                MOVE PoTabCount TO PoHit
                MOVE PoNo TO PtNo (PoHit)
                MOVE SPACE TO PtInvStat (PoHit).
            IF PoHit NOT = 0
                MOVE PoItemCode TO PtItem (PoHit)
                MOVE PoVendorCode TO PtVendor (PoHit)
                MOVE PoStatus TO PtStatus (PoHit)
                MOVE PoRecvQty TO PtRecvQty (PoHit)
                MOVE PoRate TO PtRate (PoHit)
                MOVE PoRecvDate TO PtRecvDate (PoHit).
            PERFORM ReadPoRegPara.
        ScanPoTabPara.
            ADD 1 TO PoIx.
            IF PtNo (PoIx) = PoNo
                MOVE PoIx TO PoHit.
      * Latest invoice row per PO wins; its status is also carried
      * onto the PO so the GRNI pass can skip matched receipts.
        LoadInvoicesPara.
            OPEN INPUT VendInvFile.
            IF VendInvStatus = "00"
                PERFORM ReadVendInvPara
                PERFORM LoadOneInvPara UNTIL VendInvEOF = "Y"
                CLOSE VendInvFile.
            MOVE 0 TO InvIx.
            PERFORM MarkPoInvPara UNTIL InvIx NOT < InvCount.
        ReadVendInvPara.
            READ VendInvFile AT END MOVE "Y" TO VendInvEOF.
        LoadOneInvPara.
            MOVE 0 TO InvHit.
            MOVE 0 TO InvIx.
            PERFORM ScanInvTabPara UNTIL InvIx NOT < InvCount
                                   OR InvHit NOT = 0.
            IF InvHit = 0 AND InvCount < 500
                ADD 1 TO InvCount
                MOVE InvCount TO InvHit
                MOVE ViPoNo TO ItPoNo (InvHit).
            IF InvHit NOT = 0
                MOVE ViVendorCode TO ItVendor (InvHit)
                MOVE ViInvNo TO ItInvNo (InvHit)
                MOVE ViQty TO ItQty (InvHit)
                MOVE ViRate TO ItRate (InvHit)
                MOVE ViAmount TO ItAmount (InvHit)
                MOVE ViStatus TO ItStatus (InvHit)
                MOVE ViReason TO ItReason (InvHit).
            PERFORM ReadVendInvPara.
        ScanInvTabPara.
            ADD 1 TO InvIx.
            IF ItPoNo (InvIx) = ViPoNo
                MOVE InvIx TO InvHit.
        MarkPoInvPara.
            ADD 1 TO InvIx.
            MOVE 0 TO PoHit.
            MOVE 0 TO PoIx.
            MOVE ItPoNo (InvIx) TO PoNo.
            PERFORM ScanPoTabPara UNTIL PoIx NOT < PoTabCount
                                  OR PoHit NOT = 0.
            IF PoHit NOT = 0
                MOVE ItStatus (InvIx) TO PtInvStat (PoHit).
        HeldOnePara.
            ADD 1 TO InvIx.
            IF ItStatus (InvIx) = "H"
                ADD 1 TO HeldCount
                ADD ItAmount (InvIx) TO HeldTotal
                MOVE ItPoNo (InvIx) TO HdPoOut
                MOVE ItVendor (InvIx) TO HdVendOut
                MOVE ItInvNo (InvIx) TO HdInvOut
                MOVE ItQty (InvIx) TO HdQtyOut
                MOVE ItRate (InvIx) TO HdRateOut
                MOVE ItAmount (InvIx) TO HdAmtOut
                MOVE ItReason (InvIx) TO HdRsnOut
                WRITE RecOut FROM HeldDetail.
      * A closed PO is in GRNI until its invoice line is matched; a
      * held line still counts, and is marked so on the listing.
        GrniOnePara.
            ADD 1 TO PoIx.
            IF PtStatus (PoIx) = "C" AND PtInvStat (PoIx) NOT = "M"
                ADD 1 TO GrniCount
                COMPUTE GrniValueWk ROUNDED =
                    PtRecvQty (PoIx) * PtRate (PoIx)
                ADD GrniValueWk TO GrniTotal
                COMPUTE AgeRecvDays = PtYY (PoIx) * 360
                    + PtMM (PoIx) * 30 + PtDD (PoIx)
                COMPUTE AgeDiffDays = AgeRunDays - AgeRecvDays
                MOVE PtNo (PoIx) TO GdPoOut
                MOVE PtVendor (PoIx) TO GdVendOut
                MOVE PtItem (PoIx) TO GdItemOut
                MOVE PtRecvDate (PoIx) TO GdDateOut
                MOVE PtRecvQty (PoIx) TO GdQtyOut
                MOVE GrniValueWk TO GdValOut
                MOVE AgeDiffDays TO GdAgeOut
                IF PtInvStat (PoIx) = "H"
                    MOVE "ON HOLD" TO GdInvOut
                ELSE
                    MOVE SPACES TO GdInvOut
                END-IF
                WRITE RecOut FROM GrniDetail.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "GRNIREP" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE PoTabCount TO RlRecRead.
            MOVE LinesOut TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
