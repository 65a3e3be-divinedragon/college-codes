        IDENTIFICATION DIVISION.
        PROGRAM-ID. ApLedgerPost.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ApLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ApLedgerStatus.
            SELECT VendInvFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendInvStatus.
            SELECT PurRetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PurRetStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ApLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ApLedger.dat".
            COPY "APLEDG.CPY".
        FD VendInvFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendInv.dat".
            COPY "VENDINV.CPY".
        FD PurRetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PurRet.dat".
            COPY "PURRET.CPY".
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        COPY "VENDLINK.CPY".
        01  ApLedgerStatus PIC XX VALUE "00".
        01  VendInvStatus  PIC XX VALUE "00".
        01  PurRetStatus   PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  ApLedgerEOF    PIC A VALUE "N".
        01  VendInvEOF     PIC A VALUE "N".
        01  PurRetEOF      PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
      * Days from invoice date to payment due: the vendor's terms
      * from the vendor master, 30 where the master has none.
        01  TermsDays      PIC 9(3) VALUE 30.
        01  DueDaysWk      PIC 9(8) VALUE 0.
        01  DueRemWk       PIC 9(8) VALUE 0.
        01  DueDateWk      PIC 9(8).
        01  DueDateX REDEFINES DueDateWk.
            05  DueYY      PIC 9(4).
            05  DueMM      PIC 99.
            05  DueDD      PIC 99.
        01  PostIx         PIC 9(4) VALUE 0.
        01  PostHit        PIC 9(4) VALUE 0.
        01  PostCount      PIC 9(4) VALUE 0.
        01  PostTable.
            05  PostEntry OCCURS 1000 TIMES.
                10  PtType     PIC A.
                10  PtKey      PIC 9(6).
        01  KeyTypeWk      PIC A.
        01  KeyWk          PIC 9(6).
        01  DocNoWk        PIC X(10).
        01  DocNoWkX REDEFINES DocNoWk.
            05  DocNoNum   PIC 9(6).
            05  F          PIC X(4).
        01  InvIx          PIC 9(3) VALUE 0.
        01  InvHit         PIC 9(3) VALUE 0.
        01  InvCount       PIC 9(3) VALUE 0.
        01  InvTable.
            05  InvEntry OCCURS 500 TIMES.
                10  ItPoNo     PIC 9(6).
                10  ItVendor   PIC X(4).
                10  ItInvNo    PIC X(10).
                10  ItInvDate  PIC 9(8).
                10  ItAmount   PIC 9(7)V99.
                10  ItStatus   PIC A.
        01  RecsRead       PIC 9(6) VALUE 0.
        01  InvPosted      PIC 9(4) VALUE 0.
        01  DnPosted       PIC 9(4) VALUE 0.
        01  RecsWrit       PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE "GL " TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY "GL Accounting Period Is Closed. Run"
                        " Refused."
                MOVE 8 TO RETURN-CODE
                GOBACK.
            PERFORM LoadLedgerPara.
            PERFORM LoadInvoicesPara.
            OPEN EXTEND ApLedgerFile.
            IF ApLedgerStatus = "35"
                OPEN OUTPUT ApLedgerFile.
            MOVE 0 TO InvIx.
            PERFORM PostInvoicePara UNTIL InvIx NOT < InvCount.
            OPEN INPUT PurRetFile.
            IF PurRetStatus = "00"
                PERFORM ReadPurRetPara
                PERFORM PostDebitNotePara UNTIL PurRetEOF = "Y"
                CLOSE PurRetFile.
            CLOSE ApLedgerFile.
            COMPUTE RecsWrit = InvPosted + DnPosted.
            PERFORM LogRunPara.
            DISPLAY "Invoices Posted    :- " InvPosted.
            DISPLAY "Debit Notes Posted :- " DnPosted.
            GOBACK.
      * Invoices are remembered by PO and debit notes by their serial,
      * so a second run the same day posts nothing twice.
        LoadLedgerPara.
            OPEN INPUT ApLedgerFile.
            IF ApLedgerStatus = "00"
                PERFORM ReadLedgerPara
                PERFORM LoadOneLedgerPara UNTIL ApLedgerEOF = "Y"
                CLOSE ApLedgerFile.
        ReadLedgerPara.
            READ ApLedgerFile AT END MOVE "Y" TO ApLedgerEOF.
        LoadOneLedgerPara.
            ADD 1 TO RecsRead.
            IF AlTxnType = "I"
                MOVE "I" TO KeyTypeWk
                MOVE AlPoNo TO KeyWk
                PERFORM AddPostedPara
            ELSE IF AlTxnType = "D"
                MOVE "D" TO KeyTypeWk
                MOVE AlDocNo TO DocNoWk
                MOVE DocNoNum TO KeyWk
                PERFORM AddPostedPara.
            PERFORM ReadLedgerPara.
        AddPostedPara.
            IF PostCount < 1000
                ADD 1 TO PostCount
                MOVE KeyTypeWk TO PtType (PostCount)
                MOVE KeyWk TO PtKey (PostCount).
        FindPostedPara.
            MOVE 0 TO PostHit.
            MOVE 0 TO PostIx.
            PERFORM ScanPostedPara UNTIL PostIx NOT < PostCount
                                   OR PostHit NOT = 0.
        ScanPostedPara.
            ADD 1 TO PostIx.
            IF PtType (PostIx) = KeyTypeWk AND PtKey (PostIx) = KeyWk
                MOVE PostIx TO PostHit.
        LoadInvoicesPara.
            OPEN INPUT VendInvFile.
            IF VendInvStatus = "00"
                PERFORM ReadVendInvPara
                PERFORM LoadOneInvPara UNTIL VendInvEOF = "Y"
                CLOSE VendInvFile.
        ReadVendInvPara.
            READ VendInvFile AT END MOVE "Y" TO VendInvEOF.
        LoadOneInvPara.
            ADD 1 TO RecsRead.
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
                MOVE ViInvDate TO ItInvDate (InvHit)
                MOVE ViAmount TO ItAmount (InvHit)
                MOVE ViStatus TO ItStatus (InvHit).
            PERFORM ReadVendInvPara.
        ScanInvTabPara.
            ADD 1 TO InvIx.
            IF ItPoNo (InvIx) = ViPoNo
                MOVE InvIx TO InvHit.
        PostInvoicePara.
            ADD 1 TO InvIx.
            MOVE "I" TO KeyTypeWk.
            MOVE ItPoNo (InvIx) TO KeyWk.
            PERFORM FindPostedPara.
            IF ItStatus (InvIx) = "M" AND PostHit = 0
                MOVE ItVendor (InvIx) TO AlVendorCode
                MOVE "I" TO AlTxnType
                MOVE ItPoNo (InvIx) TO AlPoNo
                MOVE ItInvNo (InvIx) TO AlDocNo
                MOVE ItInvDate (InvIx) TO AlDocDate
                MOVE ItVendor (InvIx) TO VlVendorCode
                CALL "VendorLookup" USING VendLinkRec
                MOVE VlTermsDays TO TermsDays
                MOVE ItInvDate (InvIx) TO DueDateWk
                PERFORM DueDatePara
                MOVE DueDateWk TO AlDueDate
                MOVE ItAmount (InvIx) TO AlAmount
                MOVE SPACE TO AlPayMode
                MOVE RunDate8 TO AlPostDate
                WRITE ApLedgerRec
                ADD 1 TO InvPosted.
      * Due date on the 360-day calendar the other date sums use:
      * the invoice date is turned into days, the terms added, and
      * the total split back into year, month and day.
        DueDatePara.
            COMPUTE DueDaysWk = DueYY * 360 + (DueMM - 1) * 30
                + DueDD - 1 + TermsDays.
            DIVIDE DueDaysWk BY 360 GIVING DueYY REMAINDER DueRemWk.
            DIVIDE DueRemWk BY 30 GIVING DueMM REMAINDER DueDD.
            ADD 1 TO DueMM.
            ADD 1 TO DueDD.
        ReadPurRetPara.
            READ PurRetFile AT END MOVE "Y" TO PurRetEOF.
        PostDebitNotePara.
            ADD 1 TO RecsRead.
            MOVE "D" TO KeyTypeWk.
            MOVE PrDebitNoteNo TO KeyWk.
            PERFORM FindPostedPara.
            IF PostHit = 0
                MOVE PrVendorCode TO AlVendorCode
                MOVE "D" TO AlTxnType
                MOVE PrPoNo TO AlPoNo
                MOVE PrDebitNoteNo TO AlDocNo
                MOVE PrDate TO AlDocDate
                MOVE 0 TO AlDueDate
                COMPUTE AlAmount ROUNDED = PrQty * PrRate
                MOVE SPACE TO AlPayMode
                MOVE RunDate8 TO AlPostDate
                WRITE ApLedgerRec
                ADD 1 TO DnPosted
                PERFORM AddPostedPara.
            PERFORM ReadPurRetPara.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "APPOST" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RecsRead TO RlRecRead.
            MOVE RecsWrit TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
