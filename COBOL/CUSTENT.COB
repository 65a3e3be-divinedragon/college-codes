        IDENTIFICATION DIVISION.
        PROGRAM-ID. CustomerMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CustMastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CustMastStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD CustMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CustMast.dat".
            COPY "CUSTMAST.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  CustMastStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  CustMastEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  CustIn         PIC X(4).
        01  NameIn         PIC X(20).
        01  CityIn         PIC X(12).
        01  TermsIn        PIC 9(3).
        01  LimitIn        PIC 9(7)V99.
        01  StatusIn       PIC A.
        01  CustFound      PIC A VALUE "N".
        01  CustSave       PIC X(57).
        01  LimitOut       PIC Z(6)9.99.
        01  CustImageWk.
            05  CiName         PIC X(20).
            05  F              PIC X(1) VALUE SPACES.
            05  CiTerms        PIC ZZ9.
            05  F              PIC X(1) VALUE SPACES.
            05  CiStatus       PIC A.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM CustomerPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * A new customer defaults to 30-day terms, the same credit
      * period the vendor side has always worked to.
        CustomerPara.
            DISPLAY (3, 10) "Customer Code :- ".
            ACCEPT CustIn.
            PERFORM FindCustPara.
            IF CustFound = "Y"
                MOVE CuCreditLimit TO LimitOut
                DISPLAY (5, 10) "Current :- " CuName " " CuCity
                DISPLAY (6, 10) "Terms " CuTermsDays " Days  Limit "
                        LimitOut "  Status " CuStatus
                MOVE CuName TO CiName
                MOVE CuTermsDays TO CiTerms
                MOVE CuStatus TO CiStatus
            ELSE
                DISPLAY (5, 10) "New Customer."
                MOVE SPACES TO CustImageWk.
            DISPLAY (8, 10) "Customer Name :- ".
            ACCEPT NameIn.
            DISPLAY (9, 10) "City :- ".
            ACCEPT CityIn.
            DISPLAY (10, 10) "Credit Terms Days (0 = 30) :- ".
            ACCEPT TermsIn.
            IF TermsIn = 0
                MOVE 30 TO TermsIn.
            DISPLAY (11, 10) "Credit Limit (0 = None) :- ".
            ACCEPT LimitIn.
            DISPLAY (12, 10) "Status (A=Active I=Inactive) :- ".
            ACCEPT StatusIn.
            IF NameIn = SPACES
                DISPLAY (14, 10) "Name Required. Not Saved."
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "I"
                DISPLAY (14, 10) "Status Must Be A Or I. Not Saved."
            ELSE
                PERFORM WriteCustPara
                PERFORM LogAuditPara
                DISPLAY (14, 10) "Customer Saved.".
            DISPLAY (16, 10) "Another Customer (Y/N) :- ".
            ACCEPT MoreFlag.
        FindCustPara.
            MOVE "N" TO CustFound.
            OPEN INPUT CustMastFile.
            IF CustMastStatus = "00"
                PERFORM ReadCustPara
                PERFORM ScanCustPara UNTIL CustMastEOF = "Y"
                CLOSE CustMastFile
                MOVE "N" TO CustMastEOF.
            IF CustFound = "Y"
                MOVE CustSave TO CustMastRec.
        ReadCustPara.
            READ CustMastFile AT END MOVE "Y" TO CustMastEOF.
        ScanCustPara.
            IF CuCustCode = CustIn
                MOVE "Y" TO CustFound
                MOVE CustMastRec TO CustSave.
            PERFORM ReadCustPara.
        WriteCustPara.
            OPEN EXTEND CustMastFile.
            IF CustMastStatus = "35"
                OPEN OUTPUT CustMastFile.
            MOVE CustIn TO CuCustCode.
            MOVE NameIn TO CuName.
            MOVE CityIn TO CuCity.
            MOVE TermsIn TO CuTermsDays.
            MOVE LimitIn TO CuCreditLimit.
            MOVE StatusIn TO CuStatus.
            MOVE RunDate8 TO CuDate.
            WRITE CustMastRec.
            CLOSE CustMastFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "CUSTENT" TO AuProgram.
            MOVE "CustMast.dat" TO AuFileId.
            MOVE CustIn TO AuKey.
            MOVE CustImageWk TO AuBeforeImage.
            MOVE NameIn TO CiName.
            MOVE TermsIn TO CiTerms.
            MOVE StatusIn TO CiStatus.
            MOVE CustImageWk TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
