        IDENTIFICATION DIVISION.
        PROGRAM-ID. CapItemMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CapItemFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CapItemStatus.
            SELECT MastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MItemCode
            FILE STATUS IS MastStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD CapItemFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CapItem.dat".
            COPY "CAPITEM.CPY".
        FD MastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Master.dat".
        01  MastRec.
            05  MItemCode      PIC X(4).
            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  CapItemStatus  PIC XX VALUE "00".
        01  MastStatus     PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  ItemCodeIn     PIC X(4).
        01  CapitalIn      PIC A.
        01  ClassIn        PIC X(4).
        01  LifeIn         PIC 9(3).
        01  MethodIn       PIC A.
        01  WdvRateIn      PIC 99V99.
        01  SalvageIn      PIC 99V99.
        01  ItemFound      PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  AuditImage.
            05  AiClass    PIC X(4).
            05  F          PIC X(1) VALUE SPACE.
            05  AiMethod   PIC A.
            05  F          PIC X(1) VALUE SPACE.
            05  AiLife     PIC ZZ9.
            05  F          PIC X(7) VALUE " MONTHS".

        PROCEDURE DIVISION.
        ControlPara.
            OPEN INPUT MastFile.
            IF MastStatus NOT = "00"
                DISPLAY "Master.dat Not Found. Run Aborted."
                GOBACK.
            PERFORM OpenCapItemPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            CLOSE MastFile CapItemFile.
            GOBACK.
        OpenCapItemPara.
            OPEN EXTEND CapItemFile.
            IF CapItemStatus = "35"
                OPEN OUTPUT CapItemFile.
      * Keying N against an item writes a card that turns the
      * capital flag off again; receipts already capitalised stay
      * on the register.
        EntryPara.
            MOVE 0 TO LifeIn.
            MOVE 0 TO WdvRateIn.
            MOVE 0 TO SalvageIn.
            MOVE SPACES TO ClassIn.
            MOVE SPACE TO MethodIn.
            DISPLAY (5, 10) "Enter Item Code :- ".
            ACCEPT ItemCodeIn.
            DISPLAY (6, 10) "Capital Item (Y/N) :- ".
            ACCEPT CapitalIn.
            IF CapitalIn = "Y"
                DISPLAY (7, 10) "Asset Class (MACH/COMP/FURN) :- "
                ACCEPT ClassIn
                DISPLAY (8, 10) "Useful Life In Months :- "
                ACCEPT LifeIn
                DISPLAY (9, 10) "Method (S=Straight W=WDV) :- "
                ACCEPT MethodIn
                IF MethodIn = "W"
                    DISPLAY (10, 10) "WDV Rate % Per Year :- "
                    ACCEPT WdvRateIn
                END-IF
                DISPLAY (11, 10) "Salvage % Of Cost :- "
                ACCEPT SalvageIn.
            MOVE ItemCodeIn TO MItemCode.
            READ MastFile
                INVALID KEY MOVE "N" TO ItemFound
                NOT INVALID KEY MOVE "Y" TO ItemFound.
            IF ItemFound = "N"
                DISPLAY (13, 10) "Item Code Not On Master."
            ELSE IF CapitalIn NOT = "Y" AND CapitalIn NOT = "N"
                DISPLAY (13, 10) "Capital Flag Must Be Y Or N."
            ELSE IF CapitalIn = "Y" AND ClassIn = SPACES
                DISPLAY (13, 10) "Asset Class Is Required."
            ELSE IF CapitalIn = "Y" AND LifeIn NOT > 0
                DISPLAY (13, 10) "Useful Life Must Be Positive."
            ELSE IF CapitalIn = "Y"
                    AND MethodIn NOT = "S" AND MethodIn NOT = "W"
                DISPLAY (13, 10) "Method Must Be S Or W."
            ELSE IF MethodIn = "W" AND WdvRateIn NOT > 0
                DISPLAY (13, 10) "WDV Rate Must Be Positive."
            ELSE
                MOVE ItemCodeIn TO CiItemCode
                MOVE CapitalIn TO CiCapital
                MOVE ClassIn TO CiAssetClass
                MOVE LifeIn TO CiLifeMonths
                MOVE MethodIn TO CiMethod
                MOVE WdvRateIn TO CiWdvRate
                MOVE SalvageIn TO CiSalvagePct
                WRITE CapItemRec
                PERFORM LogAuditPara
                DISPLAY (13, 10) "Capital Item Card Written.".
            DISPLAY (15, 10) "Another Item (Y/N) :- ".
            ACCEPT MoreFlag.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "CAPENT" TO AuProgram.
            MOVE "CapItem.dat" TO AuFileId.
            MOVE ItemCodeIn TO AuKey.
            MOVE CapitalIn TO AuBeforeImage.
            MOVE ClassIn TO AiClass.
            MOVE MethodIn TO AiMethod.
            MOVE LifeIn TO AiLife.
            MOVE AuditImage TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
