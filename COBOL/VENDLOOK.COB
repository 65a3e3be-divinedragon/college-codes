        IDENTIFICATION DIVISION.
        PROGRAM-ID. VendorLookup.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VendPtyFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendPtyStatus.

        DATA DIVISION.
        FILE SECTION.
        FD VendPtyFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendPty.dat".
            COPY "VENDPTY.CPY".

        WORKING-STORAGE SECTION.
        01  VendPtyStatus  PIC XX VALUE "00".
        01  VendPtyEOF     PIC A VALUE "N".

        LINKAGE SECTION.
        COPY "VENDLINK.CPY".

        PROCEDURE DIVISION USING VendLinkRec.
        ControlPara.
            MOVE "N" TO VlFound.
            MOVE SPACES TO VlStatus VlName VlAddr1 VlAddr2 VlCity
                           VlPinCode VlGstin VlBankAcct VlIfsc
                           VlBlockReason.
            MOVE 30 TO VlTermsDays.
            MOVE "N" TO VendPtyEOF.
            OPEN INPUT VendPtyFile.
            IF VendPtyStatus = "00"
                PERFORM ReadPara
                PERFORM ScanPara UNTIL VendPtyEOF = "Y"
                CLOSE VendPtyFile.
            GOBACK.
        ReadPara.
            READ VendPtyFile AT END MOVE "Y" TO VendPtyEOF.
        ScanPara.
            IF VpVendorCode = VlVendorCode
                MOVE "Y" TO VlFound
                MOVE VpStatus TO VlStatus
                MOVE VpName TO VlName
                MOVE VpAddr1 TO VlAddr1
                MOVE VpAddr2 TO VlAddr2
                MOVE VpCity TO VlCity
                MOVE VpPinCode TO VlPinCode
                MOVE VpGstin TO VlGstin
                MOVE VpBankAcct TO VlBankAcct
                MOVE VpIfsc TO VlIfsc
                MOVE VpBlockReason TO VlBlockReason
                MOVE 30 TO VlTermsDays
                IF VpTermsDays NUMERIC
                    IF VpTermsDays > 0
                        MOVE VpTermsDays TO VlTermsDays.
            PERFORM ReadPara.
