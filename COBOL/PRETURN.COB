        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "DOCLINK.CPY".
        COPY "VENDLINK.CPY".
        01  PoRegStatus    PIC XX VALUE "00".
        01  PurRetStatus   PIC XX VALUE "00".
        01  TrasacStatus   PIC XX VALUE "00".
            05  F          PIC X(8) VALUE SPACES.
            05  F          PIC A(10) VALUE "PO No. : ".
            05  DnPoOut    PIC 9(6).
        01  DnNameLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(16) VALUE "Vendor Name   : ".
            05  DnNameOut  PIC X(20).
        01  DnAddrLine.
            05  F          PIC X(18) VALUE SPACES.
            05  DnAddrOut  PIC X(30).
        01  DnCityLine.
            05  F          PIC X(18) VALUE SPACES.
            05  DnCityOut  PIC X(15).
            05  F          PIC X(1) VALUE SPACES.
            05  DnPinOut   PIC X(6).
            05  F          PIC X(10) VALUE "  GSTIN : ".
            05  DnGstinOut PIC X(15).
        01  DnItemLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC A(16) VALUE "Item Returned : ".
            DISPLAY (5, 10) "Original PO Number :- ".
            ACCEPT PoNoIn.
            PERFORM FindPoPara.
            MOVE FoundVendor TO VlVendorCode.
            CALL "VendorLookup" USING VendLinkRec.
            IF PoFoundStatus = SPACES
                DISPLAY (11, 10) "PO Number Not On Register."
            ELSE IF PoFoundStatus NOT = "C"
                DISPLAY (11, 10) "PO Not Yet Received - Nothing"
                        " To Return."
            ELSE IF VlFound = "N"
                DISPLAY (11, 10) "Vendor " FoundVendor
                        " Not On Vendor Master. Return Refused."
            ELSE IF VlStatus = "B"
                DISPLAY (11, 10) "Vendor " FoundVendor " Blocked - "
                        VlBlockReason
            ELSE
                DISPLAY (6, 10) "Item / Vendor :- " FoundItem
                        " / " FoundVendor
            MOVE RateIn TO PrRate.
            MOVE LocIn TO PrLocation.
            MOVE RunDate8 TO PrDate.
            MOVE SPACE TO PrSource.
            WRITE PurRetRec.
            CLOSE PurRetFile.
        PrintDebitNotePara.
            MOVE FoundVendor TO DnVendOut.
            MOVE PoNoIn TO DnPoOut.
            WRITE RecOut FROM DnVendLine.
            MOVE VlName TO DnNameOut.
            WRITE RecOut FROM DnNameLine.
            MOVE VlAddr1 TO DnAddrOut.
            WRITE RecOut FROM DnAddrLine.
            IF VlAddr2 NOT = SPACES
                MOVE VlAddr2 TO DnAddrOut
                WRITE RecOut FROM DnAddrLine.
            MOVE VlCity TO DnCityOut.
            MOVE VlPinCode TO DnPinOut.
            MOVE VlGstin TO DnGstinOut.
            WRITE RecOut FROM DnCityLine.
            MOVE FoundItem TO DnItemOut.
            MOVE QtyIn TO DnQtyOut.
            WRITE RecOut FROM DnItemLine.
