        IDENTIFICATION DIVISION.
        PROGRAM-ID. StandMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VenStandFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VenStandStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD VenStandFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VenStand.dat".
            COPY "VENSTAND.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  VenStandStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  VenStandEOF    PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  StandFound     PIC A VALUE "N".
        01  VenueIn        PIC X(20).
        01  StandIn        PIC X(4).
        01  StandNameIn    PIC X(16).
        01  CapacityIn     PIC 9(6).
        01  PriceIn        PIC 9(5)V99.
        01  StatusIn       PIC A.
        01  CurCapacity    PIC 9(6).
        01  CurPrice       PIC 9(5)V99.
        01  CurStatus      PIC A.
        01  StandImage.
            05  SiStatus   PIC A.
            05  F          PIC X(5) VALUE " CAP ".
            05  SiCapacity PIC Z(5)9.
            05  F          PIC X(5) VALUE " PRC ".
            05  SiPrice    PIC Z(4)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            CALL "GetOper" USING OperLinkRec.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        EntryPara.
            DISPLAY (3, 10) "Venue (As On Fixture) :- ".
            ACCEPT VenueIn.
            DISPLAY (4, 10) "Stand Code :- ".
            ACCEPT StandIn.
            PERFORM FindStandPara.
            IF StandFound = "Y"
                MOVE CurPrice TO SiPrice
                DISPLAY (5, 10) "Current :- Capacity " CurCapacity
                        "  Price " SiPrice "  Status " CurStatus.
            DISPLAY (7, 10) "Stand Name :- ".
            ACCEPT StandNameIn.
            DISPLAY (8, 10) "Seating Capacity :- ".
            ACCEPT CapacityIn.
            DISPLAY (9, 10) "Ticket Price :- ".
            ACCEPT PriceIn.
            DISPLAY (10, 10) "Status Open/Closed (A/C) :- ".
            ACCEPT StatusIn.
            IF VenueIn = SPACES OR StandIn = SPACES
                DISPLAY (18, 10) "Venue And Stand Required."
            ELSE IF CapacityIn NOT > 0
                DISPLAY (18, 10) "Capacity Must Be Positive."
            ELSE IF PriceIn NOT > 0
                DISPLAY (18, 10) "Price Must Be Positive."
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "C"
                DISPLAY (18, 10) "Status Must Be A Or C."
            ELSE
                PERFORM SaveStandPara
                DISPLAY (18, 10) "Stand Saved.".
            DISPLAY (20, 10) "Another Stand (Y/N) :- ".
            ACCEPT MoreFlag.
        FindStandPara.
            MOVE "N" TO StandFound.
            OPEN INPUT VenStandFile.
            IF VenStandStatus = "00"
                PERFORM ReadStandPara
                PERFORM ScanStandPara UNTIL VenStandEOF = "Y"
                CLOSE VenStandFile
                MOVE "N" TO VenStandEOF.
        ReadStandPara.
            READ VenStandFile AT END MOVE "Y" TO VenStandEOF.
        ScanStandPara.
            IF VsVenue = VenueIn AND VsStand = StandIn
                MOVE "Y" TO StandFound
                MOVE VsCapacity TO CurCapacity
                MOVE VsPrice TO CurPrice
                MOVE VsStatus TO CurStatus.
            PERFORM ReadStandPara.
        SaveStandPara.
            MOVE SPACES TO AuBeforeImage.
            IF StandFound = "Y"
                MOVE CurStatus TO SiStatus
                MOVE CurCapacity TO SiCapacity
                MOVE CurPrice TO SiPrice
                MOVE StandImage TO AuBeforeImage.
            OPEN EXTEND VenStandFile.
            IF VenStandStatus = "35"
                OPEN OUTPUT VenStandFile.
            MOVE VenueIn TO VsVenue.
            MOVE StandIn TO VsStand.
            MOVE StandNameIn TO VsStandName.
            MOVE CapacityIn TO VsCapacity.
            MOVE PriceIn TO VsPrice.
            MOVE StatusIn TO VsStatus.
            WRITE VenStandRec.
            CLOSE VenStandFile.
            MOVE StatusIn TO SiStatus.
            MOVE CapacityIn TO SiCapacity.
            MOVE PriceIn TO SiPrice.
            MOVE StandImage TO AuAfterImage.
            PERFORM LogAuditPara.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "STANDENT" TO AuProgram.
            MOVE "VenStand.dat" TO AuFileId.
            MOVE SPACES TO AuKey.
            STRING VenueIn DELIMITED BY "  "
                   "/" StandIn DELIMITED BY SIZE INTO AuKey.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
