        IDENTIFICATION DIVISION.
        PROGRAM-ID. BusRouteMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BusRouteFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BusRouteStatus.
            SELECT BusStopFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BusStopStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD BusRouteFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BusRoute.dat".
            COPY "BUSROUTE.CPY".
        FD BusStopFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BusStop.dat".
            COPY "BUSSTOP.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  BusRouteStatus PIC XX VALUE "00".
        01  BusStopStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  BusRouteEOF    PIC A VALUE "N".
        01  ModeIn         PIC A VALUE SPACES.
        01  MoreFlag       PIC A VALUE "Y".
        01  RouteIn        PIC X(4).
        01  RouteNameIn    PIC X(20).
        01  BusRegIn       PIC X(10).
        01  CapacityIn     PIC 9(3).
        01  StatusIn       PIC A.
        01  StopIn         PIC 99.
        01  StopNameIn     PIC X(20).
        01  FareIn         PIC 9(5)V99.
        01  RouteFound     PIC A VALUE "N".
        01  RouteStatWk    PIC A VALUE SPACE.
        01  AuFileWk       PIC X(12).
        01  AuKeyWk        PIC X(12).
        01  AuAfterWk      PIC X(30).
        01  RouteImage.
            05  RiCapacity PIC ZZ9.
            05  F          PIC X(1) VALUE SPACES.
            05  RiStatus   PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  RiName     PIC X(20).
        01  StopImage.
            05  SiFare     PIC Z(4)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  SiStatus   PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  SiName     PIC X(18).
        01  StopKeyWk.
            05  SkRoute    PIC X(4).
            05  F          PIC X(1) VALUE "/".
            05  SkStop     PIC 99.

        PROCEDURE DIVISION.
        ControlPara.
            DISPLAY (3, 10) "Route Or Stop Master (R/S) :- ".
            ACCEPT ModeIn.
            IF ModeIn = "R"
                PERFORM RouteEntryPara UNTIL MoreFlag NOT = "Y"
            ELSE IF ModeIn = "S"
                PERFORM StopEntryPara UNTIL MoreFlag NOT = "Y"
            ELSE
                DISPLAY (11, 10) "Invalid Choice.".
            GOBACK.
        RouteEntryPara.
            DISPLAY (5, 10) "Route No. :- ".
            ACCEPT RouteIn.
            DISPLAY (6, 10) "Route Name :- ".
            ACCEPT RouteNameIn.
            DISPLAY (7, 10) "Bus Registration No. :- ".
            ACCEPT BusRegIn.
            DISPLAY (8, 10) "Seats On Bus :- ".
            ACCEPT CapacityIn.
            DISPLAY (9, 10) "Running Or Withdrawn (A/X) :- ".
            ACCEPT StatusIn.
            IF RouteIn = SPACES OR RouteNameIn = SPACES
                DISPLAY (11, 10) "Route No. And Name Required."
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "X"
                DISPLAY (11, 10) "Status Must Be A Or X."
            ELSE IF StatusIn = "A" AND CapacityIn = 0
                DISPLAY (11, 10) "Seats Must Be Positive."
            ELSE
                PERFORM WriteRoutePara
                DISPLAY (11, 10) "Route Written.".
            DISPLAY (14, 10) "Another Route (Y/N) :- ".
            ACCEPT MoreFlag.
        WriteRoutePara.
            OPEN EXTEND BusRouteFile.
            IF BusRouteStatus = "35"
                OPEN OUTPUT BusRouteFile.
            MOVE RouteIn TO BrRouteNo.
            MOVE RouteNameIn TO BrName.
            MOVE BusRegIn TO BrBusRegNo.
            MOVE CapacityIn TO BrCapacity.
            MOVE StatusIn TO BrStatus.
            WRITE BusRouteRec.
            CLOSE BusRouteFile.
            MOVE CapacityIn TO RiCapacity.
            MOVE StatusIn TO RiStatus.
            MOVE RouteNameIn TO RiName.
            MOVE "BusRoute.dat" TO AuFileWk.
            MOVE RouteIn TO AuKeyWk.
            MOVE RouteImage TO AuAfterWk.
            PERFORM LogAuditPara.
        StopEntryPara.
            DISPLAY (5, 10) "Route No. :- ".
            ACCEPT RouteIn.
            DISPLAY (6, 10) "Stop No. (Order On Route) :- ".
            ACCEPT StopIn.
            DISPLAY (7, 10) "Stop Name :- ".
            ACCEPT StopNameIn.
            DISPLAY (8, 10) "Fare Per Term :- ".
            ACCEPT FareIn.
            DISPLAY (9, 10) "In Use Or Dropped (A/X) :- ".
            ACCEPT StatusIn.
            PERFORM FindRoutePara.
            IF RouteFound = "N"
                DISPLAY (11, 10) "Route Not On BusRoute.dat."
            ELSE IF StopIn = 0 OR StopNameIn = SPACES
                DISPLAY (11, 10) "Stop No. And Name Required."
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "X"
                DISPLAY (11, 10) "Status Must Be A Or X."
            ELSE IF StatusIn = "A" AND FareIn NOT > 0
                DISPLAY (11, 10) "Fare Must Be Positive."
            ELSE
                PERFORM WriteStopPara
                DISPLAY (11, 10) "Stop Written.".
            DISPLAY (14, 10) "Another Stop (Y/N) :- ".
            ACCEPT MoreFlag.
        FindRoutePara.
            MOVE "N" TO RouteFound.
            OPEN INPUT BusRouteFile.
            IF BusRouteStatus = "00"
                PERFORM ReadRoutePara
                PERFORM ScanRoutePara UNTIL BusRouteEOF = "Y"
                CLOSE BusRouteFile
                MOVE "N" TO BusRouteEOF.
        ReadRoutePara.
            READ BusRouteFile AT END MOVE "Y" TO BusRouteEOF.
        ScanRoutePara.
            IF BrRouteNo = RouteIn
                MOVE "Y" TO RouteFound.
            PERFORM ReadRoutePara.
        WriteStopPara.
            OPEN EXTEND BusStopFile.
            IF BusStopStatus = "35"
                OPEN OUTPUT BusStopFile.
            MOVE RouteIn TO SpRouteNo.
            MOVE StopIn TO SpStopNo.
            MOVE StopNameIn TO SpStopName.
            MOVE FareIn TO SpFare.
            MOVE StatusIn TO SpStatus.
            WRITE BusStopRec.
            CLOSE BusStopFile.
            MOVE FareIn TO SiFare.
            MOVE StatusIn TO SiStatus.
            MOVE StopNameIn TO SiName.
            MOVE RouteIn TO SkRoute.
            MOVE StopIn TO SkStop.
            MOVE "BusStop.dat" TO AuFileWk.
            MOVE StopKeyWk TO AuKeyWk.
            MOVE StopImage TO AuAfterWk.
            PERFORM LogAuditPara.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "ROUTENT" TO AuProgram.
            MOVE AuFileWk TO AuFileId.
            MOVE AuKeyWk TO AuKey.
            MOVE "NEW MASTER ROW" TO AuBeforeImage.
            MOVE AuAfterWk TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
