        IDENTIFICATION DIVISION.
        PROGRAM-ID. TransportReport.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BusPassFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BusPassStatus.
            SELECT BusRouteFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BusRouteStatus.
            SELECT BusStopFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BusStopStatus.
            SELECT StudentExtFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EPrnNo
            FILE STATUS IS StudentExtStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT WorkFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SortWork ASSIGN TO DISK.
            SELECT SortedWork ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ListFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT UtilFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD BusPassFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BusPass.dat".
            COPY "BUSPASS.CPY".
        FD BusRouteFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BusRoute.dat".
            COPY "BUSROUTE.CPY".
        FD BusStopFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BusStop.dat".
            COPY "BUSSTOP.CPY".
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD WorkFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PassWork.dat".
        01  WorkRec.
            05  WRouteNo       PIC X(4).
            05  WStopNo        PIC 99.
            05  WPrnNo         PIC 9(9).
        SD  SortWork.
        01  SortRec.
            05  SWRouteNo      PIC X(4).
            05  SWStopNo       PIC 99.
            05  SWPrnNo        PIC 9(9).
        FD SortedWork
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PassSorted.dat".
        01  SortedRec.
            05  TRouteNo       PIC X(4).
            05  TStopNo        PIC 99.
            05  TPrnNo         PIC 9(9).
        FD ListFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PassList.dat".
        01  RecOut             PIC X(80).
        FD UtilFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BusUtil.dat".
        01  UtilOut            PIC X(80).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  BusPassStatus  PIC XX VALUE "00".
        01  BusRouteStatus PIC XX VALUE "00".
        01  BusStopStatus  PIC XX VALUE "00".
        01  StudentExtStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  BusPassEOF     PIC A VALUE "N".
        01  BusRouteEOF    PIC A VALUE "N".
        01  BusStopEOF     PIC A VALUE "N".
        01  SortedEOF      PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  ScanPrn        PIC 9(9) VALUE 0.
        01  RouteWk        PIC X(4) VALUE SPACES.
        01  StopWk         PIC 99 VALUE 0.
        01  PrevRoute      PIC X(4) VALUE SPACES.
        01  PsIx           PIC 9(4) VALUE 0.
        01  PsHit          PIC 9(4) VALUE 0.
        01  PsCount        PIC 9(4) VALUE 0.
        01  PsTable.
            05  PsEntry OCCURS 2000 TIMES.
                10  PstPrnNo   PIC 9(9).
                10  PstRouteNo PIC X(4).
                10  PstStopNo  PIC 99.
                10  PstStat    PIC A.
        01  BrIx           PIC 9(3) VALUE 0.
        01  BrHit          PIC 9(3) VALUE 0.
        01  BrCount        PIC 9(3) VALUE 0.
        01  BrTable.
            05  BrEntry OCCURS 100 TIMES.
                10  BrtRouteNo PIC X(4).
                10  BrtName    PIC X(20).
                10  BrtBusReg  PIC X(10).
                10  BrtCap     PIC 9(3).
                10  BrtStat    PIC A.
                10  BrtRiders  PIC 9(4).
        01  SpIx           PIC 9(4) VALUE 0.
        01  SpHit          PIC 9(4) VALUE 0.
        01  SpCount        PIC 9(4) VALUE 0.
        01  SpTable.
            05  SpEntry OCCURS 1000 TIMES.
                10  SptRouteNo PIC X(4).
                10  SptStopNo  PIC 99.
                10  SptName    PIC X(20).
        01  RouteRiders    PIC 9(4) VALUE 0.
        01  PassCount      PIC 9(6) VALUE 0.
        01  FullCount      PIC 9(4) VALUE 0.
        01  FreeWk         PIC S9(4) VALUE 0.
        01  PctWk          PIC 9(3)V9 VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading0.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  ListHeading.
            05  F          PIC X(18) VALUE SPACES.
            05  F          PIC X(32) VALUE
                "ROUTE-WISE BUS PASSENGER LIST".
            05  F          PIC X(8) VALUE "Date : ".
            05  ListDateOut PIC 9(8).
        01  UtilHeading.
            05  F          PIC X(18) VALUE SPACES.
            05  F          PIC X(32) VALUE
                "BUS CAPACITY UTILISATION".
            05  F          PIC X(8) VALUE "Date : ".
            05  UtilDateOut PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  RouteHeadRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Route : ".
            05  RhRouteOut PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  RhNameOut  PIC X(20).
            05  F          PIC X(8) VALUE "  Bus : ".
            05  RhBusOut   PIC X(10).
            05  F          PIC X(10) VALUE "  Seats : ".
            05  RhCapOut   PIC ZZ9.
        01  ListHead2.
            05  F          PIC X(5) VALUE SPACES.
            05  F          PIC X(26) VALUE "Stop".
            05  F          PIC X(11) VALUE "Prn No.".
            05  F          PIC X(22) VALUE "Name".
            05  F          PIC X(6) VALUE "Course".
        01  ListDetail.
            05  F          PIC X(5) VALUE SPACES.
            05  LdStopOut  PIC Z9.
            05  F          PIC X(2) VALUE SPACES.
            05  LdStopName PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  LdPrnOut   PIC 9(9).
            05  F          PIC X(2) VALUE SPACES.
            05  LdNameOut  PIC A(20).
            05  F          PIC X(2) VALUE SPACES.
            05  LdCourseOut PIC A(6).
        01  RouteTotRec.
            05  F          PIC X(5) VALUE SPACES.
            05  F          PIC X(14) VALUE "Passengers : ".
            05  RtRidersOut PIC ZZZ9.
        01  UtilHead2.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(27) VALUE "Route Name".
            05  F          PIC X(8) VALUE "Seats".
            05  F          PIC X(8) VALUE "Riders".
            05  F          PIC X(8) VALUE "  Free".
            05  F          PIC X(9) VALUE "  Used %".
            05  F          PIC X(10) VALUE "  Note".
        01  UtilDetail.
            05  F          PIC X(3) VALUE SPACES.
            05  UdRouteOut PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  UdNameOut  PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  UdCapOut   PIC ZZ9.
            05  F          PIC X(4) VALUE SPACES.
            05  UdRidersOut PIC ZZZ9.
            05  F          PIC X(3) VALUE SPACES.
            05  UdFreeOut  PIC -ZZZ9.
            05  F          PIC X(3) VALUE SPACES.
            05  UdPctOut   PIC ZZ9.9.
            05  F          PIC X(3) VALUE SPACES.
            05  UdNoteOut  PIC X(10).

        PROCEDURE DIVISION.
      * Passes still held go out route by route in the order the bus
      * reaches its stops, for the conductor's list; the second
      * report sets riders against the seats on each bus.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM ReadCompParamPara.
            PERFORM LoadRoutesPara.
            PERFORM LoadStopsPara.
            PERFORM LoadPassesPara.
            OPEN INPUT StudentExtFile.
            OPEN OUTPUT WorkFile.
            MOVE 0 TO PsIx.
            PERFORM SelectPassPara UNTIL PsIx NOT < PsCount.
            CLOSE WorkFile.
            SORT SortWork ON ASCENDING KEY SWRouteNo SWStopNo SWPrnNo
                USING WorkFile
                GIVING SortedWork.
            OPEN INPUT SortedWork OUTPUT ListFile.
            MOVE RunDate8 TO ListDateOut.
            WRITE RecOut FROM Heading0.
            WRITE RecOut FROM ListHeading.
            WRITE RecOut FROM LineRec.
            PERFORM ReadSortedPara.
            PERFORM ListOnePara UNTIL SortedEOF = "Y".
            IF PrevRoute NOT = SPACES
                PERFORM RouteEndPara.
            MOVE PassCount TO CtRecsOut.
            MOVE 0 TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE SortedWork ListFile.
            IF StudentExtStatus = "00"
                CLOSE StudentExtFile.
            PERFORM UtilReportPara.
            PERFORM LogRunPara.
            DISPLAY "Passengers Listed :- " PassCount.
            DISPLAY "Routes At Or Over Capacity :- " FullCount.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadRoutesPara.
            OPEN INPUT BusRouteFile.
            IF BusRouteStatus = "00"
                PERFORM ReadRoutePara
                PERFORM LoadOneRoutePara UNTIL BusRouteEOF = "Y"
                CLOSE BusRouteFile.
        ReadRoutePara.
            READ BusRouteFile AT END MOVE "Y" TO BusRouteEOF.
        LoadOneRoutePara.
            MOVE BrRouteNo TO RouteWk.
            PERFORM FindRouteTabPara.
            IF BrHit = 0 AND BrCount < 100
                ADD 1 TO BrCount
                MOVE BrCount TO BrHit
                MOVE BrRouteNo TO BrtRouteNo (BrHit)
                MOVE 0 TO BrtRiders (BrHit).
            IF BrHit NOT = 0
                MOVE BrName TO BrtName (BrHit)
                MOVE BrBusRegNo TO BrtBusReg (BrHit)
                MOVE BrCapacity TO BrtCap (BrHit)
                MOVE BrStatus TO BrtStat (BrHit).
            PERFORM ReadRoutePara.
        FindRouteTabPara.
            MOVE 0 TO BrHit.
            MOVE 0 TO BrIx.
            PERFORM ScanRouteTabPara UNTIL BrIx NOT < BrCount
                                     OR BrHit NOT = 0.
        ScanRouteTabPara.
            ADD 1 TO BrIx.
            IF BrtRouteNo (BrIx) = RouteWk
                MOVE BrIx TO BrHit.
        LoadStopsPara.
            OPEN INPUT BusStopFile.
            IF BusStopStatus = "00"
                PERFORM ReadStopPara
                PERFORM LoadOneStopPara UNTIL BusStopEOF = "Y"
                CLOSE BusStopFile.
        ReadStopPara.
            READ BusStopFile AT END MOVE "Y" TO BusStopEOF.
        LoadOneStopPara.
            MOVE SpRouteNo TO RouteWk.
            MOVE SpStopNo TO StopWk.
            PERFORM FindStopTabPara.
            IF SpHit = 0 AND SpCount < 1000
                ADD 1 TO SpCount
                MOVE SpCount TO SpHit
                MOVE SpRouteNo TO SptRouteNo (SpHit)
                MOVE SpStopNo TO SptStopNo (SpHit).
            IF SpHit NOT = 0
                MOVE SpStopName TO SptName (SpHit).
            PERFORM ReadStopPara.
        FindStopTabPara.
            MOVE 0 TO SpHit.
            MOVE 0 TO SpIx.
            PERFORM ScanStopTabPara UNTIL SpIx NOT < SpCount
                                    OR SpHit NOT = 0.
        ScanStopTabPara.
            ADD 1 TO SpIx.
            IF SptRouteNo (SpIx) = RouteWk
               AND SptStopNo (SpIx) = StopWk
                MOVE SpIx TO SpHit.
        LoadPassesPara.
            OPEN INPUT BusPassFile.
            IF BusPassStatus = "00"
                PERFORM ReadPassPara
                PERFORM LoadOnePassPara UNTIL BusPassEOF = "Y"
                CLOSE BusPassFile.
        ReadPassPara.
            READ BusPassFile AT END MOVE "Y" TO BusPassEOF.
        LoadOnePassPara.
            MOVE PaPrnNo TO ScanPrn.
            MOVE 0 TO PsHit.
            MOVE 0 TO PsIx.
            PERFORM ScanPassTabPara UNTIL PsIx NOT < PsCount
                                    OR PsHit NOT = 0.
            IF PsHit = 0 AND PsCount < 2000
                ADD 1 TO PsCount
                MOVE PsCount TO PsHit
                MOVE PaPrnNo TO PstPrnNo (PsHit).
            IF PsHit NOT = 0
                MOVE PaRouteNo TO PstRouteNo (PsHit)
                MOVE PaStopNo TO PstStopNo (PsHit)
                MOVE PaAction TO PstStat (PsHit).
            PERFORM ReadPassPara.
        ScanPassTabPara.
            ADD 1 TO PsIx.
            IF PstPrnNo (PsIx) = ScanPrn
                MOVE PsIx TO PsHit.
        SelectPassPara.
            ADD 1 TO PsIx.
            IF PstStat (PsIx) = "I"
                MOVE PstRouteNo (PsIx) TO WRouteNo
                MOVE PstStopNo (PsIx) TO WStopNo
                MOVE PstPrnNo (PsIx) TO WPrnNo
                WRITE WorkRec
                MOVE PstRouteNo (PsIx) TO RouteWk
                PERFORM FindRouteTabPara
                IF BrHit NOT = 0
                    ADD 1 TO BrtRiders (BrHit).
        ReadSortedPara.
            READ SortedWork AT END MOVE "Y" TO SortedEOF.
        ListOnePara.
            IF TRouteNo NOT = PrevRoute
                IF PrevRoute NOT = SPACES
                    PERFORM RouteEndPara
                END-IF
                PERFORM RouteStartPara.
            MOVE TStopNo TO LdStopOut.
            MOVE TRouteNo TO RouteWk.
            MOVE TStopNo TO StopWk.
            PERFORM FindStopTabPara.
            IF SpHit = 0
                MOVE "** NOT ON FILE" TO LdStopName
            ELSE
                MOVE SptName (SpHit) TO LdStopName.
            MOVE TPrnNo TO LdPrnOut.
            MOVE TPrnNo TO EPrnNo.
            MOVE SPACES TO LdCourseOut.
            IF StudentExtStatus NOT = "00"
                MOVE "** NOT ON MASTER" TO LdNameOut
            ELSE
                READ StudentExtFile
                    INVALID KEY MOVE "** NOT ON MASTER" TO LdNameOut
                    NOT INVALID KEY
                        MOVE EName TO LdNameOut
                        MOVE ECourse TO LdCourseOut.
            WRITE RecOut FROM ListDetail.
            ADD 1 TO RouteRiders.
            ADD 1 TO PassCount.
            PERFORM ReadSortedPara.
        RouteStartPara.
            MOVE TRouteNo TO PrevRoute.
            MOVE 0 TO RouteRiders.
            MOVE TRouteNo TO RhRouteOut.
            MOVE TRouteNo TO RouteWk.
            PERFORM FindRouteTabPara.
            IF BrHit = 0
                MOVE "** NOT ON MASTER" TO RhNameOut
                MOVE SPACES TO RhBusOut
                MOVE 0 TO RhCapOut
            ELSE
                MOVE BrtName (BrHit) TO RhNameOut
                MOVE BrtBusReg (BrHit) TO RhBusOut
                MOVE BrtCap (BrHit) TO RhCapOut.
            WRITE RecOut FROM RouteHeadRec.
            WRITE RecOut FROM ListHead2.
        RouteEndPara.
            MOVE RouteRiders TO RtRidersOut.
            WRITE RecOut FROM RouteTotRec.
            WRITE RecOut FROM LineRec.
      * A route is flagged FULL when every seat is taken and OVER
      * when the seats were cut below the passes already issued.
        UtilReportPara.
            OPEN OUTPUT UtilFile.
            MOVE RunDate8 TO UtilDateOut.
            WRITE UtilOut FROM Heading0.
            WRITE UtilOut FROM UtilHeading.
            WRITE UtilOut FROM LineRec.
            WRITE UtilOut FROM UtilHead2.
            WRITE UtilOut FROM LineRec.
            MOVE 0 TO BrIx.
            PERFORM UtilOnePara UNTIL BrIx NOT < BrCount.
            WRITE UtilOut FROM LineRec.
            MOVE BrCount TO CtRecsOut.
            MOVE PassCount TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE UtilOut FROM CtlTotRec.
            CLOSE UtilFile.
        UtilOnePara.
            ADD 1 TO BrIx.
            MOVE BrtRouteNo (BrIx) TO UdRouteOut.
            MOVE BrtName (BrIx) TO UdNameOut.
            MOVE BrtCap (BrIx) TO UdCapOut.
            MOVE BrtRiders (BrIx) TO UdRidersOut.
            COMPUTE FreeWk = BrtCap (BrIx) - BrtRiders (BrIx).
            MOVE FreeWk TO UdFreeOut.
            MOVE 0 TO PctWk.
            IF BrtCap (BrIx) > 0
                COMPUTE PctWk ROUNDED =
                    BrtRiders (BrIx) * 100 / BrtCap (BrIx)
                    ON SIZE ERROR MOVE 999.9 TO PctWk.
            MOVE PctWk TO UdPctOut.
            MOVE SPACES TO UdNoteOut.
            IF BrtStat (BrIx) = "X"
                MOVE "WITHDRAWN" TO UdNoteOut
            ELSE IF FreeWk < 0
                MOVE "OVER" TO UdNoteOut
                ADD 1 TO FullCount
            ELSE IF FreeWk = 0
                MOVE "FULL" TO UdNoteOut
                ADD 1 TO FullCount.
            WRITE UtilOut FROM UtilDetail.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "TRANREP" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE PsCount TO RlRecRead.
            MOVE PassCount TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
