        IDENTIFICATION DIVISION.
        PROGRAM-ID. BusPassEntry.
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
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

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
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  BusPassStatus  PIC XX VALUE "00".
        01  BusRouteStatus PIC XX VALUE "00".
        01  BusStopStatus  PIC XX VALUE "00".
        01  StudentExtStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  BusPassEOF     PIC A VALUE "N".
        01  BusRouteEOF    PIC A VALUE "N".
        01  BusStopEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  PrnIn          PIC 9(9).
        01  ActionIn       PIC A.
        01  RouteIn        PIC X(4).
        01  StopIn         PIC 99.
        01  StudFound      PIC A VALUE "N".
        01  StudStatWk     PIC A VALUE SPACE.
        01  MoreFlag       PIC A VALUE "Y".
        01  ScanPrn        PIC 9(9) VALUE 0.
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
                10  BrtCap     PIC 9(3).
                10  BrtStat    PIC A.
        01  SpIx           PIC 9(4) VALUE 0.
        01  SpHit          PIC 9(4) VALUE 0.
        01  SpCount        PIC 9(4) VALUE 0.
        01  SpTable.
            05  SpEntry OCCURS 1000 TIMES.
                10  SptRouteNo PIC X(4).
                10  SptStopNo  PIC 99.
                10  SptName    PIC X(20).
                10  SptFare    PIC 9(5)V99.
                10  SptStat    PIC A.
        01  SeatsTaken     PIC 9(4) VALUE 0.
        01  FareOut        PIC Z(4)9.99.
        01  PassImage.
            05  PiRoute    PIC X(4).
            05  F          PIC X(1) VALUE "/".
            05  PiStop     PIC 99.
            05  F          PIC X(1) VALUE SPACES.
            05  PiFare     PIC Z(4)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM LoadRoutesPara.
            PERFORM LoadStopsPara.
            PERFORM LoadPassesPara.
            OPEN INPUT StudentExtFile.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            IF StudentExtStatus = "00"
                CLOSE StudentExtFile.
            GOBACK.
        LoadRoutesPara.
            OPEN INPUT BusRouteFile.
            IF BusRouteStatus = "00"
                PERFORM ReadRoutePara
                PERFORM LoadOneRoutePara UNTIL BusRouteEOF = "Y"
                CLOSE BusRouteFile.
        ReadRoutePara.
            READ BusRouteFile AT END MOVE "Y" TO BusRouteEOF.
        LoadOneRoutePara.
            MOVE BrRouteNo TO RouteIn.
            PERFORM FindRouteTabPara.
            IF BrHit = 0 AND BrCount < 100
                ADD 1 TO BrCount
                MOVE BrCount TO BrHit
                MOVE BrRouteNo TO BrtRouteNo (BrHit).
            IF BrHit NOT = 0
                MOVE BrName TO BrtName (BrHit)
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
            IF BrtRouteNo (BrIx) = RouteIn
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
            MOVE SpRouteNo TO RouteIn.
            MOVE SpStopNo TO StopIn.
            PERFORM FindStopTabPara.
            IF SpHit = 0 AND SpCount < 1000
                ADD 1 TO SpCount
                MOVE SpCount TO SpHit
                MOVE SpRouteNo TO SptRouteNo (SpHit)
                MOVE SpStopNo TO SptStopNo (SpHit).
            IF SpHit NOT = 0
                MOVE SpStopName TO SptName (SpHit)
                MOVE SpFare TO SptFare (SpHit)
                MOVE SpStatus TO SptStat (SpHit).
            PERFORM ReadStopPara.
        FindStopTabPara.
            MOVE 0 TO SpHit.
            MOVE 0 TO SpIx.
            PERFORM ScanStopTabPara UNTIL SpIx NOT < SpCount
                                    OR SpHit NOT = 0.
        ScanStopTabPara.
            ADD 1 TO SpIx.
            IF SptRouteNo (SpIx) = RouteIn
               AND SptStopNo (SpIx) = StopIn
                MOVE SpIx TO SpHit.
        LoadPassesPara.
            OPEN INPUT BusPassFile.
            IF BusPassStatus = "00"
                PERFORM ReadPassPara
                PERFORM LoadOnePassPara UNTIL BusPassEOF = "Y"
                CLOSE BusPassFile
                MOVE "N" TO BusPassEOF.
        ReadPassPara.
            READ BusPassFile AT END MOVE "Y" TO BusPassEOF.
        LoadOnePassPara.
            MOVE PaPrnNo TO ScanPrn.
            PERFORM NotePassPara.
            PERFORM ReadPassPara.
      * The latest row for a student replaces the table entry, so
      * the table always shows the pass now held (or cancelled).
        NotePassPara.
            MOVE 0 TO PsHit.
            MOVE 0 TO PsIx.
            PERFORM ScanPassTabPara UNTIL PsIx NOT < PsCount
                                    OR PsHit NOT = 0.
            IF PsHit = 0 AND PsCount < 2000
                ADD 1 TO PsCount
                MOVE PsCount TO PsHit
                MOVE ScanPrn TO PstPrnNo (PsHit).
            IF PsHit NOT = 0
                MOVE PaRouteNo TO PstRouteNo (PsHit)
                MOVE PaStopNo TO PstStopNo (PsHit)
                MOVE PaAction TO PstStat (PsHit).
        ScanPassTabPara.
            ADD 1 TO PsIx.
            IF PstPrnNo (PsIx) = ScanPrn
                MOVE PsIx TO PsHit.
        EntryPara.
            DISPLAY (5, 10) "Prn No. :- ".
            ACCEPT PrnIn.
            DISPLAY (6, 10) "Issue Or Cancel Pass (I/C) :- ".
            ACCEPT ActionIn.
            PERFORM CheckStudentPara.
            MOVE PrnIn TO ScanPrn.
            MOVE 0 TO PsHit.
            MOVE 0 TO PsIx.
            PERFORM ScanPassTabPara UNTIL PsIx NOT < PsCount
                                    OR PsHit NOT = 0.
            IF StudFound = "N"
                DISPLAY (11, 10) "Prn No. Not On Master."
            ELSE IF ActionIn = "I"
                PERFORM IssuePara
            ELSE IF ActionIn = "C"
                PERFORM CancelPara
            ELSE
                DISPLAY (11, 10) "Action Must Be I Or C.".
            DISPLAY (14, 10) "Another Entry (Y/N) :- ".
            ACCEPT MoreFlag.
        CheckStudentPara.
            MOVE PrnIn TO EPrnNo.
            MOVE SPACE TO StudStatWk.
            IF StudentExtStatus NOT = "00"
                MOVE "N" TO StudFound
            ELSE
                READ StudentExtFile
                    INVALID KEY MOVE "N" TO StudFound
                    NOT INVALID KEY
                        MOVE "Y" TO StudFound
                        MOVE EStatus TO StudStatWk.
      * A pass goes only to a student on the rolls, on a running
      * route, from a stop in use, and only while the bus has a
      * seat left.
        IssuePara.
            IF StudStatWk NOT = "A" AND StudStatWk NOT = "D"
                DISPLAY (11, 10) "Student Not Active On Master."
            ELSE IF PsHit NOT = 0 AND PstStat (PsHit) = "I"
                DISPLAY (11, 10) "Student Already Holds A Pass."
            ELSE
                DISPLAY (7, 10) "Route No. :- "
                ACCEPT RouteIn
                DISPLAY (8, 10) "Stop No. :- "
                ACCEPT StopIn
                PERFORM FindRouteTabPara
                PERFORM FindStopTabPara
                PERFORM CountSeatsPara
                IF BrHit = 0
                    DISPLAY (11, 10) "Route Not On BusRoute.dat."
                ELSE IF BrtStat (BrHit) NOT = "A"
                    DISPLAY (11, 10) "Route Withdrawn."
                ELSE IF SpHit = 0
                    DISPLAY (11, 10) "Stop Not On Route."
                ELSE IF SptStat (SpHit) NOT = "A"
                    DISPLAY (11, 10) "Stop Dropped From Route."
                ELSE IF SeatsTaken NOT < BrtCap (BrHit)
                    DISPLAY (11, 10) "Bus Is Full."
                ELSE
                    MOVE "I" TO PaAction
                    PERFORM WritePassPara
                    DISPLAY (9, 10) "Stop :- " SptName (SpHit)
                    MOVE SptFare (SpHit) TO FareOut
                    DISPLAY (10, 10) "Fare Per Term :- " FareOut
                    DISPLAY (11, 10) "Pass Issued.".
        CancelPara.
            IF PsHit = 0
                DISPLAY (11, 10) "Student Holds No Pass."
            ELSE IF PstStat (PsHit) NOT = "I"
                DISPLAY (11, 10) "Student Holds No Pass."
            ELSE
                MOVE PstRouteNo (PsHit) TO RouteIn
                MOVE PstStopNo (PsHit) TO StopIn
                PERFORM FindStopTabPara
                MOVE "C" TO PaAction
                PERFORM WritePassPara
                DISPLAY (11, 10) "Pass Cancelled.".
        CountSeatsPara.
            MOVE 0 TO SeatsTaken.
            MOVE 0 TO PsIx.
            PERFORM CountOneSeatPara UNTIL PsIx NOT < PsCount.
        CountOneSeatPara.
            ADD 1 TO PsIx.
            IF PstStat (PsIx) = "I" AND PstRouteNo (PsIx) = RouteIn
                ADD 1 TO SeatsTaken.
        WritePassPara.
            OPEN EXTEND BusPassFile.
            IF BusPassStatus = "35"
                OPEN OUTPUT BusPassFile.
            MOVE PrnIn TO PaPrnNo.
            MOVE RouteIn TO PaRouteNo.
            MOVE StopIn TO PaStopNo.
            MOVE RunDate8 TO PaDate.
            MOVE OperOpId TO PaOpId.
            WRITE BusPassRec.
            CLOSE BusPassFile.
            MOVE PrnIn TO ScanPrn.
            PERFORM NotePassPara.
            PERFORM LogAuditPara.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "PASSENT" TO AuProgram.
            MOVE "BusPass.dat" TO AuFileId.
            MOVE PrnIn TO AuKey.
            MOVE RouteIn TO PiRoute.
            MOVE StopIn TO PiStop.
            MOVE 0 TO PiFare.
            IF SpHit NOT = 0
                MOVE SptFare (SpHit) TO PiFare.
            IF ActionIn = "I"
                MOVE "PASS ISSUED" TO AuBeforeImage
            ELSE
                MOVE "PASS CANCELLED" TO AuBeforeImage.
            MOVE PassImage TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
