        IDENTIFICATION DIVISION.
        PROGRAM-ID. TournamentMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TournFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TournStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD TournFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Tournament.dat".
            COPY "TOURNMT.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  TournStatus    PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  TournEOF       PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  CodeIn         PIC X(6).
        01  NameIn         PIC X(30).
        01  StartIn        PIC 9(8).
        01  EndIn          PIC 9(8).
        01  CloseIn        PIC 9(8).
        01  MinIn          PIC 99.
        01  MaxIn          PIC 99.
        01  OvsSquadIn     PIC 99.
        01  OvsXiIn        PIC 99.
        01  TnFound        PIC A VALUE "N".
        01  OverlapFlag    PIC A VALUE "N".
        01  OverlapCode    PIC X(6).
        01  TnIx           PIC 9(3) VALUE 0.
        01  TnCount        PIC 9(3) VALUE 0.
        01  TnHit          PIC 9(3) VALUE 0.
        01  TournTable.
            05  TournEntry OCCURS 100 TIMES.
                10  TtCode     PIC X(6).
                10  TtStart    PIC 9(8).
                10  TtEnd      PIC 9(8).
                10  TtClose    PIC 9(8).
                10  TtMax      PIC 99.
                10  TtOvsXi    PIC 99.
        01  TournImageWk.
            05  TiClose        PIC 9(8).
            05  F              PIC X(1) VALUE SPACES.
            05  TiMax          PIC 99.
            05  F              PIC X(1) VALUE SPACES.
            05  TiOvsXi        PIC 99.

        PROCEDURE DIVISION.
        ControlPara.
            CALL "GetOper" USING OperLinkRec.
            IF OperRole NOT = "SU"
                DISPLAY "Supervisor Role Required. Run Refused."
                GOBACK.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM TournPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * Re-keying a code replaces its settings; date ranges of two
      * codes may not overlap, so each fixture date falls in at most
      * one tournament.
        TournPara.
            PERFORM LoadTournPara.
            DISPLAY (3, 10) "Tournament Code :- ".
            ACCEPT CodeIn.
            PERFORM FindTournPara.
            IF TnFound = "Y"
                DISPLAY (4, 10) "Closes " TtClose (TnHit)
                        "  Squad Max " TtMax (TnHit)
                        "  Overseas In XI " TtOvsXi (TnHit).
            DISPLAY (5, 10) "Tournament Name :- ".
            ACCEPT NameIn.
            DISPLAY (6, 10) "Start Date (YYYYMMDD) :- ".
            ACCEPT StartIn.
            DISPLAY (7, 10) "End Date (YYYYMMDD) :- ".
            ACCEPT EndIn.
            DISPLAY (8, 10) "Registration Closes (YYYYMMDD) :- ".
            ACCEPT CloseIn.
            DISPLAY (9, 10) "Squad Size Minimum :- ".
            ACCEPT MinIn.
            DISPLAY (10, 10) "Squad Size Maximum :- ".
            ACCEPT MaxIn.
            DISPLAY (11, 10) "Overseas In Squad Maximum :- ".
            ACCEPT OvsSquadIn.
            DISPLAY (12, 10) "Overseas In Playing XI Maximum :- ".
            ACCEPT OvsXiIn.
            PERFORM CheckOverlapPara.
            IF CodeIn = SPACES OR NameIn = SPACES
                DISPLAY (14, 10) "Code And Name Required."
            ELSE IF EndIn < StartIn
                DISPLAY (14, 10) "End Date Before Start Date."
            ELSE IF CloseIn > EndIn
                DISPLAY (14, 10) "Registration Must Close By End Date."
            ELSE IF MinIn < 11 OR MinIn > MaxIn
                DISPLAY (14, 10) "Squad Minimum Must Be 11 To Maximum."
            ELSE IF OvsSquadIn > MaxIn
                DISPLAY (14, 10) "Overseas Limit Exceeds Squad Size."
            ELSE IF OvsXiIn > 11 OR OvsXiIn > OvsSquadIn
                DISPLAY (14, 10) "Overseas In XI Exceeds 11 Or Squad"
                        " Limit."
            ELSE IF OverlapFlag = "Y"
                DISPLAY (14, 10) "Dates Overlap Tournament "
                        OverlapCode "."
            ELSE
                PERFORM WriteTournPara
                PERFORM LogAuditPara
                DISPLAY (14, 10) "Tournament Saved.".
            DISPLAY (16, 10) "Another Tournament (Y/N) :- ".
            ACCEPT MoreFlag.
        LoadTournPara.
            MOVE 0 TO TnCount.
            OPEN INPUT TournFile.
            IF TournStatus = "00"
                PERFORM ReadTournPara
                PERFORM StoreTournPara UNTIL TournEOF = "Y"
                CLOSE TournFile
                MOVE "N" TO TournEOF.
        ReadTournPara.
            READ TournFile AT END MOVE "Y" TO TournEOF.
        StoreTournPara.
            MOVE TnCode TO CodeIn.
            PERFORM FindTournPara.
            IF TnFound = "N" AND TnCount < 100
                ADD 1 TO TnCount
                MOVE TnCount TO TnHit
                MOVE "Y" TO TnFound.
            IF TnFound = "Y"
                MOVE TnCode TO TtCode (TnHit)
                MOVE TnStartDate TO TtStart (TnHit)
                MOVE TnEndDate TO TtEnd (TnHit)
                MOVE TnRegClose TO TtClose (TnHit)
                MOVE TnSquadMax TO TtMax (TnHit)
                MOVE TnOvsXiMax TO TtOvsXi (TnHit).
            PERFORM ReadTournPara.
        FindTournPara.
            MOVE "N" TO TnFound.
            MOVE 0 TO TnIx.
            PERFORM ScanTournPara UNTIL TnIx NOT < TnCount
                                     OR TnFound = "Y".
        ScanTournPara.
            ADD 1 TO TnIx.
            IF TtCode (TnIx) = CodeIn
                MOVE "Y" TO TnFound
                MOVE TnIx TO TnHit.
        CheckOverlapPara.
            MOVE "N" TO OverlapFlag.
            MOVE 0 TO TnIx.
            PERFORM TestOverlapPara UNTIL TnIx NOT < TnCount.
        TestOverlapPara.
            ADD 1 TO TnIx.
            IF TtCode (TnIx) NOT = CodeIn
               AND TtStart (TnIx) NOT > EndIn
               AND TtEnd (TnIx) NOT < StartIn
                MOVE "Y" TO OverlapFlag
                MOVE TtCode (TnIx) TO OverlapCode.
        WriteTournPara.
            OPEN EXTEND TournFile.
            IF TournStatus = "35"
                OPEN OUTPUT TournFile.
            MOVE CodeIn TO TnCode.
            MOVE NameIn TO TnName.
            MOVE StartIn TO TnStartDate.
            MOVE EndIn TO TnEndDate.
            MOVE CloseIn TO TnRegClose.
            MOVE MinIn TO TnSquadMin.
            MOVE MaxIn TO TnSquadMax.
            MOVE OvsSquadIn TO TnOvsSquadMax.
            MOVE OvsXiIn TO TnOvsXiMax.
            MOVE RunDate8 TO TnDate.
            MOVE OperOpId TO TnOpId.
            WRITE TournamentRec.
            CLOSE TournFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "TOURNENT" TO AuProgram.
            MOVE "Tournament" TO AuFileId.
            MOVE CodeIn TO AuKey.
            IF TnFound = "Y"
                MOVE TtClose (TnHit) TO TiClose
                MOVE TtMax (TnHit) TO TiMax
                MOVE TtOvsXi (TnHit) TO TiOvsXi
                MOVE TournImageWk TO AuBeforeImage
            ELSE
                MOVE "NEW TOURNAMENT" TO AuBeforeImage.
            MOVE CloseIn TO TiClose.
            MOVE MaxIn TO TiMax.
            MOVE OvsXiIn TO TiOvsXi.
            MOVE TournImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
