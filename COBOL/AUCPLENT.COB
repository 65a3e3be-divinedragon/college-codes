        IDENTIFICATION DIVISION.
        PROGRAM-ID. AuctionPoolMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PoolFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PoolStatus.
            SELECT MastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MastStatus.
            SELECT ContractFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ContractStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD PoolFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AuctPool.dat".
            COPY "AUCPOOL.CPY".
        FD MastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Main.dat".
        01  MastRec.
            05  MPlayerId      PIC X(4).
            05  MName          PIC X(20).
            05  MTeamCode      PIC X(4).
            05  MOverseas      PIC A.
        FD ContractFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerContract.dat".
            COPY "PLAYCTR.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  PoolStatus     PIC XX VALUE "00".
        01  MastStatus     PIC XX VALUE "00".
        01  ContractStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  PoolEOF        PIC A VALUE "N".
        01  MastEOF        PIC A VALUE "N".
        01  ContractEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  PlayerIdIn     PIC X(4).
        01  NameIn         PIC X(20).
        01  BaseIn         PIC 9(7)V99.
        01  PlayerFound    PIC A VALUE "N".
        01  CurTeam        PIC X(4).
        01  PoolStatWk     PIC A VALUE SPACE.
        01  PoolBaseWk     PIC 9(7)V99 VALUE 0.
        01  LiveTeam       PIC X(4).
        01  LiveTo         PIC 9(8).
        01  BaseOut        PIC Z(6)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * A player still under a live contract, or already sold at
      * auction, cannot be listed. Re-listing an available or
      * unsold player replaces the base price.
        EntryPara.
            DISPLAY (5, 10) "Player Id :- ".
            ACCEPT PlayerIdIn.
            PERFORM FindPlayerPara.
            PERFORM FindPoolPara.
            PERFORM FindContractPara.
            IF PlayerFound = "Y"
                DISPLAY (6, 10) "On Master :- " NameIn " " CurTeam
            ELSE
                DISPLAY (6, 10) "New Player - Name :- "
                ACCEPT NameIn.
            IF PoolStatWk NOT = SPACE
                MOVE PoolBaseWk TO BaseOut
                DISPLAY (7, 10) "In Pool, Status " PoolStatWk
                        "  Base " BaseOut.
            DISPLAY (8, 10) "Base Price :- ".
            ACCEPT BaseIn.
            IF PlayerIdIn = SPACES OR NameIn = SPACES
                DISPLAY (12, 10) "Player Id And Name Required."
            ELSE IF PoolStatWk = "S"
                DISPLAY (12, 10) "Player Already Sold At Auction."
            ELSE IF LiveTeam NOT = SPACES
                DISPLAY (12, 10) "Under Contract With " LiveTeam
                        " Until " LiveTo "."
            ELSE IF BaseIn NOT > 0
                DISPLAY (12, 10) "Base Price Must Be Positive."
            ELSE
                PERFORM WritePoolPara
                PERFORM LogAuditPara
                DISPLAY (12, 10) "Player Listed For Auction.".
            DISPLAY (14, 10) "Another Player (Y/N) :- ".
            ACCEPT MoreFlag.
        FindPlayerPara.
            MOVE "N" TO PlayerFound.
            MOVE SPACES TO NameIn.
            MOVE SPACES TO CurTeam.
            OPEN INPUT MastFile.
            IF MastStatus = "00"
                PERFORM ReadMastPara
                PERFORM ScanMastPara UNTIL MastEOF = "Y"
                CLOSE MastFile
                MOVE "N" TO MastEOF.
        ReadMastPara.
            READ MastFile AT END MOVE "Y" TO MastEOF.
        ScanMastPara.
            IF MPlayerId = PlayerIdIn
                MOVE "Y" TO PlayerFound
                MOVE MName TO NameIn
                MOVE MTeamCode TO CurTeam.
            PERFORM ReadMastPara.
        FindPoolPara.
            MOVE SPACE TO PoolStatWk.
            MOVE 0 TO PoolBaseWk.
            OPEN INPUT PoolFile.
            IF PoolStatus = "00"
                PERFORM ReadPoolPara
                PERFORM ScanPoolPara UNTIL PoolEOF = "Y"
                CLOSE PoolFile
                MOVE "N" TO PoolEOF.
        ReadPoolPara.
            READ PoolFile AT END MOVE "Y" TO PoolEOF.
        ScanPoolPara.
            IF ApPlayerId = PlayerIdIn
                MOVE ApStatus TO PoolStatWk
                MOVE ApBasePrice TO PoolBaseWk.
            PERFORM ReadPoolPara.
      * The latest contract row for the player decides.
        FindContractPara.
            MOVE SPACES TO LiveTeam.
            MOVE 0 TO LiveTo.
            OPEN INPUT ContractFile.
            IF ContractStatus = "00"
                PERFORM ReadContractPara
                PERFORM ScanContractPara UNTIL ContractEOF = "Y"
                CLOSE ContractFile
                MOVE "N" TO ContractEOF.
        ReadContractPara.
            READ ContractFile AT END MOVE "Y" TO ContractEOF.
        ScanContractPara.
            IF PlcPlayerId = PlayerIdIn
                IF PlcFromDate NOT > RunDate8
                   AND PlcToDate NOT < RunDate8
                    MOVE PlcTeam TO LiveTeam
                    MOVE PlcToDate TO LiveTo
                ELSE
                    MOVE SPACES TO LiveTeam
                    MOVE 0 TO LiveTo.
            PERFORM ReadContractPara.
        WritePoolPara.
            OPEN EXTEND PoolFile.
            IF PoolStatus = "35"
                OPEN OUTPUT PoolFile.
            MOVE PlayerIdIn TO ApPlayerId.
            MOVE NameIn TO ApName.
            MOVE BaseIn TO ApBasePrice.
            MOVE "A" TO ApStatus.
            MOVE 1 TO ApRound.
            MOVE SPACES TO ApTeam.
            MOVE 0 TO ApPrice.
            MOVE RunDate8 TO ApDate.
            MOVE OperOpId TO ApOpId.
            WRITE AuctPoolRec.
            CLOSE PoolFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "AUCPLENT" TO AuProgram.
            MOVE "AuctPool.dat" TO AuFileId.
            MOVE PlayerIdIn TO AuKey.
            IF PoolStatWk = SPACE
                MOVE "NEW LISTING" TO AuBeforeImage
            ELSE
                MOVE PoolBaseWk TO BaseOut
                MOVE BaseOut TO AuBeforeImage.
            MOVE BaseIn TO BaseOut.
            MOVE BaseOut TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
