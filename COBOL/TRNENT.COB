            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD TrasacFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Trasac.dat".
                10  LtExp      PIC 9(8).
                10  LtQty      PIC S9(5).
                10  LtChanged  PIC A.
                10  LtRecv     PIC 9(8).
                10  LtResv     PIC 9(5).
        01  LotItemWk      PIC X(4).
        01  LotLocWk       PIC X(3).
        01  LotLotWk       PIC X(8).
        01  CompExpWk      PIC 9(8) VALUE 0.
        01  RemQty         PIC 9(4) VALUE 0.
        01  TakeQty        PIC 9(4) VALUE 0.
        01  LotFreeWk      PIC S9(5) VALUE 0.
        01  BomStatus      PIC XX VALUE "00".
        01  BomEOF         PIC A VALUE "N".
        01  BomIx          PIC 9(3) VALUE 0.
                DISPLAY (11, 10) "Rate Out Of Range."
                MOVE ItemCodeIn TO BadValueOut
                PERFORM LogExceptionPara
            ELSE IF LocIn = "QC"
               AND TypeIn NOT = "R" AND TypeIn NOT = "A"
                DISPLAY (11, 10) "QC Hold Stock Moves Only On"
                        " Inspection."
                MOVE LocIn TO BadValueOut
                PERFORM LogExceptionPara
            ELSE IF LocIn = "RP"
               OR (TypeIn = "T" AND ToLocIn = "RP")
                DISPLAY (11, 10) "Out For Repair Stock Moves Only On"
                        " Gate Pass."
                MOVE LocIn TO BadValueOut
                PERFORM LogExceptionPara
            ELSE IF TypeIn = "T"
               AND (ToLocIn = SPACES OR ToLocIn = LocIn)
                DISPLAY (11, 10) "Bad Transfer To-Location."
                    IF BtExpDate (BatchIx) > 0
                        MOVE BtExpDate (BatchIx) TO LtExp (LotHit)
                    END-IF
                    IF LtRecv (LotHit) = 0
                        MOVE RunDate8 TO LtRecv (LotHit)
                    END-IF
                    MOVE "Y" TO LtChanged (LotHit).
        FefoIssuePara.
            MOVE BtQty (BatchIx) TO RemQty.
                WRITE TrasacRec
                MOVE 0 TO RemQty
            ELSE
                COMPUTE LotFreeWk = LtQty (BestLotIx)
                                  - LtResv (BestLotIx)
                IF LotFreeWk < RemQty
                    MOVE LotFreeWk TO TakeQty
                ELSE
                    MOVE RemQty TO TakeQty
                END-IF
            ADD 1 TO LotIx.
            IF LtItem (LotIx) = LotItemWk
               AND LtLoc (LotIx) = LotLocWk
               AND LtQty (LotIx) > LtResv (LotIx)
                IF LtExp (LotIx) = 0
                    MOVE 99999998 TO CompExpWk
                ELSE
                MOVE LotLotWk TO LtLot (LotHit)
                MOVE 0 TO LtExp (LotHit)
                MOVE 0 TO LtQty (LotHit)
                MOVE 0 TO LtRecv (LotHit)
                MOVE 0 TO LtResv (LotHit)
                MOVE "N" TO LtChanged (LotHit).
        LogLotFullPara.
            MOVE "LOT TABLE FULL" TO BadValueOut.
            ELSE
                MOVE LmExpDate TO LtExp (LotHit)
                MOVE LmQty TO LtQty (LotHit)
                IF LmRecvDate NUMERIC
                    MOVE LmRecvDate TO LtRecv (LotHit)
                END-IF
                IF LmResvQty NUMERIC
                    MOVE LmResvQty TO LtResv (LotHit)
                END-IF
                MOVE "N" TO LtChanged (LotHit).
            PERFORM ReadLotMastPara.
        SaveLotTabPara.
                MOVE LtLot (LotIx) TO LmLotNo
                MOVE LtExp (LotIx) TO LmExpDate
                MOVE LtQty (LotIx) TO LmQty
                MOVE LtRecv (LotIx) TO LmRecvDate
                MOVE LtResv (LotIx) TO LmResvQty
                WRITE LotMastRec.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
