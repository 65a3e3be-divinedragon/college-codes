           05  MItemName        PIC X(10).
           05  MReorderLevel    PIC 9(4).
           05  MCostCenter      PIC X(4).
           05  MInspectReq      PIC A.

       FD FileIn2
           LABEL RECORDS ARE STANDARD
           MOVE ItemCount TO RlRecRead.
           MOVE ItemCount TO RlRecWrit.
           MOVE 0 TO RlReturnCode.
           MOVE 0 TO RlStartTime.
           MOVE 0 TO RlEndTime.
           WRITE RunLogRec.
           IF SkippedItems > 0
               MOVE "ITEMREP-RCV" TO RlProgram
               MOVE SkippedItems TO RlRecRead
               MOVE 0 TO RlRecWrit
               MOVE 0 TO RlReturnCode
               MOVE 0 TO RlStartTime
               MOVE 0 TO RlEndTime
               WRITE RunLogRec.
           CLOSE RunLogFile.
       ReadCompParamPara.
