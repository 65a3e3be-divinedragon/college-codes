            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD DeptFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DeptMast.dat".
            05  BiName         PIC X(10).
            05  BiReorder      PIC 9(4).
            05  BiCostCtr      PIC X(4).
            05  BiInspect      PIC A.
        FD RegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ItemBatReg.dat".
        01  NewName        PIC X(10).
        01  NewReorder     PIC 9(4).
        01  NewCostCtr     PIC X(4).
        01  NewInspect     PIC A.
        01  DupFlag        PIC A VALUE "N".
        01  FoundFlag      PIC A VALUE "N".
        01  EOF            PIC A VALUE "N".
            MOVE BiName TO NewName.
            MOVE BiReorder TO NewReorder.
            MOVE BiCostCtr TO NewCostCtr.
            MOVE BiInspect TO NewInspect.
            IF BiAction = "A"
                PERFORM BulkAddPara
            ELSE IF BiAction = "C"
                    MOVE NewName TO MItemName
                    MOVE NewReorder TO MReorderLevel
                    MOVE NewCostCtr TO MCostCenter
                    PERFORM SetInspectPara
                    WRITE MastRec
                        INVALID KEY
                            MOVE "CODE EXISTS" TO RejectReason.
                    MOVE NewName TO MItemName
                    MOVE NewReorder TO MReorderLevel
                    MOVE NewCostCtr TO MCostCenter
                    PERFORM SetInspectPara
                    REWRITE MastRec
                        INVALID KEY
                            MOVE "CODE NOT FOUND" TO RejectReason.
                ACCEPT NewReorder
                DISPLAY (9, 10) "Enter Cost Center :- "
                ACCEPT NewCostCtr
                DISPLAY (10, 10) "Inspection Required (Y/N) :- "
                ACCEPT NewInspect
                PERFORM CheckDeptPara
                IF DeptValid = "N"
                    DISPLAY (11, 10) "Cost Center Not On Master."
                    MOVE NewName TO MItemName
                    MOVE NewReorder TO MReorderLevel
                    MOVE NewCostCtr TO MCostCenter
                    PERFORM SetInspectPara
                    WRITE MastRec
                        INVALID KEY
                            DISPLAY (11, 10)
                ACCEPT NewReorder
                DISPLAY (9, 10) "Enter New Cost Center :- "
                ACCEPT NewCostCtr
                DISPLAY (10, 10) "Inspection Required (Y/N) :- "
                ACCEPT NewInspect
                PERFORM CheckDeptPara
                IF DeptValid = "N"
                    DISPLAY (11, 10) "Cost Center Not On Master."
                    MOVE NewName TO MItemName
                    MOVE NewReorder TO MReorderLevel
                    MOVE NewCostCtr TO MCostCenter
                    PERFORM SetInspectPara
                    REWRITE MastRec
                        INVALID KEY
                            DISPLAY (11, 10)
                                "Item Code Not Found.".
      * Receipts of an item flagged "Y" are booked into the QC hold
      * location by GoodsReceipt and released by QcInspection.
        SetInspectPara.
            IF NewInspect = "Y"
                MOVE "Y" TO MInspectReq
            ELSE
                MOVE "N" TO MInspectReq.
        CheckDeptPara.
            MOVE "N" TO DeptValid.
            OPEN INPUT DeptFile.
