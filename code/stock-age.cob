       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductMaster ASSIGN TO "./prodmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMProdName
               FILE STATUS IS ProdStatus.
           SELECT OPTIONAL CostFile ASSIGN TO "./costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostStatus.
           SELECT OPTIONAL LocStockFile ASSIGN TO "./loc-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LocStatus.
           SELECT OPTIONAL LayerFile ASSIGN TO "./cost-layers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LayerStatus.
           SELECT AgeReport ASSIGN TO "./StockAge.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ProductMaster.
       01 ProductMasterRecord.
           02 PMProdName PIC X(5).
           02 PMSizeEntry OCCURS 3 TIMES.
               03 PMSizeCode PIC A.
               03 PMSizeQty PIC 9(5).
           02 PMReorderLevel PIC 9(5).
           02 PMOnOrder PIC 9(5).
           02 PMVendor PIC X(5).
           02 PMStatus PIC X.

       FD CostFile.
       01 CostRecord.
           02 CSFProdName PIC X(5).
           02 FILLER PIC X.
           02 CSFEffectiveDate PIC 9(8).
           02 FILLER PIC X.
           02 CSFCost PIC 9(4)V99.

       FD LocStockFile.
       01 LocStockRecord.
           02 LSLocation PIC X(3).
           02 FILLER PIC X.
           02 LSProd PIC X(5).
           02 FILLER PIC X.
           02 LSSize PIC X.
           02 FILLER PIC X.
           02 LSQty PIC 9(5).

       FD LayerFile.
       01 LayerRecord.
           02 CLProd PIC X(5).
           02 FILLER PIC X.
           02 CLSize PIC X.
           02 FILLER PIC X.
           02 CLRecvDate PIC 9(8).
           02 FILLER PIC X.
           02 CLQty PIC 9(5).
           02 FILLER PIC X.
           02 CLUnitCost PIC 9(4)V99.
           02 FILLER PIC X.
           02 CLPONum PIC X(6).

       FD AgeReport.
       01 PrintLine PIC X(110).

       WORKING-STORAGE SECTION.
       01 ProdStatus PIC XX.
       01 CostStatus PIC XX.
       01 LocStatus PIC XX.
       01 LayerStatus PIC XX.
       01 ProdEOF PIC X VALUE 'N'.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 TodayInt PIC 9(7).
       01 MSI PIC 9.
       01 CostCount PIC 9(2) VALUE ZERO.
       01 CostTable.
           02 CostEntry
               OCCURS 1 TO 99 TIMES
               DEPENDING ON CostCount
               INDEXED BY CSI.
               03 CSProdName PIC X(5).
               03 CSEffectiveDate PIC 9(8).
               03 CSCost PIC 9(4)V99.
       01 CostFound PIC X.
       01 BestCostDate PIC 9(8).
       01 UnitCost PIC 9(4)V99.
       01 LocCount PIC 9(3) VALUE ZERO.
       01 LocTable.
           02 LocEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON LocCount
               INDEXED BY LCI.
               03 TblLocProd PIC X(5).
               03 TblLocSize PIC X.
               03 TblLocQty PIC 9(5).
       01 LayerCount PIC 9(4) VALUE ZERO.
       01 LayerTable.
           02 LayerEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON LayerCount
               INDEXED BY CLI.
               03 TblLayerProd PIC X(5).
               03 TblLayerSize PIC X.
               03 TblLayerRecv PIC 9(8).
               03 TblLayerQty PIC 9(5).
               03 TblLayerCost PIC 9(4)V99.
       01 LayerProd PIC X(5).
       01 LayerSize PIC X.
       01 LayerOnHand PIC 9(7).
       01 LayerTotal PIC 9(7).
       01 LayerSkip PIC 9(7).
       01 LayerLeft PIC 9(7).
       01 LayerAvail PIC 9(5).
       01 LayerUse PIC 9(5).
       01 LayerAgeDays PIC 9(7).
       01 BucketIdx PIC 9.
       01 SizeBuckets.
           02 SizeBucket OCCURS 4 TIMES.
               03 SizeBktQty PIC 9(7).
               03 SizeBktValue PIC 9(9)V99.
       01 GrandBuckets.
           02 GrandBucket OCCURS 4 TIMES.
               03 GrandBktQty PIC 9(7) VALUE ZERO.
               03 GrandBktValue PIC 9(9)V99 VALUE ZERO.
       01 SizeTotalValue PIC 9(10)V99.
       01 GrandTotalValue PIC 9(10)V99 VALUE ZERO.
       01 NoLayerUnits PIC X.
       01 LinesListed PIC 9(5) VALUE ZERO.
       01 NoLayerCount PIC 9(5) VALUE ZERO.
       01 NoCostCount PIC 9(5) VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(48) VALUE
               "Antiguedad de inventario por fecha de recepcion ".
           02 FILLER PIC X(7) VALUE "Fecha: ".
           02 PrnRunDate PIC 9(8).
       01 BucketHeading.
           02 FILLER PIC X(48) VALUE
               "    Prod  T  ------0-90------  -----91-180-----".
           02 FILLER PIC X(49) VALUE
               "  ----181-365-----  ---mas de 365---        Total".
       01 ColumnHeading.
           02 FILLER PIC X(48) VALUE
               "               Unid    Importe   Unid    Importe".
           02 FILLER PIC X(49) VALUE
               "   Unid    Importe   Unid    Importe      Importe".
       01 AgeDetailLine.
           02 FILLER PIC X(4).
           02 PrnProd PIC X(5).
           02 FILLER PIC X(2).
           02 PrnSize PIC X.
           02 PrnBucket OCCURS 4 TIMES.
               03 FILLER PIC X(2).
               03 PrnBktQty PIC ZZZZ9.
               03 FILLER PIC X.
               03 PrnBktValue PIC ZZZZZZ9.99.
           02 FILLER PIC X(2).
           02 PrnTotValue PIC ZZZZZZZ9.99.
           02 FILLER PIC X(2).
           02 PrnFlag PIC X(9).
       01 AgeTotalLine.
           02 FILLER PIC X(12).
           02 PrnGrandBucket OCCURS 4 TIMES.
               03 FILLER PIC X.
               03 PrnGrandQty PIC ZZZZZ9.
               03 FILLER PIC X.
               03 PrnGrandValue PIC ZZZZZZ9.99.
           02 FILLER PIC X(2).
           02 PrnGrandTotal PIC ZZZZZZZ9.99.
       01 TotalCaption PIC X(110) VALUE
           "Totales por antiguedad:".
       01 NoLayerNote.
           02 FILLER PIC X(42) VALUE
               "SIN CAPA: existencia sin capa de costo, a ".
           02 FILLER PIC X(38) VALUE
               "costo estandar en mas de 365 dias.".

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM LoadCostTable.
           PERFORM LoadLocTable.
           PERFORM LoadCostLayers.
           OPEN INPUT ProductMaster.
           IF ProdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe prodmaster.idx.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AgeReport.
           MOVE BusinessDate TO PrnRunDate.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM BucketHeading.
           WRITE PrintLine FROM ColumnHeading.
           PERFORM AgeOneProduct UNTIL ProdEOF IS EQUAL TO 'Y'.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM TotalCaption.
           MOVE SPACE TO AgeTotalLine.
           PERFORM MoveOneGrandBucket
               VARYING BucketIdx FROM 1 BY 1
               UNTIL BucketIdx IS GREATER THAN 4.
           MOVE GrandTotalValue TO PrnGrandTotal.
           WRITE PrintLine FROM AgeTotalLine.
           IF NoLayerCount IS GREATER THAN ZERO THEN
               MOVE SPACE TO PrintLine
               WRITE PrintLine
               WRITE PrintLine FROM NoLayerNote
           END-IF.
           CLOSE ProductMaster, AgeReport.
           DISPLAY 'Renglones listados:   ' LinesListed.
           DISPLAY 'Renglones sin capa:   ' NoLayerCount.
           IF NoCostCount IS GREATER THAN ZERO THEN
               DISPLAY 'Renglones sin costo:  ' NoCostCount
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       AgeOneProduct.
           READ ProductMaster
               AT END MOVE 'Y' TO ProdEOF
               NOT AT END
                   PERFORM LookupCost
                   PERFORM AgeOneSize
                       VARYING MSI FROM 1 BY 1
                       UNTIL MSI IS GREATER THAN 3
           END-READ.

       AgeOneSize.
           IF PMSizeCode(MSI) IS NOT EQUAL TO SPACE THEN
               MOVE FUNCTION UPPER-CASE(PMProdName) TO LayerProd
               MOVE FUNCTION UPPER-CASE(PMSizeCode(MSI)) TO LayerSize
               MOVE PMSizeQty(MSI) TO LayerOnHand
               PERFORM AddOneLocOnHand
                   VARYING LCI FROM 1 BY 1
                   UNTIL LCI IS GREATER THAN LocCount
               IF LayerOnHand IS GREATER THAN ZERO THEN
                   PERFORM AgeFromLayers
                   PERFORM WriteAgeLine
               END-IF
           END-IF.

       AddOneLocOnHand.
           IF TblLocProd(LCI) IS EQUAL TO LayerProd AND
               TblLocSize(LCI) IS EQUAL TO LayerSize THEN
               ADD TblLocQty(LCI) TO LayerOnHand
           END-IF.

       AgeFromLayers.
           INITIALIZE SizeBuckets.
           MOVE 'N' TO NoLayerUnits.
           MOVE ZERO TO LayerTotal.
           PERFORM AddOneLayerTotal
               VARYING CLI FROM 1 BY 1
               UNTIL CLI IS GREATER THAN LayerCount.
           MOVE ZERO TO LayerSkip.
           IF LayerTotal IS GREATER THAN LayerOnHand THEN
               COMPUTE LayerSkip = LayerTotal - LayerOnHand
           END-IF.
           MOVE LayerOnHand TO LayerLeft.
           PERFORM AgeOneLayer
               VARYING CLI FROM 1 BY 1
               UNTIL CLI IS GREATER THAN LayerCount OR
                   LayerLeft IS EQUAL TO ZERO.
           IF LayerLeft IS GREATER THAN ZERO THEN
               MOVE 'Y' TO NoLayerUnits
               ADD LayerLeft TO SizeBktQty(4)
               COMPUTE SizeBktValue(4) =
                   SizeBktValue(4) + (LayerLeft * UnitCost)
           END-IF.

       AddOneLayerTotal.
           IF TblLayerProd(CLI) IS EQUAL TO LayerProd AND
               TblLayerSize(CLI) IS EQUAL TO LayerSize THEN
               ADD TblLayerQty(CLI) TO LayerTotal
           END-IF.

       AgeOneLayer.
           IF TblLayerProd(CLI) IS EQUAL TO LayerProd AND
               TblLayerSize(CLI) IS EQUAL TO LayerSize THEN
               MOVE TblLayerQty(CLI) TO LayerAvail
               IF LayerSkip IS GREATER THAN ZERO THEN
                   IF LayerSkip IS NOT LESS THAN LayerAvail THEN
                       SUBTRACT LayerAvail FROM LayerSkip
                       MOVE ZERO TO LayerAvail
                   ELSE
                       SUBTRACT LayerSkip FROM LayerAvail
                       MOVE ZERO TO LayerSkip
                   END-IF
               END-IF
               IF LayerAvail IS LESS THAN LayerLeft THEN
                   MOVE LayerAvail TO LayerUse
               ELSE
                   MOVE LayerLeft TO LayerUse
               END-IF
               IF LayerUse IS GREATER THAN ZERO THEN
                   SUBTRACT LayerUse FROM LayerLeft
                   PERFORM PickAgeBucket
                   ADD LayerUse TO SizeBktQty(BucketIdx)
                   COMPUTE SizeBktValue(BucketIdx) =
                       SizeBktValue(BucketIdx) +
                       (LayerUse * TblLayerCost(CLI))
               END-IF
           END-IF.

       PickAgeBucket.
           MOVE ZERO TO LayerAgeDays.
           IF TblLayerRecv(CLI) IS NUMERIC AND
               TblLayerRecv(CLI) IS GREATER THAN ZERO AND
               TblLayerRecv(CLI) IS NOT GREATER THAN BusinessDate THEN
               COMPUTE LayerAgeDays = TodayInt -
                   FUNCTION INTEGER-OF-DATE(TblLayerRecv(CLI))
           END-IF.
           IF LayerAgeDays IS NOT GREATER THAN 90 THEN
               MOVE 1 TO BucketIdx
           ELSE IF LayerAgeDays IS NOT GREATER THAN 180 THEN
               MOVE 2 TO BucketIdx
           ELSE IF LayerAgeDays IS NOT GREATER THAN 365 THEN
               MOVE 3 TO BucketIdx
           ELSE
               MOVE 4 TO BucketIdx
           END-IF.

       WriteAgeLine.
           ADD 1 TO LinesListed.
           MOVE ZERO TO SizeTotalValue.
           MOVE SPACE TO AgeDetailLine.
           MOVE LayerProd TO PrnProd.
           MOVE LayerSize TO PrnSize.
           PERFORM MoveOneSizeBucket
               VARYING BucketIdx FROM 1 BY 1
               UNTIL BucketIdx IS GREATER THAN 4.
           MOVE SizeTotalValue TO PrnTotValue.
           ADD SizeTotalValue TO GrandTotalValue.
           IF NoLayerUnits IS EQUAL TO 'Y' AND
               CostFound IS EQUAL TO 'N' THEN
               ADD 1 TO NoLayerCount
               ADD 1 TO NoCostCount
               MOVE 'SIN COSTO' TO PrnFlag
           ELSE IF NoLayerUnits IS EQUAL TO 'Y' THEN
               ADD 1 TO NoLayerCount
               MOVE 'SIN CAPA' TO PrnFlag
           END-IF.
           WRITE PrintLine FROM AgeDetailLine.

       MoveOneSizeBucket.
           MOVE SizeBktQty(BucketIdx) TO PrnBktQty(BucketIdx).
           MOVE SizeBktValue(BucketIdx) TO PrnBktValue(BucketIdx).
           ADD SizeBktValue(BucketIdx) TO SizeTotalValue.
           ADD SizeBktQty(BucketIdx) TO GrandBktQty(BucketIdx).
           ADD SizeBktValue(BucketIdx) TO GrandBktValue(BucketIdx).

       MoveOneGrandBucket.
           MOVE GrandBktQty(BucketIdx) TO PrnGrandQty(BucketIdx).
           MOVE GrandBktValue(BucketIdx) TO PrnGrandValue(BucketIdx).

       LoadCostTable.
           OPEN INPUT CostFile.
           IF CostStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneCost UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CostFile
           ELSE IF CostStatus IS EQUAL TO "05" THEN
               CLOSE CostFile
           END-IF.

       LoadOneCost.
           READ CostFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CostCount IS LESS THAN 99 THEN
                       ADD 1 TO CostCount
                       MOVE CSFProdName TO CSProdName(CostCount)
                       MOVE CSFEffectiveDate
                           TO CSEffectiveDate(CostCount)
                       MOVE CSFCost TO CSCost(CostCount)
                   END-IF
           END-READ.

       LookupCost.
           MOVE 'N' TO CostFound.
           MOVE ZERO TO BestCostDate.
           MOVE ZERO TO UnitCost.
           IF CostCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneCost
                   VARYING CSI FROM 1 BY 1
                   UNTIL CSI IS GREATER THAN CostCount
           END-IF.

       CheckOneCost.
           IF FUNCTION UPPER-CASE(CSProdName(CSI)) IS EQUAL TO
               FUNCTION UPPER-CASE(PMProdName) AND
               CSEffectiveDate(CSI) IS NOT GREATER THAN BusinessDate
               THEN
               IF CostFound IS EQUAL TO 'N' OR
                   CSEffectiveDate(CSI) IS GREATER THAN BestCostDate
                   THEN
                   MOVE CSCost(CSI) TO UnitCost
                   MOVE CSEffectiveDate(CSI) TO BestCostDate
                   MOVE 'Y' TO CostFound
               END-IF
           END-IF.

       LoadLocTable.
           OPEN INPUT LocStockFile.
           IF LocStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneLocEntry UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE LocStockFile
           ELSE IF LocStatus IS EQUAL TO "05" THEN
               CLOSE LocStockFile
           END-IF.

       LoadOneLocEntry.
           READ LocStockFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF LocCount IS LESS THAN 500 THEN
                       ADD 1 TO LocCount
                       MOVE FUNCTION UPPER-CASE(LSProd)
                           TO TblLocProd(LocCount)
                       MOVE FUNCTION UPPER-CASE(LSSize)
                           TO TblLocSize(LocCount)
                       MOVE LSQty TO TblLocQty(LocCount)
                   END-IF
           END-READ.

       LoadCostLayers.
           OPEN INPUT LayerFile.
           IF LayerStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneCostLayer UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE LayerFile
           ELSE IF LayerStatus IS EQUAL TO "05" THEN
               CLOSE LayerFile
           END-IF.

       LoadOneCostLayer.
           READ LayerFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF LayerCount IS LESS THAN 3000 THEN
                       ADD 1 TO LayerCount
                       MOVE FUNCTION UPPER-CASE(CLProd)
                           TO TblLayerProd(LayerCount)
                       MOVE FUNCTION UPPER-CASE(CLSize)
                           TO TblLayerSize(LayerCount)
                       MOVE CLRecvDate TO TblLayerRecv(LayerCount)
                       MOVE CLQty TO TblLayerQty(LayerCount)
                       MOVE CLUnitCost TO TblLayerCost(LayerCount)
                   END-IF
           END-READ.
