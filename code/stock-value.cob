           SELECT OPTIONAL LocStockFile ASSIGN TO "./loc-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LocStatus.
           SELECT OPTIONAL LayerFile ASSIGN TO "./cost-layers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LayerStatus.
           SELECT ValueReport ASSIGN TO "./StockValue.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
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

       FD ValueReport.
       01 PrintLine PIC X(70).

       01 TotValue PIC 9(10)V99 VALUE ZERO.
       01 ProdsListed PIC 9(3) VALUE ZERO.
       01 NoCostCount PIC 9(3) VALUE ZERO.
       01 StepName PIC X(12) VALUE 'STOCKVAL'.
       01 StepStart PIC X(14).
       01 StepRecs PIC 9(7) VALUE ZERO.
       01 StepOutcome PIC X(8) VALUE 'NORMAL'.
       01 TotalLabel PIC X(30).
       01 TotalAmount PIC S9(11)V99.
       01 CostCount PIC 9(2) VALUE ZERO.
       01 CostTable.
           02 CostEntry
       01 LocEOF PIC X.
       01 LocValue PIC 9(9)V99.
       01 LocLookupProd PIC X(5).
       01 LocCount PIC 9(3) VALUE ZERO.
       01 LocTable.
           02 LocEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON LocCount
               INDEXED BY LCI.
               03 TblLocProd PIC X(5).
               03 TblLocSize PIC X.
               03 TblLocQty PIC 9(5).
       01 LayerStatus PIC XX.
       01 LayerEOF PIC X.
       01 LayerCount PIC 9(4) VALUE ZERO.
       01 LayerTable.
           02 LayerEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON LayerCount
               INDEXED BY CLI.
               03 TblLayerProd PIC X(5).
               03 TblLayerSize PIC X.
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
       01 LayerValue PIC 9(9)V99.
       01 SizeValue PIC 9(9)V99.
       01 SizeAvgCost PIC 9(4)V9999.
       01 StdUnitsUsed PIC X.
       01 AvgCount PIC 9(4) VALUE ZERO.
       01 AvgTable.
           02 AvgEntry
               OCCURS 1 TO 1500 TIMES
               DEPENDING ON AvgCount
               INDEXED BY AVI.
               03 TblAvgProd PIC X(5).
               03 TblAvgSize PIC X.
               03 TblAvgCost PIC 9(4)V9999.
       01 AvgFoundIdx PIC 9(4).
       01 LocHeading PIC X(70) VALUE
           "Otras ubicaciones:".
       01 LocDetailLine.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnLocValue PIC ZZZZZZ9.99.
       01 ReportHeading PIC X(70) VALUE
           "Valuacion de inventario a costo PEPS (capas de costo)".
       01 ColumnHeading PIC X(70) VALUE
           "    Prod   Unidades  Costo unit      Importe".
       01 DetailLine.
       PROCEDURE DIVISION.

       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStart.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadCostTable.
           PERFORM LoadLocTable.
           PERFORM LoadCostLayers.
           OPEN INPUT ProductMaster.
           IF ProdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe prodmaster.idx.'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'Productos valuados:  ' ProdsListed.
           IF NoCostCount IS GREATER THAN ZERO THEN
               DISPLAY 'Productos sin costo: ' NoCostCount
               MOVE 'WARNING' TO StepOutcome
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE ProdsListed TO StepRecs.
           PERFORM WriteRunLedger.
           MOVE 'Valor del inventario' TO TotalLabel.
           MOVE TotValue TO TotalAmount.
           PERFORM WriteStepTotal.
           STOP RUN.

       LoadCostTable.
               CLOSE CostFile
           ELSE
               DISPLAY 'No existe costs.dat.'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               NOT AT END
                   ADD 1 TO ProdsListed
                   MOVE ZERO TO TotalOnHand
                   MOVE ZERO TO ProdValue
                   MOVE 'N' TO StdUnitsUsed
                   PERFORM LookupCost
                   PERFORM ValueOneSize
                       VARYING MSI FROM 1 BY 1
                       UNTIL MSI IS GREATER THAN 3
                   ADD ProdValue TO TotValue
                   MOVE PMProdName TO PrnProd
                   MOVE TotalOnHand TO PrnUnits
                   IF TotalOnHand IS GREATER THAN ZERO THEN
                       COMPUTE PrnCost ROUNDED =
                           ProdValue / TotalOnHand
                   ELSE
                       MOVE UnitCost TO PrnCost
                   END-IF
                   MOVE ProdValue TO PrnValue
                   IF StdUnitsUsed IS EQUAL TO 'Y' AND
                       CostFound IS EQUAL TO 'N' THEN
                       ADD 1 TO NoCostCount
                       MOVE 'SIN COSTO' TO PrnFlag
                   ELSE IF StdUnitsUsed IS EQUAL TO 'Y' THEN
                       MOVE 'ESTANDAR' TO PrnFlag
                   ELSE
                       MOVE SPACE TO PrnFlag
                   END-IF
                   END-IF
                   WRITE PrintLine FROM DetailLine
           END-READ.

       ValueOneSize.
           IF PMSizeCode(MSI) IS NOT EQUAL TO SPACE THEN
               MOVE FUNCTION UPPER-CASE(PMProdName) TO LayerProd
               MOVE FUNCTION UPPER-CASE(PMSizeCode(MSI)) TO LayerSize
               MOVE PMSizeQty(MSI) TO LayerOnHand
               PERFORM AddOneLocOnHand
                   VARYING LCI FROM 1 BY 1
                   UNTIL LCI IS GREATER THAN LocCount
               PERFORM ValueFromLayers
               MOVE ZERO TO SizeAvgCost
               IF LayerOnHand IS GREATER THAN ZERO THEN
                   COMPUTE SizeAvgCost ROUNDED =
                       SizeValue / LayerOnHand
               END-IF
               IF AvgCount IS LESS THAN 1500 THEN
                   ADD 1 TO AvgCount
                   MOVE LayerProd TO TblAvgProd(AvgCount)
                   MOVE LayerSize TO TblAvgSize(AvgCount)
                   MOVE SizeAvgCost TO TblAvgCost(AvgCount)
               END-IF
               ADD PMSizeQty(MSI) TO TotalOnHand
               COMPUTE ProdValue ROUNDED =
                   ProdValue + (PMSizeQty(MSI) * SizeAvgCost)
           END-IF.

       AddOneLocOnHand.
           IF TblLocProd(LCI) IS EQUAL TO LayerProd AND
               TblLocSize(LCI) IS EQUAL TO LayerSize THEN
               ADD TblLocQty(LCI) TO LayerOnHand
           END-IF.

       ValueFromLayers.
           MOVE ZERO TO LayerTotal.
           MOVE ZERO TO SizeValue.
           PERFORM AddOneLayerTotal
               VARYING CLI FROM 1 BY 1
               UNTIL CLI IS GREATER THAN LayerCount.
           MOVE ZERO TO LayerSkip.
           IF LayerTotal IS GREATER THAN LayerOnHand THEN
               COMPUTE LayerSkip = LayerTotal - LayerOnHand
           END-IF.
           MOVE LayerOnHand TO LayerLeft.
           PERFORM ValueOneLayer
               VARYING CLI FROM 1 BY 1
               UNTIL CLI IS GREATER THAN LayerCount OR
                   LayerLeft IS EQUAL TO ZERO.
           IF LayerLeft IS GREATER THAN ZERO THEN
               MOVE 'Y' TO StdUnitsUsed
               COMPUTE SizeValue = SizeValue + (LayerLeft * UnitCost)
           END-IF.

       AddOneLayerTotal.
           IF TblLayerProd(CLI) IS EQUAL TO LayerProd AND
               TblLayerSize(CLI) IS EQUAL TO LayerSize THEN
               ADD TblLayerQty(CLI) TO LayerTotal
           END-IF.

       ValueOneLayer.
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
               SUBTRACT LayerUse FROM LayerLeft
               COMPUTE SizeValue =
                   SizeValue + (LayerUse * TblLayerCost(CLI))
           END-IF.

       LoadLocTable.
           OPEN INPUT LocStockFile.
           IF LocStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO LocEOF
               PERFORM LoadOneLocEntry UNTIL LocEOF IS EQUAL TO 'Y'
               CLOSE LocStockFile
           ELSE IF LocStatus IS EQUAL TO "05" THEN
               CLOSE LocStockFile
           END-IF.

       LoadOneLocEntry.
           READ LocStockFile
               AT END MOVE 'Y' TO LocEOF
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
               MOVE 'N' TO LayerEOF
               PERFORM LoadOneCostLayer UNTIL LayerEOF IS EQUAL TO 'Y'
               CLOSE LayerFile
           ELSE IF LayerStatus IS EQUAL TO "05" THEN
               CLOSE LayerFile
           END-IF.

       LoadOneCostLayer.
           READ LayerFile
               AT END MOVE 'Y' TO LayerEOF
               NOT AT END
                   IF LayerCount IS LESS THAN 3000 THEN
                       ADD 1 TO LayerCount
                       MOVE FUNCTION UPPER-CASE(CLProd)
                           TO TblLayerProd(LayerCount)
                       MOVE FUNCTION UPPER-CASE(CLSize)
                           TO TblLayerSize(LayerCount)
                       MOVE CLQty TO TblLayerQty(LayerCount)
                       MOVE CLUnitCost TO TblLayerCost(LayerCount)
                   END-IF
           END-READ.

       FindAvgCost.
           MOVE ZERO TO AvgFoundIdx.
           IF AvgCount IS GREATER THAN ZERO THEN
               PERFORM FindOneAvgCost
                   VARYING AVI FROM 1 BY 1
                   UNTIL AVI IS GREATER THAN AvgCount
           END-IF.

       FindOneAvgCost.
           IF TblAvgProd(AVI) IS EQUAL TO
               FUNCTION UPPER-CASE(LSProd) AND
               TblAvgSize(AVI) IS EQUAL TO
                   FUNCTION UPPER-CASE(LSSize) AND
               AvgFoundIdx IS EQUAL TO ZERO THEN
               SET AvgFoundIdx TO AVI
           END-IF.

       ValueOtherLocations.
           OPEN INPUT LocStockFile.
               AT END MOVE 'Y' TO LocEOF
               NOT AT END
                   IF LSQty IS GREATER THAN ZERO THEN
                       PERFORM FindAvgCost
                       IF AvgFoundIdx IS GREATER THAN ZERO THEN
                           COMPUTE LocValue ROUNDED =
                               LSQty * TblAvgCost(AvgFoundIdx)
                       ELSE
                           MOVE LSProd TO LocLookupProd
                           PERFORM LookupLocCost
                           COMPUTE LocValue = LSQty * UnitCost
                       END-IF
                       ADD LocValue TO TotValue
                       MOVE LSLocation TO PrnLocCode
                       MOVE LSProd TO PrnLocProd
                   MOVE 'Y' TO CostFound
               END-IF
           END-IF.

       WriteRunLedgerError.
           MOVE 'ERROR' TO StepOutcome.
           PERFORM WriteRunLedger.

       WriteRunLedger.
           CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
               StepOutcome.

       WriteStepTotal.
           CALL 'STEPTOTAL' USING StepName, StepStart, TotalLabel,
               TotalAmount.
