       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLENISH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductMaster ASSIGN TO "./prodmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMProdName
               FILE STATUS IS ProdStatus.
           SELECT OPTIONAL LocStockFile ASSIGN TO "./loc-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LocStatus.
           SELECT OPTIONAL LevelFile ASSIGN TO "./loc-levels.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LevelStatus.
           SELECT SuggestFile ASSIGN TO "./transfer-suggest.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ShortFile ASSIGN TO "./replen-short.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReplenReport ASSIGN TO "./ReplenishReport.dat"
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

       FD LocStockFile.
       01 LocStockRecord.
           02 LSLocation PIC X(3).
           02 FILLER PIC X.
           02 LSProd PIC X(5).
           02 FILLER PIC X.
           02 LSSize PIC X.
           02 FILLER PIC X.
           02 LSQty PIC 9(5).

       FD LevelFile.
       01 LevelRecord.
           02 LVLocation PIC X(3).
           02 FILLER PIC X.
           02 LVProd PIC X(5).
           02 FILLER PIC X.
           02 LVSize PIC X.
           02 FILLER PIC X.
           02 LVMinimum PIC 9(5).
           02 FILLER PIC X.
           02 LVTarget PIC 9(5).

       FD SuggestFile.
       01 SuggestRecord PIC X(69).

       FD ShortFile.
       01 ShortRecord PIC X(26).

       FD ReplenReport.
       01 PrintLine PIC X(75).

       WORKING-STORAGE SECTION.
       01 ProdStatus PIC XX.
       01 LocStatus PIC XX.
       01 LevelStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 ShipLocation PIC X(3) VALUE 'PRI'.
       01 MSI PIC 9.
       01 StockCount PIC 9(4) VALUE ZERO.
       01 StockTable.
           02 StockEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON StockCount
               INDEXED BY STI.
               03 TblStkLoc PIC X(3).
               03 TblStkProd PIC X(5).
               03 TblStkSize PIC X.
               03 TblStkQty PIC 9(5).
       01 LevelCount PIC 9(4) VALUE ZERO.
       01 LevelTable.
           02 LevelEntry
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON LevelCount
               INDEXED BY LVI.
               03 TblLvlLoc PIC X(3).
               03 TblLvlProd PIC X(5).
               03 TblLvlSize PIC X.
               03 TblLvlMin PIC 9(5).
               03 TblLvlTarget PIC 9(5).
               03 TblLvlOnHand PIC 9(5).
               03 TblLvlSpare PIC 9(5).
       01 ShortIdx PIC 9(4).
       01 DonorIdx PIC 9(4).
       01 WantLoc PIC X(3).
       01 WantProd PIC X(5).
       01 WantSize PIC X.
       01 FoundQty PIC 9(5).
       01 QtyNeeded PIC 9(5).
       01 QtyTaken PIC 9(5).
       01 LocsShort PIC 9(4) VALUE ZERO.
       01 TransfersSuggested PIC 9(4) VALUE ZERO.
       01 UnitsSuggested PIC 9(7) VALUE ZERO.
       01 LinesUncovered PIC 9(4) VALUE ZERO.
       01 UnitsUncovered PIC 9(7) VALUE ZERO.
       01 SuggestLine.
           02 SGType PIC X VALUE 'X'.
           02 FILLER PIC X VALUE SPACE.
           02 SGProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 SGSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 SGQty PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 SGReason PIC X(10) VALUE 'REPOSICION'.
           02 FILLER PIC X VALUE SPACE.
           02 SGOperator PIC X(8) VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 SGPONum PIC X(6) VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 SGLocFrom PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 SGLocTo PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 SGRefDate PIC X(8) VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 SGLot PIC X(8) VALUE SPACE.
       01 ShortLine.
           02 RSLocation PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 RSProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 RSSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 RSQty PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 RSDate PIC 9(8).
       01 ReportHeading.
           02 FILLER PIC X(34) VALUE
               "Reposicion entre almacenes al    ".
           02 PrnDate PIC 9(8).
       01 ColumnHeading PIC X(75) VALUE
           "    Ubi  Prod   T  Exist  Minimo   Meta  Origen   Cant".
       01 ShortDetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnLocation PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSize PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOnHand PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnMinimum PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTarget PIC ZZZZ9.
       01 TransferDetailLine.
           02 FILLER PIC X(44) VALUE SPACE.
           02 PrnFromLoc PIC X(3).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnTransQty PIC ZZZZ9.
       01 UncoveredDetailLine.
           02 FILLER PIC X(44) VALUE SPACE.
           02 PrnUncoveredText PIC X(6).
           02 PrnUncoveredQty PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnUncoveredNote PIC X(18).
       01 TotalLine1.
           02 FILLER PIC X(28) VALUE
               "Ubicaciones bajo minimo:    ".
           02 PrnLocsShort PIC ZZZ9.
       01 TotalLine2.
           02 FILLER PIC X(28) VALUE
               "Traslados sugeridos:        ".
           02 PrnTransfers PIC ZZZ9.
           02 FILLER PIC X(10) VALUE "  unidades".
           02 PrnTransUnits PIC ZZZZZZ9.
       01 TotalLine3.
           02 FILLER PIC X(28) VALUE
               "Sin cubrir internamente:    ".
           02 PrnUncovered PIC ZZZ9.
           02 FILLER PIC X(10) VALUE "  unidades".
           02 PrnUncovUnits PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           MOVE 'SHIPLOC' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE THEN
               MOVE FUNCTION UPPER-CASE(ParmValue(1:3))
                   TO ShipLocation
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           OPEN INPUT ProductMaster.
           IF ProdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe prodmaster.idx.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM LoadOneProduct UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE ProductMaster.
           PERFORM LoadLocStock.
           PERFORM LoadLevels.
           OPEN OUTPUT SuggestFile.
           OPEN OUTPUT ShortFile.
           OPEN OUTPUT ReplenReport.
           MOVE BusinessDate TO PrnDate.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM ColumnHeading.
           IF LevelCount IS GREATER THAN ZERO THEN
               PERFORM CoverOneLocation
                   VARYING ShortIdx FROM 1 BY 1
                   UNTIL ShortIdx IS GREATER THAN LevelCount
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE LocsShort TO PrnLocsShort.
           WRITE PrintLine FROM TotalLine1.
           MOVE TransfersSuggested TO PrnTransfers.
           MOVE UnitsSuggested TO PrnTransUnits.
           WRITE PrintLine FROM TotalLine2.
           MOVE LinesUncovered TO PrnUncovered.
           MOVE UnitsUncovered TO PrnUncovUnits.
           WRITE PrintLine FROM TotalLine3.
           CLOSE SuggestFile, ShortFile, ReplenReport.
           DISPLAY 'Ubicaciones bajo minimo: ' LocsShort.
           DISPLAY 'Traslados sugeridos: ' TransfersSuggested.
           DISPLAY 'Sin cubrir internamente: ' LinesUncovered.
           DISPLAY 'Traslados en transfer-suggest.dat, aprobar con '
               'REPLAPPR.'.
           STOP RUN.

       LoadOneProduct.
           READ ProductMaster
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM LoadOneProductSize
                       VARYING MSI FROM 1 BY 1
                       UNTIL MSI IS GREATER THAN 3
           END-READ.

       LoadOneProductSize.
           IF PMSizeCode(MSI) IS NOT EQUAL TO SPACE AND
               StockCount IS LESS THAN 2000 THEN
               ADD 1 TO StockCount
               MOVE ShipLocation TO TblStkLoc(StockCount)
               MOVE FUNCTION UPPER-CASE(PMProdName)
                   TO TblStkProd(StockCount)
               MOVE FUNCTION UPPER-CASE(PMSizeCode(MSI))
                   TO TblStkSize(StockCount)
               MOVE PMSizeQty(MSI) TO TblStkQty(StockCount)
           END-IF.

       LoadLocStock.
           OPEN INPUT LocStockFile.
           IF LocStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneLocStock UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE LocStockFile
           ELSE IF LocStatus IS EQUAL TO "05" THEN
               CLOSE LocStockFile
           END-IF.

       LoadOneLocStock.
           READ LocStockFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF FUNCTION UPPER-CASE(LSLocation) IS NOT EQUAL TO
                       ShipLocation AND
                       StockCount IS LESS THAN 2000 THEN
                       ADD 1 TO StockCount
                       MOVE FUNCTION UPPER-CASE(LSLocation)
                           TO TblStkLoc(StockCount)
                       MOVE FUNCTION UPPER-CASE(LSProd)
                           TO TblStkProd(StockCount)
                       MOVE FUNCTION UPPER-CASE(LSSize)
                           TO TblStkSize(StockCount)
                       MOVE LSQty TO TblStkQty(StockCount)
                   END-IF
           END-READ.

       LoadLevels.
           OPEN INPUT LevelFile.
           IF LevelStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneLevel UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE LevelFile
           ELSE
               IF LevelStatus IS EQUAL TO "05" THEN
                   CLOSE LevelFile
               END-IF
               DISPLAY 'Sin loc-levels.dat, nada que reponer.'
           END-IF.

       LoadOneLevel.
           READ LevelFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF LevelCount IS LESS THAN 1000 THEN
                       ADD 1 TO LevelCount
                       MOVE FUNCTION UPPER-CASE(LVLocation)
                           TO TblLvlLoc(LevelCount)
                       MOVE FUNCTION UPPER-CASE(LVProd)
                           TO TblLvlProd(LevelCount)
                       MOVE FUNCTION UPPER-CASE(LVSize)
                           TO TblLvlSize(LevelCount)
                       MOVE LVMinimum TO TblLvlMin(LevelCount)
                       MOVE LVTarget TO TblLvlTarget(LevelCount)
                       IF LVTarget IS LESS THAN LVMinimum THEN
                           MOVE LVMinimum TO TblLvlTarget(LevelCount)
                       END-IF
                       MOVE TblLvlLoc(LevelCount) TO WantLoc
                       MOVE TblLvlProd(LevelCount) TO WantProd
                       MOVE TblLvlSize(LevelCount) TO WantSize
                       PERFORM FindStockQty
                       MOVE FoundQty TO TblLvlOnHand(LevelCount)
                       IF FoundQty IS GREATER THAN
                           TblLvlTarget(LevelCount) THEN
                           COMPUTE TblLvlSpare(LevelCount) =
                               FoundQty - TblLvlTarget(LevelCount)
                       ELSE
                           MOVE ZERO TO TblLvlSpare(LevelCount)
                       END-IF
                   END-IF
           END-READ.

       FindStockQty.
           MOVE ZERO TO FoundQty.
           IF StockCount IS GREATER THAN ZERO THEN
               PERFORM FindOneStock
                   VARYING STI FROM 1 BY 1
                   UNTIL STI IS GREATER THAN StockCount
           END-IF.

       FindOneStock.
           IF TblStkLoc(STI) IS EQUAL TO WantLoc AND
               TblStkProd(STI) IS EQUAL TO WantProd AND
               TblStkSize(STI) IS EQUAL TO WantSize THEN
               ADD TblStkQty(STI) TO FoundQty
           END-IF.

       CoverOneLocation.
           IF TblLvlOnHand(ShortIdx) IS LESS THAN
               TblLvlMin(ShortIdx) THEN
               ADD 1 TO LocsShort
               COMPUTE QtyNeeded = TblLvlTarget(ShortIdx) -
                   TblLvlOnHand(ShortIdx)
               MOVE TblLvlLoc(ShortIdx) TO PrnLocation
               MOVE TblLvlProd(ShortIdx) TO PrnProd
               MOVE TblLvlSize(ShortIdx) TO PrnSize
               MOVE TblLvlOnHand(ShortIdx) TO PrnOnHand
               MOVE TblLvlMin(ShortIdx) TO PrnMinimum
               MOVE TblLvlTarget(ShortIdx) TO PrnTarget
               WRITE PrintLine FROM ShortDetailLine
               PERFORM TakeFromOneDonor
                   VARYING DonorIdx FROM 1 BY 1
                   UNTIL DonorIdx IS GREATER THAN LevelCount OR
                       QtyNeeded IS EQUAL TO ZERO
               IF QtyNeeded IS GREATER THAN ZERO THEN
                   PERFORM ReportUncovered
               END-IF
           END-IF.

       TakeFromOneDonor.
           IF DonorIdx IS NOT EQUAL TO ShortIdx AND
               TblLvlProd(DonorIdx) IS EQUAL TO TblLvlProd(ShortIdx)
               AND
               TblLvlSize(DonorIdx) IS EQUAL TO TblLvlSize(ShortIdx)
               AND
               TblLvlLoc(DonorIdx) IS NOT EQUAL TO
                   TblLvlLoc(ShortIdx) AND
               TblLvlSpare(DonorIdx) IS GREATER THAN ZERO THEN
               IF TblLvlSpare(DonorIdx) IS LESS THAN QtyNeeded THEN
                   MOVE TblLvlSpare(DonorIdx) TO QtyTaken
               ELSE
                   MOVE QtyNeeded TO QtyTaken
               END-IF
               SUBTRACT QtyTaken FROM TblLvlSpare(DonorIdx)
               SUBTRACT QtyTaken FROM QtyNeeded
               PERFORM WriteTransferSuggestion
           END-IF.

       WriteTransferSuggestion.
           MOVE TblLvlProd(ShortIdx) TO SGProd.
           MOVE TblLvlSize(ShortIdx) TO SGSize.
           MOVE QtyTaken TO SGQty.
           MOVE TblLvlLoc(DonorIdx) TO SGLocFrom.
           MOVE TblLvlLoc(ShortIdx) TO SGLocTo.
           WRITE SuggestRecord FROM SuggestLine.
           ADD 1 TO TransfersSuggested.
           ADD QtyTaken TO UnitsSuggested.
           MOVE TblLvlLoc(DonorIdx) TO PrnFromLoc.
           MOVE QtyTaken TO PrnTransQty.
           WRITE PrintLine FROM TransferDetailLine.

       ReportUncovered.
           ADD 1 TO LinesUncovered.
           ADD QtyNeeded TO UnitsUncovered.
           MOVE 'FALTA ' TO PrnUncoveredText.
           MOVE QtyNeeded TO PrnUncoveredQty.
           IF TblLvlLoc(ShortIdx) IS EQUAL TO ShipLocation THEN
               MOVE 'punto de reorden' TO PrnUncoveredNote
           ELSE
               MOVE 'a compras' TO PrnUncoveredNote
               MOVE TblLvlLoc(ShortIdx) TO RSLocation
               MOVE TblLvlProd(ShortIdx) TO RSProd
               MOVE TblLvlSize(ShortIdx) TO RSSize
               MOVE QtyNeeded TO RSQty
               MOVE BusinessDate TO RSDate
               WRITE ShortRecord FROM ShortLine
           END-IF.
           WRITE PrintLine FROM UncoveredDetailLine.
