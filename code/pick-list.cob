       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
           SELECT OPTIONAL DepositFile ASSIGN TO "./deposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DepStatus.
           SELECT OPTIONAL LotStockFile ASSIGN TO "./lot-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LotStatus.
           SELECT OPTIONAL PickLotFile ASSIGN TO "./pick-lots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PickLotStatus.
           SELECT SortWorkFile ASSIGN TO "./picksort.tmp".
           SELECT SortedPickFile ASSIGN TO "./picksorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       FD OrderFile.
       01 OrderRecord.
           02 OXKey.
               03 OXOrdNum PIC 9(6).
               03 OXLineNum PIC 9(3).
           02 OXCustID PIC X(5).
           02 OXImage.
               03 OrdRecType PIC X.
               03 FILLER PIC X.
               03 OrdNum PIC 9(6).
               03 FILLER PIC X.
               03 OrdField1 PIC X(8).
               03 OrdField2 PIC X(6).
               03 FILLER PIC X.
               03 OrdShipTo PIC X(2).
               03 FILLER PIC X.
               03 OrdHdrStatus PIC X.
               03 FILLER PIC X(12).

       FD CustomerIndexFile.
       01 IndexCustomerData.
           02 FILLER PIC X.
           02 DPStatus PIC X.

       FD LotStockFile.
       01 LotStockRecord.
           02 LTLocation PIC X(3).
           02 FILLER PIC X.
           02 LTProd PIC X(5).
           02 FILLER PIC X.
           02 LTSize PIC X.
           02 FILLER PIC X.
           02 LTLot PIC X(8).
           02 FILLER PIC X.
           02 LTRecvDate PIC 9(8).
           02 FILLER PIC X.
           02 LTQty PIC 9(5).

       FD PickLotFile.
       01 PickLotRecord PIC X(46).

       SD SortWorkFile.
       01 SortRecord.
           02 SortProd PIC X(5).
           02 SortSize PIC A.
           02 SortLot PIC X(8).
           02 SortQty PIC 9(3).
           02 SortOrdNum PIC 9(6).
           02 SortCustID PIC 9(5).
           02 SortKitRole PIC X.
           02 SortCompProd PIC X(5).
           02 SortCompSize PIC A.

       FD SortedPickFile.
       01 SortedPickRecord.
           02 SrtProd PIC X(5).
           02 SrtSize PIC A.
           02 SrtLot PIC X(8).
           02 SrtQty PIC 9(3).
           02 SrtOrdNum PIC 9(6).
           02 SrtCustID PIC 9(5).
           02 SrtKitRole PIC X.
           02 SrtCompProd PIC X(5).
           02 SrtCompSize PIC A.

       FD PickReport.
       01 PrintLine PIC X(70).
       01 IdxStatus PIC XX.
       01 ShipToStatus PIC XX.
       01 OrdEOF PIC X.
       01 ShipToEOF PIC X.
       01 SortedEOF PIC X.
       01 CurrentOpen PIC X.
               03 TblOrdDate PIC 9(8).
               03 TblOrdCust PIC 9(5).
               03 TblOrdShipTo PIC 9(2).
               03 TblOrdHasStock PIC X.
               03 TblOrdHasDrop PIC X.
       01 PickLineCount PIC 9(4) VALUE ZERO.
       01 PickLineTable.
           02 PickLineEntry
               03 TblLineProd PIC X(5).
               03 TblLineSize PIC A.
               03 TblLineQty PIC 9(3).
               03 TblLineKitRole PIC X.
               03 TblLineParent PIC 9(4).
       01 LastLineIdx PIC 9(4) VALUE ZERO.
       01 ParentIdx PIC 9(4).
       01 OrderIdx PIC 9(3).
       01 LineIdx PIC 9(4).
       01 DropOnlyCount PIC 9(3) VALUE ZERO.
       01 ShipCount PIC 9(3) VALUE ZERO.
       01 ShipTable.
           02 ShipEntry
       01 DepStatus PIC XX.
       01 DepEOF PIC X.
       01 OrderDeposit PIC 9(8)V99.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 ShipLocation PIC X(3) VALUE 'PRI'.
       01 LotStatus PIC XX.
       01 LotEOF PIC X.
       01 PickLotStatus PIC XX.
       01 LotCount PIC 9(4) VALUE ZERO.
       01 LotTable.
           02 LotEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON LotCount
               INDEXED BY LTI.
               03 TblLotLoc PIC X(3).
               03 TblLotProd PIC X(5).
               03 TblLotSize PIC X.
               03 TblLotId PIC X(8).
               03 TblLotRecv PIC 9(8).
               03 TblLotQty PIC 9(5).
       01 LotIdx PIC 9(4).
       01 LotFoundIdx PIC 9(4).
       01 LotNeed PIC 9(3).
       01 LotTake PIC 9(3).
       01 LotsExhausted PIC X.
       01 AllocCount PIC 9(4) VALUE ZERO.
       01 AllocTable.
           02 AllocEntry
               OCCURS 1 TO 4000 TIMES
               DEPENDING ON AllocCount
               INDEXED BY ALI.
               03 TblAllocLine PIC 9(4).
               03 TblAllocLot PIC X(8).
               03 TblAllocQty PIC 9(3).
       01 AllocIdx PIC 9(4).
       01 AllocStart PIC 9(4).
       01 LinesMixed PIC 9(4) VALUE ZERO.
       01 PickLotLine.
           02 PKDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PKOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PKCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PKProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PKSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PKLot PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PKQty PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 PKLocation PIC X(3).
       01 SlipDepositLine.
           02 FILLER PIC X(20) VALUE "Anticipo recibido:  ".
           02 PrnSlipDeposit PIC ZZZZZ9.99.
       01 PickHeading PIC X(70) VALUE
           "Lista de surtido por producto".
       01 PickColumnHeading PIC X(70) VALUE
           "    Prod   T  Lote      Cant  Pedido  Cliente".
       01 PickDetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSize PIC A.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnLot PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnQty PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnOrdNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustID PIC 9(5).
       01 PickCompLine.
           02 FILLER PIC X(6) VALUE "    > ".
           02 PrnCompProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCompSize PIC A.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCompLot PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCompQty PIC ZZ9.
       01 SlipSeparator PIC X(70) VALUE ALL "=".
       01 SlipTitleLine.
           02 FILLER PIC X(16) VALUE "Nota de empaque ".
           02 PrnSlipSize PIC A.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSlipQty PIC ZZ9.
           02 FILLER PIC X(7) VALUE "  lote ".
           02 PrnSlipLot PIC X(8).
       01 SlipKitLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnSlipKitProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSlipKitSize PIC A.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSlipKitQty PIC ZZ9.
           02 FILLER PIC X(16) VALUE "  kit, contiene:".
       01 SlipCompLine.
           02 FILLER PIC X(8) VALUE SPACE.
           02 PrnSlipCompProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSlipCompSize PIC A.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSlipCompQty PIC ZZ9.
           02 FILLER PIC X(7) VALUE "  lote ".
           02 PrnSlipCompLot PIC X(8).
       01 TotalPickedLine.
           02 FILLER PIC X(28) VALUE
               "Pedidos marcados surtidos:  ".
       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE 'SHIPLOC' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE THEN
               MOVE FUNCTION UPPER-CASE(ParmValue(1:3))
                   TO ShipLocation
           END-IF.
           PERFORM LoadShipToTable.
           PERFORM CollectOpenOrders.
           IF PickOrderCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin pedidos abiertos que surtir.'
               STOP RUN
           END-IF.
           PERFORM LoadLotStock.
           PERFORM AllocateOneLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx IS GREATER THAN PickLineCount.
           SORT SortWorkFile
               ON ASCENDING KEY SortProd, SortSize, SortOrdNum
               ON DESCENDING KEY SortKitRole
               ON ASCENDING KEY SortCompProd, SortCompSize
               INPUT PROCEDURE IS ReleasePickLines
               GIVING SortedPickFile.
           PERFORM WritePickReport.
           PERFORM WritePackingSlips.
           PERFORM MarkOrdersPicked.
           PERFORM SaveLotStock.
           PERFORM WritePickLots.
           DISPLAY 'Pedidos surtidos: ' PickOrderCount.
           DISPLAY 'Lineas en lista:  ' PickLineCount.
           IF DropOnlyCount IS GREATER THAN ZERO THEN
               DISPLAY 'Pedidos solo con envio directo: ' DropOnlyCount
           END-IF.
           IF LinesMixed IS GREATER THAN ZERO THEN
               DISPLAY 'Lineas con mas de un lote: ' LinesMixed
           END-IF.
           STOP RUN.

       LoadShipToTable.
       CollectOpenOrders.
           OPEN INPUT OrderFile.
           IF OrdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe orders.idx.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE OrderFile.

       CollectOneOrderRec.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   IF OrdRecType IS EQUAL TO 'H' THEN
                       ELSE
                           MOVE 'N' TO CurrentOpen
                       END-IF
                   ELSE IF OrdRecType IS EQUAL TO 'L' AND
                       CurrentOpen IS EQUAL TO 'Y' AND
                       OrdField2(5:1) IS NOT EQUAL TO SPACE THEN
                       MOVE 'Y' TO TblOrdHasDrop(PickOrderCount)
                   ELSE IF OrdRecType IS EQUAL TO 'L' AND
                       CurrentOpen IS EQUAL TO 'Y' THEN
                       PERFORM NoteOpenLine
                   ELSE IF OrdRecType IS EQUAL TO 'K' AND
                       CurrentOpen IS EQUAL TO 'Y' AND
                       LastLineIdx IS GREATER THAN ZERO THEN
                       PERFORM NoteKitComponent
                   END-IF
           END-READ.

           ELSE
               MOVE ZERO TO TblOrdShipTo(PickOrderCount)
           END-IF.
           MOVE 'N' TO TblOrdHasStock(PickOrderCount).
           MOVE 'N' TO TblOrdHasDrop(PickOrderCount).

       NoteOpenLine.
           IF PickLineCount IS EQUAL TO 2000 THEN
               STOP RUN
           END-IF.
           ADD 1 TO PickLineCount.
           MOVE 'Y' TO TblOrdHasStock(PickOrderCount).
           MOVE OrdNum TO TblLineOrd(PickLineCount).
           MOVE TblOrdCust(PickOrderCount)
               TO TblLineCust(PickLineCount).
           MOVE OrdField1(1:5) TO TblLineProd(PickLineCount).
           MOVE OrdField1(7:1) TO TblLineSize(PickLineCount).
           MOVE OrdField2(1:3) TO TblLineQty(PickLineCount).
           MOVE SPACE TO TblLineKitRole(PickLineCount).
           MOVE ZERO TO TblLineParent(PickLineCount).
           MOVE PickLineCount TO LastLineIdx.

       NoteKitComponent.
           IF PickLineCount IS EQUAL TO 2000 THEN
               DISPLAY 'Tabla de lineas llena (2000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'P' TO TblLineKitRole(LastLineIdx).
           ADD 1 TO PickLineCount.
           MOVE OrdNum TO TblLineOrd(PickLineCount).
           MOVE TblOrdCust(PickOrderCount)
               TO TblLineCust(PickLineCount).
           MOVE OrdField1(1:5) TO TblLineProd(PickLineCount).
           MOVE OrdField1(7:1) TO TblLineSize(PickLineCount).
           MOVE OrdField2(1:3) TO TblLineQty(PickLineCount).
           MOVE 'C' TO TblLineKitRole(PickLineCount).
           MOVE LastLineIdx TO TblLineParent(PickLineCount).

       ReleasePickLines.
           IF AllocCount IS GREATER THAN ZERO THEN
               PERFORM ReleaseOnePickLine
                   VARYING AllocIdx FROM 1 BY 1
                   UNTIL AllocIdx IS GREATER THAN AllocCount
           END-IF.

       ReleaseOnePickLine.
           MOVE TblAllocLine(AllocIdx) TO LineIdx.
           MOVE TblLineKitRole(LineIdx) TO SortKitRole.
           IF TblLineKitRole(LineIdx) IS EQUAL TO 'C' THEN
               MOVE TblLineParent(LineIdx) TO ParentIdx
               MOVE TblLineProd(ParentIdx) TO SortProd
               MOVE TblLineSize(ParentIdx) TO SortSize
               MOVE TblLineProd(LineIdx) TO SortCompProd
               MOVE TblLineSize(LineIdx) TO SortCompSize
           ELSE
               MOVE TblLineProd(LineIdx) TO SortProd
               MOVE TblLineSize(LineIdx) TO SortSize
               MOVE SPACE TO SortCompProd
               MOVE SPACE TO SortCompSize
           END-IF.
           MOVE TblAllocLot(AllocIdx) TO SortLot.
           MOVE TblAllocQty(AllocIdx) TO SortQty.
           MOVE TblLineOrd(LineIdx) TO SortOrdNum.
           MOVE TblLineCust(LineIdx) TO SortCustID.
           RELEASE SortRecord.
           READ SortedPickFile
               AT END MOVE 'Y' TO SortedEOF
               NOT AT END
                   IF SrtKitRole IS EQUAL TO 'C' THEN
                       MOVE SrtCompProd TO PrnCompProd
                       MOVE SrtCompSize TO PrnCompSize
                       MOVE SrtLot TO PrnCompLot
                       MOVE SrtQty TO PrnCompQty
                       WRITE PrintLine FROM PickCompLine
                   ELSE
                       MOVE SrtProd TO PrnProd
                       MOVE SrtSize TO PrnSize
                       MOVE SrtLot TO PrnLot
                       MOVE SrtQty TO PrnQty
                       MOVE SrtOrdNum TO PrnOrdNum
                       MOVE SrtCustID TO PrnCustID
                       WRITE PrintLine FROM PickDetailLine
                   END-IF
           END-READ.

       WritePackingSlips.
               STOP RUN
           END-IF.
           OPEN OUTPUT SlipReport.
           PERFORM SlipOneOrder
               VARYING OrderIdx FROM 1 BY 1
               UNTIL OrderIdx IS GREATER THAN PickOrderCount.
           CLOSE CustomerIndexFile, SlipReport.

       SlipOneOrder.
           IF TblOrdHasDrop(OrderIdx) IS EQUAL TO 'Y' AND
               TblOrdHasStock(OrderIdx) IS EQUAL TO 'N' THEN
               ADD 1 TO DropOnlyCount
           ELSE
               PERFORM WriteOneSlip
           END-IF.

       WriteOneSlip.
           WRITE SlipLine FROM SlipSeparator.
           MOVE TblOrdNum(OrderIdx) TO PrnSlipOrdNum.

       WriteSlipLines.
           PERFORM WriteOneSlipLine
               VARYING AllocIdx FROM 1 BY 1
               UNTIL AllocIdx IS GREATER THAN AllocCount.

       WriteOneSlipLine.
           MOVE TblAllocLine(AllocIdx) TO LineIdx.
           IF TblLineOrd(LineIdx) IS EQUAL TO TblOrdNum(OrderIdx) AND
               TblLineKitRole(LineIdx) IS EQUAL TO 'P' THEN
               MOVE TblLineProd(LineIdx) TO PrnSlipKitProd
               MOVE TblLineSize(LineIdx) TO PrnSlipKitSize
               MOVE TblAllocQty(AllocIdx) TO PrnSlipKitQty
               WRITE SlipLine FROM SlipKitLine
           ELSE IF TblLineOrd(LineIdx) IS EQUAL TO
               TblOrdNum(OrderIdx) AND
               TblLineKitRole(LineIdx) IS EQUAL TO 'C' THEN
               MOVE TblLineProd(LineIdx) TO PrnSlipCompProd
               MOVE TblLineSize(LineIdx) TO PrnSlipCompSize
               MOVE TblAllocQty(AllocIdx) TO PrnSlipCompQty
               MOVE TblAllocLot(AllocIdx) TO PrnSlipCompLot
               WRITE SlipLine FROM SlipCompLine
           ELSE IF TblLineOrd(LineIdx) IS EQUAL TO TblOrdNum(OrderIdx)
               THEN
               MOVE TblLineProd(LineIdx) TO PrnSlipProd
               MOVE TblLineSize(LineIdx) TO PrnSlipSize
               MOVE TblAllocQty(AllocIdx) TO PrnSlipQty
               MOVE TblAllocLot(AllocIdx) TO PrnSlipLot
               WRITE SlipLine FROM SlipDetailLine
           END-IF.

       MarkOrdersPicked.
           OPEN I-O OrderFile.
           PERFORM MarkOnePickedOrder
               VARYING OrderIdx FROM 1 BY 1
               UNTIL OrderIdx IS GREATER THAN PickOrderCount.
           CLOSE OrderFile.

       MarkOnePickedOrder.
           IF TblOrdHasStock(OrderIdx) IS EQUAL TO 'Y' OR
               TblOrdHasDrop(OrderIdx) IS EQUAL TO 'N' THEN
               MOVE TblOrdNum(OrderIdx) TO OXOrdNum
               MOVE ZERO TO OXLineNum
               READ OrderFile
                   INVALID KEY
                       DISPLAY 'Pedido no encontrado en orders.idx: '
                           TblOrdNum(OrderIdx)
                   NOT INVALID KEY
                       PERFORM MarkHeaderPicked
               END-READ
           END-IF.

       MarkHeaderPicked.
           IF OrdHdrStatus IS EQUAL TO 'O' OR
               OrdHdrStatus IS EQUAL TO SPACE THEN
               MOVE 'P' TO OrdHdrStatus
               REWRITE OrderRecord
                   INVALID KEY
                       DISPLAY 'No se pudo regrabar el pedido: '
                           OXOrdNum
               END-REWRITE
           END-IF.

       LoadLotStock.
           OPEN INPUT LotStockFile.
           IF LotStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO LotEOF
               PERFORM LoadOneLotStock UNTIL LotEOF IS EQUAL TO 'Y'
               CLOSE LotStockFile
           ELSE IF LotStatus IS EQUAL TO "05" THEN
               CLOSE LotStockFile
           END-IF.

       LoadOneLotStock.
           READ LotStockFile
               AT END MOVE 'Y' TO LotEOF
               NOT AT END
                   IF LotCount IS LESS THAN 3000 THEN
                       ADD 1 TO LotCount
                       MOVE FUNCTION UPPER-CASE(LTLocation)
                           TO TblLotLoc(LotCount)
                       MOVE FUNCTION UPPER-CASE(LTProd)
                           TO TblLotProd(LotCount)
                       MOVE FUNCTION UPPER-CASE(LTSize)
                           TO TblLotSize(LotCount)
                       MOVE FUNCTION UPPER-CASE(LTLot)
                           TO TblLotId(LotCount)
                       MOVE LTRecvDate TO TblLotRecv(LotCount)
                       MOVE LTQty TO TblLotQty(LotCount)
                   END-IF
           END-READ.

       AllocateOneLine.
           IF TblLineKitRole(LineIdx) IS EQUAL TO 'P' THEN
               PERFORM AddAllocEntry
               MOVE 'KIT' TO TblAllocLot(AllocCount)
               MOVE TblLineQty(LineIdx) TO TblAllocQty(AllocCount)
           ELSE
               PERFORM AllocateLineLots
           END-IF.

       AllocateLineLots.
           MOVE TblLineQty(LineIdx) TO LotNeed.
           MOVE AllocCount TO AllocStart.
           MOVE ZERO TO LotFoundIdx.
           PERFORM CheckOneWholeLot
               VARYING LotIdx FROM 1 BY 1
               UNTIL LotIdx IS GREATER THAN LotCount.
           IF LotFoundIdx IS GREATER THAN ZERO THEN
               MOVE LotNeed TO LotTake
               PERFORM TakeFromLot
           ELSE
               MOVE 'N' TO LotsExhausted
               PERFORM TakeOldestLot
                   UNTIL LotNeed IS EQUAL TO ZERO OR
                       LotsExhausted IS EQUAL TO 'Y'
               IF LotNeed IS GREATER THAN ZERO THEN
                   PERFORM AddAllocEntry
                   MOVE 'SIN LOTE' TO TblAllocLot(AllocCount)
                   MOVE LotNeed TO TblAllocQty(AllocCount)
               END-IF
               IF AllocCount - AllocStart IS GREATER THAN 1 THEN
                   ADD 1 TO LinesMixed
               END-IF
           END-IF.

       CheckOneWholeLot.
           IF TblLotLoc(LotIdx) IS EQUAL TO ShipLocation AND
               TblLotProd(LotIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(TblLineProd(LineIdx)) AND
               TblLotSize(LotIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(TblLineSize(LineIdx)) AND
               TblLotQty(LotIdx) IS NOT LESS THAN LotNeed THEN
               IF LotFoundIdx IS EQUAL TO ZERO THEN
                   MOVE LotIdx TO LotFoundIdx
               ELSE IF TblLotRecv(LotIdx) IS LESS THAN
                   TblLotRecv(LotFoundIdx) THEN
                   MOVE LotIdx TO LotFoundIdx
               END-IF
           END-IF.

       TakeOldestLot.
           MOVE ZERO TO LotFoundIdx.
           PERFORM CheckOneOldestLot
               VARYING LotIdx FROM 1 BY 1
               UNTIL LotIdx IS GREATER THAN LotCount.
           IF LotFoundIdx IS EQUAL TO ZERO THEN
               MOVE 'Y' TO LotsExhausted
           ELSE
               IF TblLotQty(LotFoundIdx) IS LESS THAN LotNeed THEN
                   MOVE TblLotQty(LotFoundIdx) TO LotTake
               ELSE
                   MOVE LotNeed TO LotTake
               END-IF
               PERFORM TakeFromLot
           END-IF.

       CheckOneOldestLot.
           IF TblLotLoc(LotIdx) IS EQUAL TO ShipLocation AND
               TblLotProd(LotIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(TblLineProd(LineIdx)) AND
               TblLotSize(LotIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(TblLineSize(LineIdx)) AND
               TblLotQty(LotIdx) IS GREATER THAN ZERO THEN
               IF LotFoundIdx IS EQUAL TO ZERO THEN
                   MOVE LotIdx TO LotFoundIdx
               ELSE IF TblLotRecv(LotIdx) IS LESS THAN
                   TblLotRecv(LotFoundIdx) THEN
                   MOVE LotIdx TO LotFoundIdx
               END-IF
           END-IF.

       TakeFromLot.
           SUBTRACT LotTake FROM TblLotQty(LotFoundIdx).
           SUBTRACT LotTake FROM LotNeed.
           PERFORM AddAllocEntry.
           MOVE TblLotId(LotFoundIdx) TO TblAllocLot(AllocCount).
           MOVE LotTake TO TblAllocQty(AllocCount).

       AddAllocEntry.
           IF AllocCount IS EQUAL TO 4000 THEN
               DISPLAY 'Tabla de lotes surtidos llena (4000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO AllocCount.
           MOVE LineIdx TO TblAllocLine(AllocCount).

       SaveLotStock.
           IF LotCount IS GREATER THAN ZERO THEN
               OPEN OUTPUT LotStockFile
               PERFORM SaveOneLotStock
                   VARYING LotIdx FROM 1 BY 1
                   UNTIL LotIdx IS GREATER THAN LotCount
               CLOSE LotStockFile
           END-IF.

       SaveOneLotStock.
           IF TblLotQty(LotIdx) IS GREATER THAN ZERO THEN
               MOVE SPACE TO LotStockRecord
               MOVE TblLotLoc(LotIdx) TO LTLocation
               MOVE TblLotProd(LotIdx) TO LTProd
               MOVE TblLotSize(LotIdx) TO LTSize
               MOVE TblLotId(LotIdx) TO LTLot
               MOVE TblLotRecv(LotIdx) TO LTRecvDate
               MOVE TblLotQty(LotIdx) TO LTQty
               WRITE LotStockRecord
           END-IF.

       WritePickLots.
           OPEN EXTEND PickLotFile.
           PERFORM WriteOnePickLot
               VARYING AllocIdx FROM 1 BY 1
               UNTIL AllocIdx IS GREATER THAN AllocCount.
           CLOSE PickLotFile.

       WriteOnePickLot.
           MOVE TblAllocLine(AllocIdx) TO LineIdx.
           IF TblLineKitRole(LineIdx) IS NOT EQUAL TO 'P' THEN
               PERFORM WritePickLotLine
           END-IF.

       WritePickLotLine.
           MOVE BusinessDate TO PKDate.
           MOVE TblLineOrd(LineIdx) TO PKOrdNum.
           MOVE TblLineCust(LineIdx) TO PKCustID.
           MOVE FUNCTION UPPER-CASE(TblLineProd(LineIdx)) TO PKProd.
           MOVE FUNCTION UPPER-CASE(TblLineSize(LineIdx)) TO PKSize.
           MOVE TblAllocLot(AllocIdx) TO PKLot.
           MOVE TblAllocQty(AllocIdx) TO PKQty.
           MOVE ShipLocation TO PKLocation.
           WRITE PickLotRecord FROM PickLotLine.
