           SELECT OPTIONAL OperatorFile ASSIGN TO "./operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperStatus.
           SELECT OPTIONAL CostFile ASSIGN TO "./costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostStatus.
           SELECT OPTIONAL ApOpenFile ASSIGN TO "./ap-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApStatus.
           SELECT OPTIONAL RtvLogFile ASSIGN TO "./rtv-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RtvStatus.
           SELECT OPTIONAL MemoSeqFile ASSIGN TO "./dmseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MemoSeqStatus.
           SELECT OPTIONAL LotStockFile ASSIGN TO "./lot-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LotStatus.
           SELECT OPTIONAL LayerFile ASSIGN TO "./cost-layers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LayerStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ProductMaster.
               88 MoveIsReturn VALUE 'T'.
               88 MoveIsCorrection VALUE 'C'.
               88 MoveIsTransfer VALUE 'X'.
               88 MoveIsVendorReturn VALUE 'V'.
           02 FILLER PIC X.
           02 MoveProdName PIC X(5).
           02 FILLER PIC X.
           02 MoveLocation PIC X(3).
           02 FILLER PIC X.
           02 MoveLocTo PIC X(3).
           02 FILLER PIC X.
           02 MoveRefDate PIC X(8).
           02 FILLER PIC X.
           02 MoveLot PIC X(8).

       FD JournalFile.
       01 JournalRecord PIC X(89).

       FD PoFile.
       01 PoRecord.
           02 POField3 PIC X(5).
           02 FILLER PIC X.
           02 POField4 PIC X(8).
           02 FILLER PIC X.
           02 POField5 PIC X(6).

       FD PoCopy.
       01 PoCopyRecord PIC X(45).

       FD OperatorFile.
       01 OperatorRecord.
           02 FILLER PIC X.
           02 LSQty PIC 9(5).

       FD CostFile.
       01 CostRecord.
           02 CSFProdName PIC X(5).
           02 FILLER PIC X.
           02 CSFEffectiveDate PIC 9(8).
           02 FILLER PIC X.
           02 CSFCost PIC 9(4)V99.

       FD ApOpenFile.
       01 ApOpenRecord PIC X(85).

       FD RtvLogFile.
       01 RtvLogRecord.
           02 RVDate PIC 9(8).
           02 FILLER PIC X.
           02 RVVendor PIC X(5).
           02 FILLER PIC X.
           02 RVPONum PIC 9(6).
           02 FILLER PIC X.
           02 RVRecvDate PIC X(8).
           02 FILLER PIC X.
           02 RVProd PIC X(5).
           02 FILLER PIC X.
           02 RVSize PIC X.
           02 FILLER PIC X.
           02 RVQty PIC 9(5).
           02 FILLER PIC X.
           02 RVLocation PIC X(3).
           02 FILLER PIC X.
           02 RVReason PIC X(10).
           02 FILLER PIC X.
           02 RVUnitCost PIC 9(4)V99.
           02 FILLER PIC X.
           02 RVAmount PIC 9(7)V99.
           02 FILLER PIC X.
           02 RVMemo PIC X(12).
           02 FILLER PIC X.
           02 RVOperator PIC X(8).

       FD MemoSeqFile.
       01 MemoSeqRecord.
           02 SeqLastMemo PIC 9(6).

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

       WORKING-STORAGE SECTION.
       01 ProdStatus PIC XX.
       01 MovesStatus PIC XX.
       01 LocIdx PIC 9(3).
       01 LocFoundIdx PIC 9(3).
       01 SrcQty PIC 9(5).
       01 BusinessDate PIC 9(8).
       01 CostStatus PIC XX.
       01 CostEOF PIC X VALUE 'N'.
       01 ApStatus PIC XX.
       01 RtvStatus PIC XX.
       01 RtvEOF PIC X.
       01 MemoSeqStatus PIC XX.
       01 LastMemoNum PIC 9(6) VALUE ZERO.
       01 MemoSeqChanged PIC X VALUE 'N'.
       01 RtvLineFound PIC X.
       01 RtvVendor PIC X(5).
       01 RtvRecvd PIC 9(5).
       01 RtvPrior PIC 9(5).
       01 RtvAllowed PIC 9(5).
       01 RtvAmount PIC 9(7)V99.
       01 RtvMemoNum PIC X(12).
       01 PoCostText PIC X(6).
       01 PoCostValue REDEFINES PoCostText PIC 9(4)V99.
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
       01 LotStatus PIC XX.
       01 LotEOF PIC X.
       01 LotChanges PIC 9(4) VALUE ZERO.
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
       01 OldestIdx PIC 9(4).
       01 WorkLot PIC X(8).
       01 LotLocWanted PIC X(3).
       01 LotDestLoc PIC X(3).
       01 LotRecvWanted PIC 9(8).
       01 LotTake PIC 9(5).
       01 LotNeed PIC 9(5).
       01 LotOnHand PIC 9(7).
       01 LotsExhausted PIC X.
       01 LotOutLine.
           02 LTOutLocation PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 LTOutProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 LTOutSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 LTOutLot PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 LTOutRecvDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 LTOutQty PIC 9(5).
       01 MemoLine.
           02 DMVendor PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 DMInvNum PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 DMPONum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 DMInvDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 DMDueDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 DMTotal PIC 9(7)V99.
           02 FILLER PIC X VALUE SPACE.
           02 DMPaid PIC 9(7)V99 VALUE ZERO.
           02 FILLER PIC X VALUE SPACE.
           02 DMMatch PIC X VALUE 'D'.
           02 FILLER PIC X VALUE SPACE.
           02 DMPayStatus PIC X VALUE 'A'.
           02 FILLER PIC X VALUE SPACE.
           02 DMOperator PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DMEntryDate PIC 9(8).
       01 RtvLine.
           02 RVOutDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 RVOutVendor PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 RVOutPONum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 RVOutRecvDate PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 RVOutProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 RVOutSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 RVOutQty PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 RVOutLocation PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 RVOutReason PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 RVOutUnitCost PIC 9(4)V99.
           02 FILLER PIC X VALUE SPACE.
           02 RVOutAmount PIC 9(7)V99.
           02 FILLER PIC X VALUE SPACE.
           02 RVOutMemo PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 RVOutOperator PIC X(8).
       01 LayerStatus PIC XX.
       01 LayerEOF PIC X.
       01 LayerChanges PIC 9(4) VALUE ZERO.
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
               03 TblLayerPONum PIC X(6).
       01 LayerIdx PIC 9(4).
       01 LayerQty PIC 9(5).
       01 LayerNeed PIC 9(5).
       01 LayerTake PIC 9(5).
       01 LayerCost PIC 9(4)V99.
       01 ReceiptCost PIC 9(4)V99.
       01 LayerOutLine.
           02 CLOutProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 CLOutSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CLOutRecvDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 CLOutQty PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CLOutUnitCost PIC 9(4)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CLOutPONum PIC X(6).
       01 LocOutLine.
           02 LSOutLocation PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 JrnOperator PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 JrnLocation PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 JrnPONum PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 JrnLot PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 JrnUnitCost PIC 9(4)V99.

       PROCEDURE DIVISION.

               MOVE FUNCTION UPPER-CASE(ParmValue(1:3))
                   TO ShipLocation
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadOperators.
           PERFORM LoadCostTable.
           PERFORM ReadMemoSeq.
           PERFORM LoadLocStock.
           PERFORM LoadLotStock.
           PERFORM LoadCostLayers.
           OPEN I-O ProductMaster.
           IF ProdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir prodmaster.idx: ' ProdStatus
           IF LocChanges IS GREATER THAN ZERO THEN
               PERFORM SaveLocStock
           END-IF.
           IF MemoSeqChanged IS EQUAL TO 'Y' THEN
               PERFORM WriteMemoSeq
           END-IF.
           IF LotChanges IS GREATER THAN ZERO THEN
               PERFORM SaveLotStock
           END-IF.
           IF LayerChanges IS GREATER THAN ZERO THEN
               PERFORM SaveCostLayers
           END-IF.
           DISPLAY ' '
           DISPLAY 'Movimientos aplicados:  ' MovesApplied.
           DISPLAY 'Movimientos rechazados: ' MovesRejected.
           END-IF.

       ApplyVerifiedMove.
           MOVE ZERO TO ReceiptCost.
           MOVE ZERO TO LayerCost.
           IF MoveLocation IS EQUAL TO SPACE THEN
               MOVE ShipLocation TO WorkLocation
           ELSE
           ELSE IF MoveQty IS NOT NUMERIC THEN
               ADD 1 TO MovesRejected
               DISPLAY 'Cantidad invalida: ' MoveProdName
           ELSE IF MoveIsReceipt AND MoveLot IS EQUAL TO SPACE THEN
               ADD 1 TO MovesRejected
               DISPLAY 'Recepcion sin lote: ' MoveProdName ' '
                   MoveSize
           ELSE IF MoveIsTransfer THEN
               PERFORM ApplyTransfer
           ELSE IF MoveIsVendorReturn THEN
               PERFORM ApplyVendorReturn
           ELSE IF WorkLocation IS NOT EQUAL TO ShipLocation THEN
               PERFORM ApplyRemoteMove
           ELSE
                           PERFORM RelievePoLine
                       END-IF
                       PERFORM RewriteProduct
                       PERFORM PostLotMove
                       PERFORM WriteJournalEntry
                       ADD 1 TO MovesApplied
                   WHEN MoveIsReturn
                       ADD MoveQty TO PMSizeQty(SizeFoundIdx)
                       PERFORM RewriteProduct
                       PERFORM PostLotMove
                       PERFORM WriteJournalEntry
                       ADD 1 TO MovesApplied
                   WHEN MoveIsCorrection
                       MOVE MoveQty TO PMSizeQty(SizeFoundIdx)
                       PERFORM RewriteProduct
                       PERFORM PostLotMove
                       PERFORM WriteJournalEntry
                       ADD 1 TO MovesApplied
                   WHEN OTHER
                       FUNCTION UPPER-CASE(POField2(1:1)) IS EQUAL
                           TO FUNCTION UPPER-CASE(MoveSize) THEN
                       MOVE 'Y' TO PoLineDone
                       MOVE POField5 TO PoCostText
                       IF PoCostText IS NUMERIC THEN
                           MOVE PoCostValue TO ReceiptCost
                       END-IF
                       MOVE POField2(3:5) TO PoLineQty
                       MOVE POField3 TO PoLineRecvd
                       ADD MoveQty TO PoLineRecvd
           MOVE MoveReason TO JrnReason.
           MOVE MoveOperator TO JrnOperator.
           MOVE WorkLocation TO JrnLocation.
           MOVE MovePONum TO JrnPONum.
           MOVE FUNCTION UPPER-CASE(MoveLot) TO JrnLot.
           MOVE LayerCost TO JrnUnitCost.
           WRITE JournalRecord FROM JournalLine.

       LoadOperators.
                   END-IF
                   ADD 1 TO MovesApplied
                   ADD 1 TO LocChanges
                   PERFORM PostLotMove
                   PERFORM WriteRemoteJournal
               WHEN MoveIsReturn
                   ADD MoveQty TO TblLocQty(LocFoundIdx)
                   ADD 1 TO MovesApplied
                   ADD 1 TO LocChanges
                   PERFORM PostLotMove
                   PERFORM WriteRemoteJournal
               WHEN MoveIsCorrection
                   MOVE MoveQty TO TblLocQty(LocFoundIdx)
                   ADD 1 TO MovesApplied
                   ADD 1 TO LocChanges
                   PERFORM PostLotMove
                   PERFORM WriteRemoteJournal
               WHEN OTHER
                   ADD 1 TO MovesRejected
           MOVE MoveReason TO JrnReason.
           MOVE MoveOperator TO JrnOperator.
           MOVE WorkLocation TO JrnLocation.
           MOVE MovePONum TO JrnPONum.
           MOVE FUNCTION UPPER-CASE(MoveLot) TO JrnLot.
           MOVE LayerCost TO JrnUnitCost.
           WRITE JournalRecord FROM JournalLine.

       ApplyTransfer.
           ELSE
               MOVE FUNCTION UPPER-CASE(MoveLocTo) TO WorkLocTo
               PERFORM GetSourceQty
               PERFORM GetNamedLotQty
               IF SrcQty IS LESS THAN MoveQty THEN
                   ADD 1 TO MovesRejected
                   DISPLAY 'Traslado sin existencia en '
                       WorkLocation ': ' MoveProdName ' ' MoveSize
               ELSE IF LotOnHand IS LESS THAN MoveQty THEN
                   ADD 1 TO MovesRejected
                   DISPLAY 'Lote sin existencia en ' WorkLocation
                       ': ' MoveLot
               ELSE
                   PERFORM TakeFromSource
                   PERFORM AddToDestination
                   ADD 1 TO MovesApplied
                   PERFORM PostLotMove
                   PERFORM WriteTransferJournal
               END-IF
           END-IF.
           END-STRING.
           MOVE MoveOperator TO JrnOperator.
           MOVE WorkLocation TO JrnLocation.
           MOVE MovePONum TO JrnPONum.
           MOVE FUNCTION UPPER-CASE(MoveLot) TO JrnLot.
           MOVE LayerCost TO JrnUnitCost.
           WRITE JournalRecord FROM JournalLine.


       ApplyVendorReturn.
           IF MovePONum IS NOT NUMERIC THEN
               ADD 1 TO MovesRejected
               DISPLAY 'Devolucion a proveedor sin OC: ' MoveProdName
                   ' ' MoveSize
           ELSE IF MoveRefDate IS NOT EQUAL TO SPACE AND
               MoveRefDate IS NOT NUMERIC THEN
               ADD 1 TO MovesRejected
               DISPLAY 'Fecha de recepcion invalida: ' MoveRefDate
           ELSE
               MOVE MovePONum TO WantedPoNum
               PERFORM FindRtvPoLine
               IF RtvLineFound IS EQUAL TO 'N' THEN
                   ADD 1 TO MovesRejected
                   DISPLAY 'Devolucion sin linea de OC: ' WantedPoNum
                       ' ' MoveProdName ' ' MoveSize
               ELSE
                   PERFORM SumPriorReturns
                   MOVE ZERO TO RtvAllowed
                   IF RtvRecvd IS GREATER THAN RtvPrior THEN
                       COMPUTE RtvAllowed = RtvRecvd - RtvPrior
                   END-IF
                   IF MoveQty IS GREATER THAN RtvAllowed THEN
                       ADD 1 TO MovesRejected
                       DISPLAY 'Devolucion mayor a lo recibido en OC '
                           WantedPoNum ' ' MoveProdName ' ' MoveSize
                           ', maximo ' RtvAllowed
                   ELSE
                       PERFORM ReturnToVendor
                   END-IF
               END-IF
           END-IF.

       ReturnToVendor.
           PERFORM GetSourceQty.
           PERFORM GetNamedLotQty.
           IF SrcQty IS LESS THAN MoveQty THEN
               ADD 1 TO MovesRejected
               DISPLAY 'Devolucion sin existencia en '
                   WorkLocation ': ' MoveProdName ' ' MoveSize
           ELSE IF LotOnHand IS LESS THAN MoveQty THEN
               ADD 1 TO MovesRejected
               DISPLAY 'Lote sin existencia en ' WorkLocation
                   ': ' MoveLot
           ELSE
               PERFORM TakeFromSource
               ADD 1 TO MovesApplied
               PERFORM PostLotMove
               PERFORM WriteVendorReturnJournal
               COMPUTE RtvAmount ROUNDED = MoveQty * UnitCost
               PERFORM PostDebitMemo
               PERFORM WriteRtvLog
           END-IF.

       FindRtvPoLine.
           MOVE 'N' TO RtvLineFound.
           MOVE SPACE TO RtvVendor.
           MOVE ZERO TO RtvRecvd.
           MOVE ZERO TO UnitCost.
           OPEN INPUT PoFile.
           IF PoStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO PoEOF
               PERFORM CheckOneRtvPoRec UNTIL PoEOF IS EQUAL TO 'Y'
               CLOSE PoFile
           ELSE IF PoStatus IS EQUAL TO "05" THEN
               CLOSE PoFile
           END-IF.
           IF RtvLineFound IS EQUAL TO 'Y' AND
               UnitCost IS EQUAL TO ZERO THEN
               PERFORM LookupCost
           END-IF.

       CheckOneRtvPoRec.
           READ PoFile
               AT END MOVE 'Y' TO PoEOF
               NOT AT END
                   IF PORecType IS EQUAL TO 'H' AND
                       PONum IS EQUAL TO WantedPoNum THEN
                       MOVE FUNCTION UPPER-CASE(POField1) TO RtvVendor
                   ELSE IF PORecType IS EQUAL TO 'L' AND
                       PONum IS EQUAL TO WantedPoNum AND
                       RtvLineFound IS EQUAL TO 'N' AND
                       FUNCTION UPPER-CASE(POField1) IS EQUAL TO
                           FUNCTION UPPER-CASE(MoveProdName) AND
                       FUNCTION UPPER-CASE(POField2(1:1)) IS EQUAL
                           TO FUNCTION UPPER-CASE(MoveSize) THEN
                       MOVE 'Y' TO RtvLineFound
                       MOVE POField3 TO RtvRecvd
                       MOVE POField5 TO PoCostText
                       IF PoCostText IS NUMERIC THEN
                           MOVE PoCostValue TO UnitCost
                       END-IF
                   END-IF
           END-READ.

       SumPriorReturns.
           MOVE ZERO TO RtvPrior.
           OPEN INPUT RtvLogFile.
           IF RtvStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO RtvEOF
               PERFORM AddOnePriorReturn UNTIL RtvEOF IS EQUAL TO 'Y'
               CLOSE RtvLogFile
           ELSE IF RtvStatus IS EQUAL TO "05" THEN
               CLOSE RtvLogFile
           END-IF.

       AddOnePriorReturn.
           READ RtvLogFile
               AT END MOVE 'Y' TO RtvEOF
               NOT AT END
                   IF RVPONum IS EQUAL TO WantedPoNum AND
                       RVProd IS EQUAL TO
                           FUNCTION UPPER-CASE(MoveProdName) AND
                       RVSize IS EQUAL TO
                           FUNCTION UPPER-CASE(MoveSize) THEN
                       ADD RVQty TO RtvPrior
                   END-IF
           END-READ.

       WriteVendorReturnJournal.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnTimestamp.
           MOVE MoveType TO JrnType.
           MOVE FUNCTION UPPER-CASE(MoveProdName) TO JrnProdName.
           MOVE FUNCTION UPPER-CASE(MoveSize) TO JrnSize.
           MOVE QtyBefore TO JrnQtyBefore.
           MOVE MoveQty TO JrnQtyMoved.
           COMPUTE JrnQtyAfter = QtyBefore - MoveQty.
           MOVE MoveReason TO JrnReason.
           MOVE MoveOperator TO JrnOperator.
           MOVE WorkLocation TO JrnLocation.
           MOVE MovePONum TO JrnPONum.
           MOVE FUNCTION UPPER-CASE(MoveLot) TO JrnLot.
           MOVE LayerCost TO JrnUnitCost.
           WRITE JournalRecord FROM JournalLine.

       PostDebitMemo.
           ADD 1 TO LastMemoNum.
           MOVE 'Y' TO MemoSeqChanged.
           MOVE SPACE TO RtvMemoNum.
           STRING 'ND' DELIMITED BY SIZE
               LastMemoNum DELIMITED BY SIZE
               INTO RtvMemoNum
           END-STRING.
           MOVE RtvVendor TO DMVendor.
           MOVE RtvMemoNum TO DMInvNum.
           MOVE WantedPoNum TO DMPONum.
           MOVE BusinessDate TO DMInvDate.
           MOVE BusinessDate TO DMDueDate.
           MOVE RtvAmount TO DMTotal.
           MOVE MoveOperator TO DMOperator.
           MOVE BusinessDate TO DMEntryDate.
           OPEN EXTEND ApOpenFile.
           WRITE ApOpenRecord FROM MemoLine.
           CLOSE ApOpenFile.
           DISPLAY 'Nota de debito ' RtvMemoNum ' proveedor '
               RtvVendor ' importe ' RtvAmount.

       WriteRtvLog.
           MOVE BusinessDate TO RVOutDate.
           MOVE RtvVendor TO RVOutVendor.
           MOVE WantedPoNum TO RVOutPONum.
           MOVE MoveRefDate TO RVOutRecvDate.
           MOVE FUNCTION UPPER-CASE(MoveProdName) TO RVOutProd.
           MOVE FUNCTION UPPER-CASE(MoveSize) TO RVOutSize.
           MOVE MoveQty TO RVOutQty.
           MOVE WorkLocation TO RVOutLocation.
           MOVE FUNCTION UPPER-CASE(MoveReason) TO RVOutReason.
           MOVE UnitCost TO RVOutUnitCost.
           MOVE RtvAmount TO RVOutAmount.
           MOVE RtvMemoNum TO RVOutMemo.
           MOVE MoveOperator TO RVOutOperator.
           OPEN EXTEND RtvLogFile.
           WRITE RtvLogRecord FROM RtvLine.
           CLOSE RtvLogFile.

       ReadMemoSeq.
           OPEN INPUT MemoSeqFile.
           IF MemoSeqStatus IS EQUAL TO "00" THEN
               READ MemoSeqFile
                   AT END CONTINUE
                   NOT AT END MOVE SeqLastMemo TO LastMemoNum
               END-READ
               CLOSE MemoSeqFile
           ELSE IF MemoSeqStatus IS EQUAL TO "05" THEN
               CLOSE MemoSeqFile
           END-IF.

       WriteMemoSeq.
           OPEN OUTPUT MemoSeqFile.
           MOVE LastMemoNum TO SeqLastMemo.
           WRITE MemoSeqRecord.
           CLOSE MemoSeqFile.

       LoadCostTable.
           OPEN INPUT CostFile.
           IF CostStatus IS EQUAL TO "00" THEN
               PERFORM LoadOneCost UNTIL CostEOF IS EQUAL TO 'Y'
               CLOSE CostFile
           ELSE IF CostStatus IS EQUAL TO "05" THEN
               CLOSE CostFile
           END-IF.

       LoadOneCost.
           READ CostFile
               AT END MOVE 'Y' TO CostEOF
               NOT AT END
                   IF CostCount IS LESS THAN 99 THEN
                       ADD 1 TO CostCount
                       MOVE CSFProdName TO CSProdName(CostCount)
                       MOVE CSFEffectiveDate TO
                           CSEffectiveDate(CostCount)
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
               FUNCTION UPPER-CASE(MoveProdName) AND
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

       PostLotMove.
           MOVE FUNCTION UPPER-CASE(MoveLot) TO WorkLot.
           MOVE WorkLocation TO LotLocWanted.
           MOVE SPACE TO LotDestLoc.
           MOVE BusinessDate TO LotRecvWanted.
           EVALUATE TRUE
               WHEN MoveIsReceipt
                   MOVE MoveQty TO LotTake
                   PERFORM AddToLot
               WHEN MoveIsReturn
                   IF WorkLot IS EQUAL TO SPACE THEN
                       MOVE 'SINLOTE' TO WorkLot
                   END-IF
                   MOVE MoveQty TO LotTake
                   PERFORM AddToLot
               WHEN MoveIsCorrection
                   IF MoveQty IS GREATER THAN QtyBefore THEN
                       IF WorkLot IS EQUAL TO SPACE THEN
                           MOVE 'SINLOTE' TO WorkLot
                       END-IF
                       COMPUTE LotTake = MoveQty - QtyBefore
                       PERFORM AddToLot
                   ELSE
                       COMPUTE LotNeed = QtyBefore - MoveQty
                       PERFORM ConsumeLots
                   END-IF
               WHEN MoveIsTransfer
                   MOVE WorkLocTo TO LotDestLoc
                   MOVE MoveQty TO LotNeed
                   PERFORM ConsumeLots
               WHEN MoveIsVendorReturn
                   MOVE MoveQty TO LotNeed
                   PERFORM ConsumeLots
           END-EVALUATE.
           ADD 1 TO LotChanges.
           PERFORM PostCostLayer.

       GetNamedLotQty.
           MOVE 99999 TO LotOnHand.
           IF MoveLot IS NOT EQUAL TO SPACE THEN
               MOVE ZERO TO LotOnHand
               MOVE FUNCTION UPPER-CASE(MoveLot) TO WorkLot
               PERFORM AddOneNamedLot
                   VARYING LotIdx FROM 1 BY 1
                   UNTIL LotIdx IS GREATER THAN LotCount
           END-IF.

       AddOneNamedLot.
           IF TblLotLoc(LotIdx) IS EQUAL TO WorkLocation AND
               TblLotProd(LotIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(MoveProdName) AND
               TblLotSize(LotIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(MoveSize) AND
               TblLotId(LotIdx) IS EQUAL TO WorkLot THEN
               ADD TblLotQty(LotIdx) TO LotOnHand
           END-IF.

       AddToLot.
           PERFORM FindLotEntry.
           ADD LotTake TO TblLotQty(LotFoundIdx).

       FindLotEntry.
           MOVE ZERO TO LotFoundIdx.
           PERFORM FindOneLotEntry
               VARYING LotIdx FROM 1 BY 1
               UNTIL LotIdx IS GREATER THAN LotCount.
           IF LotFoundIdx IS EQUAL TO ZERO THEN
               IF LotCount IS EQUAL TO 3000 THEN
                   DISPLAY 'Tabla de lotes llena (3000).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LotCount
               MOVE LotLocWanted TO TblLotLoc(LotCount)
               MOVE FUNCTION UPPER-CASE(MoveProdName)
                   TO TblLotProd(LotCount)
               MOVE FUNCTION UPPER-CASE(MoveSize)
                   TO TblLotSize(LotCount)
               MOVE WorkLot TO TblLotId(LotCount)
               MOVE LotRecvWanted TO TblLotRecv(LotCount)
               MOVE ZERO TO TblLotQty(LotCount)
               MOVE LotCount TO LotFoundIdx
           END-IF.

       FindOneLotEntry.
           IF TblLotLoc(LotIdx) IS EQUAL TO LotLocWanted AND
               TblLotProd(LotIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(MoveProdName) AND
               TblLotSize(LotIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(MoveSize) AND
               TblLotId(LotIdx) IS EQUAL TO WorkLot AND
               LotFoundIdx IS EQUAL TO ZERO THEN
               MOVE LotIdx TO LotFoundIdx
           END-IF.

       ConsumeLots.
           MOVE 'N' TO LotsExhausted.
           PERFORM ConsumeOldestLot
               UNTIL LotNeed IS EQUAL TO ZERO OR
                   LotsExhausted IS EQUAL TO 'Y'.

       ConsumeOldestLot.
           MOVE ZERO TO OldestIdx.
           PERFORM CheckOneOldestLot
               VARYING LotIdx FROM 1 BY 1
               UNTIL LotIdx IS GREATER THAN LotCount.
           IF OldestIdx IS EQUAL TO ZERO THEN
               MOVE 'Y' TO LotsExhausted
           ELSE
               IF TblLotQty(OldestIdx) IS LESS THAN LotNeed THEN
                   MOVE TblLotQty(OldestIdx) TO LotTake
               ELSE
                   MOVE LotNeed TO LotTake
               END-IF
               SUBTRACT LotTake FROM TblLotQty(OldestIdx)
               SUBTRACT LotTake FROM LotNeed
               IF LotDestLoc IS NOT EQUAL TO SPACE THEN
                   MOVE LotDestLoc TO LotLocWanted
                   MOVE TblLotId(OldestIdx) TO WorkLot
                   MOVE TblLotRecv(OldestIdx) TO LotRecvWanted
                   PERFORM AddToLot
                   MOVE WorkLocation TO LotLocWanted
                   MOVE FUNCTION UPPER-CASE(MoveLot) TO WorkLot
               END-IF
           END-IF.

       CheckOneOldestLot.
           IF TblLotLoc(LotIdx) IS EQUAL TO LotLocWanted AND
               TblLotProd(LotIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(MoveProdName) AND
               TblLotSize(LotIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(MoveSize) AND
               TblLotQty(LotIdx) IS GREATER THAN ZERO AND
               (WorkLot IS EQUAL TO SPACE OR
                TblLotId(LotIdx) IS EQUAL TO WorkLot) THEN
               IF OldestIdx IS EQUAL TO ZERO THEN
                   MOVE LotIdx TO OldestIdx
               ELSE IF TblLotRecv(LotIdx) IS LESS THAN
                   TblLotRecv(OldestIdx) THEN
                   MOVE LotIdx TO OldestIdx
               END-IF
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

       SaveLotStock.
           OPEN OUTPUT LotStockFile.
           PERFORM SaveOneLotStock
               VARYING LotIdx FROM 1 BY 1
               UNTIL LotIdx IS GREATER THAN LotCount.
           CLOSE LotStockFile.

       SaveOneLotStock.
           IF TblLotQty(LotIdx) IS GREATER THAN ZERO THEN
               MOVE TblLotLoc(LotIdx) TO LTOutLocation
               MOVE TblLotProd(LotIdx) TO LTOutProd
               MOVE TblLotSize(LotIdx) TO LTOutSize
               MOVE TblLotId(LotIdx) TO LTOutLot
               MOVE TblLotRecv(LotIdx) TO LTOutRecvDate
               MOVE TblLotQty(LotIdx) TO LTOutQty
               WRITE LotStockRecord FROM LotOutLine
           END-IF.

       PostCostLayer.
           EVALUATE TRUE
               WHEN MoveIsReceipt
                   IF ReceiptCost IS EQUAL TO ZERO THEN
                       PERFORM LookupCost
                       MOVE UnitCost TO ReceiptCost
                   END-IF
                   MOVE ReceiptCost TO LayerCost
                   MOVE MoveQty TO LayerQty
                   PERFORM AddCostLayer
               WHEN MoveIsReturn
                   PERFORM LookupCost
                   MOVE UnitCost TO LayerCost
                   MOVE MoveQty TO LayerQty
                   PERFORM AddCostLayer
               WHEN MoveIsCorrection
                   IF MoveQty IS GREATER THAN QtyBefore THEN
                       PERFORM LookupCost
                       MOVE UnitCost TO LayerCost
                       COMPUTE LayerQty = MoveQty - QtyBefore
                       PERFORM AddCostLayer
                   ELSE
                       COMPUTE LayerNeed = QtyBefore - MoveQty
                       PERFORM ConsumeCostLayers
                   END-IF
               WHEN MoveIsVendorReturn
                   MOVE MoveQty TO LayerNeed
                   PERFORM ConsumeCostLayers
           END-EVALUATE.

       AddCostLayer.
           IF LayerQty IS GREATER THAN ZERO THEN
               IF LayerCount IS EQUAL TO 3000 THEN
                   DISPLAY 'Tabla de capas de costo llena (3000).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LayerCount
               MOVE FUNCTION UPPER-CASE(MoveProdName)
                   TO TblLayerProd(LayerCount)
               MOVE FUNCTION UPPER-CASE(MoveSize)
                   TO TblLayerSize(LayerCount)
               MOVE BusinessDate TO TblLayerRecv(LayerCount)
               MOVE LayerQty TO TblLayerQty(LayerCount)
               MOVE LayerCost TO TblLayerCost(LayerCount)
               MOVE MovePONum TO TblLayerPONum(LayerCount)
               ADD 1 TO LayerChanges
           END-IF.

       ConsumeCostLayers.
           PERFORM ConsumeOneCostLayer
               VARYING LayerIdx FROM 1 BY 1
               UNTIL LayerIdx IS GREATER THAN LayerCount OR
                   LayerNeed IS EQUAL TO ZERO.
           ADD 1 TO LayerChanges.

       ConsumeOneCostLayer.
           IF TblLayerProd(LayerIdx) IS EQUAL TO
               FUNCTION UPPER-CASE(MoveProdName) AND
               TblLayerSize(LayerIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(MoveSize) AND
               TblLayerQty(LayerIdx) IS GREATER THAN ZERO THEN
               IF TblLayerQty(LayerIdx) IS LESS THAN LayerNeed THEN
                   MOVE TblLayerQty(LayerIdx) TO LayerTake
               ELSE
                   MOVE LayerNeed TO LayerTake
               END-IF
               SUBTRACT LayerTake FROM TblLayerQty(LayerIdx)
               SUBTRACT LayerTake FROM LayerNeed
           END-IF.

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
                       MOVE CLRecvDate TO TblLayerRecv(LayerCount)
                       MOVE CLQty TO TblLayerQty(LayerCount)
                       MOVE CLUnitCost TO TblLayerCost(LayerCount)
                       MOVE CLPONum TO TblLayerPONum(LayerCount)
                   END-IF
           END-READ.

       SaveCostLayers.
           OPEN OUTPUT LayerFile.
           PERFORM SaveOneCostLayer
               VARYING LayerIdx FROM 1 BY 1
               UNTIL LayerIdx IS GREATER THAN LayerCount.
           CLOSE LayerFile.

       SaveOneCostLayer.
           IF TblLayerQty(LayerIdx) IS GREATER THAN ZERO THEN
               MOVE TblLayerProd(LayerIdx) TO CLOutProd
               MOVE TblLayerSize(LayerIdx) TO CLOutSize
               MOVE TblLayerRecv(LayerIdx) TO CLOutRecvDate
               MOVE TblLayerQty(LayerIdx) TO CLOutQty
               MOVE TblLayerCost(LayerIdx) TO CLOutUnitCost
               MOVE TblLayerPONum(LayerIdx) TO CLOutPONum
               WRITE LayerRecord FROM LayerOutLine
           END-IF.
