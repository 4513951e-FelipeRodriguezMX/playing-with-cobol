       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT ProductMaster ASSIGN TO "./prodmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       FD ProductMaster.
       01 ProductMasterRecord.
       01 ProdStatus PIC XX.
       01 JrnStatus PIC XX.
       01 OrdEOF PIC X.
       01 ProdEOF PIC X VALUE 'N'.
       01 ProdCount PIC 9(3) VALUE ZERO.
       01 ProdTable.
       01 QtyDelta PIC 9(3).
       01 ConfirmKey PIC X.
       01 OMHeaderRec PIC X(40).
       01 OMOrdCust PIC X(5).
       01 OMLineNum PIC 9(3).
       01 OMLineCount PIC 9(2) VALUE ZERO.
       01 OMLineTable.
           02 OMLineEntry
               03 OMLProd PIC X(5).
               03 OMLSize PIC A.
               03 OMLQty PIC 9(3).
               03 OMLKitRole PIC X.
               03 OMLKitProd PIC X(5).
               03 OMLDrop PIC X(8).
       01 OMLineIdx PIC 9(2).
       01 ChangeLine.
           02 ChgTimestamp PIC X(14).
           02 PrnSize PIC A.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnQty PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnKitNote PIC X(17).

       PROCEDURE DIVISION.

           MOVE ZERO TO OMLineCount.
           OPEN INPUT OrderFile.
           IF OrdStatus IS EQUAL TO "00" THEN
               MOVE WantedOrdNum TO OXOrdNum
               MOVE ZERO TO OXLineNum
               MOVE 'N' TO OrdEOF
               START OrderFile KEY IS NOT LESS THAN OXKey
                   INVALID KEY MOVE 'Y' TO OrdEOF
               END-START
               PERFORM LoadOneOrderRec UNTIL OrdEOF IS EQUAL TO 'Y'
               CLOSE OrderFile
           ELSE
               DISPLAY 'No existe orders.idx.'
           END-IF.

       LoadOneOrderRec.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   IF OXOrdNum IS NOT EQUAL TO WantedOrdNum THEN
                       MOVE 'Y' TO OrdEOF
                   ELSE IF OrdRecType IS EQUAL TO 'H' THEN
                       MOVE 'Y' TO OrderFound
                       MOVE OXImage TO OMHeaderRec
                       MOVE OXCustID TO OMOrdCust
                   ELSE IF OrdRecType IS EQUAL TO 'L' THEN
                       ADD 1 TO OMLineCount
                       MOVE OrdField1(1:5)
                           TO OMLProd(OMLineCount)
                       MOVE OrdField1(7:1)
                           TO OMLSize(OMLineCount)
                       MOVE OrdField2(1:3) TO OMLQty(OMLineCount)
                       MOVE SPACE TO OMLKitRole(OMLineCount)
                       MOVE SPACE TO OMLKitProd(OMLineCount)
                       MOVE OXImage(22:8)
                           TO OMLDrop(OMLineCount)
                   ELSE IF OrdRecType IS EQUAL TO 'K' AND
                       OMLineCount IS GREATER THAN ZERO THEN
                       MOVE 'P' TO OMLKitRole(OMLineCount)
                       ADD 1 TO OMLineCount
                       MOVE OrdField1(1:5)
                           TO OMLProd(OMLineCount)
                       MOVE OrdField1(7:1)
                           TO OMLSize(OMLineCount)
                       MOVE OrdField2(1:3) TO OMLQty(OMLineCount)
                       MOVE 'C' TO OMLKitRole(OMLineCount)
                       MOVE OXImage(22:5)
                           TO OMLKitProd(OMLineCount)
                       MOVE SPACE TO OMLDrop(OMLineCount)
                   END-IF
           END-READ.

           MOVE OMLProd(OMLineIdx) TO PrnProd.
           MOVE OMLSize(OMLineIdx) TO PrnSize.
           MOVE OMLQty(OMLineIdx) TO PrnQty.
           IF OMLKitRole(OMLineIdx) IS EQUAL TO 'P' THEN
               MOVE 'kit' TO PrnKitNote
           ELSE IF OMLKitRole(OMLineIdx) IS EQUAL TO 'C' THEN
               MOVE 'de kit ' TO PrnKitNote
               MOVE OMLKitProd(OMLineIdx) TO PrnKitNote(8:5)
           ELSE IF OMLDrop(OMLineIdx)(3:6) IS NOT EQUAL TO SPACE THEN
               MOVE 'directo OC ' TO PrnKitNote
               MOVE OMLDrop(OMLineIdx)(3:6) TO PrnKitNote(12:6)
           ELSE IF OMLDrop(OMLineIdx) IS NOT EQUAL TO SPACE THEN
               MOVE 'directo' TO PrnKitNote
           ELSE
               MOVE SPACE TO PrnKitNote
           END-IF.
           DISPLAY LineListLine.

       ChangeLineQty.
           IF PickLine IS EQUAL TO ZERO OR
               PickLine IS GREATER THAN OMLineCount THEN
               DISPLAY 'Numero invalido.'
           ELSE IF OMLKitRole(PickLine) IS NOT EQUAL TO SPACE THEN
               DISPLAY 'Linea de kit, cancelar el pedido y capturarlo '
                   'de nuevo.'
           ELSE IF OMLDrop(PickLine)(3:6) IS NOT EQUAL TO SPACE THEN
               DISPLAY 'Linea directa con OC ' OMLDrop(PickLine)(3:6)
                   ', cambiarla con el proveedor.'
           ELSE
               DISPLAY 'Nueva cantidad (0=cancelar linea):'
                   WITH NO ADVANCING
               END-IF
               PERFORM WriteLineChange
               DISPLAY 'Linea actualizada.'
           ELSE IF OMLDrop(PickLine) IS NOT EQUAL TO SPACE THEN
               MOVE NewQty TO OMLQty(PickLine)
               MOVE 'Y' TO OrderChanged
               MOVE 'CAMBIO' TO ChgAction
               PERFORM WriteLineChange
               DISPLAY 'Linea actualizada.'
           ELSE
               COMPUTE QtyDelta = NewQty - OldQty
               PERFORM TakeLineStock
           MOVE OMLProd(PickLine) TO PrnProd.
           PERFORM FindLineProduct.
           IF ProdFoundIdx IS GREATER THAN ZERO AND
               SizeFoundIdx IS GREATER THAN ZERO AND
               OMLDrop(PickLine) IS EQUAL TO SPACE THEN
               ADD QtyDelta
                   TO TblSizeQty(ProdFoundIdx, SizeFoundIdx)
               ADD 1 TO StockChanged

       ReturnAllLineStock.
           MOVE OMLQty(PickLine) TO QtyDelta.
           IF QtyDelta IS GREATER THAN ZERO AND
               OMLKitRole(PickLine) IS NOT EQUAL TO 'P' THEN
               PERFORM ReturnLineStock
           END-IF.
           IF OMLDrop(PickLine)(3:6) IS NOT EQUAL TO SPACE THEN
               DISPLAY 'Cerrar OC directa ' OMLDrop(PickLine)(3:6)
                   ' en POENTRY y avisar al proveedor.'
           END-IF.

       RewriteOrderFile.
           MOVE 'N' TO OrderWritten.
           OPEN I-O OrderFile.
           MOVE WantedOrdNum TO OXOrdNum.
           MOVE ZERO TO OXLineNum.
           READ OrderFile
               INVALID KEY
                   DISPLAY 'Pedido no encontrado en orders.idx: '
                       WantedOrdNum
               NOT INVALID KEY
                   PERFORM RewriteWantedOrder
           END-READ.
           CLOSE OrderFile.

       RewriteWantedOrder.
           MOVE OMHeaderRec TO OXImage.
           REWRITE OrderRecord
               INVALID KEY
                   DISPLAY 'No se pudo regrabar el pedido: '
                       WantedOrdNum
           END-REWRITE.
           PERFORM DeleteOrderLines.
           PERFORM WriteChangedLines.
           MOVE 'Y' TO OrderWritten.

       DeleteOrderLines.
           MOVE WantedOrdNum TO OXOrdNum.
           MOVE 1 TO OXLineNum.
           MOVE 'N' TO OrdEOF.
           START OrderFile KEY IS NOT LESS THAN OXKey
               INVALID KEY MOVE 'Y' TO OrdEOF
           END-START.
           PERFORM DeleteOneOrderLine UNTIL OrdEOF IS EQUAL TO 'Y'.

       DeleteOneOrderLine.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   IF OXOrdNum IS NOT EQUAL TO WantedOrdNum THEN
                       MOVE 'Y' TO OrdEOF
                   ELSE
                       DELETE OrderFile RECORD
                           INVALID KEY
                               DISPLAY 'No se pudo borrar la linea: '
                                   OXOrdNum '-' OXLineNum
                       END-DELETE
                   END-IF
           END-READ.

       WriteChangedLines.
           MOVE ZERO TO OMLineNum.
           PERFORM WriteOneChangedLine
               VARYING OMLineIdx FROM 1 BY 1
               UNTIL OMLineIdx IS GREATER THAN OMLineCount.
       WriteOneChangedLine.
           IF OMLQty(OMLineIdx) IS GREATER THAN ZERO AND
               OMHeaderRec(28:1) IS NOT EQUAL TO 'C' THEN
               MOVE SPACE TO OXImage
               STRING 'L ' DELIMITED BY SIZE
                   WantedOrdNum DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   OMLSize(OMLineIdx) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   OMLQty(OMLineIdx) DELIMITED BY SIZE
                   INTO OXImage
               END-STRING
               IF OMLKitRole(OMLineIdx) IS EQUAL TO 'C' THEN
                   MOVE 'K' TO OXImage(1:1)
                   MOVE OMLKitProd(OMLineIdx) TO OXImage(22:5)
               ELSE
                   MOVE OMLDrop(OMLineIdx) TO OXImage(22:8)
               END-IF
               ADD 1 TO OMLineNum
               MOVE WantedOrdNum TO OXOrdNum
               MOVE OMLineNum TO OXLineNum
               MOVE OMOrdCust TO OXCustID
               WRITE OrderRecord
                   INVALID KEY
                       DISPLAY 'Registro duplicado en orders.idx: '
                           OXOrdNum '-' OXLineNum
               END-WRITE
           END-IF.

       LoadProductMaster.
           OPEN INPUT ProductMaster.
           IF ProdStatus IS EQUAL TO "00" THEN
