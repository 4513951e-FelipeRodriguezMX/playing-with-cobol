       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT OPTIONAL InvJournalFile ASSIGN TO "./inv-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvJrnStatus.
           SELECT OPTIONAL PickLotFile ASSIGN TO "./pick-lots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PickLotStatus.
           SELECT OPTIONAL SalesLinesFile ASSIGN TO "./sales-lines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinesStatus.
           SELECT OPTIONAL LotStockFile ASSIGN TO "./lot-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LotStatus.
           SELECT TraceReport ASSIGN TO "./LotTrace.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerIndexFile.
       01 IndexCustomerData.
           02 IDXIDNum PIC 9(5).
           02 IDXFirstName PIC X(31).
           02 IDXLastName PIC X(30).
           02 IDXCustAddress.
               03 IDXCustStreet PIC X(20).
               03 IDXCustCity PIC X(12).
               03 IDXCustState PIC X(2).
               03 IDXCustPostal PIC X(6).
           02 IDXPhone PIC X(15).
           02 IDXEmail PIC X(40).
           02 IDXCustStatus PIC X.
           02 IDXCustMergedTo PIC 9(5).
           02 IDXCustDoNotContact PIC X.
           02 IDXCustSearchName PIC X(30).

       FD InvJournalFile.
       01 InvJournalRecord.
           02 IJTimestamp PIC X(14).
           02 FILLER PIC X.
           02 IJType PIC X.
           02 FILLER PIC X.
           02 IJProdName PIC X(5).
           02 FILLER PIC X.
           02 IJSize PIC X.
           02 FILLER PIC X.
           02 IJQtyBefore PIC 9(5).
           02 FILLER PIC X.
           02 IJQtyMoved PIC 9(5).
           02 FILLER PIC X.
           02 IJQtyAfter PIC 9(5).
           02 FILLER PIC X.
           02 IJReason PIC X(10).
           02 FILLER PIC X.
           02 IJOperator PIC X(8).
           02 FILLER PIC X.
           02 IJLocation PIC X(3).
           02 FILLER PIC X.
           02 IJPONum PIC X(6).
           02 FILLER PIC X.
           02 IJLot PIC X(8).

       FD PickLotFile.
       01 PickLotRecord.
           02 PKDate PIC 9(8).
           02 FILLER PIC X.
           02 PKOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 PKCustID PIC 9(5).
           02 FILLER PIC X.
           02 PKProd PIC X(5).
           02 FILLER PIC X.
           02 PKSize PIC X.
           02 FILLER PIC X.
           02 PKLot PIC X(8).
           02 FILLER PIC X.
           02 PKQty PIC 9(3).
           02 FILLER PIC X.
           02 PKLocation PIC X(3).

       FD SalesLinesFile.
       01 SalesLineRecord.
           02 SLRecType PIC X.
           02 FILLER PIC X.
           02 SLInvNum PIC 9(6).
           02 FILLER PIC X.
           02 SLHdrDate PIC 9(8).
           02 FILLER PIC X.
           02 SLHdrOrdNum PIC X(6).

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

       FD TraceReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 IdxStatus PIC XX.
       01 InvJrnStatus PIC XX.
       01 PickLotStatus PIC XX.
       01 LinesStatus PIC XX.
       01 LotStatus PIC XX.
       01 WSEOF PIC X.
       01 MoreLookups PIC X VALUE 'S'.
       01 EnteredLot PIC X(8).
       01 WantedLot PIC X(8).
       01 ShownCount PIC 9(5).
       01 FormattedName PIC X(63).
       01 InvLinkCount PIC 9(4) VALUE ZERO.
       01 InvLinkTable.
           02 InvLinkEntry
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON InvLinkCount
               INDEXED BY ILI.
               03 TblLinkOrd PIC 9(6).
               03 TblLinkInv PIC 9(6).
               03 TblLinkDate PIC 9(8).
       01 InvLinkIdx PIC 9(4).
       01 InvLinkFoundIdx PIC 9(4).
       01 ReceiptView.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnRcvDate PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRcvProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRcvSize PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRcvQty PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE "  OC ".
           02 PrnRcvPONum PIC X(6).
           02 FILLER PIC X(7) VALUE "  ubic ".
           02 PrnRcvLoc PIC X(3).
       01 ShipView.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnShpCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShpName PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShpOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShpInvNum PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShpProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShpSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnShpQty PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnShpDate PIC 9(8).
       01 ShipHeading PIC X(80) VALUE
           "    Client Nombre                    Pedido Factura  Prod  T
      -    "   Cant Fecha".
       01 StockView.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnStkLoc PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStkProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStkSize PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStkQty PIC ZZZZ9.
       01 TraceTitle.
           02 FILLER PIC X(22) VALUE "Rastreo del lote      ".
           02 PrnTraceLot PIC X(8).
       01 NoneLine PIC X(20) VALUE "    (ninguno)".

       PROCEDURE DIVISION.

       MainPara.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadInvoiceLinks.
           OPEN OUTPUT TraceReport.
           PERFORM TraceOneLot
               UNTIL MoreLookups IS NOT EQUAL TO 'S' AND
                   MoreLookups IS NOT EQUAL TO 's'.
           CLOSE CustomerIndexFile, TraceReport.
           STOP RUN.

       LoadInvoiceLinks.
           OPEN INPUT SalesLinesFile.
           IF LinesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneInvoiceLink UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesLinesFile
           ELSE IF LinesStatus IS EQUAL TO "05" THEN
               CLOSE SalesLinesFile
           END-IF.

       LoadOneInvoiceLink.
           READ SalesLinesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SLRecType IS EQUAL TO 'H' AND
                       SLHdrOrdNum IS NUMERIC AND
                       InvLinkCount IS LESS THAN 5000 THEN
                       ADD 1 TO InvLinkCount
                       MOVE SLHdrOrdNum TO TblLinkOrd(InvLinkCount)
                       MOVE SLInvNum TO TblLinkInv(InvLinkCount)
                       MOVE SLHdrDate TO TblLinkDate(InvLinkCount)
                   END-IF
           END-READ.

       TraceOneLot.
           DISPLAY ' '
           DISPLAY 'Lote a rastrear:' WITH NO ADVANCING.
           ACCEPT EnteredLot.
           MOVE FUNCTION UPPER-CASE(EnteredLot) TO WantedLot.
           IF WantedLot IS EQUAL TO SPACE THEN
               DISPLAY 'Lote invalido.'
           ELSE
               MOVE WantedLot TO PrnTraceLot
               DISPLAY TraceTitle
               MOVE SPACE TO PrintLine
               WRITE PrintLine
               WRITE PrintLine FROM TraceTitle
               DISPLAY 'Recepciones:'
               MOVE 'Recepciones:' TO PrintLine
               WRITE PrintLine
               PERFORM ShowLotReceipts
               DISPLAY 'Clientes que recibieron el lote:'
               MOVE 'Clientes que recibieron el lote:' TO PrintLine
               WRITE PrintLine
               DISPLAY ShipHeading
               WRITE PrintLine FROM ShipHeading
               PERFORM ShowLotShipments
               DISPLAY 'Existencia actual del lote:'
               MOVE 'Existencia actual del lote:' TO PrintLine
               WRITE PrintLine
               PERFORM ShowLotStock
           END-IF.
           DISPLAY ' '
           DISPLAY 'Otro lote? (S/N):' WITH NO ADVANCING.
           ACCEPT MoreLookups.

       ShowLotReceipts.
           MOVE ZERO TO ShownCount.
           OPEN INPUT InvJournalFile.
           IF InvJrnStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ShowOneReceipt UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE InvJournalFile
           ELSE IF InvJrnStatus IS EQUAL TO "05" THEN
               CLOSE InvJournalFile
           END-IF.
           PERFORM ShowNoneIfEmpty.

       ShowOneReceipt.
           READ InvJournalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF IJType IS EQUAL TO 'R' AND
                       IJLot IS EQUAL TO WantedLot THEN
                       ADD 1 TO ShownCount
                       MOVE IJTimestamp(1:8) TO PrnRcvDate
                       MOVE IJProdName TO PrnRcvProd
                       MOVE IJSize TO PrnRcvSize
                       MOVE IJQtyMoved TO PrnRcvQty
                       MOVE IJPONum TO PrnRcvPONum
                       MOVE IJLocation TO PrnRcvLoc
                       DISPLAY ReceiptView
                       WRITE PrintLine FROM ReceiptView
                   END-IF
           END-READ.

       ShowLotShipments.
           MOVE ZERO TO ShownCount.
           OPEN INPUT PickLotFile.
           IF PickLotStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ShowOneShipment UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PickLotFile
           ELSE IF PickLotStatus IS EQUAL TO "05" THEN
               CLOSE PickLotFile
           END-IF.
           PERFORM ShowNoneIfEmpty.

       ShowOneShipment.
           READ PickLotFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PKLot IS EQUAL TO WantedLot THEN
                       PERFORM ShowShipmentLine
                   END-IF
           END-READ.

       ShowShipmentLine.
           ADD 1 TO ShownCount.
           MOVE PKCustID TO PrnShpCustID.
           MOVE PKCustID TO IDXIDNum.
           READ CustomerIndexFile
               INVALID KEY
                   MOVE 'Cliente no encontrado' TO PrnShpName
               NOT INVALID KEY
                   CALL 'FORMATNAME' USING IDXFirstName, IDXLastName,
                       FormattedName
                   MOVE FormattedName TO PrnShpName
           END-READ.
           MOVE PKOrdNum TO PrnShpOrdNum.
           MOVE ZERO TO InvLinkFoundIdx.
           PERFORM FindOneInvoiceLink
               VARYING InvLinkIdx FROM 1 BY 1
               UNTIL InvLinkIdx IS GREATER THAN InvLinkCount.
           IF InvLinkFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblLinkInv(InvLinkFoundIdx) TO PrnShpInvNum
           ELSE
               MOVE 'SIN FACT' TO PrnShpInvNum
           END-IF.
           MOVE PKProd TO PrnShpProd.
           MOVE PKSize TO PrnShpSize.
           MOVE PKQty TO PrnShpQty.
           MOVE PKDate TO PrnShpDate.
           DISPLAY ShipView.
           WRITE PrintLine FROM ShipView.

       FindOneInvoiceLink.
           IF TblLinkOrd(InvLinkIdx) IS EQUAL TO PKOrdNum AND
               InvLinkFoundIdx IS EQUAL TO ZERO THEN
               MOVE InvLinkIdx TO InvLinkFoundIdx
           END-IF.

       ShowLotStock.
           MOVE ZERO TO ShownCount.
           OPEN INPUT LotStockFile.
           IF LotStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ShowOneLotStock UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE LotStockFile
           ELSE IF LotStatus IS EQUAL TO "05" THEN
               CLOSE LotStockFile
           END-IF.
           PERFORM ShowNoneIfEmpty.

       ShowOneLotStock.
           READ LotStockFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF FUNCTION UPPER-CASE(LTLot) IS EQUAL TO WantedLot
                       AND LTQty IS GREATER THAN ZERO THEN
                       ADD 1 TO ShownCount
                       MOVE LTLocation TO PrnStkLoc
                       MOVE LTProd TO PrnStkProd
                       MOVE LTSize TO PrnStkSize
                       MOVE LTQty TO PrnStkQty
                       DISPLAY StockView
                       WRITE PrintLine FROM StockView
                   END-IF
           END-READ.

       ShowNoneIfEmpty.
           IF ShownCount IS EQUAL TO ZERO THEN
               DISPLAY NoneLine
               WRITE PrintLine FROM NoneLine
           END-IF.
