               ASSIGN TO DYNAMIC ArchiveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchStatus.
           SELECT OPTIONAL OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT OPTIONAL OrderArchDir ASSIGN TO "./order-arch-dir.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OrdDirStatus.
           SELECT OPTIONAL OrderHist ASSIGN TO DYNAMIC OrderHistName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OrdHistStatus.
           SELECT ReprintDoc ASSIGN TO "./InvoiceReprint.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 FILLER PIC X.
           02 SLField1 PIC X(8).
           02 SLField2 PIC X(6).
       01 SalesLineHdrRecord.
           02 FILLER PIC X(18).
           02 SLHdrOrdNum PIC X(6).

       FD CustomerIndexFile.
       01 IndexCustomerData.
       FD ArchiveJournal.
       01 ArchiveJournalRecord PIC X(80).

       FD OrderFile.
       01 OrderRecord.
           02 OXKey.
               03 OXOrdNum PIC 9(6).
               03 OXLineNum PIC 9(3).
           02 OXCustID PIC X(5).
           02 OXImage PIC X(40).

       FD OrderArchDir.
       01 OrderArchDirRecord.
           02 OADMonth PIC 9(6).
           02 FILLER PIC X.
           02 OADFileName PIC X(30).

       FD OrderHist.
       01 OrderHistRecord PIC X(40).

       FD ReprintDoc.
       01 DocLine PIC X(73).

       01 DirEOF PIC X.
       01 ArchEOF PIC X.
       01 ArchiveName PIC X(30).
       01 OrdStatus PIC XX.
       01 OrdDirStatus PIC XX.
       01 OrdHistStatus PIC XX.
       01 OrderHistName PIC X(30).
       01 OrdEOF PIC X.
       01 EnteredOrdX PIC X(6).
       01 WantedOrd PIC 9(6).
       01 OrdFound PIC X.
       01 SourceOrdNum PIC X(6).
       01 OrderImage.
           02 ImgRecType PIC X.
           02 FILLER PIC X.
           02 ImgOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 ImgField1 PIC X(8).
           02 ImgField2 PIC X(6).
           02 FILLER PIC X.
           02 ImgShipTo PIC X(2).
           02 FILLER PIC X.
           02 ImgHdrStatus PIC X.
           02 FILLER PIC X(12).
       01 IdxStatus PIC XX.
       01 PriceStatus PIC XX.
       01 WSEOF PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnListTotal PIC ZZZZZ9.99.

       01 OrderHeaderView.
           02 FILLER PIC X(9) VALUE '  Pedido '.
           02 PrnOrdNum PIC 9(6).
           02 FILLER PIC X(8) VALUE '  Fecha '.
           02 PrnOrdDate PIC X(8).
           02 FILLER PIC X(10) VALUE '  Cliente '.
           02 PrnOrdCust PIC X(5).
           02 FILLER PIC X(10) VALUE '  Estatus '.
           02 PrnOrdStatus PIC X.
       01 OrderLineView.
           02 FILLER PIC X(10) VALUE SPACE.
           02 PrnOrdProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOrdSize PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOrdQty PIC X(3).

       PROCEDURE DIVISION.

       MainPara.
           DISPLAY 'Consulta y reimpresion de facturas'
           DISPLAY '1 : Reimprimir por numero'
           DISPLAY '2 : Listar facturas de un cliente'
           DISPLAY '3 : Consultar pedido (vigente o archivado)'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM ReprintOneInvoice
               WHEN 2 PERFORM ListCustInvoices
               WHEN 3 PERFORM LookupOneOrder
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE.

                   PERFORM BuildReprintDoc
                   ADD 1 TO ReprintCount
                   DISPLAY 'Factura ' WantedInv ' reimpresa.'
                   IF SourceOrdNum IS NUMERIC THEN
                       DISPLAY 'Pedido de origen: ' SourceOrdNum
                   END-IF
               END-IF
           END-IF.


       WriteReprintLines.
           MOVE ZERO TO LineCounter.
           MOVE SPACE TO SourceOrdNum.
           OPEN INPUT SalesLinesFile.
           IF LinesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
                       PERFORM LookupPrice
                       MOVE UnitPrice TO PrnLineUnit
                       WRITE DocLine FROM DocDetailLine
                   ELSE IF SLRecType IS EQUAL TO 'H' AND
                       SLInvNum IS EQUAL TO WantedInv THEN
                       MOVE SLHdrOrdNum TO SourceOrdNum
                   END-IF
           END-READ.

                       DISPLAY CustListLine
                   END-IF
           END-READ.

       LookupOneOrder.
           DISPLAY 'Numero de pedido:' WITH NO ADVANCING.
           ACCEPT EnteredOrdX.
           IF FUNCTION TEST-NUMVAL(EnteredOrdX) IS EQUAL TO ZERO THEN
               COMPUTE WantedOrd = FUNCTION NUMVAL(EnteredOrdX)
           ELSE
               MOVE ZERO TO WantedOrd
           END-IF.
           IF WantedOrd IS EQUAL TO ZERO THEN
               DISPLAY 'Numero invalido.'
           ELSE
               PERFORM FindLiveOrder
               IF OrdFound IS EQUAL TO 'N' THEN
                   PERFORM SearchOrderArchives
               END-IF
               IF OrdFound IS EQUAL TO 'N' THEN
                   DISPLAY 'Pedido no existe: ' WantedOrd
               END-IF
           END-IF.

       FindLiveOrder.
           MOVE 'N' TO OrdFound.
           OPEN INPUT OrderFile.
           IF OrdStatus IS EQUAL TO "00" THEN
               MOVE WantedOrd TO OXOrdNum
               MOVE ZERO TO OXLineNum
               MOVE 'N' TO OrdEOF
               START OrderFile KEY IS NOT LESS THAN OXKey
                   INVALID KEY MOVE 'Y' TO OrdEOF
               END-START
               PERFORM ShowOneLiveOrderRec UNTIL OrdEOF IS EQUAL TO 'Y'
               CLOSE OrderFile
           ELSE IF OrdStatus IS EQUAL TO "05" THEN
               CLOSE OrderFile
           END-IF.

       ShowOneLiveOrderRec.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   IF OXOrdNum IS NOT EQUAL TO WantedOrd THEN
                       MOVE 'Y' TO OrdEOF
                   ELSE
                       MOVE OXImage TO OrderImage
                       PERFORM ShowOrderImage
                   END-IF
           END-READ.

       SearchOrderArchives.
           OPEN INPUT OrderArchDir.
           IF OrdDirStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO DirEOF
               PERFORM SearchOneOrderArchive
                   UNTIL DirEOF IS EQUAL TO 'Y'
               CLOSE OrderArchDir
           ELSE IF OrdDirStatus IS EQUAL TO "05" THEN
               CLOSE OrderArchDir
           END-IF.

       SearchOneOrderArchive.
           READ OrderArchDir
               AT END MOVE 'Y' TO DirEOF
               NOT AT END
                   IF OrdFound IS EQUAL TO 'N' THEN
                       MOVE OADFileName TO OrderHistName
                       PERFORM ScanOrderHistFile
                       IF OrdFound IS EQUAL TO 'Y' THEN
                           DISPLAY '  (archivado en ' OrderHistName
                               ')'
                       END-IF
                   END-IF
           END-READ.

       ScanOrderHistFile.
           OPEN INPUT OrderHist.
           IF OrdHistStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO OrdEOF
               PERFORM ScanOneOrderHistRec UNTIL OrdEOF IS EQUAL TO 'Y'
               CLOSE OrderHist
           ELSE IF OrdHistStatus IS EQUAL TO "05" THEN
               CLOSE OrderHist
           END-IF.

       ScanOneOrderHistRec.
           READ OrderHist INTO OrderImage
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   IF ImgOrdNum IS EQUAL TO WantedOrd THEN
                       PERFORM ShowOrderImage
                   END-IF
           END-READ.

       ShowOrderImage.
           IF ImgRecType IS EQUAL TO 'H' THEN
               MOVE 'Y' TO OrdFound
               MOVE ImgOrdNum TO PrnOrdNum
               MOVE ImgField1 TO PrnOrdDate
               MOVE ImgField2(2:5) TO PrnOrdCust
               MOVE ImgHdrStatus TO PrnOrdStatus
               DISPLAY OrderHeaderView
           ELSE IF ImgRecType IS EQUAL TO 'L' THEN
               MOVE ImgField1(1:5) TO PrnOrdProd
               MOVE ImgField1(7:1) TO PrnOrdSize
               MOVE ImgField2(1:3) TO PrnOrdQty
               DISPLAY OrderLineView
           END-IF.
