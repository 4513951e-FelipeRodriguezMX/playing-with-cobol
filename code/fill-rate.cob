       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILLRATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT OPTIONAL OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrderStatus.
           SELECT OPTIONAL ShipmentsFile ASSIGN TO "./shipments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShipStatus.
           SELECT OPTIONAL BackorderFile ASSIGN TO "./backorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackStatus.
           SELECT SortWorkFile ASSIGN TO "./fillrank.tmp".
           SELECT RankedFile ASSIGN TO "./fillranked.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FillReport ASSIGN TO "./FillRate.dat"
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

       FD ShipmentsFile.
       01 ShipmentRecord.
           02 SHPOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 SHPProd PIC X(5).
           02 FILLER PIC X.
           02 SHPSize PIC A.
           02 FILLER PIC X.
           02 SHPQty PIC 9(3).
           02 FILLER PIC X.
           02 SHPDate PIC 9(8).

       FD BackorderFile.
       01 BackorderRecord.
           02 BODate PIC 9(8).
           02 FILLER PIC X.
           02 BOOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 BOCustID PIC 9(5).
           02 FILLER PIC X.
           02 BOProd PIC X(5).
           02 FILLER PIC X.
           02 BOSize PIC A.
           02 FILLER PIC X.
           02 BOQtyShort PIC 9(3).
           02 FILLER PIC X.
           02 BOFilled PIC X.
           02 FILLER PIC X.
           02 BOPromise PIC 9(8).

       SD SortWorkFile.
       01 SortRecord.
           02 SortBackUnits PIC 9(7).
           02 SortProdName PIC X(5).
           02 SortSize PIC X.
           02 SortProdIdx PIC 9(4).

       FD RankedFile.
       01 RankedRecord.
           02 RnkBackUnits PIC 9(7).
           02 RnkProdName PIC X(5).
           02 RnkSize PIC X.
           02 RnkProdIdx PIC 9(4).

       FD FillReport.
       01 PrintLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 IdxStatus PIC XX.
       01 OrderStatus PIC XX.
       01 ShipStatus PIC XX.
       01 BackStatus PIC XX.
       01 WSEOF PIC X.
       01 RankedEOF PIC X VALUE 'N'.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 WantedMonth PIC 9(6).
       01 FormattedName PIC X(63).
       01 CurrentOrdIdx PIC 9(4) VALUE ZERO.
       01 WantedOrdNum PIC 9(6).
       01 WantedProd PIC X(5).
       01 WantedSize PIC X.
       01 WantedCust PIC 9(5).
       01 OrdersPending PIC 9(5) VALUE ZERO.
       01 OrdCount PIC 9(4) VALUE ZERO.
       01 OrdTable.
           02 OrdEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON OrdCount
               INDEXED BY OI.
               03 TblOrdNum PIC 9(6).
               03 TblOrdCust PIC 9(5).
               03 TblOrdDate PIC 9(8).
               03 TblOrdLines PIC 9(3).
               03 TblOrdShort PIC X.
       01 OrdIdx PIC 9(4).
       01 OrdFoundIdx PIC 9(4).
       01 LineCount PIC 9(4) VALUE ZERO.
       01 LineTable.
           02 LineEntry
               OCCURS 1 TO 8000 TIMES
               DEPENDING ON LineCount
               INDEXED BY LI.
               03 TblLnOrdIdx PIC 9(4).
               03 TblLnProd PIC X(5).
               03 TblLnSize PIC X.
               03 TblLnShipped PIC 9(5).
               03 TblLnBackord PIC 9(5).
               03 TblLnLastShip PIC 9(8).
       01 LineIdx PIC 9(4).
       01 LineFoundIdx PIC 9(4).
       01 CustCount PIC 9(4) VALUE ZERO.
       01 CustTable.
           02 CustEntry
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON CustCount
               INDEXED BY CI.
               03 TblCustID PIC 9(5).
               03 TblCustOrders PIC 9(5).
               03 TblCustComplete PIC 9(5).
               03 TblCustLines PIC 9(5).
               03 TblCustLinesFull PIC 9(5).
               03 TblCustRequested PIC 9(7).
               03 TblCustShipped PIC 9(7).
               03 TblCustDaySum PIC 9(7).
               03 TblCustDayLines PIC 9(5).
       01 CustIdx PIC 9(4).
       01 CustFoundIdx PIC 9(4).
       01 ProdCount PIC 9(4) VALUE ZERO.
       01 ProdTable.
           02 ProdEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ProdCount
               INDEXED BY PI.
               03 TblProdName PIC X(5).
               03 TblProdSize PIC X.
               03 TblProdLines PIC 9(5).
               03 TblProdLinesFull PIC 9(5).
               03 TblProdRequested PIC 9(7).
               03 TblProdShipped PIC 9(7).
               03 TblProdDaySum PIC 9(7).
               03 TblProdDayLines PIC 9(5).
               03 TblProdBackUnits PIC 9(7).
       01 ProdIdx PIC 9(4).
       01 ProdFoundIdx PIC 9(4).
       01 LineRequested PIC 9(5).
       01 LineShipped PIC 9(5).
       01 LineDays PIC S9(5).
       01 TotOrders PIC 9(5) VALUE ZERO.
       01 TotComplete PIC 9(5) VALUE ZERO.
       01 TotLines PIC 9(5) VALUE ZERO.
       01 TotLinesFull PIC 9(5) VALUE ZERO.
       01 TotRequested PIC 9(7) VALUE ZERO.
       01 TotShipped PIC 9(7) VALUE ZERO.
       01 TotDaySum PIC 9(7) VALUE ZERO.
       01 TotDayLines PIC 9(5) VALUE ZERO.
       01 TotBackUnits PIC 9(7) VALUE ZERO.
       01 PctWork PIC 9(3)V9.
       01 AvgWork PIC 9(3)V9.
       01 ReportHeading.
           02 FILLER PIC X(40) VALUE
               "Nivel de servicio a clientes del mes".
           02 PrnMonth PIC 9(6).
       01 SectionLine PIC X(45).
       01 OrdersLine.
           02 FILLER PIC X(26) VALUE "Pedidos medidos:".
           02 PrnTotOrders PIC ZZZZZZ9.
           02 FILLER PIC X(15) VALUE "   Completos:".
           02 PrnTotComplete PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotOrdPct PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.
       01 LinesLine.
           02 FILLER PIC X(26) VALUE "Lineas de pedido:".
           02 PrnTotLines PIC ZZZZZZ9.
           02 FILLER PIC X(15) VALUE "   Surtidas:".
           02 PrnTotLinesFull PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotLinePct PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.
       01 UnitsLine.
           02 FILLER PIC X(26) VALUE "Unidades pedidas:".
           02 PrnTotRequested PIC ZZZZZZ9.
           02 FILLER PIC X(15) VALUE "   Embarcadas:".
           02 PrnTotShipped PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotUnitPct PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.
       01 DaysLine.
           02 FILLER PIC X(35) VALUE
               "Dias promedio pedido a embarque:".
           02 PrnTotDays PIC ZZ9.9.
       01 PendingLine.
           02 FILLER PIC X(45) VALUE
               "Pedidos del mes sin embarcar (no medidos):".
           02 PrnPending PIC ZZZZ9.
       01 BackTotalLine.
           02 FILLER PIC X(35) VALUE
               "Unidades en backorder del mes:".
           02 PrnTotBackUnits PIC ZZZZZZ9.
       01 CustHeading.
           02 FILLER PIC X(45) VALUE
               "Cliente Nombre             Pedidos  Compl%  L".
           02 FILLER PIC X(45) VALUE
               "ineas    Lin% Unidades   Unid%  Dias".
       01 CustDetailLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnCustName PIC X(18).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnCustOrders PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustOrdPct PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnCustLines PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustLinePct PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustRequested PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustUnitPct PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustDays PIC ZZ9.9.
       01 ProdHeading.
           02 FILLER PIC X(45) VALUE
               "Prod  T Lineas    Lin%  Pedidas  Embarc.   Un".
           02 FILLER PIC X(45) VALUE
               "id%  Dias Faltante   %Falt".
       01 ProdDetailLine.
           02 PrnProdName PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnProdSize PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnProdLines PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnProdLinePct PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnProdRequested PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnProdShipped PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnProdUnitPct PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.
           02 FILLER PIC X VALUE SPACE.
           02 PrnProdDays PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnProdBackUnits PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnProdBackPct PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate(1:6) TO WantedMonth.
           MOVE 'FILLMONTH' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE WantedMonth = FUNCTION NUMVAL(ParmValue)
           END-IF.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadOrders.
           PERFORM LoadShipments.
           PERFORM LoadBackorders.
           PERFORM MeasureOneLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx IS GREATER THAN LineCount.
           PERFORM CountOneOrder
               VARYING OrdIdx FROM 1 BY 1
               UNTIL OrdIdx IS GREATER THAN OrdCount.
           SORT SortWorkFile ON DESCENDING KEY SortBackUnits
               ASCENDING KEY SortProdName
               ASCENDING KEY SortSize
               INPUT PROCEDURE IS ReleaseProducts
               GIVING RankedFile.
           PERFORM WriteFillReport.
           CLOSE CustomerIndexFile.
           DISPLAY 'Pedidos medidos:        ' TotOrders.
           DISPLAY 'Lineas medidas:         ' TotLines.
           DISPLAY 'Reporte en FillRate.dat'.
           STOP RUN.

       LoadOrders.
           OPEN INPUT OrderFile.
           IF OrderStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneOrderRec UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OrderFile
           ELSE IF OrderStatus IS EQUAL TO "05" THEN
               CLOSE OrderFile
           END-IF.

       LoadOneOrderRec.
           READ OrderFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OrdRecType IS EQUAL TO 'H' THEN
                       MOVE ZERO TO CurrentOrdIdx
                       IF OrdField1 IS NUMERIC AND
                           OrdField1(1:6) IS EQUAL TO WantedMonth AND
                           OrdHdrStatus IS NOT EQUAL TO 'C' THEN
                           IF OrdHdrStatus IS EQUAL TO 'S' OR
                               OrdHdrStatus IS EQUAL TO 'I' THEN
                               PERFORM AddOrder
                           ELSE
                               ADD 1 TO OrdersPending
                           END-IF
                       END-IF
                   ELSE IF OrdRecType IS EQUAL TO 'L' AND
                       CurrentOrdIdx IS GREATER THAN ZERO AND
                       OrdNum IS EQUAL TO TblOrdNum(CurrentOrdIdx) THEN
                       MOVE CurrentOrdIdx TO OrdFoundIdx
                       MOVE FUNCTION UPPER-CASE(OrdField1(1:5))
                           TO WantedProd
                       MOVE FUNCTION UPPER-CASE(OrdField1(7:1))
                           TO WantedSize
                       PERFORM FindOrAddLine
                   END-IF
           END-READ.

       AddOrder.
           IF OrdCount IS EQUAL TO 3000 THEN
               DISPLAY 'Tabla de pedidos llena (3000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO OrdCount.
           MOVE OrdNum TO TblOrdNum(OrdCount).
           IF OrdField2(2:5) IS NUMERIC THEN
               MOVE OrdField2(2:5) TO TblOrdCust(OrdCount)
           ELSE
               MOVE ZERO TO TblOrdCust(OrdCount)
           END-IF.
           MOVE OrdField1 TO TblOrdDate(OrdCount).
           MOVE ZERO TO TblOrdLines(OrdCount).
           MOVE 'N' TO TblOrdShort(OrdCount).
           MOVE OrdCount TO CurrentOrdIdx.

       FindOrder.
           MOVE ZERO TO OrdFoundIdx.
           PERFORM FindOneOrder
               VARYING OrdIdx FROM 1 BY 1
               UNTIL OrdIdx IS GREATER THAN OrdCount
                   OR OrdFoundIdx IS GREATER THAN ZERO.

       FindOneOrder.
           IF TblOrdNum(OrdIdx) IS EQUAL TO WantedOrdNum THEN
               MOVE OrdIdx TO OrdFoundIdx
           END-IF.

       FindOrAddLine.
           MOVE ZERO TO LineFoundIdx.
           PERFORM FindOneLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx IS GREATER THAN LineCount
                   OR LineFoundIdx IS GREATER THAN ZERO.
           IF LineFoundIdx IS EQUAL TO ZERO THEN
               IF LineCount IS EQUAL TO 8000 THEN
                   DISPLAY 'Tabla de lineas llena (8000).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LineCount
               MOVE OrdFoundIdx TO TblLnOrdIdx(LineCount)
               MOVE WantedProd TO TblLnProd(LineCount)
               MOVE WantedSize TO TblLnSize(LineCount)
               MOVE ZERO TO TblLnShipped(LineCount)
               MOVE ZERO TO TblLnBackord(LineCount)
               MOVE ZERO TO TblLnLastShip(LineCount)
               MOVE LineCount TO LineFoundIdx
           END-IF.

       FindOneLine.
           IF TblLnOrdIdx(LineIdx) IS EQUAL TO OrdFoundIdx AND
               TblLnProd(LineIdx) IS EQUAL TO WantedProd AND
               TblLnSize(LineIdx) IS EQUAL TO WantedSize THEN
               MOVE LineIdx TO LineFoundIdx
           END-IF.

       LoadShipments.
           OPEN INPUT ShipmentsFile.
           IF ShipStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneShipment UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ShipmentsFile
           ELSE IF ShipStatus IS EQUAL TO "05" THEN
               CLOSE ShipmentsFile
           END-IF.

       LoadOneShipment.
           READ ShipmentsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SHPOrdNum TO WantedOrdNum
                   PERFORM FindOrder
                   IF OrdFoundIdx IS GREATER THAN ZERO THEN
                       MOVE FUNCTION UPPER-CASE(SHPProd) TO WantedProd
                       MOVE FUNCTION UPPER-CASE(SHPSize) TO WantedSize
                       PERFORM FindOrAddLine
                       ADD SHPQty TO TblLnShipped(LineFoundIdx)
                       IF SHPDate IS NUMERIC AND
                           SHPDate IS GREATER THAN
                               TblLnLastShip(LineFoundIdx) THEN
                           MOVE SHPDate TO TblLnLastShip(LineFoundIdx)
                       END-IF
                   END-IF
           END-READ.

       LoadBackorders.
           OPEN INPUT BackorderFile.
           IF BackStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneBackorder UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE BackorderFile
           ELSE IF BackStatus IS EQUAL TO "05" THEN
               CLOSE BackorderFile
           END-IF.

       LoadOneBackorder.
           READ BackorderFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE FUNCTION UPPER-CASE(BOProd) TO WantedProd
                   MOVE FUNCTION UPPER-CASE(BOSize) TO WantedSize
                   IF BODate(1:6) IS EQUAL TO WantedMonth THEN
                       PERFORM FindOrAddProduct
                       ADD BOQtyShort TO TblProdBackUnits(ProdFoundIdx)
                       ADD BOQtyShort TO TotBackUnits
                   END-IF
                   MOVE BOOrdNum TO WantedOrdNum
                   PERFORM FindOrder
                   IF OrdFoundIdx IS GREATER THAN ZERO THEN
                       PERFORM FindOrAddLine
                       ADD BOQtyShort TO TblLnBackord(LineFoundIdx)
                   END-IF
           END-READ.

       FindOrAddProduct.
           MOVE ZERO TO ProdFoundIdx.
           PERFORM FindOneProduct
               VARYING ProdIdx FROM 1 BY 1
               UNTIL ProdIdx IS GREATER THAN ProdCount
                   OR ProdFoundIdx IS GREATER THAN ZERO.
           IF ProdFoundIdx IS EQUAL TO ZERO THEN
               IF ProdCount IS EQUAL TO 2000 THEN
                   DISPLAY 'Tabla de productos llena (2000).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ProdCount
               MOVE WantedProd TO TblProdName(ProdCount)
               MOVE WantedSize TO TblProdSize(ProdCount)
               MOVE ZERO TO TblProdLines(ProdCount)
               MOVE ZERO TO TblProdLinesFull(ProdCount)
               MOVE ZERO TO TblProdRequested(ProdCount)
               MOVE ZERO TO TblProdShipped(ProdCount)
               MOVE ZERO TO TblProdDaySum(ProdCount)
               MOVE ZERO TO TblProdDayLines(ProdCount)
               MOVE ZERO TO TblProdBackUnits(ProdCount)
               MOVE ProdCount TO ProdFoundIdx
           END-IF.

       FindOneProduct.
           IF TblProdName(ProdIdx) IS EQUAL TO WantedProd AND
               TblProdSize(ProdIdx) IS EQUAL TO WantedSize THEN
               MOVE ProdIdx TO ProdFoundIdx
           END-IF.

       FindOrAddCustomer.
           MOVE ZERO TO CustFoundIdx.
           PERFORM FindOneCustomer
               VARYING CustIdx FROM 1 BY 1
               UNTIL CustIdx IS GREATER THAN CustCount
                   OR CustFoundIdx IS GREATER THAN ZERO.
           IF CustFoundIdx IS EQUAL TO ZERO THEN
               IF CustCount IS EQUAL TO 1000 THEN
                   DISPLAY 'Tabla de clientes llena (1000).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CustCount
               MOVE WantedCust TO TblCustID(CustCount)
               MOVE ZERO TO TblCustOrders(CustCount)
               MOVE ZERO TO TblCustComplete(CustCount)
               MOVE ZERO TO TblCustLines(CustCount)
               MOVE ZERO TO TblCustLinesFull(CustCount)
               MOVE ZERO TO TblCustRequested(CustCount)
               MOVE ZERO TO TblCustShipped(CustCount)
               MOVE ZERO TO TblCustDaySum(CustCount)
               MOVE ZERO TO TblCustDayLines(CustCount)
               MOVE CustCount TO CustFoundIdx
           END-IF.

       FindOneCustomer.
           IF TblCustID(CustIdx) IS EQUAL TO WantedCust THEN
               MOVE CustIdx TO CustFoundIdx
           END-IF.

       MeasureOneLine.
           MOVE TblLnShipped(LineIdx) TO LineShipped.
           COMPUTE LineRequested = LineShipped + TblLnBackord(LineIdx).
           IF LineRequested IS GREATER THAN ZERO THEN
               MOVE TblLnOrdIdx(LineIdx) TO OrdIdx
               ADD 1 TO TblOrdLines(OrdIdx)
               MOVE TblOrdCust(OrdIdx) TO WantedCust
               PERFORM FindOrAddCustomer
               MOVE TblLnProd(LineIdx) TO WantedProd
               MOVE TblLnSize(LineIdx) TO WantedSize
               PERFORM FindOrAddProduct
               ADD 1 TO TotLines
               ADD 1 TO TblCustLines(CustFoundIdx)
               ADD 1 TO TblProdLines(ProdFoundIdx)
               ADD LineRequested TO TotRequested
               ADD LineRequested TO TblCustRequested(CustFoundIdx)
               ADD LineRequested TO TblProdRequested(ProdFoundIdx)
               ADD LineShipped TO TotShipped
               ADD LineShipped TO TblCustShipped(CustFoundIdx)
               ADD LineShipped TO TblProdShipped(ProdFoundIdx)
               IF TblLnBackord(LineIdx) IS EQUAL TO ZERO THEN
                   ADD 1 TO TotLinesFull
                   ADD 1 TO TblCustLinesFull(CustFoundIdx)
                   ADD 1 TO TblProdLinesFull(ProdFoundIdx)
               ELSE
                   MOVE 'Y' TO TblOrdShort(OrdIdx)
               END-IF
               IF LineShipped IS GREATER THAN ZERO AND
                   TblLnLastShip(LineIdx) IS GREATER THAN ZERO THEN
                   COMPUTE LineDays =
                       FUNCTION INTEGER-OF-DATE(TblLnLastShip(LineIdx))
                       - FUNCTION INTEGER-OF-DATE(TblOrdDate(OrdIdx))
                   IF LineDays IS LESS THAN ZERO THEN
                       MOVE ZERO TO LineDays
                   END-IF
                   ADD LineDays TO TotDaySum
                   ADD LineDays TO TblCustDaySum(CustFoundIdx)
                   ADD LineDays TO TblProdDaySum(ProdFoundIdx)
                   ADD 1 TO TotDayLines
                   ADD 1 TO TblCustDayLines(CustFoundIdx)
                   ADD 1 TO TblProdDayLines(ProdFoundIdx)
               END-IF
           END-IF.

       CountOneOrder.
           IF TblOrdLines(OrdIdx) IS GREATER THAN ZERO THEN
               MOVE TblOrdCust(OrdIdx) TO WantedCust
               PERFORM FindOrAddCustomer
               ADD 1 TO TotOrders
               ADD 1 TO TblCustOrders(CustFoundIdx)
               IF TblOrdShort(OrdIdx) IS EQUAL TO 'N' THEN
                   ADD 1 TO TotComplete
                   ADD 1 TO TblCustComplete(CustFoundIdx)
               END-IF
           END-IF.

       ReleaseProducts.
           PERFORM ReleaseOneProduct
               VARYING ProdIdx FROM 1 BY 1
               UNTIL ProdIdx IS GREATER THAN ProdCount.

       ReleaseOneProduct.
           MOVE TblProdBackUnits(ProdIdx) TO SortBackUnits.
           MOVE TblProdName(ProdIdx) TO SortProdName.
           MOVE TblProdSize(ProdIdx) TO SortSize.
           MOVE ProdIdx TO SortProdIdx.
           RELEASE SortRecord.

       WriteFillReport.
           OPEN OUTPUT FillReport.
           MOVE WantedMonth TO PrnMonth.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE "Resumen general" TO SectionLine.
           WRITE PrintLine FROM SectionLine.
           MOVE TotOrders TO PrnTotOrders.
           MOVE TotComplete TO PrnTotComplete.
           IF TotOrders IS GREATER THAN ZERO THEN
               COMPUTE PctWork ROUNDED = TotComplete * 100 / TotOrders
           ELSE
               MOVE ZERO TO PctWork
           END-IF.
           MOVE PctWork TO PrnTotOrdPct.
           WRITE PrintLine FROM OrdersLine.
           MOVE TotLines TO PrnTotLines.
           MOVE TotLinesFull TO PrnTotLinesFull.
           IF TotLines IS GREATER THAN ZERO THEN
               COMPUTE PctWork ROUNDED = TotLinesFull * 100 / TotLines
           ELSE
               MOVE ZERO TO PctWork
           END-IF.
           MOVE PctWork TO PrnTotLinePct.
           WRITE PrintLine FROM LinesLine.
           MOVE TotRequested TO PrnTotRequested.
           MOVE TotShipped TO PrnTotShipped.
           IF TotRequested IS GREATER THAN ZERO THEN
               COMPUTE PctWork ROUNDED =
                   TotShipped * 100 / TotRequested
           ELSE
               MOVE ZERO TO PctWork
           END-IF.
           MOVE PctWork TO PrnTotUnitPct.
           WRITE PrintLine FROM UnitsLine.
           IF TotDayLines IS GREATER THAN ZERO THEN
               COMPUTE AvgWork ROUNDED = TotDaySum / TotDayLines
           ELSE
               MOVE ZERO TO AvgWork
           END-IF.
           MOVE AvgWork TO PrnTotDays.
           WRITE PrintLine FROM DaysLine.
           MOVE OrdersPending TO PrnPending.
           WRITE PrintLine FROM PendingLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE "Por cliente" TO SectionLine.
           WRITE PrintLine FROM SectionLine.
           WRITE PrintLine FROM CustHeading.
           PERFORM WriteOneCustomer
               VARYING CustIdx FROM 1 BY 1
               UNTIL CustIdx IS GREATER THAN CustCount.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE "Por producto (mayor faltante primero)"
               TO SectionLine.
           WRITE PrintLine FROM SectionLine.
           WRITE PrintLine FROM ProdHeading.
           OPEN INPUT RankedFile.
           PERFORM WriteOneProduct UNTIL RankedEOF IS EQUAL TO 'Y'.
           CLOSE RankedFile.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE TotBackUnits TO PrnTotBackUnits.
           WRITE PrintLine FROM BackTotalLine.
           CLOSE FillReport.

       WriteOneCustomer.
           IF TblCustOrders(CustIdx) IS GREATER THAN ZERO THEN
               MOVE TblCustID(CustIdx) TO PrnCustID
               MOVE TblCustID(CustIdx) TO IDXIDNum
               READ CustomerIndexFile
                   INVALID KEY
                       MOVE 'Cliente no existe' TO PrnCustName
                   NOT INVALID KEY
                       CALL 'FORMATNAME' USING IDXFirstName,
                           IDXLastName, FormattedName
                       MOVE FormattedName TO PrnCustName
               END-READ
               MOVE TblCustOrders(CustIdx) TO PrnCustOrders
               COMPUTE PctWork ROUNDED = TblCustComplete(CustIdx) * 100
                   / TblCustOrders(CustIdx)
               MOVE PctWork TO PrnCustOrdPct
               MOVE TblCustLines(CustIdx) TO PrnCustLines
               COMPUTE PctWork ROUNDED =
                   TblCustLinesFull(CustIdx) * 100
                   / TblCustLines(CustIdx)
               MOVE PctWork TO PrnCustLinePct
               MOVE TblCustRequested(CustIdx) TO PrnCustRequested
               COMPUTE PctWork ROUNDED =
                   TblCustShipped(CustIdx) * 100
                   / TblCustRequested(CustIdx)
               MOVE PctWork TO PrnCustUnitPct
               IF TblCustDayLines(CustIdx) IS GREATER THAN ZERO THEN
                   COMPUTE AvgWork ROUNDED = TblCustDaySum(CustIdx)
                       / TblCustDayLines(CustIdx)
               ELSE
                   MOVE ZERO TO AvgWork
               END-IF
               MOVE AvgWork TO PrnCustDays
               WRITE PrintLine FROM CustDetailLine
           END-IF.

       WriteOneProduct.
           READ RankedFile
               AT END MOVE 'Y' TO RankedEOF
               NOT AT END
                   MOVE RnkProdIdx TO ProdIdx
                   PERFORM WriteProductLine
           END-READ.

       WriteProductLine.
           MOVE TblProdName(ProdIdx) TO PrnProdName.
           MOVE TblProdSize(ProdIdx) TO PrnProdSize.
           MOVE TblProdLines(ProdIdx) TO PrnProdLines.
           MOVE TblProdRequested(ProdIdx) TO PrnProdRequested.
           MOVE TblProdShipped(ProdIdx) TO PrnProdShipped.
           IF TblProdLines(ProdIdx) IS GREATER THAN ZERO THEN
               COMPUTE PctWork ROUNDED =
                   TblProdLinesFull(ProdIdx) * 100
                   / TblProdLines(ProdIdx)
           ELSE
               MOVE ZERO TO PctWork
           END-IF.
           MOVE PctWork TO PrnProdLinePct.
           IF TblProdRequested(ProdIdx) IS GREATER THAN ZERO THEN
               COMPUTE PctWork ROUNDED =
                   TblProdShipped(ProdIdx) * 100
                   / TblProdRequested(ProdIdx)
           ELSE
               MOVE ZERO TO PctWork
           END-IF.
           MOVE PctWork TO PrnProdUnitPct.
           IF TblProdDayLines(ProdIdx) IS GREATER THAN ZERO THEN
               COMPUTE AvgWork ROUNDED = TblProdDaySum(ProdIdx)
                   / TblProdDayLines(ProdIdx)
           ELSE
               MOVE ZERO TO AvgWork
           END-IF.
           MOVE AvgWork TO PrnProdDays.
           MOVE TblProdBackUnits(ProdIdx) TO PrnProdBackUnits.
           IF TotBackUnits IS GREATER THAN ZERO THEN
               COMPUTE PctWork ROUNDED =
                   TblProdBackUnits(ProdIdx) * 100 / TotBackUnits
           ELSE
               MOVE ZERO TO PctWork
           END-IF.
           MOVE PctWork TO PrnProdBackPct.
           WRITE PrintLine FROM ProdDetailLine.
