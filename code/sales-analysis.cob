       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT InvLinesFile ASSIGN TO "./sales-lines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
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
               03 OrdField2 PIC X(5).
               03 FILLER PIC X(5).
               03 OrdHdrStatus PIC X.
               03 FILLER PIC X(12).

       FD InvLinesFile.
       01 InvLineRecord.
           02 FILLER PIC X.
           02 InvField1 PIC X(8).
           02 InvField2 PIC X(5).
           02 FILLER PIC X(5).

       FD PriceFile.
       01 PriceRecord.
               03 TblRevenue PIC 9(8)V99.
               03 TblCost PIC 9(8)V99.
       01 FoundIdx PIC 9(3).
       01 CompCount PIC 9(3) VALUE ZERO.
       01 CompTable.
           02 CompEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON CompCount
               INDEXED BY CPI.
               03 TblCompKit PIC X(5).
               03 TblCompProd PIC X(5).
               03 TblCompSize PIC A.
               03 TblCompUnits PIC 9(6).
       01 CompFoundIdx PIC 9(3).
       01 OlKitProd PIC X(5).
       01 TotalUnits PIC 9(8) VALUE ZERO.
       01 TotalRevenue PIC 9(10)V99 VALUE ZERO.
       01 PctWork PIC 9(3)V9.
       01 CostFound PIC X.
       01 BestCostDate PIC 9(8).
       01 UnitCost PIC 9(4)V99.
       01 LineCostText PIC X(6).
       01 LineCostValue REDEFINES LineCostText PIC 9(4)V99.
       01 LineCostKnown PIC X VALUE 'N'.
       01 LineMargin PIC S9(9)V99.
       01 MarginPct PIC S9(3)V9.
       01 SlowCount PIC 9(3) VALUE ZERO.
           02 PrnMargin PIC -ZZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMarginPct PIC -ZZ9.9.
       01 CompHeading PIC X(75) VALUE
           "Consumo de componentes en kits vendidos:".
       01 CompColumnHeading PIC X(75) VALUE
           "    Kit    Comp   T   Unids".
       01 CompLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCompKit PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCompProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCompSize PIC A.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCompUnits PIC ZZZZZ9.
       01 SlowHeading PIC X(75) VALUE
           "Sin movimiento con existencia:".
       01 SlowLine.
           PERFORM LoadCostTable.
           OPEN INPUT OrderFile.
           IF OrdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe orders.idx.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
                       MOVE OrdField1(7:1) TO OlSize
                       MOVE OrdField2(1:3) TO OlQty
                       PERFORM TallyThisLine
                   ELSE IF OrdRecType IS EQUAL TO 'K' AND
                       OrderCancelled IS NOT EQUAL TO 'Y' AND
                       CurrentOrdDate IS NOT LESS THAN FromDate AND
                       CurrentOrdDate IS NOT GREATER THAN ToDate THEN
                       MOVE OrdField1(1:5) TO OlProdName
                       MOVE OrdField1(7:1) TO OlSize
                       MOVE OrdField2(1:3) TO OlQty
                       MOVE OXImage(22:5) TO OlKitProd
                       PERFORM TallyThisComponent
                   END-IF
           END-READ.

       TallyThisComponent.
           MOVE ZERO TO CompFoundIdx.
           IF CompCount IS GREATER THAN ZERO THEN
               PERFORM FindOneCompEntry
                   VARYING CPI FROM 1 BY 1
                   UNTIL CPI IS GREATER THAN CompCount
           END-IF.
           IF CompFoundIdx IS EQUAL TO ZERO AND
               CompCount IS LESS THAN 500 THEN
               ADD 1 TO CompCount
               MOVE OlKitProd TO TblCompKit(CompCount)
               MOVE OlProdName TO TblCompProd(CompCount)
               MOVE OlSize TO TblCompSize(CompCount)
               MOVE ZERO TO TblCompUnits(CompCount)
               MOVE CompCount TO CompFoundIdx
           END-IF.
           IF CompFoundIdx IS GREATER THAN ZERO THEN
               ADD OlQty TO TblCompUnits(CompFoundIdx)
           END-IF.

       FindOneCompEntry.
           IF TblCompKit(CPI) IS EQUAL TO OlKitProd AND
               TblCompProd(CPI) IS EQUAL TO OlProdName AND
               TblCompSize(CPI) IS EQUAL TO OlSize AND
               CompFoundIdx IS EQUAL TO ZERO THEN
               MOVE CPI TO CompFoundIdx
           END-IF.

       TallyInvoiceLines.
           OPEN INPUT InvLinesFile.
           IF InvLinesStatus IS EQUAL TO "00" THEN
                       MOVE InvField1(1:5) TO OlProdName
                       MOVE InvField1(7:1) TO OlSize
                       MOVE InvField2(1:3) TO OlQty
                       MOVE InvLineRecord(22:6) TO LineCostText
                       IF LineCostText IS NUMERIC THEN
                           MOVE 'Y' TO LineCostKnown
                       END-IF
                       PERFORM TallyThisLine
                       MOVE 'N' TO LineCostKnown
                   END-IF
           END-READ.

               COMPUTE TotalRevenue =
                   TotalRevenue + (UnitPrice * OlQty)
           END-IF.
           IF LineCostKnown IS EQUAL TO 'Y' THEN
               COMPUTE TblCost(FoundIdx) =
                   TblCost(FoundIdx) + (LineCostValue * OlQty)
           ELSE
               PERFORM LookupCost
               IF CostFound IS EQUAL TO 'Y' THEN
                   COMPUTE TblCost(FoundIdx) =
                       TblCost(FoundIdx) + (UnitCost * OlQty)
               END-IF
           END-IF.

       FindLineEntry.
           OPEN INPUT RankedFile.
           PERFORM WriteOneRankedLine UNTIL RankedEOF IS EQUAL TO 'Y'.
           CLOSE RankedFile.
           IF CompCount IS GREATER THAN ZERO THEN
               MOVE SPACE TO PrintLine
               WRITE PrintLine
               WRITE PrintLine FROM CompHeading
               WRITE PrintLine FROM CompColumnHeading
               PERFORM WriteOneCompLine
                   VARYING CPI FROM 1 BY 1
                   UNTIL CPI IS GREATER THAN CompCount
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM SlowHeading.
                   WRITE PrintLine FROM DetailLine
           END-READ.

       WriteOneCompLine.
           MOVE TblCompKit(CPI) TO PrnCompKit.
           MOVE TblCompProd(CPI) TO PrnCompProd.
           MOVE TblCompSize(CPI) TO PrnCompSize.
           MOVE TblCompUnits(CPI) TO PrnCompUnits.
           WRITE PrintLine FROM CompLine.

       ListSlowMovers.
           OPEN INPUT ProductMaster.
           IF ProdStatus IS EQUAL TO "00" THEN
