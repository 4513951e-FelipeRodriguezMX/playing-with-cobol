       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PromoFile ASSIGN TO "./promos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PromoStatus.
           SELECT OPTIONAL SalesLinesFile
               ASSIGN TO "./sales-lines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinesStatus.
           SELECT PromoReport ASSIGN TO "./PromoResults.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PromoFile.
       01 PromoRecord.
           02 PRMCode PIC X(6).
           02 FILLER PIC X.
           02 PRMStartDate PIC 9(8).
           02 FILLER PIC X.
           02 PRMEndDate PIC 9(8).
           02 FILLER PIC X.
           02 PRMType PIC X.
           02 FILLER PIC X.
           02 PRMValue PIC 9(4)V99.
           02 FILLER PIC X.
           02 PRMScope PIC X.
           02 FILLER PIC X.
           02 PRMScopeValue PIC X(5).
           02 FILLER PIC X.
           02 PRMDesc PIC X(20).

       FD SalesLinesFile.
       01 SalesLineRecord.
           02 SLRecType PIC X.
           02 FILLER PIC X.
           02 SLInvNum PIC 9(6).
           02 FILLER PIC X.
           02 SLProd PIC X(5).
           02 FILLER PIC X.
           02 SLSize PIC X.
           02 FILLER PIC X.
           02 SLQty PIC 9(3).
           02 FILLER PIC X.
           02 SLCost PIC 9(4)V99.
           02 FILLER PIC X.
           02 SLPromoDisc PIC 9(4)V99.
           02 FILLER PIC X.
           02 SLPromo PIC X(6).
           02 FILLER PIC X.
           02 SLNetExt PIC 9(4)V99.

       FD PromoReport.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 PromoStatus PIC XX.
       01 LinesStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ResultCount PIC 9(3) VALUE ZERO.
       01 ResultTable.
           02 ResultEntry
               OCCURS 1 TO 300 TIMES
               DEPENDING ON ResultCount
               INDEXED BY RSI.
               03 TblResCode PIC X(6).
               03 TblResDesc PIC X(20).
               03 TblResStart PIC 9(8).
               03 TblResEnd PIC 9(8).
               03 TblResOrders PIC 9(5).
               03 TblResUnits PIC 9(7).
               03 TblResRevenue PIC 9(9)V99.
               03 TblResDisc PIC 9(9)V99.
               03 TblResLastInv PIC 9(6).
       01 ResultIdx PIC 9(3).
       01 WantedCode PIC X(6).
       01 LinesSkipped PIC 9(5) VALUE ZERO.
       01 TotOrders PIC 9(5) VALUE ZERO.
       01 TotUnits PIC 9(8) VALUE ZERO.
       01 TotRevenue PIC 9(9)V99 VALUE ZERO.
       01 TotDisc PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "Resultados de promociones    Fecha: ".
           02 PrnRunDate PIC 9(8).
       01 ColumnHeading.
           02 FILLER PIC X(50) VALUE
               "Promo  Descripcion          Inicio   Fin      Esta".
           02 FILLER PIC X(50) VALUE
               "do    Ped.  Unidades     Ingreso     Descuento    ".
       01 DetailLine.
           02 PrnCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDesc PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStart PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnEnd PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnState PIC X(9).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOrders PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnUnits PIC Z(7)9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRevenue PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDisc PIC ZZZZZZZZ9.99.
       01 TotalLine.
           02 FILLER PIC X(56) VALUE "Total general".
           02 PrnTotOrders PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotUnits PIC Z(7)9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotRevenue PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotDisc PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadPromoTable.
           PERFORM AccumulateSalesLines.
           OPEN OUTPUT PromoReport.
           MOVE BusinessDate TO PrnRunDate.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           IF ResultCount IS GREATER THAN ZERO THEN
               PERFORM PrintOneResult
                   VARYING ResultIdx FROM 1 BY 1
                   UNTIL ResultIdx IS GREATER THAN ResultCount
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE TotOrders TO PrnTotOrders.
           MOVE TotUnits TO PrnTotUnits.
           MOVE TotRevenue TO PrnTotRevenue.
           MOVE TotDisc TO PrnTotDisc.
           WRITE PrintLine FROM TotalLine.
           CLOSE PromoReport.
           DISPLAY 'Promociones en el reporte: ' ResultCount.
           DISPLAY 'Pedidos con promocion:     ' TotOrders.
           IF LinesSkipped IS GREATER THAN ZERO THEN
               DISPLAY 'Lineas fuera de tabla:     ' LinesSkipped
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadPromoTable.
           OPEN INPUT PromoFile.
           IF PromoStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOnePromo UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PromoFile
           ELSE IF PromoStatus IS EQUAL TO "05" THEN
               CLOSE PromoFile
           END-IF.

       LoadOnePromo.
           READ PromoFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE FUNCTION UPPER-CASE(PRMCode) TO WantedCode
                   PERFORM FindResult
                   IF ResultIdx IS EQUAL TO ZERO THEN
                       PERFORM AddResult
                       IF ResultIdx IS GREATER THAN ZERO THEN
                           MOVE PRMDesc TO TblResDesc(ResultIdx)
                           MOVE PRMStartDate TO TblResStart(ResultIdx)
                           MOVE PRMEndDate TO TblResEnd(ResultIdx)
                       END-IF
                   ELSE
                       PERFORM WidenResultDates
                   END-IF
           END-READ.

       WidenResultDates.
           IF PRMStartDate IS LESS THAN TblResStart(ResultIdx) THEN
               MOVE PRMStartDate TO TblResStart(ResultIdx)
           END-IF.
           IF PRMEndDate IS GREATER THAN TblResEnd(ResultIdx) THEN
               MOVE PRMEndDate TO TblResEnd(ResultIdx)
           END-IF.

       FindResult.
           MOVE ZERO TO ResultIdx.
           IF ResultCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneResult
                   VARYING RSI FROM 1 BY 1
                   UNTIL RSI IS GREATER THAN ResultCount
           END-IF.

       CheckOneResult.
           IF TblResCode(RSI) IS EQUAL TO WantedCode AND
               ResultIdx IS EQUAL TO ZERO THEN
               SET ResultIdx TO RSI
           END-IF.

       AddResult.
           IF ResultCount IS LESS THAN 300 THEN
               ADD 1 TO ResultCount
               MOVE ResultCount TO ResultIdx
               MOVE WantedCode TO TblResCode(ResultIdx)
               MOVE 'NO EN MAESTRO' TO TblResDesc(ResultIdx)
               MOVE ZERO TO TblResStart(ResultIdx)
               MOVE ZERO TO TblResEnd(ResultIdx)
               MOVE ZERO TO TblResOrders(ResultIdx)
               MOVE ZERO TO TblResUnits(ResultIdx)
               MOVE ZERO TO TblResRevenue(ResultIdx)
               MOVE ZERO TO TblResDisc(ResultIdx)
               MOVE ZERO TO TblResLastInv(ResultIdx)
           END-IF.

       AccumulateSalesLines.
           OPEN INPUT SalesLinesFile.
           IF LinesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM AccumulateOneLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesLinesFile
           ELSE IF LinesStatus IS EQUAL TO "05" THEN
               CLOSE SalesLinesFile
           END-IF.

       AccumulateOneLine.
           READ SalesLinesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SLRecType IS EQUAL TO 'L' AND
                       SLPromo IS NOT EQUAL TO SPACE THEN
                       PERFORM AddPromoLine
                   END-IF
           END-READ.

       AddPromoLine.
           MOVE FUNCTION UPPER-CASE(SLPromo) TO WantedCode.
           PERFORM FindResult.
           IF ResultIdx IS EQUAL TO ZERO THEN
               PERFORM AddResult
           END-IF.
           IF ResultIdx IS EQUAL TO ZERO THEN
               ADD 1 TO LinesSkipped
           ELSE
               IF SLInvNum IS NOT EQUAL TO TblResLastInv(ResultIdx)
                   THEN
                   ADD 1 TO TblResOrders(ResultIdx)
                   MOVE SLInvNum TO TblResLastInv(ResultIdx)
               END-IF
               ADD SLQty TO TblResUnits(ResultIdx)
               ADD SLNetExt TO TblResRevenue(ResultIdx)
               ADD SLPromoDisc TO TblResDisc(ResultIdx)
           END-IF.

       PrintOneResult.
           MOVE TblResCode(ResultIdx) TO PrnCode.
           MOVE TblResDesc(ResultIdx) TO PrnDesc.
           MOVE TblResStart(ResultIdx) TO PrnStart.
           MOVE TblResEnd(ResultIdx) TO PrnEnd.
           IF TblResStart(ResultIdx) IS EQUAL TO ZERO THEN
               MOVE SPACE TO PrnState
           ELSE IF TblResStart(ResultIdx) IS GREATER THAN BusinessDate
               THEN
               MOVE 'FUTURA' TO PrnState
           ELSE IF TblResEnd(ResultIdx) IS LESS THAN BusinessDate THEN
               MOVE 'TERMINADA' TO PrnState
           ELSE
               MOVE 'VIGENTE' TO PrnState
           END-IF.
           MOVE TblResOrders(ResultIdx) TO PrnOrders.
           MOVE TblResUnits(ResultIdx) TO PrnUnits.
           MOVE TblResRevenue(ResultIdx) TO PrnRevenue.
           MOVE TblResDisc(ResultIdx) TO PrnDisc.
           WRITE PrintLine FROM DetailLine.
           ADD TblResOrders(ResultIdx) TO TotOrders.
           ADD TblResUnits(ResultIdx) TO TotUnits.
           ADD TblResRevenue(ResultIdx) TO TotRevenue.
           ADD TblResDisc(ResultIdx) TO TotDisc.
