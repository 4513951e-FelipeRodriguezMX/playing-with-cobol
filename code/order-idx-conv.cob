       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDIDX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldOrders ASSIGN TO "./orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OldStatus.
           SELECT OrderIdx ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS IdxStatus.
           SELECT ConvReport ASSIGN TO "./OrderConversion.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OldOrders.
       01 OldOrderRecord.
           02 OldRecType PIC X.
           02 FILLER PIC X.
           02 OldOrdNum PIC X(6).
           02 FILLER PIC X(10).
           02 OldHdrCust PIC X(5).
           02 FILLER PIC X(17).
       01 OldLineRecord.
           02 FILLER PIC X(17).
           02 OldLineQty PIC X(3).
           02 FILLER PIC X(20).

       FD OrderIdx.
       01 OrderIdxRecord.
           02 OXKey.
               03 OXOrdNum PIC 9(6).
               03 OXLineNum PIC 9(3).
           02 OXCustID PIC X(5).
           02 OXImage.
               03 OXRecType PIC X.
               03 FILLER PIC X.
               03 OXImgOrdNum PIC 9(6).
               03 FILLER PIC X(10).
               03 OXHdrCust PIC X(5).
               03 FILLER PIC X(17).
           02 OXLineImage REDEFINES OXImage.
               03 FILLER PIC X(17).
               03 OXLineQty PIC 9(3).
               03 FILLER PIC X(20).

       FD ConvReport.
       01 PrintLine PIC X(60).

       WORKING-STORAGE SECTION.
       01 OldStatus PIC XX.
       01 IdxStatus PIC XX.
       01 WSEOF PIC X VALUE 'N'.
       01 IdxEOF PIC X VALUE 'N'.
       01 OrderEOF PIC X.
       01 HoldImage PIC X(40).
       01 HoldOrdNum PIC 9(6).
       01 LastOrdNum PIC 9(6) VALUE ZERO.
       01 LastLineNum PIC 9(3) VALUE ZERO.
       01 LastCustID PIC X(5) VALUE SPACE.
       01 LineQtyWork PIC 9(3).
       01 RecsRead PIC 9(7) VALUE ZERO.
       01 HdrsOld PIC 9(7) VALUE ZERO.
       01 LinesOld PIC 9(7) VALUE ZERO.
       01 CompsOld PIC 9(7) VALUE ZERO.
       01 QtyTotalOld PIC 9(9) VALUE ZERO.
       01 RecsConverted PIC 9(7) VALUE ZERO.
       01 RecsDuplicate PIC 9(7) VALUE ZERO.
       01 RecsRejected PIC 9(7) VALUE ZERO.
       01 RecsNoHeader PIC 9(7) VALUE ZERO.
       01 RecsVerified PIC 9(7) VALUE ZERO.
       01 HdrsNew PIC 9(7) VALUE ZERO.
       01 LinesNew PIC 9(7) VALUE ZERO.
       01 CompsNew PIC 9(7) VALUE ZERO.
       01 QtyTotalNew PIC 9(9) VALUE ZERO.
       01 RecsByCust PIC 9(7) VALUE ZERO.
       01 ConvBalanced PIC X VALUE 'Y'.

       01 ReportHeading.
           02 FILLER PIC X(40)
               VALUE 'CONVERSION DE orders.dat A orders.idx'.
       01 ColumnHeading.
           02 FILLER PIC X(30) VALUE SPACE.
           02 FILLER PIC X(15) VALUE '     SECUENCIAL'.
           02 FILLER PIC X(15) VALUE '      INDEXADO'.
       01 CountLine.
           02 PrnLabel PIC X(30).
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnOldCount PIC Z(9)9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnNewCount PIC Z(9)9.
       01 SingleLine.
           02 PrnSingleLabel PIC X(30).
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnSingleCount PIC Z(9)9.
       01 ResultLine.
           02 PrnResult PIC X(60).
       01 DetailLine.
           02 PrnDtlText PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDtlRecord PIC X(29).

       PROCEDURE DIVISION.

       MainPara.
           OPEN INPUT OldOrders.
           IF OldStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe orders.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OrderIdx.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo crear orders.idx: ' IdxStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE OrderIdx.
           OPEN I-O OrderIdx.
           OPEN OUTPUT ConvReport.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           PERFORM ConvertOneRecord UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE OldOrders, OrderIdx.
           PERFORM VerifyIndexedFile.
           PERFORM VerifyCustomerKey.
           PERFORM WriteVerification.
           CLOSE ConvReport.
           DISPLAY 'Registros leidos:       ' RecsRead.
           DISPLAY 'Registros convertidos:  ' RecsConverted.
           DISPLAY 'Registros verificados:  ' RecsVerified.
           DISPLAY 'Unidades en secuencial: ' QtyTotalOld.
           DISPLAY 'Unidades en indexado:   ' QtyTotalNew.
           IF RecsDuplicate IS GREATER THAN ZERO THEN
               DISPLAY 'Claves duplicadas:      ' RecsDuplicate
           END-IF.
           IF RecsRejected IS GREATER THAN ZERO THEN
               DISPLAY 'Registros rechazados:   ' RecsRejected
           END-IF.
           IF RecsNoHeader IS GREATER THAN ZERO THEN
               DISPLAY 'Lineas sin encabezado:  ' RecsNoHeader
           END-IF.
           IF ConvBalanced IS EQUAL TO 'N' THEN
               DISPLAY 'LA CONVERSION NO CUADRA, ver '
                   'OrderConversion.dat.'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'Conversion cuadrada, usar orders.idx.'
           END-IF.
           STOP RUN.

       ConvertOneRecord.
           READ OldOrders
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO RecsRead
                   PERFORM ConvertOrderRecord
           END-READ.

       ConvertOrderRecord.
           IF OldRecType IS NOT EQUAL TO 'H' AND
               OldRecType IS NOT EQUAL TO 'L' AND
               OldRecType IS NOT EQUAL TO 'K' OR
               OldOrdNum IS NOT NUMERIC THEN
               ADD 1 TO RecsRejected
               MOVE 'Registro rechazado:' TO PrnDtlText
               MOVE OldOrderRecord TO PrnDtlRecord
               WRITE PrintLine FROM DetailLine
           ELSE
               PERFORM CountOldRecord
               MOVE OldOrderRecord TO HoldImage
               MOVE OldOrdNum TO HoldOrdNum
               IF OldRecType IS EQUAL TO 'H' THEN
                   MOVE HoldOrdNum TO OXOrdNum
                   MOVE ZERO TO OXLineNum
                   MOVE OldHdrCust TO OXCustID
               ELSE
                   PERFORM NextLineNumber
                   MOVE HoldOrdNum TO OXOrdNum
                   MOVE LastLineNum TO OXLineNum
                   MOVE LastCustID TO OXCustID
               END-IF
               MOVE HoldImage TO OXImage
               PERFORM WriteIndexedRecord
           END-IF.

       CountOldRecord.
           EVALUATE OldRecType
               WHEN 'H'
                   ADD 1 TO HdrsOld
               WHEN 'L'
                   ADD 1 TO LinesOld
                   PERFORM AddOldQty
               WHEN 'K'
                   ADD 1 TO CompsOld
                   PERFORM AddOldQty
           END-EVALUATE.

       AddOldQty.
           IF OldLineQty IS NUMERIC THEN
               MOVE OldLineQty TO LineQtyWork
               ADD LineQtyWork TO QtyTotalOld
           END-IF.

       NextLineNumber.
           IF HoldOrdNum IS NOT EQUAL TO LastOrdNum THEN
               MOVE HoldOrdNum TO LastOrdNum
               MOVE ZERO TO LastLineNum
               MOVE SPACE TO LastCustID
               MOVE HoldOrdNum TO OXOrdNum
               MOVE ZERO TO OXLineNum
               MOVE 'N' TO OrderEOF
               START OrderIdx KEY IS NOT LESS THAN OXKey
                   INVALID KEY MOVE 'Y' TO OrderEOF
               END-START
               PERFORM ReadOrderSoFar UNTIL OrderEOF IS EQUAL TO 'Y'
               IF LastCustID IS EQUAL TO SPACE THEN
                   ADD 1 TO RecsNoHeader
                   MOVE 'Linea sin encabezado:' TO PrnDtlText
                   MOVE HoldImage TO PrnDtlRecord
                   WRITE PrintLine FROM DetailLine
               END-IF
           END-IF.
           ADD 1 TO LastLineNum.

       ReadOrderSoFar.
           READ OrderIdx NEXT
               AT END MOVE 'Y' TO OrderEOF
               NOT AT END
                   IF OXOrdNum IS NOT EQUAL TO HoldOrdNum THEN
                       MOVE 'Y' TO OrderEOF
                   ELSE IF OXLineNum IS EQUAL TO ZERO THEN
                       MOVE OXCustID TO LastCustID
                   ELSE
                       MOVE OXLineNum TO LastLineNum
                   END-IF
           END-READ.

       WriteIndexedRecord.
           WRITE OrderIdxRecord
               INVALID KEY
                   PERFORM ReportDuplicateKey
               NOT INVALID KEY
                   ADD 1 TO RecsConverted
                   IF OXRecType IS EQUAL TO 'H' AND
                       OXOrdNum IS EQUAL TO LastOrdNum THEN
                       MOVE OXCustID TO LastCustID
                   END-IF
           END-WRITE.

       ReportDuplicateKey.
           ADD 1 TO RecsDuplicate.
           MOVE 'Clave duplicada:' TO PrnDtlText.
           MOVE HoldImage TO PrnDtlRecord.
           WRITE PrintLine FROM DetailLine.

       VerifyIndexedFile.
           OPEN INPUT OrderIdx.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo releer orders.idx.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUE TO OXKey.
           START OrderIdx KEY IS NOT LESS THAN OXKey
               INVALID KEY MOVE 'Y' TO IdxEOF
           END-START.
           PERFORM VerifyOneRecord UNTIL IdxEOF IS EQUAL TO 'Y'.
           CLOSE OrderIdx.

       VerifyOneRecord.
           READ OrderIdx NEXT
               AT END MOVE 'Y' TO IdxEOF
               NOT AT END
                   ADD 1 TO RecsVerified
                   EVALUATE OXRecType
                       WHEN 'H'
                           ADD 1 TO HdrsNew
                       WHEN 'L'
                           ADD 1 TO LinesNew
                           PERFORM AddNewQty
                       WHEN 'K'
                           ADD 1 TO CompsNew
                           PERFORM AddNewQty
                   END-EVALUATE
           END-READ.

       AddNewQty.
           IF OXLineQty IS NUMERIC THEN
               ADD OXLineQty TO QtyTotalNew
           END-IF.

       VerifyCustomerKey.
           OPEN INPUT OrderIdx.
           MOVE LOW-VALUE TO OXCustID.
           MOVE 'N' TO IdxEOF.
           START OrderIdx KEY IS NOT LESS THAN OXCustID
               INVALID KEY MOVE 'Y' TO IdxEOF
           END-START.
           PERFORM CountOneByCustomer UNTIL IdxEOF IS EQUAL TO 'Y'.
           CLOSE OrderIdx.

       CountOneByCustomer.
           READ OrderIdx NEXT
               AT END MOVE 'Y' TO IdxEOF
               NOT AT END ADD 1 TO RecsByCust
           END-READ.

       WriteVerification.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           MOVE 'Encabezados (H)' TO PrnLabel.
           MOVE HdrsOld TO PrnOldCount.
           MOVE HdrsNew TO PrnNewCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Lineas (L)' TO PrnLabel.
           MOVE LinesOld TO PrnOldCount.
           MOVE LinesNew TO PrnNewCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Componentes de kit (K)' TO PrnLabel.
           MOVE CompsOld TO PrnOldCount.
           MOVE CompsNew TO PrnNewCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Unidades' TO PrnLabel.
           MOVE QtyTotalOld TO PrnOldCount.
           MOVE QtyTotalNew TO PrnNewCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Registros totales' TO PrnLabel.
           MOVE RecsRead TO PrnOldCount.
           MOVE RecsVerified TO PrnNewCount.
           WRITE PrintLine FROM CountLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Registros por clave cliente' TO PrnSingleLabel.
           MOVE RecsByCust TO PrnSingleCount.
           WRITE PrintLine FROM SingleLine.
           MOVE 'Claves duplicadas' TO PrnSingleLabel.
           MOVE RecsDuplicate TO PrnSingleCount.
           WRITE PrintLine FROM SingleLine.
           MOVE 'Registros rechazados' TO PrnSingleLabel.
           MOVE RecsRejected TO PrnSingleCount.
           WRITE PrintLine FROM SingleLine.
           MOVE 'Lineas sin encabezado' TO PrnSingleLabel.
           MOVE RecsNoHeader TO PrnSingleCount.
           WRITE PrintLine FROM SingleLine.
           IF RecsRead IS NOT EQUAL TO RecsVerified OR
               HdrsOld IS NOT EQUAL TO HdrsNew OR
               LinesOld IS NOT EQUAL TO LinesNew OR
               CompsOld IS NOT EQUAL TO CompsNew OR
               QtyTotalOld IS NOT EQUAL TO QtyTotalNew OR
               RecsByCust IS NOT EQUAL TO RecsVerified THEN
               MOVE 'N' TO ConvBalanced
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           IF ConvBalanced IS EQUAL TO 'N' THEN
               MOVE 'LA CONVERSION NO CUADRA.' TO PrnResult
           ELSE
               MOVE 'Conversion cuadrada, usar orders.idx.'
                   TO PrnResult
           END-IF.
           WRITE PrintLine FROM ResultLine.
