       IDENTIFICATION DIVISION.
       PROGRAM-ID. APINVOICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VendorFile ASSIGN TO "./vendors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VendStatus.
           SELECT OPTIONAL PoFile ASSIGN TO "./purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PoStatus.
           SELECT OPTIONAL CostFile ASSIGN TO "./costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostStatus.
           SELECT OPTIONAL ApOpenFile ASSIGN TO "./ap-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApStatus.
           SELECT ApOpenCopy ASSIGN TO "./ap-open-copy.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ApLineFile ASSIGN TO "./ap-lines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApLineStatus.
           SELECT ExceptReport ASSIGN TO "./APMatchExceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VendorFile.
       01 VendorRecord.
           02 VNCode PIC X(5).
           02 FILLER PIC X.
           02 VNName PIC X(30).
           02 FILLER PIC X.
           02 VNContact PIC X(20).
           02 FILLER PIC X.
           02 VNLeadDays PIC 9(3).
           02 FILLER PIC X.
           02 VNMinOrder PIC 9(5).

       FD PoFile.
       01 PoRecord.
           02 PORecType PIC X.
           02 FILLER PIC X.
           02 PONum PIC 9(6).
           02 FILLER PIC X.
           02 POField1 PIC X(5).
           02 FILLER PIC X.
           02 POField2 PIC X(8).
           02 FILLER PIC X.
           02 POField3 PIC X(5).
           02 FILLER PIC X.
           02 POField4 PIC X(8).
           02 FILLER PIC X.
           02 POField5 PIC X(6).

       FD CostFile.
       01 CostRecord.
           02 CSFProdName PIC X(5).
           02 FILLER PIC X.
           02 CSFEffectiveDate PIC 9(8).
           02 FILLER PIC X.
           02 CSFCost PIC 9(4)V99.

       FD ApOpenFile.
       01 ApOpenRecord.
           02 APVendor PIC X(5).
           02 FILLER PIC X.
           02 APInvNum PIC X(12).
           02 FILLER PIC X.
           02 APPONum PIC 9(6).
           02 FILLER PIC X.
           02 APInvDate PIC 9(8).
           02 FILLER PIC X.
           02 APDueDate PIC 9(8).
           02 FILLER PIC X.
           02 APTotal PIC 9(7)V99.
           02 FILLER PIC X.
           02 APPaid PIC 9(7)V99.
           02 FILLER PIC X.
           02 APMatch PIC X.
           02 FILLER PIC X.
           02 APPayStatus PIC X.
           02 FILLER PIC X.
           02 APOperator PIC X(8).
           02 FILLER PIC X.
           02 APEntryDate PIC 9(8).

       FD ApOpenCopy.
       01 ApOpenCopyRecord PIC X(85).

       FD ApLineFile.
       01 ApLineRecord.
           02 ALVendor PIC X(5).
           02 FILLER PIC X.
           02 ALInvNum PIC X(12).
           02 FILLER PIC X.
           02 ALPONum PIC 9(6).
           02 FILLER PIC X.
           02 ALProd PIC X(5).
           02 FILLER PIC X.
           02 ALSize PIC X.
           02 FILLER PIC X.
           02 ALQty PIC 9(5).
           02 FILLER PIC X.
           02 ALUnitCost PIC 9(4)V99.
           02 FILLER PIC X.
           02 ALRecvd PIC 9(5).
           02 FILLER PIC X.
           02 ALPOCost PIC 9(4)V99.
           02 FILLER PIC X.
           02 ALMatch PIC X.

       FD ExceptReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 VendStatus PIC XX.
       01 PoStatus PIC XX.
       01 CostStatus PIC XX.
       01 ApStatus PIC XX.
       01 ApLineStatus PIC XX.
       01 VendEOF PIC X.
       01 PoEOF PIC X.
       01 CostEOF PIC X VALUE 'N'.
       01 ApEOF PIC X.
       01 ApLineEOF PIC X.
       01 CopyEOF PIC X.
       01 StayOpen PIC X VALUE 'Y'.
       01 Choice PIC 9.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 QtyTolerance PIC 9(3)V99 VALUE ZERO.
       01 PriceTolerance PIC 9(3)V99 VALUE 2.
       01 TermDays PIC 9(3) VALUE 30.
       01 EnteredVendor PIC X(5).
       01 VendorOk PIC X.
       01 EnteredInvNum PIC X(12).
       01 InvoiceOnFile PIC X.
       01 EnteredPoX PIC X(6).
       01 WantedPo PIC 9(6).
       01 PoFound PIC X.
       01 PoVendorOk PIC X.
       01 CurrentPo PIC 9(6).
       01 EnteredDateX PIC X(8).
       01 InvoiceDate PIC 9(8).
       01 DueDate PIC 9(8).
       01 RollDueDate PIC X VALUE 'Y'.
       01 MoreLines PIC X.
       01 EnteredProd PIC X(5).
       01 EnteredSize PIC X.
       01 EnteredQtyX PIC X(5).
       01 EnteredQty PIC 9(5).
       01 EnteredCostX PIC X(8).
       01 EnteredCost PIC 9(4)V99.
       01 PoCostText PIC X(6).
       01 PoCostValue REDEFINES PoCostText PIC 9(4)V99.
       01 PoLineCount PIC 9(3) VALUE ZERO.
       01 PoLineTable.
           02 PoLineEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON PoLineCount
               INDEXED BY PLI.
               03 TblPlProd PIC X(5).
               03 TblPlSize PIC X.
               03 TblPlOrdered PIC 9(5).
               03 TblPlRecvd PIC 9(5).
               03 TblPlCost PIC 9(4)V99.
               03 TblPlBilled PIC 9(5).
       01 PoLineIdx PIC 9(3).
       01 PoLineFoundIdx PIC 9(3).
       01 InvLineCount PIC 9(2) VALUE ZERO.
       01 InvLineTable.
           02 InvLineEntry
               OCCURS 1 TO 50 TIMES
               DEPENDING ON InvLineCount
               INDEXED BY ILI.
               03 TblIlProd PIC X(5).
               03 TblIlSize PIC X.
               03 TblIlQty PIC 9(5).
               03 TblIlCost PIC 9(4)V99.
               03 TblIlRecvd PIC 9(5).
               03 TblIlPOCost PIC 9(4)V99.
               03 TblIlMatch PIC X.
       01 InvLineIdx PIC 9(2).
       01 InvoiceTotal PIC 9(7)V99.
       01 LineAmount PIC 9(7)V99.
       01 HoldLines PIC 9(2).
       01 AvailQty PIC 9(5).
       01 AllowedQty PIC 9(6)V99.
       01 ExpectedCost PIC 9(4)V99.
       01 CostDiff PIC 9(4)V99.
       01 AllowedDiff PIC 9(4)V9999.
       01 QtyBad PIC X.
       01 PriceBad PIC X.
       01 LineMatch PIC X.
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
       01 CostLookupProd PIC X(5).
       01 ReleaseFound PIC X.
       01 ApAction PIC X.
       01 HeldCount PIC 9(3) VALUE ZERO.
       01 HeldTable.
           02 HeldEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON HeldCount
               INDEXED BY HDI.
               03 TblHdVendor PIC X(5).
               03 TblHdInvNum PIC X(12).
       01 HeldIdx PIC 9(3).
       01 HeldFound PIC X.
       01 ExceptLines PIC 9(5).
       01 TotalDisplay PIC ZZZZZZ9.99.
       01 ApOpenLine.
           02 APOutVendor PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 APOutInvNum PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 APOutPONum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 APOutInvDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 APOutDueDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 APOutTotal PIC 9(7)V99.
           02 FILLER PIC X VALUE SPACE.
           02 APOutPaid PIC 9(7)V99.
           02 FILLER PIC X VALUE SPACE.
           02 APOutMatch PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 APOutPayStatus PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 APOutOperator PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 APOutEntryDate PIC 9(8).
       01 ApLineOut.
           02 ALOutVendor PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 ALOutInvNum PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 ALOutPONum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 ALOutProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 ALOutSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 ALOutQty PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 ALOutUnitCost PIC 9(4)V99.
           02 FILLER PIC X VALUE SPACE.
           02 ALOutRecvd PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 ALOutPOCost PIC 9(4)V99.
           02 FILLER PIC X VALUE SPACE.
           02 ALOutMatch PIC X.
       01 ReportHeading PIC X(80) VALUE
           "Excepciones de cotejo de facturas de proveedor".
       01 ColumnHeading.
           02 FILLER PIC X(40) VALUE
               "Prov  Factura       OC     Prod  T  Fact".
           02 FILLER PIC X(40) VALUE
               "  Recib  Costo Fact  Costo OC  Motivo".
       01 DetailLine.
           02 PrnVendor PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnInvNum PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPONum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnQty PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRecvd PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnCost PIC ZZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnPOCost PIC ZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnReason PIC X(12).
       01 TotalLine.
           02 FILLER PIC X(28) VALUE
               "Lineas en excepcion:        ".
           02 PrnExceptLines PIC ZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadTolerances.
           PERFORM LoadCostTable.
           PERFORM MenuLoop UNTIL StayOpen IS EQUAL TO 'N'.
           STOP RUN.

       LoadTolerances.
           MOVE 'APQTYTOL' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE QtyTolerance = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE 'APPRICETOL' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE PriceTolerance = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE 'APTERMDAYS' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE TermDays = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE 'ROLLDUEDATE' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:1) IS EQUAL TO 'N' OR
               ParmValue(1:1) IS EQUAL TO 'n' THEN
               MOVE 'N' TO RollDueDate
           END-IF.

       MenuLoop.
           DISPLAY ' '
           DISPLAY 'Facturas de proveedor'
           DISPLAY '1 : Capturar factura'
           DISPLAY '2 : Listar facturas'
           DISPLAY '3 : Liberar factura retenida'
           DISPLAY '4 : Reporte de excepciones'
           DISPLAY '5 : Aprobar para pago'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM CaptureOneInvoice
               WHEN 2 PERFORM ListInvoices
               WHEN 3 PERFORM GuardedReleaseInvoice
               WHEN 4 PERFORM PrintExceptions
               WHEN 5 PERFORM GuardedApproveInvoice
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE.

       CaptureOneInvoice.
           MOVE 'N' TO VendorOk.
           PERFORM PromptVendor UNTIL VendorOk IS EQUAL TO 'Y'.
           DISPLAY 'Factura del proveedor:' WITH NO ADVANCING.
           ACCEPT EnteredInvNum.
           MOVE FUNCTION UPPER-CASE(EnteredInvNum) TO EnteredInvNum.
           PERFORM CheckInvoiceOnFile.
           IF EnteredInvNum IS EQUAL TO SPACE THEN
               DISPLAY 'Factura invalida.'
           ELSE IF InvoiceOnFile IS EQUAL TO 'Y' THEN
               DISPLAY 'Factura ya registrada: ' EnteredVendor ' '
                   EnteredInvNum
           ELSE
               PERFORM CaptureInvoicePo
           END-IF.

       CaptureInvoicePo.
           DISPLAY 'Orden de compra:' WITH NO ADVANCING.
           ACCEPT EnteredPoX.
           IF FUNCTION TEST-NUMVAL(EnteredPoX) IS EQUAL TO ZERO THEN
               COMPUTE WantedPo = FUNCTION NUMVAL(EnteredPoX)
           ELSE
               MOVE ZERO TO WantedPo
           END-IF.
           PERFORM LoadPoLines.
           IF PoFound IS EQUAL TO 'N' THEN
               DISPLAY 'Orden no existe: ' WantedPo
           ELSE IF PoVendorOk IS EQUAL TO 'N' THEN
               DISPLAY 'La orden ' WantedPo ' no es del proveedor '
                   EnteredVendor
           ELSE
               PERFORM LoadBilledQty
               PERFORM CaptureInvoiceBody
           END-IF.

       CaptureInvoiceBody.
           DISPLAY 'Fecha factura (AAAAMMDD, enter = hoy):'
               WITH NO ADVANCING.
           ACCEPT EnteredDateX.
           IF EnteredDateX IS EQUAL TO SPACE THEN
               MOVE BusinessDate TO InvoiceDate
           ELSE IF FUNCTION TEST-NUMVAL(EnteredDateX) IS EQUAL TO ZERO
               THEN
               COMPUTE InvoiceDate = FUNCTION NUMVAL(EnteredDateX)
           ELSE
               MOVE ZERO TO InvoiceDate
           END-IF.
           IF InvoiceDate IS LESS THAN 19000101 THEN
               DISPLAY 'Fecha invalida.'
           ELSE
               COMPUTE DueDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(InvoiceDate) + TermDays)
               IF RollDueDate IS EQUAL TO 'Y' THEN
                   CALL 'NEXTWDAY' USING DueDate
               END-IF
               MOVE ZERO TO InvLineCount
               MOVE 'S' TO MoreLines
               PERFORM CaptureOneInvLine
                   UNTIL MoreLines IS NOT EQUAL TO 'S' AND
                       MoreLines IS NOT EQUAL TO 's'
               IF InvLineCount IS EQUAL TO ZERO THEN
                   DISPLAY 'Factura sin lineas, no se registra.'
               ELSE
                   PERFORM WriteInvoice
               END-IF
           END-IF.

       PromptVendor.
           DISPLAY 'Proveedor (5 letras):' WITH NO ADVANCING.
           ACCEPT EnteredVendor.
           MOVE FUNCTION UPPER-CASE(EnteredVendor) TO EnteredVendor.
           IF EnteredVendor IS EQUAL TO SPACE THEN
               DISPLAY 'Proveedor invalido.'
           ELSE
               PERFORM CheckVendorExists
               IF VendorOk IS EQUAL TO 'N' THEN
                   DISPLAY 'Proveedor no existe: ' EnteredVendor
               END-IF
           END-IF.

       CheckVendorExists.
           MOVE 'N' TO VendorOk.
           OPEN INPUT VendorFile.
           IF VendStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO VendEOF
               PERFORM MatchOneVendor UNTIL VendEOF IS EQUAL TO 'Y'
               CLOSE VendorFile
           ELSE IF VendStatus IS EQUAL TO "05" THEN
               CLOSE VendorFile
           END-IF.

       MatchOneVendor.
           READ VendorFile
               AT END MOVE 'Y' TO VendEOF
               NOT AT END
                   IF FUNCTION UPPER-CASE(VNCode) IS EQUAL TO
                       EnteredVendor THEN
                       MOVE 'Y' TO VendorOk
                   END-IF
           END-READ.

       CheckInvoiceOnFile.
           MOVE 'N' TO InvoiceOnFile.
           OPEN INPUT ApOpenFile.
           IF ApStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ApEOF
               PERFORM CheckOneApInvoice UNTIL ApEOF IS EQUAL TO 'Y'
               CLOSE ApOpenFile
           ELSE IF ApStatus IS EQUAL TO "05" THEN
               CLOSE ApOpenFile
           END-IF.

       CheckOneApInvoice.
           READ ApOpenFile
               AT END MOVE 'Y' TO ApEOF
               NOT AT END
                   IF APVendor IS EQUAL TO EnteredVendor AND
                       APInvNum IS EQUAL TO EnteredInvNum THEN
                       MOVE 'Y' TO InvoiceOnFile
                   END-IF
           END-READ.

       LoadPoLines.
           MOVE 'N' TO PoFound.
           MOVE 'N' TO PoVendorOk.
           MOVE ZERO TO PoLineCount.
           MOVE ZERO TO CurrentPo.
           OPEN INPUT PoFile.
           IF PoStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO PoEOF
               PERFORM LoadOnePoRec UNTIL PoEOF IS EQUAL TO 'Y'
               CLOSE PoFile
           ELSE IF PoStatus IS EQUAL TO "05" THEN
               CLOSE PoFile
           END-IF.

       LoadOnePoRec.
           READ PoFile
               AT END MOVE 'Y' TO PoEOF
               NOT AT END
                   IF PORecType IS EQUAL TO 'H' THEN
                       MOVE PONum TO CurrentPo
                       IF PONum IS EQUAL TO WantedPo THEN
                           MOVE 'Y' TO PoFound
                           IF FUNCTION UPPER-CASE(POField1) IS EQUAL
                               TO EnteredVendor THEN
                               MOVE 'Y' TO PoVendorOk
                           END-IF
                       END-IF
                   ELSE IF PORecType IS EQUAL TO 'L' AND
                       PONum IS EQUAL TO WantedPo AND
                       PoLineCount IS LESS THAN 200 THEN
                       ADD 1 TO PoLineCount
                       MOVE FUNCTION UPPER-CASE(POField1)
                           TO TblPlProd(PoLineCount)
                       MOVE FUNCTION UPPER-CASE(POField2(1:1))
                           TO TblPlSize(PoLineCount)
                       MOVE POField2(3:5) TO TblPlOrdered(PoLineCount)
                       MOVE POField3 TO TblPlRecvd(PoLineCount)
                       MOVE POField5 TO PoCostText
                       IF PoCostText IS NUMERIC THEN
                           MOVE PoCostValue TO TblPlCost(PoLineCount)
                       ELSE
                           MOVE ZERO TO TblPlCost(PoLineCount)
                       END-IF
                       MOVE ZERO TO TblPlBilled(PoLineCount)
                   END-IF
           END-READ.

       LoadBilledQty.
           OPEN INPUT ApLineFile.
           IF ApLineStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ApLineEOF
               PERFORM LoadOneBilledLine
                   UNTIL ApLineEOF IS EQUAL TO 'Y'
               CLOSE ApLineFile
           ELSE IF ApLineStatus IS EQUAL TO "05" THEN
               CLOSE ApLineFile
           END-IF.

       LoadOneBilledLine.
           READ ApLineFile
               AT END MOVE 'Y' TO ApLineEOF
               NOT AT END
                   IF ALPONum IS EQUAL TO WantedPo THEN
                       MOVE ALProd TO EnteredProd
                       MOVE ALSize TO EnteredSize
                       PERFORM FindPoLine
                       IF PoLineFoundIdx IS GREATER THAN ZERO THEN
                           ADD ALQty TO TblPlBilled(PoLineFoundIdx)
                       END-IF
                   END-IF
           END-READ.

       FindPoLine.
           MOVE ZERO TO PoLineFoundIdx.
           IF PoLineCount IS GREATER THAN ZERO THEN
               PERFORM FindOnePoLine
                   VARYING PoLineIdx FROM 1 BY 1
                   UNTIL PoLineIdx IS GREATER THAN PoLineCount
           END-IF.

       FindOnePoLine.
           IF TblPlProd(PoLineIdx) IS EQUAL TO
               FUNCTION UPPER-CASE(EnteredProd) AND
               TblPlSize(PoLineIdx) IS EQUAL TO
               FUNCTION UPPER-CASE(EnteredSize) AND
               PoLineFoundIdx IS EQUAL TO ZERO THEN
               MOVE PoLineIdx TO PoLineFoundIdx
           END-IF.

       CaptureOneInvLine.
           IF InvLineCount IS EQUAL TO 50 THEN
               DISPLAY 'Maximo 50 lineas por factura.'
               MOVE 'N' TO MoreLines
           ELSE
               PERFORM PromptInvLine
               DISPLAY 'Otra linea? (S/N):' WITH NO ADVANCING
               ACCEPT MoreLines
           END-IF.

       PromptInvLine.
           DISPLAY 'Producto (5 letras):' WITH NO ADVANCING.
           ACCEPT EnteredProd.
           DISPLAY 'Talla:' WITH NO ADVANCING.
           ACCEPT EnteredSize.
           DISPLAY 'Cantidad facturada:' WITH NO ADVANCING.
           ACCEPT EnteredQtyX.
           IF FUNCTION TEST-NUMVAL(EnteredQtyX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredQty = FUNCTION NUMVAL(EnteredQtyX)
           ELSE
               MOVE ZERO TO EnteredQty
           END-IF.
           DISPLAY 'Costo unitario facturado:' WITH NO ADVANCING.
           ACCEPT EnteredCostX.
           IF FUNCTION TEST-NUMVAL(EnteredCostX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredCost = FUNCTION NUMVAL(EnteredCostX)
           ELSE
               MOVE ZERO TO EnteredCost
           END-IF.
           IF EnteredQty IS EQUAL TO ZERO OR
               EnteredCost IS EQUAL TO ZERO THEN
               DISPLAY 'Cantidad o costo invalido.'
           ELSE
               PERFORM MatchInvLine
           END-IF.

       MatchInvLine.
           PERFORM FindPoLine.
           ADD 1 TO InvLineCount.
           MOVE FUNCTION UPPER-CASE(EnteredProd)
               TO TblIlProd(InvLineCount).
           MOVE FUNCTION UPPER-CASE(EnteredSize)
               TO TblIlSize(InvLineCount).
           MOVE EnteredQty TO TblIlQty(InvLineCount).
           MOVE EnteredCost TO TblIlCost(InvLineCount).
           IF PoLineFoundIdx IS EQUAL TO ZERO THEN
               MOVE ZERO TO TblIlRecvd(InvLineCount)
               MOVE ZERO TO TblIlPOCost(InvLineCount)
               MOVE 'N' TO TblIlMatch(InvLineCount)
               DISPLAY 'RETENIDA: producto/talla no esta en la OC.'
           ELSE
               PERFORM CheckLineTolerance
               MOVE TblPlRecvd(PoLineFoundIdx)
                   TO TblIlRecvd(InvLineCount)
               MOVE ExpectedCost TO TblIlPOCost(InvLineCount)
               MOVE LineMatch TO TblIlMatch(InvLineCount)
               ADD EnteredQty TO TblPlBilled(PoLineFoundIdx)
           END-IF.

       CheckLineTolerance.
           MOVE 'N' TO QtyBad.
           MOVE 'N' TO PriceBad.
           IF TblPlBilled(PoLineFoundIdx) IS LESS THAN
               TblPlRecvd(PoLineFoundIdx) THEN
               COMPUTE AvailQty = TblPlRecvd(PoLineFoundIdx) -
                   TblPlBilled(PoLineFoundIdx)
           ELSE
               MOVE ZERO TO AvailQty
           END-IF.
           COMPUTE AllowedQty = AvailQty +
               (AvailQty * QtyTolerance / 100).
           IF EnteredQty IS GREATER THAN AllowedQty THEN
               MOVE 'Y' TO QtyBad
               DISPLAY 'RETENIDA: facturado ' EnteredQty
                   ' contra recibido sin facturar ' AvailQty
           END-IF.
           MOVE TblPlCost(PoLineFoundIdx) TO ExpectedCost.
           IF ExpectedCost IS EQUAL TO ZERO THEN
               MOVE TblPlProd(PoLineFoundIdx) TO CostLookupProd
               PERFORM LookupCost
               MOVE UnitCost TO ExpectedCost
           END-IF.
           IF EnteredCost IS GREATER THAN ExpectedCost THEN
               COMPUTE CostDiff = EnteredCost - ExpectedCost
           ELSE
               COMPUTE CostDiff = ExpectedCost - EnteredCost
           END-IF.
           COMPUTE AllowedDiff = ExpectedCost * PriceTolerance / 100.
           IF ExpectedCost IS EQUAL TO ZERO OR
               CostDiff IS GREATER THAN AllowedDiff THEN
               MOVE 'Y' TO PriceBad
               DISPLAY 'RETENIDA: costo ' EnteredCost
                   ' contra costo de OC ' ExpectedCost
           END-IF.
           IF QtyBad IS EQUAL TO 'Y' AND PriceBad IS EQUAL TO 'Y'
               THEN
               MOVE 'B' TO LineMatch
           ELSE IF QtyBad IS EQUAL TO 'Y' THEN
               MOVE 'Q' TO LineMatch
           ELSE IF PriceBad IS EQUAL TO 'Y' THEN
               MOVE 'P' TO LineMatch
           ELSE
               MOVE SPACE TO LineMatch
           END-IF.

       WriteInvoice.
           MOVE ZERO TO InvoiceTotal.
           MOVE ZERO TO HoldLines.
           OPEN EXTEND ApLineFile.
           PERFORM WriteOneInvLine
               VARYING InvLineIdx FROM 1 BY 1
               UNTIL InvLineIdx IS GREATER THAN InvLineCount.
           CLOSE ApLineFile.
           MOVE EnteredVendor TO APOutVendor.
           MOVE EnteredInvNum TO APOutInvNum.
           MOVE WantedPo TO APOutPONum.
           MOVE InvoiceDate TO APOutInvDate.
           MOVE DueDate TO APOutDueDate.
           MOVE InvoiceTotal TO APOutTotal.
           MOVE ZERO TO APOutPaid.
           IF HoldLines IS GREATER THAN ZERO THEN
               MOVE 'H' TO APOutMatch
           ELSE
               MOVE 'M' TO APOutMatch
           END-IF.
           MOVE 'N' TO APOutPayStatus.
           MOVE OperatorID TO APOutOperator.
           MOVE BusinessDate TO APOutEntryDate.
           OPEN EXTEND ApOpenFile.
           WRITE ApOpenRecord FROM ApOpenLine.
           CLOSE ApOpenFile.
           MOVE InvoiceTotal TO TotalDisplay.
           DISPLAY 'Factura ' EnteredInvNum ' registrada por '
               TotalDisplay ' vence ' DueDate.
           IF HoldLines IS GREATER THAN ZERO THEN
               DISPLAY 'Factura RETENIDA, lineas en excepcion: '
                   HoldLines
           ELSE
               DISPLAY 'Cotejo completo contra OC y recepcion.'
           END-IF.

       WriteOneInvLine.
           MOVE EnteredVendor TO ALOutVendor.
           MOVE EnteredInvNum TO ALOutInvNum.
           MOVE WantedPo TO ALOutPONum.
           MOVE TblIlProd(InvLineIdx) TO ALOutProd.
           MOVE TblIlSize(InvLineIdx) TO ALOutSize.
           MOVE TblIlQty(InvLineIdx) TO ALOutQty.
           MOVE TblIlCost(InvLineIdx) TO ALOutUnitCost.
           MOVE TblIlRecvd(InvLineIdx) TO ALOutRecvd.
           MOVE TblIlPOCost(InvLineIdx) TO ALOutPOCost.
           MOVE TblIlMatch(InvLineIdx) TO ALOutMatch.
           WRITE ApLineRecord FROM ApLineOut.
           COMPUTE LineAmount = TblIlQty(InvLineIdx) *
               TblIlCost(InvLineIdx).
           ADD LineAmount TO InvoiceTotal.
           IF TblIlMatch(InvLineIdx) IS NOT EQUAL TO SPACE THEN
               ADD 1 TO HoldLines
           END-IF.

       ListInvoices.
           OPEN INPUT ApOpenFile.
           IF ApStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ApEOF
               PERFORM ListOneInvoice UNTIL ApEOF IS EQUAL TO 'Y'
               CLOSE ApOpenFile
           ELSE
               DISPLAY 'Sin facturas de proveedor.'
               IF ApStatus IS EQUAL TO "05" THEN
                   CLOSE ApOpenFile
               END-IF
           END-IF.

       ListOneInvoice.
           READ ApOpenFile
               AT END MOVE 'Y' TO ApEOF
               NOT AT END
                   MOVE APTotal TO TotalDisplay
                   DISPLAY APVendor ' ' APInvNum ' OC ' APPONum
                       ' vence ' APDueDate ' ' TotalDisplay
                       ' cotejo ' APMatch ' pago ' APPayStatus
           END-READ.

       GuardedReleaseInvoice.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Solo supervisores liberan facturas.'
           ELSE
               MOVE 'L' TO ApAction
               PERFORM UpdateApInvoice
           END-IF.

       GuardedApproveInvoice.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Solo supervisores aprueban pagos.'
           ELSE
               MOVE 'A' TO ApAction
               PERFORM UpdateApInvoice
           END-IF.

       UpdateApInvoice.
           MOVE 'N' TO VendorOk.
           PERFORM PromptVendor UNTIL VendorOk IS EQUAL TO 'Y'.
           DISPLAY 'Factura:' WITH NO ADVANCING.
           ACCEPT EnteredInvNum.
           MOVE FUNCTION UPPER-CASE(EnteredInvNum) TO EnteredInvNum.
           MOVE 'N' TO ReleaseFound.
           OPEN INPUT ApOpenFile.
           IF ApStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'Sin facturas de proveedor.'
               IF ApStatus IS EQUAL TO "05" THEN
                   CLOSE ApOpenFile
               END-IF
           ELSE
               OPEN OUTPUT ApOpenCopy
               MOVE 'N' TO ApEOF
               PERFORM UpdateOneApRec UNTIL ApEOF IS EQUAL TO 'Y'
               CLOSE ApOpenFile, ApOpenCopy
               IF ReleaseFound IS EQUAL TO 'N' AND
                   ApAction IS EQUAL TO 'L' THEN
                   DISPLAY 'No hay factura retenida ' EnteredVendor
                       ' ' EnteredInvNum
               ELSE IF ReleaseFound IS EQUAL TO 'N' THEN
                   DISPLAY 'No hay factura cotejada por aprobar '
                       EnteredVendor ' ' EnteredInvNum
               ELSE IF ApAction IS EQUAL TO 'L' THEN
                   PERFORM RewriteApOpen
                   DISPLAY 'Factura liberada por ' OperatorID
               ELSE
                   PERFORM RewriteApOpen
                   DISPLAY 'Factura aprobada por ' OperatorID
               END-IF
           END-IF.

       UpdateOneApRec.
           READ ApOpenFile
               AT END MOVE 'Y' TO ApEOF
               NOT AT END
                   IF APVendor IS EQUAL TO EnteredVendor AND
                       APInvNum IS EQUAL TO EnteredInvNum THEN
                       PERFORM ApplyApAction
                   END-IF
                   WRITE ApOpenCopyRecord FROM ApOpenRecord
           END-READ.

       ApplyApAction.
           IF ApAction IS EQUAL TO 'L' AND
               APMatch IS EQUAL TO 'H' THEN
               MOVE 'Y' TO ReleaseFound
               MOVE 'L' TO APMatch
               MOVE OperatorID TO APOperator
           ELSE IF ApAction IS EQUAL TO 'A' AND
               APMatch IS NOT EQUAL TO 'H' AND
               APPayStatus IS EQUAL TO 'N' THEN
               MOVE 'Y' TO ReleaseFound
               MOVE 'A' TO APPayStatus
               MOVE OperatorID TO APOperator
           END-IF.

       RewriteApOpen.
           MOVE 'N' TO CopyEOF.
           OPEN INPUT ApOpenCopy.
           OPEN OUTPUT ApOpenFile.
           PERFORM ReloadOneApRec UNTIL CopyEOF IS EQUAL TO 'Y'.
           CLOSE ApOpenCopy, ApOpenFile.

       ReloadOneApRec.
           READ ApOpenCopy
               AT END MOVE 'Y' TO CopyEOF
               NOT AT END WRITE ApOpenRecord FROM ApOpenCopyRecord
           END-READ.

       PrintExceptions.
           MOVE ZERO TO HeldCount.
           MOVE ZERO TO ExceptLines.
           OPEN INPUT ApOpenFile.
           IF ApStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ApEOF
               PERFORM LoadOneHeld UNTIL ApEOF IS EQUAL TO 'Y'
               CLOSE ApOpenFile
           ELSE IF ApStatus IS EQUAL TO "05" THEN
               CLOSE ApOpenFile
           END-IF.
           OPEN OUTPUT ExceptReport.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM ColumnHeading.
           IF HeldCount IS GREATER THAN ZERO THEN
               OPEN INPUT ApLineFile
               IF ApLineStatus IS EQUAL TO "00" THEN
                   MOVE 'N' TO ApLineEOF
                   PERFORM ReportOneApLine
                       UNTIL ApLineEOF IS EQUAL TO 'Y'
                   CLOSE ApLineFile
               ELSE IF ApLineStatus IS EQUAL TO "05" THEN
                   CLOSE ApLineFile
               END-IF
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE ExceptLines TO PrnExceptLines.
           WRITE PrintLine FROM TotalLine.
           CLOSE ExceptReport.
           DISPLAY 'Facturas retenidas:  ' HeldCount.
           DISPLAY 'Lineas en excepcion: ' ExceptLines.
           DISPLAY 'Reporte en APMatchExceptions.dat'.

       LoadOneHeld.
           READ ApOpenFile
               AT END MOVE 'Y' TO ApEOF
               NOT AT END
                   IF APMatch IS EQUAL TO 'H' AND
                       HeldCount IS LESS THAN 500 THEN
                       ADD 1 TO HeldCount
                       MOVE APVendor TO TblHdVendor(HeldCount)
                       MOVE APInvNum TO TblHdInvNum(HeldCount)
                   END-IF
           END-READ.

       ReportOneApLine.
           READ ApLineFile
               AT END MOVE 'Y' TO ApLineEOF
               NOT AT END
                   IF ALMatch IS NOT EQUAL TO SPACE THEN
                       PERFORM CheckLineHeld
                       IF HeldFound IS EQUAL TO 'Y' THEN
                           PERFORM WriteExceptLine
                       END-IF
                   END-IF
           END-READ.

       CheckLineHeld.
           MOVE 'N' TO HeldFound.
           PERFORM CheckOneHeld
               VARYING HeldIdx FROM 1 BY 1
               UNTIL HeldIdx IS GREATER THAN HeldCount.

       CheckOneHeld.
           IF TblHdVendor(HeldIdx) IS EQUAL TO ALVendor AND
               TblHdInvNum(HeldIdx) IS EQUAL TO ALInvNum THEN
               MOVE 'Y' TO HeldFound
           END-IF.

       WriteExceptLine.
           ADD 1 TO ExceptLines.
           MOVE ALVendor TO PrnVendor.
           MOVE ALInvNum TO PrnInvNum.
           MOVE ALPONum TO PrnPONum.
           MOVE ALProd TO PrnProd.
           MOVE ALSize TO PrnSize.
           MOVE ALQty TO PrnQty.
           MOVE ALRecvd TO PrnRecvd.
           MOVE ALUnitCost TO PrnCost.
           MOVE ALPOCost TO PrnPOCost.
           EVALUATE ALMatch
               WHEN 'Q' MOVE 'CANTIDAD' TO PrnReason
               WHEN 'P' MOVE 'PRECIO' TO PrnReason
               WHEN 'B' MOVE 'CANT+PRECIO' TO PrnReason
               WHEN 'N' MOVE 'SIN LINEA OC' TO PrnReason
               WHEN OTHER MOVE ALMatch TO PrnReason
           END-EVALUATE.
           WRITE PrintLine FROM DetailLine.

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
               FUNCTION UPPER-CASE(CostLookupProd) AND
               CSEffectiveDate(CSI) IS NOT GREATER THAN InvoiceDate
               THEN
               IF CostFound IS EQUAL TO 'N' OR
                   CSEffectiveDate(CSI) IS GREATER THAN BestCostDate
                   THEN
                   MOVE CSCost(CSI) TO UnitCost
                   MOVE CSEffectiveDate(CSI) TO BestCostDate
                   MOVE 'Y' TO CostFound
               END-IF
           END-IF.
