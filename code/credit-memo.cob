           SELECT TaxRateFile ASSIGN TO "./taxrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RateStatus.
           SELECT OPTIONAL RmaFile ASSIGN TO "./rma.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RmaStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SalesJournal.
           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X(38).

       FD OpenItemsCopy.
       01 OpenItemsCopyRecord PIC X(81).

       FD PayHistFile.
       01 PayHistRecord PIC X(40).
           02 TRFEffectiveDate PIC 9(8).
           02 TRFRate PIC V999.

       FD RmaFile.
       01 RmaRecord.
           02 RMANum PIC 9(6).
           02 FILLER PIC X.
           02 RMALine PIC 9(2).
           02 FILLER PIC X.
           02 RMAInvNum PIC 9(6).
           02 FILLER PIC X.
           02 RMACustID PIC 9(5).
           02 FILLER PIC X.
           02 RMAIssueDate PIC 9(8).
           02 FILLER PIC X.
           02 RMALineStatus PIC X.
           02 FILLER PIC X.
           02 RMAProd PIC X(5).
           02 FILLER PIC X.
           02 RMASize PIC X.
           02 FILLER PIC X.
           02 RMAQtyAuth PIC 9(3).
           02 FILLER PIC X.
           02 RMAQtyRestock PIC 9(3).
           02 FILLER PIC X.
           02 RMAQtyScrap PIC 9(3).
           02 FILLER PIC X.
           02 RMAQtyVendor PIC 9(3).
           02 FILLER PIC X.
           02 RMARecvDate PIC 9(8).
           02 FILLER PIC X.
           02 RMAMemoNum PIC 9(6).
           02 FILLER PIC X.
           02 RMAOperator PIC X(8).
           02 FILLER PIC X.
           02 RMAReason PIC X(20).

       WORKING-STORAGE SECTION.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 SeqStatus PIC XX.
       01 PriceStatus PIC XX.
       01 RateStatus PIC XX.
       01 RmaStatus PIC XX.
       01 WSEOF PIC X.
       01 CopyEOF PIC X.
       01 MoreMemos PIC X VALUE 'S'.
       01 BusinessDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 EnteredInvX PIC X(6).
       01 EnteredRmaX PIC X(6).
       01 WantedRma PIC 9(6) VALUE ZERO.
       01 RmaCount PIC 9(4) VALUE ZERO.
       01 RmaTable.
           02 RmaEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON RmaCount
               INDEXED BY RMI.
               03 TblRmaLine PIC X(103).
       01 RmaLinesFound PIC 9(2).
       01 RmaLinesReady PIC 9(2).
       01 RmaCreditQty PIC 9(4).
       01 OrigInvNum PIC 9(6).
       01 InvFound PIC X.
       01 OrigCustID PIC 9(5).
               03 MLSize PIC A.
               03 MLQty PIC 9(3).
               03 MLAmount PIC 9(6)V99.
       01 MemoLineIdx PIC 9(3).
       01 CfdiAction PIC X.
       01 CfdiDoc.
           02 CfdiDocType PIC X.
           02 CfdiDocNum PIC 9(6).
           02 CfdiDocDate PIC 9(8).
           02 CfdiCustID PIC 9(5).
           02 CfdiCustName PIC X(40).
           02 CfdiCustPostal PIC X(6).
           02 CfdiCurrency PIC X(3).
           02 CfdiSubtotal PIC 9(8)V99.
           02 CfdiTax PIC 9(8)V99.
           02 CfdiTotal PIC 9(8)V99.
           02 CfdiDocTotal PIC 9(8)V99.
           02 CfdiRelDoc PIC 9(6).
           02 CfdiLineNum PIC 9(3).
           02 CfdiLineProd PIC X(6).
           02 CfdiLineDesc PIC X(20).
           02 CfdiLineQty PIC 9(5).
           02 CfdiLineUnit PIC 9(6)V99.
           02 CfdiLineAmount PIC 9(8)V99.
           02 CfdiLineTax PIC 9(8)V99.
       01 CreditSubtotal PIC 9(6)V99.
       01 CreditTax PIC 9(6)V99.
       01 CreditTotal PIC 9(6)V99.

       CaptureOneMemo.
           DISPLAY ' '
           DISPLAY 'Numero de RMA (vacio = nota manual):'
               WITH NO ADVANCING.
           ACCEPT EnteredRmaX.
           IF EnteredRmaX IS NOT EQUAL TO SPACE THEN
               PERFORM CaptureRmaMemo
           ELSE IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Las notas de credito se generan desde una '
                   'RMA inspeccionada (RMARECV).'
               DISPLAY 'La nota manual requiere supervisor.'
           ELSE
               MOVE ZERO TO WantedRma
               PERFORM CaptureManualMemo
           END-IF.
           DISPLAY 'Otra nota de credito? (S/N):' WITH NO ADVANCING.
           ACCEPT MoreMemos.

       CaptureManualMemo.
           DISPLAY 'Factura original:' WITH NO ADVANCING.
           ACCEPT EnteredInvX.
           IF FUNCTION TEST-NUMVAL(EnteredInvX) IS EQUAL TO ZERO THEN
                   END-IF
               END-IF
           END-IF.

       CaptureRmaMemo.
           IF FUNCTION TEST-NUMVAL(EnteredRmaX) IS EQUAL TO ZERO THEN
               COMPUTE WantedRma = FUNCTION NUMVAL(EnteredRmaX)
           ELSE
               MOVE ZERO TO WantedRma
           END-IF.
           PERFORM LoadRmaTable.
           MOVE ZERO TO RmaLinesFound.
           MOVE ZERO TO RmaLinesReady.
           MOVE ZERO TO OrigInvNum.
           PERFORM CountOneRmaLine
               VARYING RMI FROM 1 BY 1
               UNTIL RMI IS GREATER THAN RmaCount.
           IF WantedRma IS EQUAL TO ZERO OR
               RmaLinesFound IS EQUAL TO ZERO THEN
               DISPLAY 'RMA no existe: ' EnteredRmaX
           ELSE IF RmaLinesReady IS LESS THAN RmaLinesFound THEN
               DISPLAY 'La RMA no esta inspeccionada o ya tiene nota.'
           ELSE
               PERFORM FindOriginalInvoice
               IF InvFound IS EQUAL TO 'N' THEN
                   DISPLAY 'Factura de la RMA no existe: ' OrigInvNum
               ELSE
                   MOVE ZERO TO MemoLineCount
                   MOVE ZERO TO CreditSubtotal
                   PERFORM BuildOneRmaMemoLine
                       VARYING RMI FROM 1 BY 1
                       UNTIL RMI IS GREATER THAN RmaCount
                   IF MemoLineCount IS GREATER THAN ZERO THEN
                       PERFORM PostCreditMemo
                   ELSE
                       MOVE ZERO TO MemoNumber
                       DISPLAY 'Sin mercancia recibida, RMA cerrada '
                           'sin nota.'
                   END-IF
                   PERFORM CloseRmaLine
                       VARYING RMI FROM 1 BY 1
                       UNTIL RMI IS GREATER THAN RmaCount
                   PERFORM SaveRmaTable
               END-IF
           END-IF.

       CountOneRmaLine.
           MOVE TblRmaLine(RMI) TO RmaRecord.
           IF RMANum IS EQUAL TO WantedRma AND
               RMALineStatus IS NOT EQUAL TO 'X' THEN
               ADD 1 TO RmaLinesFound
               MOVE RMAInvNum TO OrigInvNum
               IF RMALineStatus IS EQUAL TO 'I' THEN
                   ADD 1 TO RmaLinesReady
               END-IF
           END-IF.

       BuildOneRmaMemoLine.
           MOVE TblRmaLine(RMI) TO RmaRecord.
           COMPUTE RmaCreditQty = RMAQtyRestock + RMAQtyScrap +
               RMAQtyVendor.
           IF RMANum IS EQUAL TO WantedRma AND
               RMALineStatus IS EQUAL TO 'I' AND
               RmaCreditQty IS GREATER THAN ZERO THEN
               MOVE RMAProd TO EnteredProd
               MOVE RMASize TO EnteredSize
               PERFORM LookupPrice
               IF PriceFound IS EQUAL TO 'N' THEN
                   DISPLAY 'Sin precio vigente en la fecha original: '
                       RMAProd
               ELSE IF MemoLineCount IS LESS THAN 99 THEN
                   ADD 1 TO MemoLineCount
                   MOVE FUNCTION UPPER-CASE(RMAProd)
                       TO MLProd(MemoLineCount)
                   MOVE FUNCTION UPPER-CASE(RMASize)
                       TO MLSize(MemoLineCount)
                   MOVE RmaCreditQty TO MLQty(MemoLineCount)
                   COMPUTE MLAmount(MemoLineCount) ROUNDED =
                       UnitPrice * RmaCreditQty
                   ADD MLAmount(MemoLineCount) TO CreditSubtotal
                   DISPLAY 'Abono de linea ' RMAProd ' ' RMASize ': '
                       MLAmount(MemoLineCount)
               END-IF
           END-IF.

       CloseRmaLine.
           MOVE TblRmaLine(RMI) TO RmaRecord.
           IF RMANum IS EQUAL TO WantedRma AND
               RMALineStatus IS EQUAL TO 'I' THEN
               MOVE 'C' TO RMALineStatus
               MOVE MemoNumber TO RMAMemoNum
               MOVE RmaRecord TO TblRmaLine(RMI)
           END-IF.

       LoadRmaTable.
           MOVE ZERO TO RmaCount.
           OPEN INPUT RmaFile.
           IF RmaStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneRmaLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE RmaFile
           ELSE IF RmaStatus IS EQUAL TO "05" THEN
               CLOSE RmaFile
           END-IF.

       LoadOneRmaLine.
           READ RmaFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RmaCount IS EQUAL TO 2000 THEN
                       DISPLAY 'Tabla de RMA llena (2000).'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO RmaCount
                   MOVE RmaRecord TO TblRmaLine(RmaCount)
           END-READ.

       SaveRmaTable.
           OPEN OUTPUT RmaFile.
           PERFORM SaveOneRmaLine
               VARYING RMI FROM 1 BY 1
               UNTIL RMI IS GREATER THAN RmaCount.
           CLOSE RmaFile.

       SaveOneRmaLine.
           MOVE TblRmaLine(RMI) TO RmaRecord.
           WRITE RmaRecord.

       FindOriginalInvoice.
           MOVE 'N' TO InvFound.
           END-IF.
           PERFORM GetNextMemoNumber.
           PERFORM WriteCreditJournal.
           PERFORM WriteCfdiDoc.
           PERFORM ApplyCreditToOpenItem.
           IF WantedRma IS EQUAL TO ZERO THEN
               PERFORM WriteReturnMoves
           END-IF.
           DISPLAY 'Nota de credito ' MemoNumber ' por '
               CreditTotal ' aplicada a factura ' OrigInvNum '.'.

               CLOSE SalesJournal
           END-IF.

       WriteCfdiDoc.
           MOVE 'E' TO CfdiDocType.
           MOVE MemoNumber TO CfdiDocNum.
           MOVE BusinessDate TO CfdiDocDate.
           MOVE OrigCustID TO CfdiCustID.
           MOVE SPACE TO CfdiCustName.
           MOVE SPACE TO CfdiCustPostal.
           MOVE SPACE TO CfdiCurrency.
           MOVE CreditSubtotal TO CfdiSubtotal.
           MOVE CreditTax TO CfdiTax.
           MOVE CreditTotal TO CfdiTotal.
           MOVE CreditTotal TO CfdiDocTotal.
           MOVE OrigInvNum TO CfdiRelDoc.
           MOVE 'H' TO CfdiAction.
           CALL 'CFDIOUT' USING CfdiAction, CfdiDoc.
           MOVE 'D' TO CfdiAction.
           IF MemoLineCount IS GREATER THAN ZERO THEN
               PERFORM WriteOneCfdiLine
                   VARYING MemoLineIdx FROM 1 BY 1
                   UNTIL MemoLineIdx IS GREATER THAN MemoLineCount
           END-IF.

       WriteOneCfdiLine.
           MOVE MemoLineIdx TO CfdiLineNum.
           MOVE MLProd(MemoLineIdx) TO CfdiLineProd.
           MOVE 'Devolucion' TO CfdiLineDesc.
           MOVE MLProd(MemoLineIdx) TO CfdiLineDesc(12:5).
           MOVE MLQty(MemoLineIdx) TO CfdiLineQty.
           COMPUTE CfdiLineUnit ROUNDED =
               MLAmount(MemoLineIdx) / MLQty(MemoLineIdx).
           MOVE MLAmount(MemoLineIdx) TO CfdiLineAmount.
           COMPUTE CfdiLineTax ROUNDED =
               MLAmount(MemoLineIdx) * TaxRate.
           CALL 'CFDIOUT' USING CfdiAction, CfdiDoc.

       ApplyCreditToOpenItem.
           MOVE CreditTotal TO RemainingCredit.
           MOVE 'N' TO ItemFound.
