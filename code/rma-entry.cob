       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SalesJournal ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT OPTIONAL SalesLinesFile ASSIGN TO "./sales-lines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinesStatus.
           SELECT OPTIONAL RmaFile ASSIGN TO "./rma.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RmaStatus.
           SELECT OPTIONAL RmaSeqFile ASSIGN TO "./rmaseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeqStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SalesJournal.
       01 SalesJournalRecord.
           02 SJInvNum PIC 9(6).
           02 FILLER PIC X.
           02 SJCustID PIC 9(5).
           02 FILLER PIC X.
           02 SJDate PIC 9(8).
           02 FILLER PIC X.
           02 SJJurisdiction PIC X(2).
           02 FILLER PIC X.
           02 SJSubtotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTax PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJSalesRep PIC X(3).
           02 FILLER PIC X.
           02 SJFreight PIC X(8).
           02 FILLER PIC X.
           02 SJDocType PIC X.

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

       FD RmaSeqFile.
       01 RmaSeqRecord.
           02 SeqLastUsed PIC 9(6).

       WORKING-STORAGE SECTION.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 JournalStatus PIC XX.
       01 LinesStatus PIC XX.
       01 RmaStatus PIC XX.
       01 SeqStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ActionKey PIC X VALUE SPACE.
       01 EnteredInvX PIC X(6).
       01 EnteredRmaX PIC X(6).
       01 OrigInvNum PIC 9(6).
       01 WantedRma PIC 9(6).
       01 InvFound PIC X.
       01 OrigCustID PIC 9(5).
       01 OrigDate PIC 9(8).
       01 RmaReasonText PIC X(20).
       01 RmaCount PIC 9(4) VALUE ZERO.
       01 RmaTable.
           02 RmaEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON RmaCount
               INDEXED BY RMI.
               03 TblRmaLine PIC X(103).
       01 RmaLinesFound PIC 9(2).
       01 RmaLinesOpen PIC 9(2).
       01 ReturnedQty PIC 9(3).
       01 InvLineCount PIC 9(2) VALUE ZERO.
       01 InvLineTable.
           02 InvLineEntry
               OCCURS 1 TO 99 TIMES
               DEPENDING ON InvLineCount
               INDEXED BY ILI.
               03 ILProd PIC X(5).
               03 ILSize PIC X.
               03 ILShipped PIC 9(4).
               03 ILReturned PIC 9(4).
       01 InvLineFoundIdx PIC 9(2).
       01 ReturnableQty PIC 9(4).
       01 MoreLines PIC X.
       01 EnteredProd PIC X(5).
       01 EnteredSize PIC X.
       01 EnteredQtyX PIC X(3).
       01 EnteredQty PIC 9(3).
       01 SaveKey PIC X.
       01 NewRmaNum PIC 9(6).
       01 NewLineCount PIC 9(2) VALUE ZERO.
       01 NewLineTable.
           02 NewLineEntry
               OCCURS 1 TO 20 TIMES
               DEPENDING ON NewLineCount
               INDEXED BY NLI.
               03 NLProd PIC X(5).
               03 NLSize PIC X.
               03 NLQty PIC 9(3).
       01 NewLineIdx PIC 9(2).
       01 RmasIssued PIC 9(4) VALUE ZERO.
       01 RmasCancelled PIC 9(4) VALUE ZERO.
       01 RmaLineView.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnViewProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnViewSize PIC X.
           02 FILLER PIC X(12) VALUE "  Facturado ".
           02 PrnViewShipped PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "  Devuelto   ".
           02 PrnViewReturned PIC ZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM ProcessOneAction
               UNTIL ActionKey IS EQUAL TO 'F'.
           DISPLAY 'RMA autorizadas:  ' RmasIssued.
           DISPLAY 'RMA canceladas:   ' RmasCancelled.
           STOP RUN.

       ProcessOneAction.
           DISPLAY ' '
           DISPLAY 'Accion (A=autorizar, C=cancelar, F=fin):'
               WITH NO ADVANCING.
           ACCEPT ActionKey.
           MOVE FUNCTION UPPER-CASE(ActionKey) TO ActionKey.
           IF ActionKey IS EQUAL TO 'A' THEN
               PERFORM AuthorizeOneRma
           ELSE IF ActionKey IS EQUAL TO 'C' THEN
               PERFORM CancelOneRma
           ELSE IF ActionKey IS NOT EQUAL TO 'F' THEN
               DISPLAY 'Accion invalida.'
           END-IF.

       AuthorizeOneRma.
           DISPLAY 'Factura original:' WITH NO ADVANCING.
           ACCEPT EnteredInvX.
           IF FUNCTION TEST-NUMVAL(EnteredInvX) IS EQUAL TO ZERO THEN
               COMPUTE OrigInvNum = FUNCTION NUMVAL(EnteredInvX)
           ELSE
               MOVE ZERO TO OrigInvNum
           END-IF.
           IF OrigInvNum IS EQUAL TO ZERO THEN
               DISPLAY 'Numero invalido.'
           ELSE
               PERFORM FindOriginalInvoice
               IF InvFound IS EQUAL TO 'N' THEN
                   DISPLAY 'Factura no existe: ' OrigInvNum
               ELSE
                   PERFORM LoadInvoiceLines
                   IF InvLineCount IS EQUAL TO ZERO THEN
                       DISPLAY 'Factura sin detalle en '
                           'sales-lines.dat, no se puede autorizar.'
                   ELSE
                       PERFORM LoadRmaTable
                       PERFORM SumPriorReturns
                           VARYING RMI FROM 1 BY 1
                           UNTIL RMI IS GREATER THAN RmaCount
                       DISPLAY 'Cliente ' OrigCustID ' fecha '
                           OrigDate
                       PERFORM ShowOneInvoiceLine
                           VARYING ILI FROM 1 BY 1
                           UNTIL ILI IS GREATER THAN InvLineCount
                       DISPLAY 'Motivo de la devolucion:'
                           WITH NO ADVANCING
                       ACCEPT RmaReasonText
                       PERFORM CaptureRmaLines
                       IF NewLineCount IS GREATER THAN ZERO THEN
                           DISPLAY 'Grabar RMA? (S/N):'
                               WITH NO ADVANCING
                           ACCEPT SaveKey
                           IF SaveKey IS EQUAL TO 'S' OR
                               SaveKey IS EQUAL TO 's' THEN
                               PERFORM WriteNewRma
                           ELSE
                               DISPLAY 'RMA descartada.'
                           END-IF
                       ELSE
                           DISPLAY 'Sin lineas, no se grabo la RMA.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FindOriginalInvoice.
           MOVE 'N' TO InvFound.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneJournalEntry
                   UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesJournal
           ELSE IF JournalStatus IS EQUAL TO "05" THEN
               CLOSE SalesJournal
           END-IF.

       CheckOneJournalEntry.
           READ SalesJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SJInvNum IS EQUAL TO OrigInvNum AND
                       SJDocType IS NOT EQUAL TO 'C' THEN
                       MOVE 'Y' TO InvFound
                       MOVE SJCustID TO OrigCustID
                       MOVE SJDate TO OrigDate
                   END-IF
           END-READ.

       LoadInvoiceLines.
           MOVE ZERO TO InvLineCount.
           OPEN INPUT SalesLinesFile.
           IF LinesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneInvoiceLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesLinesFile
           ELSE IF LinesStatus IS EQUAL TO "05" THEN
               CLOSE SalesLinesFile
           END-IF.

       LoadOneInvoiceLine.
           READ SalesLinesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SLRecType IS EQUAL TO 'L' AND
                       SLInvNum IS EQUAL TO OrigInvNum THEN
                       MOVE FUNCTION UPPER-CASE(SLProd) TO EnteredProd
                       MOVE FUNCTION UPPER-CASE(SLSize) TO EnteredSize
                       PERFORM FindInvoiceLine
                       IF InvLineFoundIdx IS GREATER THAN ZERO THEN
                           ADD SLQty TO ILShipped(InvLineFoundIdx)
                       ELSE IF InvLineCount IS LESS THAN 99 THEN
                           ADD 1 TO InvLineCount
                           MOVE EnteredProd TO ILProd(InvLineCount)
                           MOVE EnteredSize TO ILSize(InvLineCount)
                           MOVE SLQty TO ILShipped(InvLineCount)
                           MOVE ZERO TO ILReturned(InvLineCount)
                       END-IF
                   END-IF
           END-READ.

       FindInvoiceLine.
           MOVE ZERO TO InvLineFoundIdx.
           PERFORM CheckOneInvoiceLine
               VARYING ILI FROM 1 BY 1
               UNTIL ILI IS GREATER THAN InvLineCount.

       CheckOneInvoiceLine.
           IF ILProd(ILI) IS EQUAL TO EnteredProd AND
               ILSize(ILI) IS EQUAL TO EnteredSize AND
               InvLineFoundIdx IS EQUAL TO ZERO THEN
               MOVE ILI TO InvLineFoundIdx
           END-IF.

       SumPriorReturns.
           MOVE TblRmaLine(RMI) TO RmaRecord.
           IF RMAInvNum IS EQUAL TO OrigInvNum AND
               RMALineStatus IS NOT EQUAL TO 'X' THEN
               IF RMALineStatus IS EQUAL TO 'A' THEN
                   MOVE RMAQtyAuth TO ReturnedQty
               ELSE
                   COMPUTE ReturnedQty = RMAQtyRestock +
                       RMAQtyScrap + RMAQtyVendor
               END-IF
               MOVE RMAProd TO EnteredProd
               MOVE RMASize TO EnteredSize
               PERFORM FindInvoiceLine
               IF InvLineFoundIdx IS GREATER THAN ZERO THEN
                   ADD ReturnedQty TO ILReturned(InvLineFoundIdx)
               END-IF
           END-IF.

       ShowOneInvoiceLine.
           MOVE ILProd(ILI) TO PrnViewProd.
           MOVE ILSize(ILI) TO PrnViewSize.
           MOVE ILShipped(ILI) TO PrnViewShipped.
           MOVE ILReturned(ILI) TO PrnViewReturned.
           DISPLAY RmaLineView.

       CaptureRmaLines.
           MOVE ZERO TO NewLineCount.
           MOVE 'S' TO MoreLines.
           PERFORM CaptureOneRmaLine
               UNTIL MoreLines IS NOT EQUAL TO 'S' AND
                   MoreLines IS NOT EQUAL TO 's'.

       CaptureOneRmaLine.
           DISPLAY 'Producto a devolver (5 letras):'
               WITH NO ADVANCING.
           ACCEPT EnteredProd.
           MOVE FUNCTION UPPER-CASE(EnteredProd) TO EnteredProd.
           DISPLAY 'Talla:' WITH NO ADVANCING.
           ACCEPT EnteredSize.
           MOVE FUNCTION UPPER-CASE(EnteredSize) TO EnteredSize.
           DISPLAY 'Cantidad:' WITH NO ADVANCING.
           ACCEPT EnteredQtyX.
           IF FUNCTION TEST-NUMVAL(EnteredQtyX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredQty = FUNCTION NUMVAL(EnteredQtyX)
           ELSE
               MOVE ZERO TO EnteredQty
           END-IF.
           PERFORM FindInvoiceLine.
           MOVE ZERO TO ReturnableQty.
           IF InvLineFoundIdx IS GREATER THAN ZERO AND
               ILShipped(InvLineFoundIdx) IS GREATER THAN
                   ILReturned(InvLineFoundIdx) THEN
               COMPUTE ReturnableQty = ILShipped(InvLineFoundIdx) -
                   ILReturned(InvLineFoundIdx)
           END-IF.
           IF EnteredQty IS EQUAL TO ZERO THEN
               DISPLAY 'Cantidad invalida.'
           ELSE IF InvLineFoundIdx IS EQUAL TO ZERO THEN
               DISPLAY 'Linea no facturada en la original.'
           ELSE IF EnteredQty IS GREATER THAN ReturnableQty THEN
               DISPLAY 'Cantidad mayor a lo embarcado menos '
                   'devoluciones, maximo ' ReturnableQty '.'
           ELSE IF NewLineCount IS EQUAL TO 20 THEN
               DISPLAY 'RMA llena (20 lineas).'
           ELSE
               ADD 1 TO NewLineCount
               MOVE EnteredProd TO NLProd(NewLineCount)
               MOVE EnteredSize TO NLSize(NewLineCount)
               MOVE EnteredQty TO NLQty(NewLineCount)
               ADD EnteredQty TO ILReturned(InvLineFoundIdx)
           END-IF.
           DISPLAY 'Otra linea? (S/N):' WITH NO ADVANCING.
           ACCEPT MoreLines.

       WriteNewRma.
           PERFORM GetNextRmaNumber.
           OPEN EXTEND RmaFile.
           IF RmaStatus IS EQUAL TO "00" OR
               RmaStatus IS EQUAL TO "05" THEN
               PERFORM WriteOneRmaLine
                   VARYING NewLineIdx FROM 1 BY 1
                   UNTIL NewLineIdx IS GREATER THAN NewLineCount
               CLOSE RmaFile
           END-IF.
           ADD 1 TO RmasIssued.
           DISPLAY 'RMA ' NewRmaNum ' autorizada para factura '
               OrigInvNum '.'.

       WriteOneRmaLine.
           MOVE SPACE TO RmaRecord.
           MOVE NewRmaNum TO RMANum.
           MOVE NewLineIdx TO RMALine.
           MOVE OrigInvNum TO RMAInvNum.
           MOVE OrigCustID TO RMACustID.
           MOVE BusinessDate TO RMAIssueDate.
           MOVE 'A' TO RMALineStatus.
           MOVE NLProd(NewLineIdx) TO RMAProd.
           MOVE NLSize(NewLineIdx) TO RMASize.
           MOVE NLQty(NewLineIdx) TO RMAQtyAuth.
           MOVE ZERO TO RMAQtyRestock.
           MOVE ZERO TO RMAQtyScrap.
           MOVE ZERO TO RMAQtyVendor.
           MOVE ZERO TO RMARecvDate.
           MOVE ZERO TO RMAMemoNum.
           MOVE OperatorID TO RMAOperator.
           MOVE RmaReasonText TO RMAReason.
           WRITE RmaRecord.

       GetNextRmaNumber.
           MOVE ZERO TO NewRmaNum.
           OPEN INPUT RmaSeqFile.
           IF SeqStatus IS EQUAL TO "00" THEN
               READ RmaSeqFile
                   AT END CONTINUE
                   NOT AT END MOVE SeqLastUsed TO NewRmaNum
               END-READ
               CLOSE RmaSeqFile
           ELSE IF SeqStatus IS EQUAL TO "05" THEN
               CLOSE RmaSeqFile
           END-IF.
           ADD 1 TO NewRmaNum.
           OPEN OUTPUT RmaSeqFile.
           MOVE NewRmaNum TO SeqLastUsed.
           WRITE RmaSeqRecord.
           CLOSE RmaSeqFile.

       CancelOneRma.
           DISPLAY 'Numero de RMA:' WITH NO ADVANCING.
           ACCEPT EnteredRmaX.
           IF FUNCTION TEST-NUMVAL(EnteredRmaX) IS EQUAL TO ZERO THEN
               COMPUTE WantedRma = FUNCTION NUMVAL(EnteredRmaX)
           ELSE
               MOVE ZERO TO WantedRma
           END-IF.
           PERFORM LoadRmaTable.
           MOVE ZERO TO RmaLinesFound.
           MOVE ZERO TO RmaLinesOpen.
           PERFORM CountOneRmaLine
               VARYING RMI FROM 1 BY 1
               UNTIL RMI IS GREATER THAN RmaCount.
           IF WantedRma IS EQUAL TO ZERO OR
               RmaLinesFound IS EQUAL TO ZERO THEN
               DISPLAY 'RMA no existe: ' EnteredRmaX
           ELSE IF RmaLinesOpen IS LESS THAN RmaLinesFound THEN
               DISPLAY 'La RMA ya fue recibida o cancelada.'
           ELSE
               PERFORM CancelOneRmaLine
                   VARYING RMI FROM 1 BY 1
                   UNTIL RMI IS GREATER THAN RmaCount
               PERFORM SaveRmaTable
               ADD 1 TO RmasCancelled
               DISPLAY 'RMA ' WantedRma ' cancelada.'
           END-IF.

       CountOneRmaLine.
           MOVE TblRmaLine(RMI) TO RmaRecord.
           IF RMANum IS EQUAL TO WantedRma THEN
               ADD 1 TO RmaLinesFound
               IF RMALineStatus IS EQUAL TO 'A' THEN
                   ADD 1 TO RmaLinesOpen
               END-IF
           END-IF.

       CancelOneRmaLine.
           MOVE TblRmaLine(RMI) TO RmaRecord.
           IF RMANum IS EQUAL TO WantedRma THEN
               MOVE 'X' TO RMALineStatus
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
