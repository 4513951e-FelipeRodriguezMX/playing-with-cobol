       01 EnteredID PIC X(5).
       01 InvCustID PIC 9(5).
       01 FormattedName PIC X(63).
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
       01 InvLineCount PIC 9(2) VALUE ZERO.
       01 InvLineTable.
           02 InvLineEntry
           PERFORM WriteInvoiceDoc
           PERFORM WriteSalesJournal
           PERFORM WriteSalesLines
           PERFORM WriteCfdiDoc
           DISPLAY "Factura No:  " InvoiceNumber
           DISPLAY "Subtotal:    " InvoiceSubtotal
           DISPLAY "Tax:         " InvoiceTax
               CLOSE SalesJournal
           END-IF.

       WriteCfdiDoc.
           MOVE 'I' TO CfdiDocType.
           MOVE InvoiceNumber TO CfdiDocNum.
           MOVE AsOfDate TO CfdiDocDate.
           MOVE InvCustID TO CfdiCustID.
           MOVE FormattedName TO CfdiCustName.
           MOVE IDXCustPostal TO CfdiCustPostal.
           MOVE InvCurrency TO CfdiCurrency.
           MOVE InvoiceSubtotal TO CfdiSubtotal.
           MOVE InvoiceTax TO CfdiTax.
           MOVE InvoiceGrandTotal TO CfdiTotal.
           MOVE DocCurrTotal TO CfdiDocTotal.
           MOVE ZERO TO CfdiRelDoc.
           MOVE 'H' TO CfdiAction.
           CALL 'CFDIOUT' USING CfdiAction, CfdiDoc.
           MOVE 'D' TO CfdiAction.
           IF InvLineCount IS GREATER THAN ZERO THEN
               PERFORM WriteOneCfdiLine
                   VARYING DocLineIdx FROM 1 BY 1
                   UNTIL DocLineIdx IS GREATER THAN InvLineCount
           END-IF.
           IF FreightAmount IS GREATER THAN ZERO THEN
               COMPUTE CfdiLineNum = InvLineCount + 1
               MOVE 'FLETE' TO CfdiLineProd
               MOVE 'Flete' TO CfdiLineDesc
               MOVE 1 TO CfdiLineQty
               MOVE FreightAmount TO CfdiLineUnit
               MOVE FreightAmount TO CfdiLineAmount
               MOVE ZERO TO CfdiLineTax
               IF FreightTaxable IS EQUAL TO 'Y' THEN
                   MOVE FreightTax TO CfdiLineTax
               END-IF
               CALL 'CFDIOUT' USING CfdiAction, CfdiDoc
           END-IF.

       WriteOneCfdiLine.
           MOVE DocLineIdx TO CfdiLineNum.
           MOVE ILProdName(DocLineIdx) TO CfdiLineProd.
           MOVE ILProdName(DocLineIdx) TO CfdiLineDesc.
           MOVE ILQty(DocLineIdx) TO CfdiLineQty.
           MOVE ILUnitPrice(DocLineIdx) TO CfdiLineUnit.
           MOVE ILExtension(DocLineIdx) TO CfdiLineAmount.
           COMPUTE CfdiLineTax ROUNDED =
               ILExtension(DocLineIdx) * TaxRate.
           CALL 'CFDIOUT' USING CfdiAction, CfdiDoc.

       WriteSalesLines.
           IF InvLineCount IS EQUAL TO ZERO THEN
               CONTINUE
