       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT ShipmentsFile ASSIGN TO "./shipments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShipStatus.
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermsStatus.
           SELECT OPTIONAL PayTermsFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/payment-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayTermsStatus.
           SELECT OPTIONAL ParentFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-parent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParentStatus.
           SELECT OPTIONAL OpenItemsFile ASSIGN TO "./ar-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT OPTIONAL CarrierFile ASSIGN TO "./carriers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CarrierStatus.
           SELECT OPTIONAL TrackingFile
               ASSIGN TO "./ship-tracking.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TrackStatus.
           SELECT OPTIONAL FxRateFile ASSIGN TO "./fx-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FxStatus.
           SELECT OPTIONAL CostFile ASSIGN TO "./costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostStatus.
           SELECT OPTIONAL LayerFile ASSIGN TO "./cost-layers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LayerStatus.
           SELECT OPTIONAL KitFile ASSIGN TO "./kits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KitStatus.
           SELECT OPTIONAL OverrideFile
               ASSIGN TO "./price-overrides.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OvrStatus.
           SELECT OPTIONAL PromoFile ASSIGN TO "./promos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PromoStatus.
           SELECT InvoiceDoc ASSIGN TO "./Invoice.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SalesJournal ASSIGN TO "./sales-journal.dat"
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
               03 OrdField2 PIC X(6).
               03 FILLER PIC X.
               03 OrdShipTo PIC X(2).
               03 FILLER PIC X.
               03 OrdHdrStatus PIC X.
               03 FILLER PIC X.
               03 OrdSalesRep PIC X(3).
               03 FILLER PIC X.
               03 OrdPromo PIC X(6).
               03 FILLER PIC X.

       FD ShipmentsFile.
       01 ShipmentRecord.
           02 CTDiscClass PIC X(2).
           02 FILLER PIC X.
           02 CTCurrency PIC X(3).
           02 FILLER PIC X(3).
           02 CTTermsCode PIC X(10).
           02 FILLER PIC X(6).

       FD PayTermsFile.
       01 PayTermsRecord.
           02 PTFCode PIC X(10).
           02 FILLER PIC X.
           02 PTFNetDays PIC 9(3).
           02 FILLER PIC X.
           02 PTFDiscPct PIC 99V99.
           02 FILLER PIC X.
           02 PTFDiscDays PIC 9(3).

       FD ParentFile.
       01 ParentRecord.
           02 CPCustID PIC 9(5).
           02 FILLER PIC X.
           02 CPParentID PIC 9(5).
           02 FILLER PIC X.
           02 CPBillParent PIC X.

       FD OpenItemsFile.
       01 OpenItemRecord PIC X(81).

       FD CarrierFile.
       01 CarrierRecord.
           02 FILLER PIC X.
           02 CARTaxable PIC X.

       FD TrackingFile.
       01 TrackingRecord.
           02 TrkOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 TrkCustID PIC 9(5).
           02 FILLER PIC X.
           02 TrkDate PIC 9(8).
           02 FILLER PIC X.
           02 TrkCarrier PIC X(3).
           02 FILLER PIC X.
           02 TrkTracking PIC X(20).
           02 FILLER PIC X.
           02 TrkPackages PIC 9(3).
           02 FILLER PIC X.
           02 TrkWeight PIC 9(5)V9.

       FD FxRateFile.
       01 FxRateRecord.
           02 FXFCurrency PIC X(3).
           02 FILLER PIC X.
           02 CSFCost PIC 9(4)V99.

       FD LayerFile.
       01 LayerRecord.
           02 CLProd PIC X(5).
           02 FILLER PIC X.
           02 CLSize PIC X.
           02 FILLER PIC X.
           02 CLRecvDate PIC 9(8).
           02 FILLER PIC X.
           02 CLQty PIC 9(5).
           02 FILLER PIC X.
           02 CLUnitCost PIC 9(4)V99.
           02 FILLER PIC X.
           02 CLPONum PIC X(6).

       FD KitFile.
       01 KitRecord.
           02 KTKitProd PIC X(5).
           02 FILLER PIC X.
           02 KTCompProd PIC X(5).
           02 FILLER PIC X.
           02 KTCompSize PIC X.
           02 FILLER PIC X.
           02 KTCompQty PIC 9(3).

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

       FD OverrideFile.
       01 OverrideRecord.
           02 POVOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 POVProd PIC X(5).
           02 FILLER PIC X.
           02 POVSize PIC X.
           02 FILLER PIC X.
           02 POVDate PIC 9(8).
           02 FILLER PIC X.
           02 POVCustID PIC 9(5).
           02 FILLER PIC X.
           02 POVRep PIC X(3).
           02 FILLER PIC X.
           02 POVQty PIC 9(3).
           02 FILLER PIC X.
           02 POVListPrice PIC 9(4)V99.
           02 FILLER PIC X.
           02 POVPrice PIC 9(4)V99.
           02 FILLER PIC X.
           02 POVCost PIC 9(4)V99.
           02 FILLER PIC X.
           02 POVReason PIC X(2).
           02 FILLER PIC X.
           02 POVStatus PIC X.
           02 FILLER PIC X.
           02 POVApprover PIC X(8).

       FD InvoiceDoc.
       01 DocLine PIC X(73).

           02 SeqLastUsed PIC 9(6).

       FD SalesLinesFile.
       01 SalesLineRecord PIC X(50).

       WORKING-STORAGE SECTION.
       01 OrdStatus PIC XX.
       01 SeqStatus PIC XX.
       01 LinesStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 FormattedName PIC X(63).
               03 TblBillCust PIC 9(5).
               03 TblBillRep PIC X(3).
               03 TblBillBilled PIC X.
               03 TblBillPromo PIC X(6).
       01 BillOrderIdx PIC 9(3).
       01 CollectingOrder PIC X VALUE 'N'.
       01 BillDropCount PIC 9(4) VALUE ZERO.
       01 BillDropTable.
           02 BillDropEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON BillDropCount
               INDEXED BY BDI.
               03 TblDropOrd PIC 9(6).
               03 TblDropProd PIC X(5).
               03 TblDropSize PIC A.
       01 SaleIsDrop PIC X.
       01 InvLineCount PIC 9(2) VALUE ZERO.
       01 InvLineTable.
           02 InvLineEntry
               03 ILBreakQty PIC 9(5).
               03 ILListPrice PIC 9(4)V99.
               03 ILPriceNote PIC X.
               03 ILPromo PIC X(6).
               03 ILPromoDisc PIC 9(4)V99.
       01 InvoiceNumber PIC 9(6).
       01 InvoiceSubtotal PIC 9(6)V99.
       01 InvoiceTax PIC 9(6)V99.
               03 TblTermsCust PIC 9(5).
               03 TblTermsClass PIC X(2).
               03 TblTermsCurr PIC X(3).
               03 TblTermsCode PIC X(10).
       01 TermsIdx PIC 9(3).
       01 CustDiscClass PIC X(2) VALUE SPACE.
       01 CustTermsCode PIC X(10) VALUE SPACE.
       01 ParentStatus PIC XX.
       01 ParentEOF PIC X.
       01 ParentCount PIC 9(4) VALUE ZERO.
       01 ParentTable.
           02 ParentEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ParentCount
               INDEXED BY PCI.
               03 TblParCust PIC 9(5).
               03 TblParParent PIC 9(5).
       01 ParentIdx PIC 9(4).
       01 BillToCust PIC 9(5).
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
       01 PayTermsStatus PIC XX.
       01 PayTermsEOF PIC X.
       01 PayTermsCount PIC 9(2) VALUE ZERO.
       01 PayTermsTable.
           02 PayTermsEntry
               OCCURS 1 TO 50 TIMES
               DEPENDING ON PayTermsCount
               INDEXED BY PTI.
               03 TblPayTermsCode PIC X(10).
               03 TblPayNetDays PIC 9(3).
               03 TblPayDiscPct PIC 99V99.
               03 TblPayDiscDays PIC 9(3).
       01 PayTermsIdx PIC 9(2).
       01 PayTermsFoundIdx PIC 9(2).
       01 InvDueDate PIC 9(8).
       01 RollDueDate PIC X VALUE 'Y'.
       01 InvDiscDate PIC 9(8).
       01 InvDiscAmt PIC 9(6)V99.
       01 OpenStatus PIC XX.
       01 NewOpenItemLine.
           02 NOInvNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 NOCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 NOInvDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 NOInvTotal PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 NOPaid PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 NOOpenFlag PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 NODueDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 NODiscDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 NODiscAmt PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 NODispFlag PIC X VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 NODispAmt PIC 9(6)V99 VALUE ZERO.
       01 ExemptStatus PIC XX.
       01 ExemptEOF PIC X.
       01 ExemptCount PIC 9(3) VALUE ZERO.
       01 DocNetDueLine.
           02 FILLER PIC X(24) VALUE "Saldo a pagar:          ".
           02 PrnNetDue PIC ZZZZZ9.99.
       01 DocTermsLine.
           02 FILLER PIC X(13) VALUE "Condiciones: ".
           02 PrnDocTerms PIC X(10).
           02 FILLER PIC X(11) VALUE "   Vence:  ".
           02 PrnDocDueDate PIC 9(8).
       01 DocDiscLine.
           02 FILLER PIC X(24) VALUE "Descuento pronto pago:  ".
           02 PrnDocDiscAmt PIC ZZZZZ9.99.
           02 FILLER PIC X(13) VALUE " si paga al  ".
           02 PrnDocDiscDate PIC 9(8).
       01 FxStatus PIC XX.
       01 FxEOF PIC X.
       01 FxCount PIC 9(2) VALUE ZERO.
       01 ClassPct PIC V999.
       01 ListPrice PIC 9(4)V99.
       01 PriceNote PIC X.
       01 OvrStatus PIC XX.
       01 OvrCount PIC 9(4) VALUE ZERO.
       01 OvrTable.
           02 OvrEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON OvrCount
               INDEXED BY OVI.
               03 TblOvrOrd PIC 9(6).
               03 TblOvrProd PIC X(5).
               03 TblOvrSize PIC X.
               03 TblOvrPrice PIC 9(4)V99.
       01 PromoStatus PIC XX.
       01 PromoEOF PIC X.
       01 PromoCount PIC 9(3) VALUE ZERO.
       01 PromoTable.
           02 PromoEntry
               OCCURS 1 TO 300 TIMES
               DEPENDING ON PromoCount
               INDEXED BY PRMI.
               03 TblPromoCode PIC X(6).
               03 TblPromoStart PIC 9(8).
               03 TblPromoEnd PIC 9(8).
               03 TblPromoType PIC X.
               03 TblPromoValue PIC 9(4)V99.
               03 TblPromoScope PIC X.
               03 TblPromoScopeVal PIC X(5).
       01 PromoFound PIC X.
       01 PromoPrice PIC 9(4)V99.
       01 PromoWork PIC 9(4)V99.
       01 PromoUnitDisc PIC 9(4)V99.
       01 OverrideFound PIC X.
       01 OverridePrice PIC 9(4)V99.
       01 CarrierStatus PIC XX.
       01 CarrierEOF PIC X.
       01 TrackStatus PIC XX.
       01 TrackEOF PIC X.
       01 DocTrackingLine.
           02 FILLER PIC X(10) VALUE "Embarque: ".
           02 PrnTrkCarrier PIC X(3).
           02 FILLER PIC X(7) VALUE "  Guia ".
           02 PrnTrkTracking PIC X(20).
           02 FILLER PIC X(9) VALUE "  Bultos ".
           02 PrnTrkPackages PIC ZZ9.
           02 FILLER PIC X(7) VALUE "  Peso ".
           02 PrnTrkWeight PIC ZZZZ9.9.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 BillCarrier PIC X(3) VALUE SPACE.
           02 FILLER PIC X(7) VALUE "  Neto ".
           02 PrnNetPrice PIC ZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPriceNote PIC X(12).
       01 DocBreakLine.
           02 FILLER PIC X(11) VALUE SPACE.
           02 FILLER PIC X(21) VALUE "Precio por volumen >=".
           02 PrnDocState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDocPostal PIC X(6).
       01 DocBillToLine.
           02 FILLER PIC X(26) VALUE "Facturar a cuenta matriz: ".
           02 PrnDocBillTo PIC 9(5).
       01 DocOrderLine.
           02 FILLER PIC X(9) VALUE "Pedido:  ".
           02 PrnDocOrdNum PIC 9(6).
           02 SLHdrInvNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 SLHdrDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 SLHdrOrdNum PIC 9(6).
       01 SLDetailLine.
           02 FILLER PIC X VALUE 'L'.
           02 FILLER PIC X VALUE SPACE.
           02 SLDtlQty PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 SLDtlCost PIC 9(4)V99.
           02 SLDtlPromoArea.
               03 FILLER PIC X VALUE SPACE.
               03 SLDtlPromoDisc PIC 9(4)V99.
               03 FILLER PIC X VALUE SPACE.
               03 SLDtlPromo PIC X(6).
               03 FILLER PIC X VALUE SPACE.
               03 SLDtlNetExt PIC 9(4)V99.
           02 FILLER PIC X VALUE SPACE.
           02 SLDtlDrop PIC X.
       01 CostStatus PIC XX.
       01 CostEOF PIC X.
       01 CostCount PIC 9(2) VALUE ZERO.
       01 CostFound PIC X.
       01 BestCostDate PIC 9(8).
       01 UnitCost PIC 9(4)V99.
       01 LayerStatus PIC XX.
       01 LayerEOF PIC X.
       01 LayerChanges PIC 9(4) VALUE ZERO.
       01 LayerCount PIC 9(4) VALUE ZERO.
       01 LayerTable.
           02 LayerEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON LayerCount
               INDEXED BY CLI.
               03 TblLayerProd PIC X(5).
               03 TblLayerSize PIC X.
               03 TblLayerRecv PIC 9(8).
               03 TblLayerQty PIC 9(5).
               03 TblLayerCost PIC 9(4)V99.
               03 TblLayerPONum PIC X(6).
       01 LayerIdx PIC 9(4).
       01 LayerProd PIC X(5).
       01 LayerSize PIC X.
       01 LayerNeed PIC 9(6).
       01 LayerTake PIC 9(5).
       01 LayerUnitsUsed PIC 9(6).
       01 LayerCostTotal PIC 9(8)V99.
       01 SaleProd PIC X(5).
       01 SaleSize PIC X.
       01 LayerOutLine.
           02 CLOutProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 CLOutSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CLOutRecvDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 CLOutQty PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CLOutUnitCost PIC 9(4)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CLOutPONum PIC X(6).
       01 KitStatus PIC XX.
       01 KitEOF PIC X.
       01 KitCount PIC 9(3) VALUE ZERO.
       01 KitTable.
           02 KitEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON KitCount
               INDEXED BY KTI.
               03 TblKitProd PIC X(5).
               03 TblKitComp PIC X(5).
               03 TblKitCompSize PIC X.
               03 TblKitCompQty PIC 9(3).
       01 KitIdx PIC 9(3).
       01 SaleIsKit PIC X.

       PROCEDURE DIVISION.

           PERFORM LoadContractTable.
           PERFORM LoadClassTable.
           PERFORM LoadTermsXref.
           PERFORM LoadPayTermsTable.
           PERFORM LoadParentTable.
           PERFORM GetBillCarrier.
           PERFORM LoadFxTable.
           PERFORM GetHomeCurrency.
           PERFORM GetRollSwitch.
           PERFORM LoadExemptTable.
           PERFORM LoadDepositTable.
           PERFORM LoadBillCostTable.
           PERFORM LoadCostLayers.
           PERFORM LoadKitTable.
           PERFORM LoadOverrideTable.
           PERFORM LoadPromoTable.
           PERFORM LoadTaxRateTable.
           PERFORM LoadShipmentLines.
           PERFORM CollectShippedOrders.
           IF DepChanges IS GREATER THAN ZERO THEN
               PERFORM RewriteDeposits
           END-IF.
           IF LayerChanges IS GREATER THAN ZERO THEN
               PERFORM SaveCostLayers
           END-IF.
           DISPLAY 'Facturas generadas: ' InvoicesMade.
           IF LinesNoPrice IS GREATER THAN ZERO THEN
               DISPLAY 'Lineas sin precio:  ' LinesNoPrice
       CollectShippedOrders.
           OPEN INPUT OrderFile.
           IF OrdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'Sin orders.idx, nada que facturar.'
               STOP RUN
           END-IF.
           MOVE 'N' TO WSEOF.
           CLOSE OrderFile.

       CollectOneShippedOrder.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OrdRecType IS EQUAL TO 'H' THEN
                       MOVE 'N' TO CollectingOrder
                   END-IF
                   IF OrdRecType IS EQUAL TO 'H' AND
                       OrdHdrStatus IS EQUAL TO 'S' THEN
                       IF BillOrderCount IS EQUAL TO 200 THEN
                       MOVE OrdSalesRep
                           TO TblBillRep(BillOrderCount)
                       MOVE 'N' TO TblBillBilled(BillOrderCount)
                       MOVE FUNCTION UPPER-CASE(OrdPromo)
                           TO TblBillPromo(BillOrderCount)
                       MOVE 'Y' TO CollectingOrder
                   ELSE IF OrdRecType IS EQUAL TO 'L' AND
                       CollectingOrder IS EQUAL TO 'Y' AND
                       OrdField2(5:1) IS EQUAL TO 'E' THEN
                       PERFORM NoteBillDropLine
                   END-IF
           END-READ.

       NoteBillDropLine.
           IF BillDropCount IS LESS THAN 2000 THEN
               ADD 1 TO BillDropCount
               MOVE OrdNum TO TblDropOrd(BillDropCount)
               MOVE FUNCTION UPPER-CASE(OrdField1(1:5))
                   TO TblDropProd(BillDropCount)
               MOVE FUNCTION UPPER-CASE(OrdField1(7:1))
                   TO TblDropSize(BillDropCount)
           END-IF.

       BillOneOrder.
           MOVE ZERO TO InvLineCount.
           MOVE 'N' TO OrderHasNoPrice.
           PERFORM GetCustDiscClass.
           PERFORM GetBillToCust.
           PERFORM BuildInvoiceLines.
           IF OrderHasNoPrice IS EQUAL TO 'Y' THEN
               DISPLAY 'Pedido con lineas sin precio, se factura en '
               InvLineCount IS LESS THAN 99 THEN
               MOVE TblShipProd(ShipLineIdx) TO LookupProd
               PERFORM LookupPrice
               PERFORM FindPriceOverride
               IF PriceFound IS EQUAL TO 'N' AND
                   OverrideFound IS EQUAL TO 'N' THEN
                   ADD 1 TO LinesNoPrice
                   MOVE 'Y' TO OrderHasNoPrice
                   DISPLAY 'Producto sin precio vigente: '
                       MOVE ZERO TO ILBreakQty(InvLineCount)
                   END-IF
                   PERFORM ApplyContractOrClass
                   MOVE ZERO TO PromoUnitDisc
                   MOVE SPACE TO ILPromo(InvLineCount)
                   MOVE ZERO TO ILPromoDisc(InvLineCount)
                   IF OverrideFound IS EQUAL TO 'Y' THEN
                       MOVE OverridePrice TO UnitPrice
                       MOVE 'O' TO PriceNote
                       MOVE ZERO TO ILBreakQty(InvLineCount)
                   ELSE
                       PERFORM ApplyPromoPrice
                   END-IF
                   MOVE ListPrice TO ILListPrice(InvLineCount)
                   MOVE PriceNote TO ILPriceNote(InvLineCount)
                   MOVE TblShipProd(ShipLineIdx)
                   COMPUTE LineExt ROUNDED =
                       UnitPrice * TblShipQty(ShipLineIdx)
                   MOVE LineExt TO ILExtension(InvLineCount)
                   IF PromoUnitDisc IS GREATER THAN ZERO THEN
                       COMPUTE ILPromoDisc(InvLineCount) ROUNDED =
                           PromoUnitDisc * TblShipQty(ShipLineIdx)
                   END-IF
               END-IF
           END-IF.

       ApplyPromoPrice.
           MOVE 'N' TO PromoFound.
           IF TblBillPromo(BillOrderIdx) IS NOT EQUAL TO SPACE THEN
               PERFORM FindPromoPrice
           END-IF.
           IF PromoFound IS EQUAL TO 'Y' AND
               PromoPrice IS LESS THAN UnitPrice THEN
               COMPUTE PromoUnitDisc = UnitPrice - PromoPrice
               MOVE PromoPrice TO UnitPrice
               MOVE 'P' TO PriceNote
               MOVE TblBillPromo(BillOrderIdx) TO ILPromo(InvLineCount)
           END-IF.

       FindPromoPrice.
           MOVE 'N' TO PromoFound.
           MOVE ZERO TO PromoPrice.
           IF PromoCount IS GREATER THAN ZERO THEN
               PERFORM CheckOnePromoPrice
                   VARYING PRMI FROM 1 BY 1
                   UNTIL PRMI IS GREATER THAN PromoCount
           END-IF.

       CheckOnePromoPrice.
           IF TblPromoCode(PRMI) IS EQUAL TO
               TblBillPromo(BillOrderIdx) AND
               TblPromoStart(PRMI) IS NOT GREATER THAN BusinessDate AND
               TblPromoEnd(PRMI) IS NOT LESS THAN BusinessDate THEN
               IF TblPromoScope(PRMI) IS EQUAL TO 'A' OR
                   (TblPromoScope(PRMI) IS EQUAL TO 'P' AND
                    TblPromoScopeVal(PRMI) IS EQUAL TO
                       FUNCTION UPPER-CASE(LookupProd)) OR
                   (TblPromoScope(PRMI) IS EQUAL TO 'C' AND
                    CustDiscClass IS NOT EQUAL TO SPACE AND
                    TblPromoScopeVal(PRMI)(1:2) IS EQUAL TO
                       FUNCTION UPPER-CASE(CustDiscClass)) THEN
                   IF TblPromoType(PRMI) IS EQUAL TO 'F' THEN
                       MOVE TblPromoValue(PRMI) TO PromoWork
                   ELSE
                       COMPUTE PromoWork ROUNDED = ListPrice -
                           (ListPrice * TblPromoValue(PRMI) / 100)
                   END-IF
                   IF PromoFound IS EQUAL TO 'N' OR
                       PromoWork IS LESS THAN PromoPrice THEN
                       MOVE PromoWork TO PromoPrice
                       MOVE 'Y' TO PromoFound
                   END-IF
               END-IF
           END-IF.

       LoadPromoTable.
           OPEN INPUT PromoFile.
           IF PromoStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO PromoEOF
               PERFORM LoadOnePromo UNTIL PromoEOF IS EQUAL TO 'Y'
               CLOSE PromoFile
           ELSE IF PromoStatus IS EQUAL TO "05" THEN
               CLOSE PromoFile
           END-IF.

       LoadOnePromo.
           READ PromoFile
               AT END MOVE 'Y' TO PromoEOF
               NOT AT END
                   IF PromoCount IS LESS THAN 300 THEN
                       ADD 1 TO PromoCount
                       MOVE PRMCode TO TblPromoCode(PromoCount)
                       MOVE PRMStartDate TO TblPromoStart(PromoCount)
                       MOVE PRMEndDate TO TblPromoEnd(PromoCount)
                       MOVE PRMType TO TblPromoType(PromoCount)
                       MOVE PRMValue TO TblPromoValue(PromoCount)
                       MOVE PRMScope TO TblPromoScope(PromoCount)
                       MOVE PRMScopeValue
                           TO TblPromoScopeVal(PromoCount)
                   END-IF
           END-READ.

       LookupPrice.
           MOVE 'N' TO PriceFound.
           MOVE ZERO TO BestPriceDate.
                           TO TblTermsClass(TermsCount)
                       MOVE FUNCTION UPPER-CASE(CTCurrency)
                           TO TblTermsCurr(TermsCount)
                       MOVE FUNCTION UPPER-CASE(CTTermsCode)
                           TO TblTermsCode(TermsCount)
                   END-IF
           END-READ.

       GetCustDiscClass.
           MOVE SPACE TO CustDiscClass.
           MOVE SPACE TO CustCurrency.
           MOVE SPACE TO CustTermsCode.
           IF TermsCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneTermsXref
                   VARYING TermsIdx FROM 1 BY 1
               TblBillCust(BillOrderIdx) THEN
               MOVE TblTermsClass(TermsIdx) TO CustDiscClass
               MOVE TblTermsCurr(TermsIdx) TO CustCurrency
               MOVE TblTermsCode(TermsIdx) TO CustTermsCode
           END-IF.

       LoadParentTable.
           OPEN INPUT ParentFile.
           IF ParentStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ParentEOF
               PERFORM LoadOneParent UNTIL ParentEOF IS EQUAL TO 'Y'
               CLOSE ParentFile
           ELSE IF ParentStatus IS EQUAL TO "05" THEN
               CLOSE ParentFile
           END-IF.

       LoadOneParent.
           READ ParentFile
               AT END MOVE 'Y' TO ParentEOF
               NOT AT END
                   IF CPBillParent IS EQUAL TO 'S' AND
                       CPParentID IS GREATER THAN ZERO AND
                       ParentCount IS LESS THAN 2000 THEN
                       ADD 1 TO ParentCount
                       MOVE CPCustID TO TblParCust(ParentCount)
                       MOVE CPParentID TO TblParParent(ParentCount)
                   END-IF
           END-READ.

       GetBillToCust.
           MOVE TblBillCust(BillOrderIdx) TO BillToCust.
           IF ParentCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneParent
                   VARYING ParentIdx FROM 1 BY 1
                   UNTIL ParentIdx IS GREATER THAN ParentCount
           END-IF.
           IF BillToCust IS NOT EQUAL TO TblBillCust(BillOrderIdx)
               AND TermsCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneParentTerms
                   VARYING TermsIdx FROM 1 BY 1
                   UNTIL TermsIdx IS GREATER THAN TermsCount
           END-IF.

       CheckOneParent.
           IF TblParCust(ParentIdx) IS EQUAL TO
               TblBillCust(BillOrderIdx) THEN
               MOVE TblParParent(ParentIdx) TO BillToCust
           END-IF.

       CheckOneParentTerms.
           IF TblTermsCust(TermsIdx) IS EQUAL TO BillToCust AND
               TblTermsCode(TermsIdx) IS NOT EQUAL TO SPACE THEN
               MOVE TblTermsCode(TermsIdx) TO CustTermsCode
           END-IF.

       LoadPayTermsTable.
           OPEN INPUT PayTermsFile.
           IF PayTermsStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO PayTermsEOF
               PERFORM LoadOnePayTerms
                   UNTIL PayTermsEOF IS EQUAL TO 'Y'
               CLOSE PayTermsFile
           ELSE IF PayTermsStatus IS EQUAL TO "05" THEN
               CLOSE PayTermsFile
           END-IF.

       LoadOnePayTerms.
           READ PayTermsFile
               AT END MOVE 'Y' TO PayTermsEOF
               NOT AT END
                   IF PayTermsCount IS LESS THAN 50 THEN
                       ADD 1 TO PayTermsCount
                       MOVE FUNCTION UPPER-CASE(PTFCode)
                           TO TblPayTermsCode(PayTermsCount)
                       MOVE PTFNetDays TO TblPayNetDays(PayTermsCount)
                       MOVE PTFDiscPct TO TblPayDiscPct(PayTermsCount)
                       MOVE PTFDiscDays
                           TO TblPayDiscDays(PayTermsCount)
                   END-IF
           END-READ.

       SetInvoiceTerms.
           MOVE BusinessDate TO InvDueDate.
           MOVE ZERO TO InvDiscDate.
           MOVE ZERO TO InvDiscAmt.
           MOVE ZERO TO PayTermsFoundIdx.
           IF CustTermsCode IS NOT EQUAL TO SPACE AND
               PayTermsCount IS GREATER THAN ZERO THEN
               PERFORM FindOnePayTerms
                   VARYING PayTermsIdx FROM 1 BY 1
                   UNTIL PayTermsIdx IS GREATER THAN PayTermsCount
           END-IF.
           IF PayTermsFoundIdx IS GREATER THAN ZERO THEN
               COMPUTE InvDueDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BusinessDate) +
                   TblPayNetDays(PayTermsFoundIdx))
               IF RollDueDate IS EQUAL TO 'Y' THEN
                   CALL 'NEXTWDAY' USING InvDueDate
               END-IF
               IF TblPayDiscPct(PayTermsFoundIdx) IS GREATER THAN ZERO
                   THEN
                   COMPUTE InvDiscDate = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(BusinessDate) +
                       TblPayDiscDays(PayTermsFoundIdx))
                   COMPUTE InvDiscAmt ROUNDED =
                       (InvoiceSubtotal - FreightAmount) *
                       TblPayDiscPct(PayTermsFoundIdx) / 100
               END-IF
           ELSE IF CustTermsCode IS NOT EQUAL TO SPACE THEN
               DISPLAY 'Condiciones de pago no definidas: '
                   CustTermsCode ' cliente '
                   TblBillCust(BillOrderIdx) ', se factura contado.'
           END-IF.

       FindOnePayTerms.
           IF TblPayTermsCode(PayTermsIdx) IS EQUAL TO CustTermsCode
               AND PayTermsFoundIdx IS EQUAL TO ZERO THEN
               MOVE PayTermsIdx TO PayTermsFoundIdx
           END-IF.

       AddInvoiceOpenItem.
           OPEN EXTEND OpenItemsFile.
           IF OpenStatus IS EQUAL TO "00" OR
               OpenStatus IS EQUAL TO "05" THEN
               MOVE InvoiceNumber TO NOInvNum
               MOVE BillToCust TO NOCustID
               MOVE BusinessDate TO NOInvDate
               MOVE InvoiceGrandTotal TO NOInvTotal
               MOVE ZERO TO NOPaid
               MOVE 'O' TO NOOpenFlag
               MOVE InvDueDate TO NODueDate
               MOVE InvDiscDate TO NODiscDate
               MOVE InvDiscAmt TO NODiscAmt
               WRITE OpenItemRecord FROM NewOpenItemLine
               CLOSE OpenItemsFile
           END-IF.

       ApplyContractOrClass.
           PERFORM SetInvoiceCurrency.
           PERFORM GetNextInvoiceNumber.
           PERFORM ApplyDeposits.
           PERFORM SetInvoiceTerms.
           CALL 'FORMATNAME' USING IDXFirstName, IDXLastName,
               FormattedName.
           PERFORM WriteInvoiceDoc.
           PERFORM WriteSalesJournal.
           PERFORM AddInvoiceOpenItem.
           PERFORM WriteSalesLines.
           PERFORM WriteCfdiDoc.
           ADD 1 TO InvoicesMade.
           DISPLAY 'Factura ' InvoiceNumber ' pedido '
               TblBillOrd(BillOrderIdx) ' total '
               InvoiceGrandTotal.

       WriteCfdiDoc.
           MOVE 'I' TO CfdiDocType.
           MOVE InvoiceNumber TO CfdiDocNum.
           MOVE BusinessDate TO CfdiDocDate.
           MOVE BillToCust TO CfdiCustID.
           IF BillToCust IS NOT EQUAL TO TblBillCust(BillOrderIdx)
               THEN
               MOVE BillToCust TO IDXIDNum
               READ CustomerIndexFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       CALL 'FORMATNAME' USING IDXFirstName,
                           IDXLastName, FormattedName
               END-READ
           END-IF.
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
           PERFORM WriteOneCfdiLine
               VARYING DocLineIdx FROM 1 BY 1
               UNTIL DocLineIdx IS GREATER THAN InvLineCount.
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

       SumOneInvoiceLine.
           ADD ILExtension(DocLineIdx) TO InvoiceSubtotal.
           COMPUTE LineExt ROUNDED =
           IF PayStatus IS EQUAL TO "00" OR
               PayStatus IS EQUAL TO "05" THEN
               MOVE BusinessDate TO DepPayDate
               MOVE BillToCust TO DepPayCustID
               MOVE DepositApplied TO DepPayAmount
               WRITE PaymentRecord FROM DepPaymentLine
               MOVE InvoiceNumber TO DepRemitInv
                   TO HomeCurrency
           END-IF.

       GetRollSwitch.
           MOVE 'ROLLDUEDATE' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:1) IS EQUAL TO 'N' OR
               ParmValue(1:1) IS EQUAL TO 'n' THEN
               MOVE 'N' TO RollDueDate
           END-IF.

       SetInvoiceCurrency.
           IF CustCurrency IS EQUAL TO SPACE OR
               CustCurrency IS EQUAL TO HomeCurrency THEN
           MOVE IDXCustState TO PrnDocState.
           MOVE IDXCustPostal TO PrnDocPostal.
           WRITE DocLine FROM DocAddrLine.
           IF BillToCust IS NOT EQUAL TO TblBillCust(BillOrderIdx) THEN
               MOVE BillToCust TO PrnDocBillTo
               WRITE DocLine FROM DocBillToLine
           END-IF.
           MOVE TblBillOrd(BillOrderIdx) TO PrnDocOrdNum.
           WRITE DocLine FROM DocOrderLine.
           PERFORM WriteDocTracking.
           WRITE DocLine FROM RuleLine.
           WRITE DocLine FROM DocColumnLine.
           PERFORM WriteOneDocLine
               MOVE RemainingDue TO PrnNetDue
               WRITE DocLine FROM DocNetDueLine
           END-IF.
           IF PayTermsFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblPayTermsCode(PayTermsFoundIdx) TO PrnDocTerms
           ELSE
               MOVE 'CONTADO' TO PrnDocTerms
           END-IF.
           MOVE InvDueDate TO PrnDocDueDate.
           WRITE DocLine FROM DocTermsLine.
           IF InvDiscAmt IS GREATER THAN ZERO THEN
               MOVE InvDiscAmt TO PrnDocDiscAmt
               MOVE InvDiscDate TO PrnDocDiscDate
               WRITE DocLine FROM DocDiscLine
           END-IF.
           WRITE DocLine FROM DocSeparator.

       WriteDocTracking.
           OPEN INPUT TrackingFile.
           IF TrackStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO TrackEOF
               PERFORM WriteOneDocTracking
                   UNTIL TrackEOF IS EQUAL TO 'Y'
               CLOSE TrackingFile
           ELSE IF TrackStatus IS EQUAL TO "05" THEN
               CLOSE TrackingFile
           END-IF.

       WriteOneDocTracking.
           READ TrackingFile
               AT END MOVE 'Y' TO TrackEOF
               NOT AT END
                   IF TrkOrdNum IS EQUAL TO TblBillOrd(BillOrderIdx)
                       THEN
                       MOVE TrkCarrier TO PrnTrkCarrier
                       MOVE TrkTracking TO PrnTrkTracking
                       MOVE TrkPackages TO PrnTrkPackages
                       MOVE TrkWeight TO PrnTrkWeight
                       WRITE DocLine FROM DocTrackingLine
                   END-IF
           END-READ.

       WriteOneDocLine.
           MOVE DocLineIdx TO PrnLineNum.
           MOVE ILProdName(DocLineIdx) TO PrnLineProd.
               MOVE ILUnitPrice(DocLineIdx) TO PrnNetPrice
               IF ILPriceNote(DocLineIdx) IS EQUAL TO 'C' THEN
                   MOVE 'CONTRATO' TO PrnPriceNote
               ELSE IF ILPriceNote(DocLineIdx) IS EQUAL TO 'O' THEN
                   MOVE 'ESPECIAL' TO PrnPriceNote
               ELSE IF ILPriceNote(DocLineIdx) IS EQUAL TO 'P' THEN
                   MOVE SPACE TO PrnPriceNote
                   STRING 'PROMO ' DELIMITED BY SIZE
                       ILPromo(DocLineIdx) DELIMITED BY SIZE
                       INTO PrnPriceNote
                   END-STRING
               ELSE
                   MOVE SPACE TO PrnPriceNote
                   STRING 'CLASE ' DELIMITED BY SIZE
                       INTO PrnPriceNote
                   END-STRING
               END-IF
               END-IF
               END-IF
               WRITE DocLine FROM DocPriceNoteLine
           END-IF.

               LinesStatus IS EQUAL TO "05" THEN
               MOVE InvoiceNumber TO SLHdrInvNum
               MOVE BusinessDate TO SLHdrDate
               MOVE TblBillOrd(BillOrderIdx) TO SLHdrOrdNum
               WRITE SalesLineRecord FROM SLHeaderLine
               PERFORM WriteOneSalesLine
                   VARYING SLIdx FROM 1 BY 1
           MOVE ILProdName(SLIdx)(1:5) TO SLDtlProd.
           MOVE ILSize(SLIdx) TO SLDtlSize.
           MOVE ILQty(SLIdx) TO SLDtlQty.
           MOVE 'N' TO SaleIsDrop.
           IF BillDropCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneSaleDrop
                   VARYING BDI FROM 1 BY 1
                   UNTIL BDI IS GREATER THAN BillDropCount
           END-IF.
           IF SaleIsDrop IS EQUAL TO 'Y' THEN
               PERFORM LookupLineCost
               MOVE 'D' TO SLDtlDrop
           ELSE
               PERFORM CostFromLayers
               MOVE SPACE TO SLDtlDrop
           END-IF.
           MOVE UnitCost TO SLDtlCost.
           IF ILPromo(SLIdx) IS EQUAL TO SPACE THEN
               MOVE SPACE TO SLDtlPromoArea
           ELSE
               MOVE ILPromoDisc(SLIdx) TO SLDtlPromoDisc
               MOVE ILPromo(SLIdx) TO SLDtlPromo
               MOVE ILExtension(SLIdx) TO SLDtlNetExt
           END-IF.
           WRITE SalesLineRecord FROM SLDetailLine.

       CheckOneSaleDrop.
           IF TblDropOrd(BDI) IS EQUAL TO TblBillOrd(BillOrderIdx) AND
               TblDropProd(BDI) IS EQUAL TO
                   FUNCTION UPPER-CASE(ILProdName(SLIdx)(1:5)) AND
               TblDropSize(BDI) IS EQUAL TO
                   FUNCTION UPPER-CASE(ILSize(SLIdx)) THEN
               MOVE 'Y' TO SaleIsDrop
           END-IF.

       CostFromLayers.
           MOVE FUNCTION UPPER-CASE(ILProdName(SLIdx)(1:5))
               TO SaleProd.
           MOVE FUNCTION UPPER-CASE(ILSize(SLIdx)) TO SaleSize.
           MOVE ZERO TO LayerUnitsUsed.
           MOVE ZERO TO LayerCostTotal.
           MOVE 'N' TO SaleIsKit.
           PERFORM CheckOneSaleKit
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.
           IF SaleIsKit IS EQUAL TO 'Y' THEN
               PERFORM CostOneKitComponent
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx IS GREATER THAN KitCount
           ELSE
               MOVE SaleProd TO LayerProd
               MOVE SaleSize TO LayerSize
               MOVE ILQty(SLIdx) TO LayerNeed
               PERFORM ConsumeSaleLayers
           END-IF.
           IF LayerUnitsUsed IS EQUAL TO ZERO OR
               ILQty(SLIdx) IS EQUAL TO ZERO THEN
               PERFORM LookupLineCost
           ELSE
               COMPUTE UnitCost ROUNDED =
                   LayerCostTotal / ILQty(SLIdx)
           END-IF.

       CheckOneSaleKit.
           IF TblKitProd(KitIdx) IS EQUAL TO SaleProd THEN
               MOVE 'Y' TO SaleIsKit
           END-IF.

       CostOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO SaleProd THEN
               MOVE TblKitComp(KitIdx) TO LayerProd
               IF TblKitCompSize(KitIdx) IS EQUAL TO '*' THEN
                   MOVE SaleSize TO LayerSize
               ELSE
                   MOVE TblKitCompSize(KitIdx) TO LayerSize
               END-IF
               COMPUTE LayerNeed =
                   ILQty(SLIdx) * TblKitCompQty(KitIdx)
               PERFORM ConsumeSaleLayers
           END-IF.

       ConsumeSaleLayers.
           PERFORM ConsumeOneSaleLayer
               VARYING LayerIdx FROM 1 BY 1
               UNTIL LayerIdx IS GREATER THAN LayerCount OR
                   LayerNeed IS EQUAL TO ZERO.
           IF LayerNeed IS GREATER THAN ZERO THEN
               PERFORM LookupLayerStdCost
               COMPUTE LayerCostTotal =
                   LayerCostTotal + (LayerNeed * UnitCost)
           END-IF.

       ConsumeOneSaleLayer.
           IF TblLayerProd(LayerIdx) IS EQUAL TO LayerProd AND
               TblLayerSize(LayerIdx) IS EQUAL TO LayerSize AND
               TblLayerQty(LayerIdx) IS GREATER THAN ZERO THEN
               IF TblLayerQty(LayerIdx) IS LESS THAN LayerNeed THEN
                   MOVE TblLayerQty(LayerIdx) TO LayerTake
               ELSE
                   MOVE LayerNeed TO LayerTake
               END-IF
               SUBTRACT LayerTake FROM TblLayerQty(LayerIdx)
               SUBTRACT LayerTake FROM LayerNeed
               ADD LayerTake TO LayerUnitsUsed
               COMPUTE LayerCostTotal = LayerCostTotal +
                   (LayerTake * TblLayerCost(LayerIdx))
               ADD 1 TO LayerChanges
           END-IF.

       LookupLayerStdCost.
           MOVE 'N' TO CostFound.
           MOVE ZERO TO BestCostDate.
           MOVE ZERO TO UnitCost.
           IF CostCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneLayerStdCost
                   VARYING CSI FROM 1 BY 1
                   UNTIL CSI IS GREATER THAN CostCount
           END-IF.

       CheckOneLayerStdCost.
           IF FUNCTION UPPER-CASE(CSProdName(CSI)) IS EQUAL TO
               LayerProd AND
               CSEffectiveDate(CSI) IS NOT GREATER THAN BusinessDate
               THEN
               IF CostFound IS EQUAL TO 'N' OR
                   CSEffectiveDate(CSI) IS GREATER THAN BestCostDate
                   THEN
                   MOVE CSCost(CSI) TO UnitCost
                   MOVE CSEffectiveDate(CSI) TO BestCostDate
                   MOVE 'Y' TO CostFound
               END-IF
           END-IF.

       LoadCostLayers.
           OPEN INPUT LayerFile.
           IF LayerStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO LayerEOF
               PERFORM LoadOneCostLayer UNTIL LayerEOF IS EQUAL TO 'Y'
               CLOSE LayerFile
           ELSE IF LayerStatus IS EQUAL TO "05" THEN
               CLOSE LayerFile
           END-IF.

       LoadOneCostLayer.
           READ LayerFile
               AT END MOVE 'Y' TO LayerEOF
               NOT AT END
                   IF LayerCount IS LESS THAN 3000 THEN
                       ADD 1 TO LayerCount
                       MOVE FUNCTION UPPER-CASE(CLProd)
                           TO TblLayerProd(LayerCount)
                       MOVE FUNCTION UPPER-CASE(CLSize)
                           TO TblLayerSize(LayerCount)
                       MOVE CLRecvDate TO TblLayerRecv(LayerCount)
                       MOVE CLQty TO TblLayerQty(LayerCount)
                       MOVE CLUnitCost TO TblLayerCost(LayerCount)
                       MOVE CLPONum TO TblLayerPONum(LayerCount)
                   END-IF
           END-READ.

       SaveCostLayers.
           OPEN OUTPUT LayerFile.
           PERFORM SaveOneCostLayer
               VARYING LayerIdx FROM 1 BY 1
               UNTIL LayerIdx IS GREATER THAN LayerCount.
           CLOSE LayerFile.

       SaveOneCostLayer.
           IF TblLayerQty(LayerIdx) IS GREATER THAN ZERO THEN
               MOVE TblLayerProd(LayerIdx) TO CLOutProd
               MOVE TblLayerSize(LayerIdx) TO CLOutSize
               MOVE TblLayerRecv(LayerIdx) TO CLOutRecvDate
               MOVE TblLayerQty(LayerIdx) TO CLOutQty
               MOVE TblLayerCost(LayerIdx) TO CLOutUnitCost
               MOVE TblLayerPONum(LayerIdx) TO CLOutPONum
               WRITE LayerRecord FROM LayerOutLine
           END-IF.

       LoadOverrideTable.
           OPEN INPUT OverrideFile.
           IF OvrStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneOverride UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OverrideFile
           ELSE IF OvrStatus IS EQUAL TO "05" THEN
               CLOSE OverrideFile
           END-IF.

       LoadOneOverride.
           READ OverrideFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF (POVStatus IS EQUAL TO 'A' OR
                       POVStatus IS EQUAL TO 'S') AND
                       OvrCount IS LESS THAN 3000 THEN
                       ADD 1 TO OvrCount
                       MOVE POVOrdNum TO TblOvrOrd(OvrCount)
                       MOVE FUNCTION UPPER-CASE(POVProd)
                           TO TblOvrProd(OvrCount)
                       MOVE FUNCTION UPPER-CASE(POVSize)
                           TO TblOvrSize(OvrCount)
                       MOVE POVPrice TO TblOvrPrice(OvrCount)
                   END-IF
           END-READ.

       FindPriceOverride.
           MOVE 'N' TO OverrideFound.
           MOVE ZERO TO OverridePrice.
           PERFORM CheckOnePriceOverride
               VARYING OVI FROM 1 BY 1
               UNTIL OVI IS GREATER THAN OvrCount.

       CheckOnePriceOverride.
           IF TblOvrOrd(OVI) IS EQUAL TO TblBillOrd(BillOrderIdx) AND
               TblOvrProd(OVI) IS EQUAL TO
                   FUNCTION UPPER-CASE(TblShipProd(ShipLineIdx)) AND
               TblOvrSize(OVI) IS EQUAL TO
                   FUNCTION UPPER-CASE(TblShipSize(ShipLineIdx)) THEN
               MOVE 'Y' TO OverrideFound
               MOVE TblOvrPrice(OVI) TO OverridePrice
           END-IF.

       LoadKitTable.
           OPEN INPUT KitFile.
           IF KitStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO KitEOF
               PERFORM LoadOneKit UNTIL KitEOF IS EQUAL TO 'Y'
               CLOSE KitFile
           ELSE IF KitStatus IS EQUAL TO "05" THEN
               CLOSE KitFile
           END-IF.

       LoadOneKit.
           READ KitFile
               AT END MOVE 'Y' TO KitEOF
               NOT AT END
                   IF KTCompQty IS NUMERIC AND
                       KTCompQty IS GREATER THAN ZERO AND
                       KitCount IS LESS THAN 500 THEN
                       ADD 1 TO KitCount
                       MOVE FUNCTION UPPER-CASE(KTKitProd)
                           TO TblKitProd(KitCount)
                       MOVE FUNCTION UPPER-CASE(KTCompProd)
                           TO TblKitComp(KitCount)
                       MOVE FUNCTION UPPER-CASE(KTCompSize)
                           TO TblKitCompSize(KitCount)
                       MOVE KTCompQty TO TblKitCompQty(KitCount)
                   END-IF
           END-READ.

       LoadBillCostTable.
           OPEN INPUT CostFile.
           IF CostStatus IS EQUAL TO "00" THEN
           END-IF.

       MarkOrdersInvoiced.
           OPEN I-O OrderFile.
           PERFORM MarkOneBilledOrder
               VARYING BillOrderIdx FROM 1 BY 1
               UNTIL BillOrderIdx IS GREATER THAN BillOrderCount.
           CLOSE OrderFile.

       MarkOneBilledOrder.
           IF TblBillBilled(BillOrderIdx) IS EQUAL TO 'Y' THEN
               MOVE TblBillOrd(BillOrderIdx) TO OXOrdNum
               MOVE ZERO TO OXLineNum
               READ OrderFile
                   INVALID KEY
                       DISPLAY 'Pedido no encontrado en orders.idx: '
                           TblBillOrd(BillOrderIdx)
                   NOT INVALID KEY
                       PERFORM MarkHeaderInvoiced
               END-READ
           END-IF.

       MarkHeaderInvoiced.
           MOVE 'I' TO OrdHdrStatus.
           REWRITE OrderRecord
               INVALID KEY
                   DISPLAY 'No se pudo regrabar el pedido: ' OXOrdNum
           END-REWRITE.
