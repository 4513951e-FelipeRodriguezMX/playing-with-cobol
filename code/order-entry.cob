               ACCESS MODE IS RANDOM
               RECORD KEY IS PMProdName
               FILE STATUS IS ProdStatus.
           SELECT OPTIONAL OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT OPTIONAL OrdSeqFile ASSIGN TO "./ordseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL PriceFile ASSIGN TO "./prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriceStatus.
           SELECT OPTIONAL PromoFile ASSIGN TO "./promos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PromoStatus.
           SELECT OPTIONAL TermsFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermsStatus.
           SELECT OPTIONAL ParentFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-parent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParentStatus.
           SELECT OPTIONAL OpenItemsFile ASSIGN TO "./ar-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT OPTIONAL SalesRepFile ASSIGN TO "./salesreps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RepStatus.
           SELECT OPTIONAL CustRepFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-reps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustRepStatus.
           SELECT OPTIONAL KitFile ASSIGN TO "./kits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KitStatus.
           SELECT OPTIONAL PoFile ASSIGN TO "./purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PoStatus.
           SELECT OPTIONAL VendorFile ASSIGN TO "./vendors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VendStatus.
           SELECT OPTIONAL CostFile ASSIGN TO "./costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostStatus.
           SELECT OPTIONAL ReasonFile ASSIGN TO "./price-reasons.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReasonStatus.
           SELECT OPTIONAL OverrideFile
               ASSIGN TO "./price-overrides.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OvrStatus.
           SELECT OPTIONAL OrderLogFile
               ASSIGN TO "./order-entry-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OrdLogStatus.
           SELECT OPTIONAL SubstFile ASSIGN TO "./substitutes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubstStatus.
           SELECT OPTIONAL SubstLogFile
               ASSIGN TO "./substitutions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerIndexFile.
           02 PMStatus PIC X.

       FD OrderFile.
       01 OrderRecord.
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

       FD OrdSeqFile.
       01 OrdSeqRecord.
           02 SeqLastUsed PIC 9(6).

       FD BackorderFile.
       01 BackorderRecord.
           02 BOFDate PIC 9(8).
           02 FILLER PIC X.
           02 BOFOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 BOFCustID PIC 9(5).
           02 FILLER PIC X.
           02 BOFProd PIC X(5).
           02 FILLER PIC X.
           02 BOFSize PIC A.
           02 FILLER PIC X.
           02 BOFQtyShort PIC 9(3).
           02 FILLER PIC X.
           02 BOFFilled PIC X.
           02 FILLER PIC X.
           02 BOFPromise PIC X(8).

       FD ShipToFile.
       01 ShipToRecord PIC X(52).
           02 PRFEffectiveDate PIC 9(8).
           02 PRFPrice PIC 9(4)V99.

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

       FD TermsFile.
       01 TermsRecord PIC X(40).

       FD ParentFile.
       01 ParentRecord.
           02 CPCustID PIC 9(5).
           02 FILLER PIC X.
           02 CPParentID PIC 9(5).
           02 FILLER PIC X.
           02 CPBillParent PIC X.

       FD SalesRepFile.
       01 SalesRepRecord.
           02 SRCode PIC X(3).
           02 FILLER PIC X.
           02 SRRate PIC V999.

       FD CustRepFile.
       01 CustRepRecord.
           02 CRCustID PIC 9(5).
           02 FILLER PIC X.
           02 CRRep PIC X(3).
           02 FILLER PIC X.
           02 CRFixed PIC X.
           02 FILLER PIC X.
           02 CRDate PIC 9(8).

       FD KitFile.
       01 KitRecord.
           02 KTKitProd PIC X(5).
           02 FILLER PIC X.
           02 KTCompProd PIC X(5).
           02 FILLER PIC X.
           02 KTCompSize PIC X.
           02 FILLER PIC X.
           02 KTCompQty PIC 9(3).

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

       FD VendorFile.
       01 VendorRecord.
           02 VNCode PIC X(5).
           02 FILLER PIC X.
           02 VNName PIC X(30).
           02 FILLER PIC X.
           02 VNContact PIC X(20).
           02 FILLER PIC X.
           02 VNLeadDays PIC 9(3).

       FD OpenItemsFile.
       01 OpenItemRecord.
           02 OIInvNum PIC 9(6).
           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X(28).
           02 OIDispFlag PIC X.
           02 FILLER PIC X.
           02 OIDispAmt PIC 9(6)V99.

       FD CostFile.
       01 CostRecord.
           02 CSFProdName PIC X(5).
           02 FILLER PIC X.
           02 CSFEffectiveDate PIC 9(8).
           02 FILLER PIC X.
           02 CSFCost PIC 9(4)V99.

       FD ReasonFile.
       01 ReasonRecord.
           02 RSNCode PIC X(2).
           02 FILLER PIC X.
           02 RSNDesc PIC X(20).

       FD OverrideFile.
       01 OverrideRecord PIC X(73).

       FD OrderLogFile.
       01 OrderLogRecord PIC X(30).

       FD SubstFile.
       01 SubstRecord.
           02 SBProd PIC X(5).
           02 FILLER PIC X.
           02 SBPriority PIC 9.
           02 FILLER PIC X.
           02 SBSubProd PIC X(5).
           02 FILLER PIC X.
           02 SBConsent PIC X.

       FD SubstLogFile.
       01 SubstLogRecord PIC X(55).

       WORKING-STORAGE SECTION.
       01 IdxStatus PIC XX.
       01 ProdStatus PIC XX.
       01 OrdStatus PIC XX.
       01 OrdLineSeq PIC 9(3) VALUE ZERO.
       01 OrdLineCust PIC X(5) VALUE SPACE.
       01 SeqStatus PIC XX.
       01 ProdFound PIC X.
       01 SizeFound PIC X.
           02 CTCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CTCreditLimit PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CTDiscClass PIC X(2).
           02 FILLER PIC X(18).
           02 CTCreditHold PIC X.
       01 CreditLimit PIC 9(6)V99.
       01 CustOnHold PIC X.
       01 ParentStatus PIC XX.
       01 ParentEOF PIC X.
       01 CreditCust PIC 9(5).
       01 FamilyCount PIC 9(4) VALUE ZERO.
       01 FamilyTable.
           02 FamilyEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON FamilyCount
               INDEXED BY FMI.
               03 TblFamilyCust PIC 9(5).
       01 FamilyIdx PIC 9(4).
       01 InFamily PIC X.
       01 OpenBalance PIC 9(8)V99.
       01 ItemBalance PIC 9(6)V99.
       01 EstOrderTotal PIC 9(8)V99.
       01 CreditHold PIC X.
       01 LimitDisplay PIC ZZZZZ9.99.
               03 OLSize PIC A.
               03 OLFillQty PIC 9(3).
               03 OLShortQty PIC 9(3).
               03 OLKitRole PIC X.
               03 OLKitProd PIC X(5).
               03 OLPromise PIC 9(8).
               03 OLOverride PIC X.
               03 OLListPrice PIC 9(4)V99.
               03 OLPrice PIC 9(4)V99.
               03 OLCost PIC 9(4)V99.
               03 OLReason PIC X(2).
               03 OLDropShip PIC X.
               03 OLOrigProd PIC X(5).
       01 OrdLineIdx PIC 9(2).
       01 LinesBefore PIC 9(2).
       01 NewLineIdx PIC 9(2).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 MinMarginPct PIC 9(2)V9 VALUE 20.
       01 CostStatus PIC XX.
       01 CostEOF PIC X.
       01 CostCount PIC 9(3) VALUE ZERO.
       01 CostTable.
           02 CostEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON CostCount
               INDEXED BY CSI.
               03 CSProdName PIC X(5).
               03 CSEffectiveDate PIC 9(8).
               03 CSCost PIC 9(4)V99.
       01 CostFound PIC X.
       01 BestCostDate PIC 9(8).
       01 UnitCost PIC 9(4)V99.
       01 CostProd PIC X(5).
       01 KitCost PIC 9(6)V99.
       01 KitCostOk PIC X.
       01 ReasonStatus PIC XX.
       01 ReasonEOF PIC X.
       01 ReasonCount PIC 9(2) VALUE ZERO.
       01 ReasonTable.
           02 ReasonEntry
               OCCURS 1 TO 50 TIMES
               DEPENDING ON ReasonCount
               INDEXED BY RSI.
               03 TblRsnCode PIC X(2).
               03 TblRsnDesc PIC X(20).
       01 ReasonOk PIC X.
       01 EnteredReason PIC X(2).
       01 OvrStatus PIC XX.
       01 OrdLogStatus PIC XX.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 SubstStatus PIC XX.
       01 SubstEOF PIC X.
       01 SubLogStatus PIC XX.
       01 SubstCount PIC 9(3) VALUE ZERO.
       01 SubstTable.
           02 SubstEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON SubstCount
               INDEXED BY SBI.
               03 TblSubProd PIC X(5).
               03 TblSubPriority PIC 9.
               03 TblSubSub PIC X(5).
               03 TblSubConsent PIC X.
       01 SubstBestIdx PIC 9(3).
       01 SubstBestPri PIC 99.
       01 SubstFromProd PIC X(5).
       01 SubstToProd PIC X(5).
       01 SubstNeedSize PIC A.
       01 SubstNeedQty PIC 9(3).
       01 SubstReason PIC X.
       01 SubstAnswer PIC X.
       01 SubstOutcome PIC X.
       01 LineOrigProd PIC X(5).
       01 EnteredPriceX PIC X(8).
       01 OverrideWork PIC 9(6)V99.
       01 OverridePrice PIC 9(4)V99.
       01 MarginPct PIC S9(5)V9.
       01 PriceHold PIC X.
       01 PriceDisplay PIC ZZZ9.99.
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
               03 TblPromoDesc PIC X(20).
       01 OrderPromo PIC X(6).
       01 OrderDiscClass PIC X(2).
       01 PromoOk PIC X.
       01 PromoFound PIC X.
       01 PromoPrice PIC 9(4)V99.
       01 PromoWork PIC 9(4)V99.
       01 PromoDesc PIC X(20).
       01 MarginDisplay PIC -ZZZZ9.9.
       01 FloorDisplay PIC Z9.9.
       01 DropShipLine PIC X.
       01 DropShipAnswer PIC X.
       01 PoStatus PIC XX.
       01 PoEOF PIC X.
       01 VendStatus PIC XX.
       01 VendEOF PIC X.
       01 BackEOF PIC X.
       01 CurrentPoOpen PIC X.
       01 VendCount PIC 9(3) VALUE ZERO.
       01 VendTable.
           02 VendEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON VendCount
               INDEXED BY VI.
               03 TblVendCode PIC X(5).
               03 TblVendLead PIC 9(3).
       01 PromisedCount PIC 9(4) VALUE ZERO.
       01 PromisedTable.
           02 PromisedEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON PromisedCount
               INDEXED BY PMI.
               03 TblPromProd PIC X(5).
               03 TblPromSize PIC X.
               03 TblPromQty PIC 9(6).
       01 PromisedFoundIdx PIC 9(4).
       01 PoOpenCount PIC 9(3) VALUE ZERO.
       01 PoOpenTable.
           02 PoOpenEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON PoOpenCount
               INDEXED BY POI.
               03 TblPoDue PIC 9(8).
               03 TblPoOpenQty PIC 9(5).
               03 TblPoTaken PIC X.
       01 PoLineQty PIC 9(5).
       01 PoLineRecvd PIC 9(5).
       01 PoPickIdx PIC 9(3).
       01 PoPickDue PIC 9(8).
       01 PromProd PIC X(5).
       01 PromSize PIC X.
       01 PromQty PIC 9(6).
       01 PromVendor PIC X(5).
       01 PromDate PIC 9(8).
       01 RollPromise PIC X VALUE 'Y'.
       01 PromNeeded PIC 9(7).
       01 PromCovered PIC 9(7).
       01 PromLeadDays PIC 9(3).
       01 PromVendFound PIC X.
       01 PromAdjust PIC S9(6).
       01 KitPromise PIC 9(8).
       01 KitPromiseUnknown PIC X.
       01 ExplodeProd PIC X(5).
       01 ExplodeSize PIC X.
       01 ExplodeQty PIC 9(6).
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
       01 ProdIsKit PIC X.
       01 KitProd PIC X(5).
       01 KitSize PIC A.
       01 KitCompSize PIC A.
       01 KitCompCount PIC 9(3).
       01 KitCompOk PIC X.
       01 KitCompAvail PIC 9(5).
       01 KitCompNeed PIC 9(5).
       01 KitsAvailable PIC 9(3).
       01 KitFillQty PIC 9(3).
       01 KitShortQty PIC 9(3).
       01 RepStatus PIC XX.
       01 RepEOF PIC X.
       01 RepOk PIC X.
       01 RepAvailable PIC X.
       01 EnteredRep PIC X(3).
       01 OrderSalesRep PIC X(3).
       01 CustRepStatus PIC XX.
       01 CustRepEOF PIC X.
       01 DefaultRep PIC X(3).
       01 CustState PIC X(2).
       01 CustPostal PIC X(6).
       01 ShipToLine.
           02 SHTCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 BOQtyShort PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 BOFilled PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 BOPromise PIC 9(8).

       01 OrderHeaderLine.
           02 FILLER PIC X VALUE 'H'.
           02 HdrStatus PIC X VALUE 'O'.
           02 FILLER PIC X VALUE SPACE.
           02 HdrSalesRep PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 HdrPromo PIC X(6).
       01 OrderDetailLine.
           02 FILLER PIC X VALUE 'L'.
           02 FILLER PIC X VALUE SPACE.
           02 DtlSize PIC A.
           02 FILLER PIC X VALUE SPACE.
           02 DtlQty PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 DtlDropShip PIC X VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 DtlDropPo PIC X(6) VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 DtlOrigProd PIC X(5) VALUE SPACE.
       01 OrderComponentLine.
           02 FILLER PIC X VALUE 'K'.
           02 FILLER PIC X VALUE SPACE.
           02 CmpOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 CmpProdName PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 CmpSize PIC A.
           02 FILLER PIC X VALUE SPACE.
           02 CmpQty PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 CmpKitProd PIC X(5).
       01 OrderLogLine.
           02 OELOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 OELDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 OELCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 OELOperator PIC X(8).
       01 SubstLogLine.
           02 SLDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 SLSource PIC X(8) VALUE 'ORDERENT'.
           02 FILLER PIC X VALUE SPACE.
           02 SLOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 SLCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 SLProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 SLSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 SLSubProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 SLReason PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 SLQty PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 SLOutcome PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 SLConsent PIC X.
       01 OverrideLine.
           02 POVOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 POVProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 POVSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 POVDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 POVCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 POVRep PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 POVQty PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 POVListPrice PIC 9(4)V99.
           02 FILLER PIC X VALUE SPACE.
           02 POVPrice PIC 9(4)V99.
           02 FILLER PIC X VALUE SPACE.
           02 POVCost PIC 9(4)V99.
           02 FILLER PIC X VALUE SPACE.
           02 POVReason PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 POVStatus PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 POVApprover PIC X(8).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           OPEN I-O ProductMaster.
           IF ProdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir prodmaster.idx: ' ProdStatus
               STOP RUN
           END-IF.
           PERFORM LoadPriceTable.
           PERFORM LoadPromoTable.
           PERFORM LoadKitTable.
           PERFORM LoadVendorTable.
           PERFORM LoadPromisedTable.
           PERFORM LoadCostTable.
           PERFORM LoadReasonTable.
           PERFORM LoadSubstTable.
           MOVE 'MINMARGINPCT' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE MinMarginPct = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE MinMarginPct TO FloorDisplay.
           MOVE 'ROLLPROMISE' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:1) IS EQUAL TO 'N' OR
               ParmValue(1:1) IS EQUAL TO 'n' THEN
               MOVE 'N' TO RollPromise
           END-IF.
           OPEN I-O OrderFile.
           OPEN EXTEND BackorderFile.
           OPEN EXTEND HeldOrderFile.
           OPEN EXTEND OverrideFile.
           OPEN EXTEND OrderLogFile.
           OPEN EXTEND SubstLogFile.
           PERFORM CaptureOneOrder
               UNTIL MoreOrders IS NOT EQUAL TO 'S' AND
                   MoreOrders IS NOT EQUAL TO 's'.
           CLOSE CustomerIndexFile, OrderFile, BackorderFile,
               HeldOrderFile, OverrideFile, OrderLogFile,
               SubstLogFile, ProductMaster.
           STOP RUN.

       CaptureOneOrder.
           PERFORM PromptCustomer UNTIL CustOk IS EQUAL TO 'Y'.
           MOVE 'N' TO ShipOk.
           PERFORM PromptShipTo UNTIL ShipOk IS EQUAL TO 'Y'.
           PERFORM FindDefaultRep.
           MOVE 'N' TO RepOk.
           PERFORM PromptSalesRep UNTIL RepOk IS EQUAL TO 'Y'.
           PERFORM GetNextOrderNumber.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate TO OrderDate.
           MOVE SPACE TO OrderPromo.
           IF PromoCount IS GREATER THAN ZERO THEN
               PERFORM GetOrderDiscClass
               MOVE 'N' TO PromoOk
               PERFORM PromptPromoCode UNTIL PromoOk IS EQUAL TO 'Y'
           END-IF.
           MOVE ZERO TO OrdLineCount.
           MOVE ZERO TO LinesWritten.
           MOVE 'N' TO PriceHold.
           MOVE 'S' TO MoreLines.
           PERFORM CaptureOneLine
               UNTIL MoreLines IS NOT EQUAL TO 'S' AND
           MOVE OrderCustID TO HdrCustID.
           MOVE OrderShipTo TO HdrShipTo.
           MOVE OrderSalesRep TO HdrSalesRep.
           MOVE OrderPromo TO HdrPromo.
           IF CreditHold IS EQUAL TO 'Y' THEN
               PERFORM WriteHeldOrder
               DISPLAY 'Pedido ' OrderNumber
                   ' retenido por credito, liberar con supervisor.'
           ELSE IF PriceHold IS EQUAL TO 'Y' THEN
               PERFORM WriteHeldOrder
               DISPLAY 'Pedido ' OrderNumber
                   ' retenido por precio bajo margen, liberar con '
                   'supervisor.'
           ELSE
               PERFORM WriteCapturedOrder
               DISPLAY 'Pedido ' OrderNumber ' con ' LinesWritten
                   ' lineas.'
           END-IF.
           IF OrdLineCount IS GREATER THAN ZERO THEN
               PERFORM WriteOneOverride
                   VARYING OrdLineIdx FROM 1 BY 1
                   UNTIL OrdLineIdx IS GREATER THAN OrdLineCount
           END-IF.
           MOVE OrderNumber TO OELOrdNum.
           MOVE OrderDate TO OELDate.
           MOVE OrderCustID TO OELCustID.
           MOVE OperatorID TO OELOperator.
           WRITE OrderLogRecord FROM OrderLogLine.
           DISPLAY 'Otro pedido? (S/N):' WITH NO ADVANCING.
           ACCEPT MoreOrders.

               MOVE SPACE TO OrderSalesRep
               MOVE 'Y' TO RepOk
           ELSE
               IF DefaultRep IS EQUAL TO SPACE THEN
                   DISPLAY 'Vendedor (3 letras):' WITH NO ADVANCING
               ELSE
                   DISPLAY 'Vendedor (3 letras, Enter=' DefaultRep
                       '):' WITH NO ADVANCING
               END-IF
               ACCEPT EnteredRep
               IF EnteredRep IS EQUAL TO SPACE THEN
                   MOVE DefaultRep TO EnteredRep
               END-IF
               MOVE FUNCTION UPPER-CASE(EnteredRep) TO EnteredRep
               PERFORM CheckRepExists
               IF RepOk IS EQUAL TO 'Y' THEN
               END-IF
           END-IF.

       FindDefaultRep.
           MOVE SPACE TO DefaultRep.
           OPEN INPUT CustRepFile.
           IF CustRepStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO CustRepEOF
               PERFORM MatchOneCustRep UNTIL CustRepEOF IS EQUAL TO 'Y'
               CLOSE CustRepFile
           ELSE IF CustRepStatus IS EQUAL TO "05" THEN
               CLOSE CustRepFile
           END-IF.
           IF DefaultRep IS EQUAL TO SPACE THEN
               MOVE IDXCustAddress(33:2) TO CustState
               MOVE IDXCustAddress(35:6) TO CustPostal
               CALL 'TERRREP' USING CustState, CustPostal, DefaultRep
           END-IF.

       MatchOneCustRep.
           READ CustRepFile
               AT END MOVE 'Y' TO CustRepEOF
               NOT AT END
                   IF CRCustID IS EQUAL TO OrderCustID THEN
                       MOVE FUNCTION UPPER-CASE(CRRep) TO DefaultRep
                   END-IF
           END-READ.

       CheckRepExists.
           MOVE 'N' TO RepOk.
           OPEN INPUT SalesRepFile.
       CaptureOneLine.
           DISPLAY 'Producto (5 letras):' WITH NO ADVANCING.
           ACCEPT EnteredProd.
           MOVE SPACE TO LineOrigProd.
           PERFORM FindProduct.
           IF ProdFound IS EQUAL TO 'Y' AND
               PMStatus IS EQUAL TO 'D' THEN
               MOVE 'D' TO SubstReason
               MOVE SPACE TO SubstNeedSize
               MOVE ZERO TO SubstNeedQty
               PERFORM OfferSubstitute
           END-IF.
           IF ProdFound IS EQUAL TO 'N' THEN
               DISPLAY 'Producto no existe: ' EnteredProd
           ELSE IF PMStatus IS EQUAL TO 'D' THEN
               DISPLAY 'Producto descontinuado: ' EnteredProd
           ELSE
               MOVE OrdLineCount TO LinesBefore
               PERFORM PromptDropShip
               PERFORM CaptureSizeAndQty
               IF OrdLineCount IS GREATER THAN LinesBefore THEN
                   COMPUTE NewLineIdx = LinesBefore + 1
                   PERFORM ClearLinePrice
                       VARYING OrdLineIdx FROM NewLineIdx BY 1
                       UNTIL OrdLineIdx IS GREATER THAN OrdLineCount
                   PERFORM SetLineOrigProd
                       VARYING OrdLineIdx FROM NewLineIdx BY 1
                       UNTIL OrdLineIdx IS GREATER THAN OrdLineCount
                   PERFORM CapturePriceOverride
               END-IF
           END-IF.
           IF LineOrigProd IS NOT EQUAL TO SPACE AND
               SubstReason IS EQUAL TO 'D' THEN
               MOVE ZERO TO SubstNeedQty
               IF OrdLineCount IS GREATER THAN LinesBefore THEN
                   MOVE EnteredQty TO SubstNeedQty
               END-IF
               MOVE FUNCTION UPPER-CASE(EnteredSize) TO SubstNeedSize
               PERFORM WriteSubstLog
           END-IF.
           DISPLAY 'Otra linea? (S/N):' WITH NO ADVANCING.
           ACCEPT MoreLines.

       PromptDropShip.
           MOVE 'N' TO DropShipLine.
           PERFORM CheckKitProduct.
           IF ProdIsKit IS EQUAL TO 'N' AND
               PMVendor IS NOT EQUAL TO SPACE THEN
               DISPLAY 'Envio directo del proveedor ' PMVendor
                   '? (S/N):' WITH NO ADVANCING
               ACCEPT DropShipAnswer
               IF DropShipAnswer IS EQUAL TO 'S' OR
                   DropShipAnswer IS EQUAL TO 's' THEN
                   MOVE 'Y' TO DropShipLine
               END-IF
           END-IF.

       FindProduct.
           MOVE 'Y' TO ProdFound.
           MOVE FUNCTION UPPER-CASE(EnteredProd) TO PMProdName.
           ELSE
               MOVE ZERO TO EnteredQty
           END-IF.
           PERFORM CheckKitProduct.
           IF EnteredQty IS EQUAL TO ZERO THEN
               DISPLAY 'Cantidad invalida.'
           ELSE IF OrdLineCount IS EQUAL TO 99 THEN
               DISPLAY 'Pedido lleno (99 lineas).'
           ELSE IF ProdIsKit IS EQUAL TO 'Y' THEN
               PERFORM CaptureKitQty
           ELSE IF DropShipLine IS EQUAL TO 'Y' THEN
               PERFORM AddDropShipLine
           ELSE
               IF EnteredQty IS GREATER THAN
                   PMSizeQty(SizeFoundIdx) AND
                   LineOrigProd IS EQUAL TO SPACE THEN
                   MOVE 'S' TO SubstReason
                   MOVE FUNCTION UPPER-CASE(EnteredSize)
                       TO SubstNeedSize
                   MOVE EnteredQty TO SubstNeedQty
                   PERFORM OfferSubstitute
               END-IF
               ADD 1 TO OrdLineCount
               MOVE SPACE TO OLKitRole(OrdLineCount)
               MOVE SPACE TO OLKitProd(OrdLineCount)
               MOVE 'N' TO OLDropShip(OrdLineCount)
               MOVE PMProdName TO OLProd(OrdLineCount)
               MOVE FUNCTION UPPER-CASE(EnteredSize)
                   TO OLSize(OrdLineCount)
                   DISPLAY 'Faltante para backorder: '
                       OLShortQty(OrdLineCount)
                   MOVE ZERO TO PMSizeQty(SizeFoundIdx)
                   MOVE PMProdName TO PromProd
                   MOVE OLSize(OrdLineCount) TO PromSize
                   MOVE OLShortQty(OrdLineCount) TO PromQty
                   MOVE PMVendor TO PromVendor
                   PERFORM ComputePromiseDate
                   MOVE PromDate TO OLPromise(OrdLineCount)
                   PERFORM ShowPromiseDate
               ELSE
                   MOVE EnteredQty TO OLFillQty(OrdLineCount)
                   MOVE ZERO TO OLShortQty(OrdLineCount)
                   MOVE ZERO TO OLPromise(OrdLineCount)
                   SUBTRACT EnteredQty FROM PMSizeQty(SizeFoundIdx)
               END-IF
               REWRITE ProductMasterRecord
               END-REWRITE
           END-IF.

       SetLineOrigProd.
           MOVE LineOrigProd TO OLOrigProd(OrdLineIdx).

       LoadSubstTable.
           OPEN INPUT SubstFile.
           IF SubstStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO SubstEOF
               PERFORM LoadOneSubst UNTIL SubstEOF IS EQUAL TO 'Y'
               CLOSE SubstFile
           ELSE IF SubstStatus IS EQUAL TO "05" THEN
               CLOSE SubstFile
           END-IF.

       LoadOneSubst.
           READ SubstFile
               AT END MOVE 'Y' TO SubstEOF
               NOT AT END
                   IF SBProd IS NOT EQUAL TO SPACE AND
                       SBSubProd IS NOT EQUAL TO SPACE AND
                       SubstCount IS LESS THAN 500 THEN
                       ADD 1 TO SubstCount
                       MOVE FUNCTION UPPER-CASE(SBProd)
                           TO TblSubProd(SubstCount)
                       IF SBPriority IS NUMERIC THEN
                           MOVE SBPriority TO TblSubPriority(SubstCount)
                       ELSE
                           MOVE 9 TO TblSubPriority(SubstCount)
                       END-IF
                       MOVE FUNCTION UPPER-CASE(SBSubProd)
                           TO TblSubSub(SubstCount)
                       IF SBConsent IS EQUAL TO 'N' OR
                           SBConsent IS EQUAL TO 'n' THEN
                           MOVE 'N' TO TblSubConsent(SubstCount)
                       ELSE
                           MOVE 'Y' TO TblSubConsent(SubstCount)
                       END-IF
                   END-IF
           END-READ.

       OfferSubstitute.
           MOVE PMProdName TO SubstFromProd.
           MOVE ZERO TO SubstBestIdx.
           MOVE 99 TO SubstBestPri.
           IF SubstCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneSubstitute
                   VARYING SBI FROM 1 BY 1
                   UNTIL SBI IS GREATER THAN SubstCount
           END-IF.
           MOVE SubstFromProd TO PMProdName.
           READ ProductMaster
               INVALID KEY
                   DISPLAY 'No se pudo releer el producto: '
                       SubstFromProd
           END-READ.
           PERFORM FindSubstSize.
           IF SubstBestIdx IS GREATER THAN ZERO THEN
               PERFORM ProposeSubstitute
           END-IF.

       CheckOneSubstitute.
           IF TblSubProd(SBI) IS EQUAL TO SubstFromProd AND
               TblSubPriority(SBI) IS LESS THAN SubstBestPri THEN
               MOVE TblSubSub(SBI) TO PMProdName
               READ ProductMaster
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM CheckSubstCandidate
               END-READ
           END-IF.

       CheckSubstCandidate.
           IF PMStatus IS NOT EQUAL TO 'D' THEN
               IF SubstNeedSize IS EQUAL TO SPACE THEN
                   SET SubstBestIdx TO SBI
                   MOVE TblSubPriority(SBI) TO SubstBestPri
               ELSE
                   PERFORM FindSubstSize
                   IF SizeFoundIdx IS GREATER THAN ZERO THEN
                       IF PMSizeQty(SizeFoundIdx) IS NOT LESS THAN
                           SubstNeedQty THEN
                           SET SubstBestIdx TO SBI
                           MOVE TblSubPriority(SBI) TO SubstBestPri
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FindSubstSize.
           IF SubstNeedSize IS NOT EQUAL TO SPACE THEN
               MOVE 'N' TO SizeFound
               MOVE ZERO TO SizeFoundIdx
               PERFORM CheckOneSize
                   VARYING SizeIdx FROM 1 BY 1
                   UNTIL SizeIdx IS GREATER THAN 3
           END-IF.

       ProposeSubstitute.
           MOVE TblSubSub(SubstBestIdx) TO SubstToProd.
           IF SubstReason IS EQUAL TO 'D' THEN
               DISPLAY 'Producto descontinuado, sustituto aprobado: '
                   SubstToProd
           ELSE
               DISPLAY 'Sin existencia suficiente, sustituto con '
                   'existencia: ' SubstToProd
           END-IF.
           IF TblSubConsent(SubstBestIdx) IS EQUAL TO 'Y' THEN
               DISPLAY 'El cliente acepta el sustituto? (S/N):'
                   WITH NO ADVANCING
               ACCEPT SubstAnswer
               IF SubstAnswer IS EQUAL TO 'S' OR
                   SubstAnswer IS EQUAL TO 's' THEN
                   MOVE 'A' TO SubstOutcome
               ELSE
                   MOVE 'R' TO SubstOutcome
               END-IF
           ELSE
               DISPLAY 'Sustituto sin aceptacion previa del cliente.'
               MOVE 'A' TO SubstOutcome
           END-IF.
           IF SubstOutcome IS EQUAL TO 'A' THEN
               MOVE SubstToProd TO PMProdName
               READ ProductMaster
                   INVALID KEY
                       DISPLAY 'No se pudo leer el sustituto: '
                           SubstToProd
                       MOVE 'R' TO SubstOutcome
                       MOVE SubstFromProd TO PMProdName
                       READ ProductMaster
                           INVALID KEY CONTINUE
                       END-READ
               END-READ
               PERFORM FindSubstSize
           END-IF.
           IF SubstOutcome IS EQUAL TO 'A' THEN
               MOVE SubstFromProd TO LineOrigProd
               DISPLAY 'Se captura ' SubstToProd ' en lugar de '
                   SubstFromProd
           END-IF.
           IF SubstOutcome IS NOT EQUAL TO 'A' OR
               SubstReason IS NOT EQUAL TO 'D' THEN
               PERFORM WriteSubstLog
           END-IF.

       WriteSubstLog.
           MOVE BusinessDate TO SLDate.
           MOVE OrderNumber TO SLOrdNum.
           MOVE OrderCustID TO SLCustID.
           MOVE SubstFromProd TO SLProd.
           MOVE SubstNeedSize TO SLSize.
           MOVE SubstToProd TO SLSubProd.
           MOVE SubstReason TO SLReason.
           MOVE SubstNeedQty TO SLQty.
           MOVE SubstOutcome TO SLOutcome.
           MOVE TblSubConsent(SubstBestIdx) TO SLConsent.
           WRITE SubstLogRecord FROM SubstLogLine.

       AddDropShipLine.
           ADD 1 TO OrdLineCount.
           MOVE SPACE TO OLKitRole(OrdLineCount).
           MOVE SPACE TO OLKitProd(OrdLineCount).
           MOVE PMProdName TO OLProd(OrdLineCount).
           MOVE FUNCTION UPPER-CASE(EnteredSize)
               TO OLSize(OrdLineCount).
           MOVE EnteredQty TO OLFillQty(OrdLineCount).
           MOVE ZERO TO OLShortQty(OrdLineCount).
           MOVE ZERO TO OLPromise(OrdLineCount).
           MOVE 'Y' TO OLDropShip(OrdLineCount).
           DISPLAY 'Linea directa, la OC a ' PMVendor
               ' sale en la corrida nocturna.'.

       CheckKitProduct.
           MOVE 'N' TO ProdIsKit.
           PERFORM CheckOneKitEntry
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.

       CheckOneKitEntry.
           IF TblKitProd(KitIdx) IS EQUAL TO PMProdName THEN
               MOVE 'Y' TO ProdIsKit
           END-IF.

       CaptureKitQty.
           MOVE PMProdName TO KitProd.
           MOVE FUNCTION UPPER-CASE(EnteredSize) TO KitSize.
           MOVE ZERO TO KitCompCount.
           MOVE EnteredQty TO KitsAvailable.
           MOVE 'Y' TO KitCompOk.
           PERFORM CheckOneKitComponent
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.
           IF KitCompOk IS EQUAL TO 'N' THEN
               DISPLAY 'Kit no se puede capturar: ' KitProd
           ELSE IF OrdLineCount + KitCompCount IS GREATER THAN 98
               THEN
               DISPLAY 'Pedido lleno (99 lineas).'
           ELSE
               IF KitsAvailable IS LESS THAN EnteredQty THEN
                   DISPLAY 'Componentes insuficientes, kits '
                       'disponibles: ' KitsAvailable
                   MOVE KitsAvailable TO KitFillQty
                   COMPUTE KitShortQty = EnteredQty - KitsAvailable
                   IF KitFillQty IS GREATER THAN ZERO THEN
                       DISPLAY 'Se surte lo disponible: ' KitFillQty
                   END-IF
                   DISPLAY 'Faltante para backorder: ' KitShortQty
               ELSE
                   MOVE EnteredQty TO KitFillQty
                   MOVE ZERO TO KitShortQty
               END-IF
               ADD 1 TO OrdLineCount
               MOVE 'P' TO OLKitRole(OrdLineCount)
               MOVE SPACE TO OLKitProd(OrdLineCount)
               MOVE 'N' TO OLDropShip(OrdLineCount)
               MOVE KitProd TO OLProd(OrdLineCount)
               MOVE KitSize TO OLSize(OrdLineCount)
               MOVE KitFillQty TO OLFillQty(OrdLineCount)
               MOVE KitShortQty TO OLShortQty(OrdLineCount)
               MOVE ZERO TO OLPromise(OrdLineCount)
               MOVE OrdLineCount TO OrdLineIdx
               PERFORM RelieveOneKitComponent
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx IS GREATER THAN KitCount
               IF KitShortQty IS GREATER THAN ZERO THEN
                   PERFORM PromiseKitShortage
               END-IF
           END-IF.

       PromiseKitShortage.
           MOVE ZERO TO KitPromise.
           MOVE 'N' TO KitPromiseUnknown.
           PERFORM PromiseOneKitComponent
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.
           IF KitPromiseUnknown IS EQUAL TO 'Y' THEN
               MOVE ZERO TO PromDate
           ELSE
               MOVE KitPromise TO PromDate
           END-IF.
           MOVE PromDate TO OLPromise(OrdLineIdx).
           PERFORM ShowPromiseDate.

       PromiseOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO KitProd THEN
               PERFORM FindKitComponent
               MOVE TblKitComp(KitIdx) TO PromProd
               MOVE KitCompSize TO PromSize
               COMPUTE PromQty = KitShortQty * TblKitCompQty(KitIdx)
               IF SizeFoundIdx IS GREATER THAN ZERO THEN
                   MOVE PMVendor TO PromVendor
               ELSE
                   MOVE SPACE TO PromVendor
               END-IF
               PERFORM ComputePromiseDate
               IF PromDate IS EQUAL TO ZERO THEN
                   MOVE 'Y' TO KitPromiseUnknown
               ELSE IF PromDate IS GREATER THAN KitPromise THEN
                   MOVE PromDate TO KitPromise
               END-IF
           END-IF.

       CheckOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO KitProd THEN
               ADD 1 TO KitCompCount
               PERFORM FindKitComponent
               IF SizeFoundIdx IS EQUAL TO ZERO THEN
                   DISPLAY 'Componente sin producto o talla: '
                       TblKitComp(KitIdx) ' ' KitCompSize
                   MOVE 'N' TO KitCompOk
               ELSE IF EnteredQty * TblKitCompQty(KitIdx) IS
                   GREATER THAN 999 THEN
                   DISPLAY 'Cantidad de componente mayor a 999: '
                       TblKitComp(KitIdx)
                   MOVE 'N' TO KitCompOk
               ELSE
                   COMPUTE KitCompAvail = PMSizeQty(SizeFoundIdx) /
                       TblKitCompQty(KitIdx)
                   IF KitCompAvail IS LESS THAN KitsAvailable THEN
                       MOVE KitCompAvail TO KitsAvailable
                   END-IF
               END-IF
           END-IF.

       FindKitComponent.
           IF TblKitCompSize(KitIdx) IS EQUAL TO '*' THEN
               MOVE KitSize TO KitCompSize
           ELSE
               MOVE TblKitCompSize(KitIdx) TO KitCompSize
           END-IF.
           MOVE ZERO TO SizeFoundIdx.
           MOVE TblKitComp(KitIdx) TO PMProdName.
           READ ProductMaster
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckOneCompSize
                       VARYING SizeIdx FROM 1 BY 1
                       UNTIL SizeIdx IS GREATER THAN 3
           END-READ.

       CheckOneCompSize.
           IF FUNCTION UPPER-CASE(PMSizeCode(SizeIdx))
               IS EQUAL TO KitCompSize AND
               SizeFoundIdx IS EQUAL TO ZERO THEN
               MOVE SizeIdx TO SizeFoundIdx
           END-IF.

       RelieveOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO KitProd THEN
               PERFORM FindKitComponent
               COMPUTE KitCompNeed =
                   KitFillQty * TblKitCompQty(KitIdx)
               ADD 1 TO OrdLineCount
               MOVE 'C' TO OLKitRole(OrdLineCount)
               MOVE KitProd TO OLKitProd(OrdLineCount)
               MOVE 'N' TO OLDropShip(OrdLineCount)
               MOVE TblKitComp(KitIdx) TO OLProd(OrdLineCount)
               MOVE KitCompSize TO OLSize(OrdLineCount)
               MOVE KitCompNeed TO OLFillQty(OrdLineCount)
               MOVE ZERO TO OLShortQty(OrdLineCount)
               MOVE ZERO TO OLPromise(OrdLineCount)
               IF KitCompNeed IS GREATER THAN ZERO AND
                   SizeFoundIdx IS GREATER THAN ZERO THEN
                   SUBTRACT KitCompNeed FROM PMSizeQty(SizeFoundIdx)
                   REWRITE ProductMasterRecord
                       INVALID KEY
                           DISPLAY 'No se pudo regrabar el producto.'
                   END-REWRITE
               END-IF
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

       LoadPriceTable.
           OPEN INPUT PriceFile.
           IF PriceStatus IS EQUAL TO "00" THEN
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
                       MOVE PRMDesc TO TblPromoDesc(PromoCount)
                   END-IF
           END-READ.

       PromptPromoCode.
           DISPLAY 'Codigo de promocion (vacio = ninguna):'
               WITH NO ADVANCING.
           ACCEPT OrderPromo.
           MOVE FUNCTION UPPER-CASE(OrderPromo) TO OrderPromo.
           IF OrderPromo IS EQUAL TO SPACE THEN
               MOVE 'Y' TO PromoOk
           ELSE
               MOVE SPACE TO PromoDesc
               PERFORM CheckOnePromoCode
                   VARYING PRMI FROM 1 BY 1
                   UNTIL PRMI IS GREATER THAN PromoCount
               IF PromoOk IS EQUAL TO 'Y' THEN
                   DISPLAY 'Promocion ' OrderPromo ': ' PromoDesc
               ELSE
                   DISPLAY 'Promocion no vigente: ' OrderPromo
               END-IF
           END-IF.

       CheckOnePromoCode.
           IF TblPromoCode(PRMI) IS EQUAL TO OrderPromo AND
               TblPromoStart(PRMI) IS NOT GREATER THAN BusinessDate AND
               TblPromoEnd(PRMI) IS NOT LESS THAN BusinessDate THEN
               MOVE 'Y' TO PromoOk
               IF PromoDesc IS EQUAL TO SPACE THEN
                   MOVE TblPromoDesc(PRMI) TO PromoDesc
               END-IF
           END-IF.

       FindPromoPrice.
           MOVE 'N' TO PromoFound.
           MOVE UnitPrice TO PromoPrice.
           PERFORM CheckOnePromoPrice
               VARYING PRMI FROM 1 BY 1
               UNTIL PRMI IS GREATER THAN PromoCount.

       CheckOnePromoPrice.
           IF TblPromoCode(PRMI) IS EQUAL TO OrderPromo AND
               TblPromoStart(PRMI) IS NOT GREATER THAN BusinessDate AND
               TblPromoEnd(PRMI) IS NOT LESS THAN BusinessDate THEN
               IF TblPromoScope(PRMI) IS EQUAL TO 'A' OR
                   (TblPromoScope(PRMI) IS EQUAL TO 'P' AND
                    TblPromoScopeVal(PRMI) IS EQUAL TO
                       FUNCTION UPPER-CASE(LookupProd)) OR
                   (TblPromoScope(PRMI) IS EQUAL TO 'C' AND
                    OrderDiscClass IS NOT EQUAL TO SPACE AND
                    TblPromoScopeVal(PRMI)(1:2) IS EQUAL TO
                       OrderDiscClass)
                   THEN
                   IF TblPromoType(PRMI) IS EQUAL TO 'F' THEN
                       MOVE TblPromoValue(PRMI) TO PromoWork
                   ELSE
                       COMPUTE PromoWork ROUNDED = UnitPrice -
                           (UnitPrice * TblPromoValue(PRMI) / 100)
                   END-IF
                   IF PromoWork IS LESS THAN PromoPrice THEN
                       MOVE PromoWork TO PromoPrice
                       MOVE 'Y' TO PromoFound
                   END-IF
               END-IF
           END-IF.

       GetOrderDiscClass.
           MOVE SPACE TO OrderDiscClass.
           OPEN INPUT TermsFile.
           IF TermsStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO TermsEOF
               PERFORM ReadOneTermsClass UNTIL TermsEOF IS EQUAL TO 'Y'
               CLOSE TermsFile
           ELSE IF TermsStatus IS EQUAL TO "05" THEN
               CLOSE TermsFile
           END-IF.

       ReadOneTermsClass.
           READ TermsFile INTO TermsLine
               AT END MOVE 'Y' TO TermsEOF
               NOT AT END
                   IF CTCustID IS EQUAL TO OrderCustID THEN
                       MOVE FUNCTION UPPER-CASE(CTDiscClass)
                           TO OrderDiscClass
                   END-IF
           END-READ.

       ClearLinePrice.
           MOVE 'N' TO OLOverride(OrdLineIdx).
           MOVE ZERO TO OLListPrice(OrdLineIdx).
           MOVE ZERO TO OLPrice(OrdLineIdx).
           MOVE ZERO TO OLCost(OrdLineIdx).
           MOVE SPACE TO OLReason(OrdLineIdx).

       CapturePriceOverride.
           MOVE OLProd(NewLineIdx) TO LookupProd.
           PERFORM LookupPrice.
           MOVE UnitPrice TO OLListPrice(NewLineIdx).
           IF PriceFound IS EQUAL TO 'Y' THEN
               MOVE UnitPrice TO PriceDisplay
               DISPLAY 'Precio de lista: ' PriceDisplay
               IF OrderPromo IS NOT EQUAL TO SPACE THEN
                   PERFORM FindPromoPrice
                   IF PromoFound IS EQUAL TO 'Y' THEN
                       MOVE PromoPrice TO PriceDisplay
                       DISPLAY 'Precio promocion ' OrderPromo ': '
                           PriceDisplay
                   END-IF
               END-IF
           ELSE
               DISPLAY 'Producto sin precio de lista vigente.'
           END-IF.
           DISPLAY 'Precio especial (vacio = lista):'
               WITH NO ADVANCING.
           ACCEPT EnteredPriceX.
           IF EnteredPriceX IS NOT EQUAL TO SPACE THEN
               IF FUNCTION TEST-NUMVAL(EnteredPriceX) IS EQUAL TO ZERO
                   THEN
                   COMPUTE OverrideWork = FUNCTION NUMVAL(EnteredPriceX)
               ELSE
                   MOVE ZERO TO OverrideWork
               END-IF
               IF OverrideWork IS EQUAL TO ZERO OR
                   OverrideWork IS GREATER THAN 9999.99 THEN
                   DISPLAY 'Precio invalido, se usa el de lista.'
               ELSE
                   MOVE OverrideWork TO OverridePrice
                   MOVE 'N' TO ReasonOk
                   PERFORM PromptPriceReason
                       UNTIL ReasonOk IS EQUAL TO 'Y'
                   PERFORM CheckOverrideMargin
               END-IF
           END-IF.

       PromptPriceReason.
           DISPLAY 'Codigo de motivo:' WITH NO ADVANCING.
           ACCEPT EnteredReason.
           MOVE FUNCTION UPPER-CASE(EnteredReason) TO EnteredReason.
           IF EnteredReason IS EQUAL TO SPACE THEN
               DISPLAY 'El motivo es obligatorio.'
           ELSE IF ReasonCount IS EQUAL TO ZERO THEN
               MOVE 'Y' TO ReasonOk
           ELSE
               PERFORM CheckOneReason
                   VARYING RSI FROM 1 BY 1
                   UNTIL RSI IS GREATER THAN ReasonCount
               IF ReasonOk IS EQUAL TO 'N' THEN
                   DISPLAY 'Motivo no existe: ' EnteredReason
                   PERFORM ShowOneReason
                       VARYING RSI FROM 1 BY 1
                       UNTIL RSI IS GREATER THAN ReasonCount
               END-IF
           END-IF.

       CheckOneReason.
           IF TblRsnCode(RSI) IS EQUAL TO EnteredReason THEN
               MOVE 'Y' TO ReasonOk
           END-IF.

       ShowOneReason.
           DISPLAY '  ' TblRsnCode(RSI) ' ' TblRsnDesc(RSI).

       CheckOverrideMargin.
           MOVE OverridePrice TO OLPrice(NewLineIdx).
           MOVE EnteredReason TO OLReason(NewLineIdx).
           MOVE OLProd(NewLineIdx) TO CostProd.
           PERFORM LookupCost.
           IF CostFound IS EQUAL TO 'N' AND
               OLKitRole(NewLineIdx) IS EQUAL TO 'P' THEN
               MOVE ZERO TO KitCost
               MOVE 'Y' TO KitCostOk
               PERFORM CostOneKitComponent
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx IS GREATER THAN KitCount
               IF KitCostOk IS EQUAL TO 'Y' AND
                   KitCost IS NOT GREATER THAN 9999.99 THEN
                   MOVE KitCost TO UnitCost
                   MOVE 'Y' TO CostFound
               ELSE
                   MOVE ZERO TO UnitCost
               END-IF
           END-IF.
           MOVE UnitCost TO OLCost(NewLineIdx).
           IF CostFound IS EQUAL TO 'N' THEN
               DISPLAY 'Producto sin costo, el precio requiere '
                   'aprobacion de supervisor.'
               MOVE 'P' TO OLOverride(NewLineIdx)
           ELSE
               COMPUTE MarginPct ROUNDED =
                   (OverridePrice - UnitCost) * 100 / OverridePrice
               MOVE MarginPct TO MarginDisplay
               IF MarginPct IS LESS THAN MinMarginPct THEN
                   DISPLAY 'Margen ' MarginDisplay '% bajo el minimo '
                       FloorDisplay '%, requiere aprobacion de '
                       'supervisor.'
                   MOVE 'P' TO OLOverride(NewLineIdx)
               ELSE
                   DISPLAY 'Margen ' MarginDisplay '%.'
                   MOVE 'A' TO OLOverride(NewLineIdx)
               END-IF
           END-IF.
           IF OLOverride(NewLineIdx) IS EQUAL TO 'P' THEN
               MOVE 'Y' TO PriceHold
           END-IF.

       CostOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO OLProd(NewLineIdx) THEN
               MOVE TblKitComp(KitIdx) TO CostProd
               PERFORM LookupCost
               IF CostFound IS EQUAL TO 'N' THEN
                   MOVE 'N' TO KitCostOk
               ELSE
                   COMPUTE KitCost = KitCost +
                       UnitCost * TblKitCompQty(KitIdx)
               END-IF
           END-IF.

       LoadCostTable.
           OPEN INPUT CostFile.
           IF CostStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO CostEOF
               PERFORM LoadOneCost UNTIL CostEOF IS EQUAL TO 'Y'
               CLOSE CostFile
           ELSE IF CostStatus IS EQUAL TO "05" THEN
               CLOSE CostFile
           END-IF.

       LoadOneCost.
           READ CostFile
               AT END MOVE 'Y' TO CostEOF
               NOT AT END
                   IF CostCount IS LESS THAN 500 THEN
                       ADD 1 TO CostCount
                       MOVE CSFProdName TO CSProdName(CostCount)
                       MOVE CSFEffectiveDate
                           TO CSEffectiveDate(CostCount)
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
               FUNCTION UPPER-CASE(CostProd) AND
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

       LoadReasonTable.
           OPEN INPUT ReasonFile.
           IF ReasonStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ReasonEOF
               PERFORM LoadOneReason UNTIL ReasonEOF IS EQUAL TO 'Y'
               CLOSE ReasonFile
           ELSE IF ReasonStatus IS EQUAL TO "05" THEN
               CLOSE ReasonFile
           END-IF.

       LoadOneReason.
           READ ReasonFile
               AT END MOVE 'Y' TO ReasonEOF
               NOT AT END
                   IF RSNCode IS NOT EQUAL TO SPACE AND
                       ReasonCount IS LESS THAN 50 THEN
                       ADD 1 TO ReasonCount
                       MOVE FUNCTION UPPER-CASE(RSNCode)
                           TO TblRsnCode(ReasonCount)
                       MOVE RSNDesc TO TblRsnDesc(ReasonCount)
                   END-IF
           END-READ.

       WriteOneOverride.
           IF OLOverride(OrdLineIdx) IS NOT EQUAL TO 'N' THEN
               MOVE OrderNumber TO POVOrdNum
               MOVE OLProd(OrdLineIdx) TO POVProd
               MOVE OLSize(OrdLineIdx) TO POVSize
               MOVE BusinessDate TO POVDate
               MOVE OrderCustID TO POVCustID
               MOVE OrderSalesRep TO POVRep
               COMPUTE POVQty = OLFillQty(OrdLineIdx) +
                   OLShortQty(OrdLineIdx)
               MOVE OLListPrice(OrdLineIdx) TO POVListPrice
               MOVE OLPrice(OrdLineIdx) TO POVPrice
               MOVE OLCost(OrdLineIdx) TO POVCost
               MOVE OLReason(OrdLineIdx) TO POVReason
               MOVE OLOverride(OrdLineIdx) TO POVStatus
               MOVE SPACE TO POVApprover
               WRITE OverrideRecord FROM OverrideLine
           END-IF.

       CheckCredit.
           MOVE 'N' TO CreditHold.
           PERFORM LoadCreditFamily.
           PERFORM GetCreditLimit.
           IF CustOnHold IS EQUAL TO 'Y' THEN
               MOVE 'Y' TO CreditHold
               DISPLAY 'Cliente en retencion de credito.'
           ELSE IF CreditLimit IS GREATER THAN ZERO THEN
               PERFORM SumOpenBalance
               PERFORM EstimateOrderTotal
               IF OpenBalance + EstOrderTotal IS GREATER THAN
                   MOVE OpenBalance TO BalanceDisplay
                   MOVE EstOrderTotal TO EstDisplay
                   DISPLAY 'Limite de credito excedido.'
                   IF CreditCust IS NOT EQUAL TO OrderCustID OR
                       FamilyCount IS GREATER THAN 1 THEN
                       DISPLAY '  Cuenta matriz: ' CreditCust
                           ' (' FamilyCount ' cuentas)'
                   END-IF
                   DISPLAY '  Saldo abierto: ' BalanceDisplay
                   DISPLAY '  Pedido (est.): ' EstDisplay
                   DISPLAY '  Limite:        ' LimitDisplay

       GetCreditLimit.
           MOVE ZERO TO CreditLimit.
           MOVE 'N' TO CustOnHold.
           OPEN INPUT TermsFile.
           IF TermsStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO TermsEOF
           READ TermsFile INTO TermsLine
               AT END MOVE 'Y' TO TermsEOF
               NOT AT END
                   IF CTCustID IS EQUAL TO CreditCust THEN
                       MOVE CTCreditLimit TO CreditLimit
                   END-IF
                   IF (CTCustID IS EQUAL TO CreditCust OR
                       CTCustID IS EQUAL TO OrderCustID) AND
                       CTCreditHold IS EQUAL TO 'H' THEN
                       MOVE 'Y' TO CustOnHold
                   END-IF
           END-READ.

       SumOpenBalance.
           READ OpenItemsFile
               AT END MOVE 'Y' TO OpenEOF
               NOT AT END
                   IF OIOpenFlag IS EQUAL TO 'O' THEN
                       PERFORM CheckFamilyItem
                   END-IF
           END-READ.

       CheckFamilyItem.
           MOVE 'N' TO InFamily.
           PERFORM CheckOneFamilyCust
               VARYING FamilyIdx FROM 1 BY 1
               UNTIL FamilyIdx IS GREATER THAN FamilyCount.
           IF InFamily IS EQUAL TO 'Y' THEN
               PERFORM AddItemBalance
           END-IF.

       CheckOneFamilyCust.
           IF TblFamilyCust(FamilyIdx) IS EQUAL TO OICustID THEN
               MOVE 'Y' TO InFamily
           END-IF.

       LoadCreditFamily.
           MOVE OrderCustID TO CreditCust.
           PERFORM ScanParentFile.
           IF CreditCust IS NOT EQUAL TO OrderCustID THEN
               PERFORM ScanParentFile
           END-IF.

       ScanParentFile.
           MOVE 1 TO FamilyCount.
           MOVE CreditCust TO TblFamilyCust(1).
           OPEN INPUT ParentFile.
           IF ParentStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ParentEOF
               PERFORM ReadOneParent UNTIL ParentEOF IS EQUAL TO 'Y'
               CLOSE ParentFile
           ELSE IF ParentStatus IS EQUAL TO "05" THEN
               CLOSE ParentFile
           END-IF.

       ReadOneParent.
           READ ParentFile
               AT END MOVE 'Y' TO ParentEOF
               NOT AT END
                   IF CPCustID IS EQUAL TO OrderCustID AND
                       CPParentID IS GREATER THAN ZERO THEN
                       MOVE CPParentID TO CreditCust
                   END-IF
                   IF CPParentID IS EQUAL TO CreditCust AND
                       CPParentID IS GREATER THAN ZERO AND
                       FamilyCount IS LESS THAN 2000 THEN
                       ADD 1 TO FamilyCount
                       MOVE CPCustID TO TblFamilyCust(FamilyCount)
                   END-IF
           END-READ.

       AddItemBalance.
           COMPUTE ItemBalance = OIInvTotal - OIPaid.
           IF OIDispFlag IS EQUAL TO 'D' AND OIDispAmt IS NUMERIC THEN
               IF OIDispAmt IS NOT LESS THAN ItemBalance THEN
                   MOVE ZERO TO ItemBalance
               ELSE
                   SUBTRACT OIDispAmt FROM ItemBalance
               END-IF
           END-IF.
           ADD ItemBalance TO OpenBalance.

       EstimateOrderTotal.
           MOVE ZERO TO EstOrderTotal.
           IF OrdLineCount IS GREATER THAN ZERO THEN
           END-IF.

       EstimateOneLine.
           IF OLOverride(OrdLineIdx) IS EQUAL TO 'N' THEN
               MOVE OLProd(OrdLineIdx) TO LookupProd
               PERFORM LookupPrice
           ELSE
               MOVE OLPrice(OrdLineIdx) TO UnitPrice
               MOVE 'Y' TO PriceFound
           END-IF.
           IF PriceFound IS EQUAL TO 'Y' AND
               OLKitRole(OrdLineIdx) IS NOT EQUAL TO 'C' THEN
               COMPUTE EstOrderTotal = EstOrderTotal +
                   (UnitPrice * (OLFillQty(OrdLineIdx) +
                   OLShortQty(OrdLineIdx)))
           END-IF.

       WriteCapturedOrder.
           MOVE OrderHeaderLine TO OXImage.
           PERFORM WriteOrderRecord.
           IF OrdLineCount IS GREATER THAN ZERO THEN
               PERFORM WriteOneCapturedLine
                   VARYING OrdLineIdx FROM 1 BY 1
           END-IF.

       WriteOneCapturedLine.
           IF OLKitRole(OrdLineIdx) IS EQUAL TO 'C' THEN
               IF OLFillQty(OrdLineIdx) IS GREATER THAN ZERO THEN
                   MOVE OrderNumber TO CmpOrdNum
                   MOVE OLProd(OrdLineIdx) TO CmpProdName
                   MOVE OLSize(OrdLineIdx) TO CmpSize
                   MOVE OLFillQty(OrdLineIdx) TO CmpQty
                   MOVE OLKitProd(OrdLineIdx) TO CmpKitProd
                   MOVE OrderComponentLine TO OXImage
                   PERFORM WriteOrderRecord
               END-IF
           ELSE IF OLFillQty(OrdLineIdx) IS GREATER THAN ZERO THEN
               MOVE OrderNumber TO DtlOrdNum
               MOVE OLProd(OrdLineIdx) TO DtlProdName
               MOVE OLSize(OrdLineIdx) TO DtlSize
               MOVE OLFillQty(OrdLineIdx) TO DtlQty
               MOVE OLOrigProd(OrdLineIdx) TO DtlOrigProd
               PERFORM SetLineDropShip
               MOVE OrderDetailLine TO OXImage
               PERFORM WriteOrderRecord
               ADD 1 TO LinesWritten
           END-IF.
           IF OLShortQty(OrdLineIdx) IS GREATER THAN ZERO THEN
               MOVE OLSize(OrdLineIdx) TO BOSize
               MOVE OLShortQty(OrdLineIdx) TO BOQtyShort
               MOVE 'N' TO BOFilled
               MOVE OLPromise(OrdLineIdx) TO BOPromise
               WRITE BackorderRecord FROM BackorderLine
               DISPLAY 'Faltante registrado en backorders: '
                   BOQtyShort
           END-IF.

       WriteOneHeldLine.
           IF OLKitRole(OrdLineIdx) IS NOT EQUAL TO 'C' THEN
               MOVE OrderNumber TO DtlOrdNum
               MOVE OLProd(OrdLineIdx) TO DtlProdName
               MOVE OLSize(OrdLineIdx) TO DtlSize
               COMPUTE DtlQty = OLFillQty(OrdLineIdx) +
                   OLShortQty(OrdLineIdx)
               MOVE OLOrigProd(OrdLineIdx) TO DtlOrigProd
               PERFORM SetLineDropShip
               WRITE HeldOrderRecord FROM OrderDetailLine
           END-IF.
           IF OLFillQty(OrdLineIdx) IS GREATER THAN ZERO AND
               OLKitRole(OrdLineIdx) IS NOT EQUAL TO 'P' AND
               OLDropShip(OrdLineIdx) IS NOT EQUAL TO 'Y' THEN
               PERFORM RestoreHeldStock
           END-IF.
           IF OLShortQty(OrdLineIdx) IS GREATER THAN ZERO THEN
               COMPUTE PromAdjust = ZERO - OLShortQty(OrdLineIdx)
               MOVE OLProd(OrdLineIdx) TO ExplodeProd
               MOVE OLSize(OrdLineIdx) TO ExplodeSize
               PERFORM AdjustPromised
           END-IF.

       SetLineDropShip.
           MOVE SPACE TO DtlDropPo.
           IF OLDropShip(OrdLineIdx) IS EQUAL TO 'Y' THEN
               MOVE 'D' TO DtlDropShip
           ELSE
               MOVE SPACE TO DtlDropShip
           END-IF.

       RestoreHeldStock.
           MOVE OLProd(OrdLineIdx) TO PMProdName.
                       END-REWRITE
                   END-IF
           END-READ.

       LoadVendorTable.
           OPEN INPUT VendorFile.
           IF VendStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO VendEOF
               PERFORM LoadOneVendor UNTIL VendEOF IS EQUAL TO 'Y'
               CLOSE VendorFile
           ELSE IF VendStatus IS EQUAL TO "05" THEN
               CLOSE VendorFile
           END-IF.

       LoadOneVendor.
           READ VendorFile
               AT END MOVE 'Y' TO VendEOF
               NOT AT END
                   IF VendCount IS LESS THAN 200 THEN
                       ADD 1 TO VendCount
                       MOVE FUNCTION UPPER-CASE(VNCode)
                           TO TblVendCode(VendCount)
                       MOVE VNLeadDays TO TblVendLead(VendCount)
                   END-IF
           END-READ.

       LoadPromisedTable.
           OPEN INPUT BackorderFile.
           IF BackStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO BackEOF
               PERFORM LoadOnePromised UNTIL BackEOF IS EQUAL TO 'Y'
               CLOSE BackorderFile
           ELSE IF BackStatus IS EQUAL TO "05" THEN
               CLOSE BackorderFile
           END-IF.

       LoadOnePromised.
           READ BackorderFile
               AT END MOVE 'Y' TO BackEOF
               NOT AT END
                   IF BOFFilled IS EQUAL TO 'N' AND
                       BOFQtyShort IS NUMERIC THEN
                       MOVE BOFQtyShort TO PromAdjust
                       MOVE FUNCTION UPPER-CASE(BOFProd) TO ExplodeProd
                       MOVE FUNCTION UPPER-CASE(BOFSize) TO ExplodeSize
                       PERFORM AdjustPromised
                   END-IF
           END-READ.

       AdjustPromised.
           MOVE ExplodeProd TO KitProd.
           PERFORM CheckKitProductCode.
           IF ProdIsKit IS EQUAL TO 'Y' THEN
               PERFORM AdjustOneKitPromised
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx IS GREATER THAN KitCount
           ELSE
               MOVE ExplodeProd TO PromProd
               MOVE ExplodeSize TO PromSize
               PERFORM AdjustOnePromised
           END-IF.

       CheckKitProductCode.
           MOVE 'N' TO ProdIsKit.
           PERFORM CheckOneKitCode
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.

       CheckOneKitCode.
           IF TblKitProd(KitIdx) IS EQUAL TO KitProd THEN
               MOVE 'Y' TO ProdIsKit
           END-IF.

       AdjustOneKitPromised.
           IF TblKitProd(KitIdx) IS EQUAL TO KitProd THEN
               MOVE TblKitComp(KitIdx) TO PromProd
               IF TblKitCompSize(KitIdx) IS EQUAL TO '*' THEN
                   MOVE ExplodeSize TO PromSize
               ELSE
                   MOVE TblKitCompSize(KitIdx) TO PromSize
               END-IF
               COMPUTE PromAdjust =
                   PromAdjust * TblKitCompQty(KitIdx)
               PERFORM AdjustOnePromised
               COMPUTE PromAdjust =
                   PromAdjust / TblKitCompQty(KitIdx)
           END-IF.

       AdjustOnePromised.
           PERFORM FindPromised.
           IF PromisedFoundIdx IS EQUAL TO ZERO AND
               PromAdjust IS GREATER THAN ZERO AND
               PromisedCount IS LESS THAN 2000 THEN
               ADD 1 TO PromisedCount
               MOVE PromProd TO TblPromProd(PromisedCount)
               MOVE PromSize TO TblPromSize(PromisedCount)
               MOVE ZERO TO TblPromQty(PromisedCount)
               MOVE PromisedCount TO PromisedFoundIdx
           END-IF.
           IF PromisedFoundIdx IS GREATER THAN ZERO THEN
               IF PromAdjust IS LESS THAN ZERO AND
                   TblPromQty(PromisedFoundIdx) + PromAdjust
                       IS LESS THAN ZERO THEN
                   MOVE ZERO TO TblPromQty(PromisedFoundIdx)
               ELSE
                   ADD PromAdjust TO TblPromQty(PromisedFoundIdx)
               END-IF
           END-IF.

       FindPromised.
           MOVE ZERO TO PromisedFoundIdx.
           IF PromisedCount IS GREATER THAN ZERO THEN
               PERFORM FindOnePromised
                   VARYING PMI FROM 1 BY 1
                   UNTIL PMI IS GREATER THAN PromisedCount
           END-IF.

       FindOnePromised.
           IF TblPromProd(PMI) IS EQUAL TO PromProd AND
               TblPromSize(PMI) IS EQUAL TO PromSize AND
               PromisedFoundIdx IS EQUAL TO ZERO THEN
               SET PromisedFoundIdx TO PMI
           END-IF.

       ComputePromiseDate.
           MOVE ZERO TO PromDate.
           PERFORM FindPromised.
           IF PromisedFoundIdx IS GREATER THAN ZERO THEN
               COMPUTE PromNeeded =
                   TblPromQty(PromisedFoundIdx) + PromQty
           ELSE
               MOVE PromQty TO PromNeeded
           END-IF.
           PERFORM LoadOpenPoLines.
           MOVE ZERO TO PromCovered.
           MOVE 1 TO PoPickIdx.
           PERFORM TakeEarliestPoLine
               UNTIL PromCovered IS NOT LESS THAN PromNeeded OR
                   PoPickIdx IS EQUAL TO ZERO.
           IF PromCovered IS LESS THAN PromNeeded THEN
               MOVE ZERO TO PromDate
               PERFORM PromiseFromLeadTime
           ELSE IF PromDate IS LESS THAN BusinessDate THEN
               MOVE BusinessDate TO PromDate
           END-IF.
           IF PromDate IS GREATER THAN ZERO AND
               RollPromise IS EQUAL TO 'Y' THEN
               CALL 'NEXTWDAY' USING PromDate
           END-IF.
           MOVE PromQty TO PromAdjust.
           PERFORM AdjustOnePromised.

       LoadOpenPoLines.
           MOVE ZERO TO PoOpenCount.
           OPEN INPUT PoFile.
           IF PoStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO PoEOF
               MOVE 'N' TO CurrentPoOpen
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
                       IF POField3(1:1) IS EQUAL TO 'O' THEN
                           MOVE 'Y' TO CurrentPoOpen
                       ELSE
                           MOVE 'N' TO CurrentPoOpen
                       END-IF
                   ELSE IF PORecType IS EQUAL TO 'L' AND
                       CurrentPoOpen IS EQUAL TO 'Y' AND
                       FUNCTION UPPER-CASE(POField1) IS EQUAL TO
                           PromProd AND
                       FUNCTION UPPER-CASE(POField2(1:1)) IS EQUAL TO
                           PromSize THEN
                       PERFORM LoadOnePoLine
                   END-IF
           END-READ.

       LoadOnePoLine.
           MOVE POField2(3:5) TO PoLineQty.
           MOVE POField3 TO PoLineRecvd.
           IF PoLineQty IS GREATER THAN PoLineRecvd AND
               POField4 IS NUMERIC AND
               PoOpenCount IS LESS THAN 200 THEN
               ADD 1 TO PoOpenCount
               MOVE POField4 TO TblPoDue(PoOpenCount)
               COMPUTE TblPoOpenQty(PoOpenCount) =
                   PoLineQty - PoLineRecvd
               MOVE 'N' TO TblPoTaken(PoOpenCount)
           END-IF.

       TakeEarliestPoLine.
           MOVE ZERO TO PoPickIdx.
           MOVE 99999999 TO PoPickDue.
           IF PoOpenCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneEarliestPo
                   VARYING POI FROM 1 BY 1
                   UNTIL POI IS GREATER THAN PoOpenCount
           END-IF.
           IF PoPickIdx IS GREATER THAN ZERO THEN
               MOVE 'Y' TO TblPoTaken(PoPickIdx)
               ADD TblPoOpenQty(PoPickIdx) TO PromCovered
               MOVE TblPoDue(PoPickIdx) TO PromDate
           END-IF.

       CheckOneEarliestPo.
           IF TblPoTaken(POI) IS EQUAL TO 'N' AND
               TblPoDue(POI) IS LESS THAN PoPickDue THEN
               SET PoPickIdx TO POI
               MOVE TblPoDue(POI) TO PoPickDue
           END-IF.

       PromiseFromLeadTime.
           MOVE 'N' TO PromVendFound.
           MOVE ZERO TO PromLeadDays.
           IF VendCount IS GREATER THAN ZERO THEN
               PERFORM FindOnePromiseVendor
                   VARYING VI FROM 1 BY 1
                   UNTIL VI IS GREATER THAN VendCount
           END-IF.
           IF PromVendFound IS EQUAL TO 'Y' THEN
               COMPUTE PromDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BusinessDate) +
                   PromLeadDays)
           END-IF.

       FindOnePromiseVendor.
           IF TblVendCode(VI) IS EQUAL TO
               FUNCTION UPPER-CASE(PromVendor) AND
               PromVendFound IS EQUAL TO 'N' THEN
               MOVE 'Y' TO PromVendFound
               MOVE TblVendLead(VI) TO PromLeadDays
           END-IF.

       ShowPromiseDate.
           IF PromDate IS GREATER THAN ZERO THEN
               DISPLAY 'Fecha compromiso del faltante: ' PromDate
           ELSE
               DISPLAY 'Sin fecha compromiso, proveedor sin plazo.'
           END-IF.

       WriteOrderRecord.
           MOVE OXImgOrdNum TO OXOrdNum.
           IF OXRecType IS EQUAL TO 'H' THEN
               MOVE ZERO TO OrdLineSeq
               MOVE OXHdrCust TO OrdLineCust
           ELSE
               ADD 1 TO OrdLineSeq
           END-IF.
           MOVE OrdLineSeq TO OXLineNum.
           MOVE OrdLineCust TO OXCustID.
           WRITE OrderRecord
               INVALID KEY
                   DISPLAY 'Registro duplicado en orders.idx: '
                       OXOrdNum '-' OXLineNum
           END-WRITE.
