               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMProdName
               FILE STATUS IS ProdStatus.
           SELECT OPTIONAL OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT OPTIONAL BackorderFile ASSIGN TO "./backorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL OrdSeqFile ASSIGN TO "./ordseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeqStatus.
           SELECT OPTIONAL PromoFile ASSIGN TO "./promos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PromoStatus.
           SELECT OPTIONAL CustRepFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-reps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustRepStatus.
           SELECT OPTIONAL SubstFile ASSIGN TO "./substitutes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubstStatus.
           SELECT OPTIONAL SubstLogFile
               ASSIGN TO "./substitutions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubLogStatus.
           SELECT OPTIONAL KitFile ASSIGN TO "./kits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KitStatus.
       DATA DIVISION.
       FILE SECTION.
       FD WebOrderFile.
           02 WebSize PIC X.
           02 FILLER PIC X.
           02 WebQty PIC X(3).
           02 FILLER PIC X.
           02 WebPromo PIC X(6).

       FD CustomerIndexFile.
       01 IndexCustomerData.
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

       FD BackorderFile.
       01 BackorderRecord PIC X(36).
       01 OrdSeqRecord.
           02 SeqLastUsed PIC 9(6).

       FD PromoFile.
       01 PromoRecord.
           02 PRMCode PIC X(6).
           02 FILLER PIC X.
           02 PRMStartDate PIC 9(8).
           02 FILLER PIC X.
           02 PRMEndDate PIC 9(8).
           02 FILLER PIC X(39).

       FD CustRepFile.
       01 CustRepRecord.
           02 CRCustID PIC 9(5).
           02 FILLER PIC X.
           02 CRRep PIC X(3).
           02 FILLER PIC X.
           02 CRFixed PIC X.
           02 FILLER PIC X.
           02 CRDate PIC 9(8).

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

       FD KitFile.
       01 KitRecord.
           02 KTKitProd PIC X(5).
           02 FILLER PIC X.
           02 KTCompProd PIC X(5).
           02 FILLER PIC X.
           02 KTCompSize PIC X.
           02 FILLER PIC X.
           02 KTCompQty PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WebStatus PIC XX.
       01 IdxStatus PIC XX.
       01 ProdStatus PIC XX.
       01 OrdStatus PIC XX.
       01 OrdLineSeq PIC 9(3) VALUE ZERO.
       01 OrdLineCust PIC X(5) VALUE SPACE.
       01 BackStatus PIC XX.
       01 SeqStatus PIC XX.
       01 PromoStatus PIC XX.
       01 PromoEOF PIC X VALUE 'N'.
       01 PromoCount PIC 9(3) VALUE ZERO.
       01 PromoTable.
           02 PromoEntry
               OCCURS 1 TO 300 TIMES
               DEPENDING ON PromoCount
               INDEXED BY PRMI.
               03 TblPromoCode PIC X(6).
               03 TblPromoStart PIC 9(8).
               03 TblPromoEnd PIC 9(8).
       01 LinePromo PIC X(6).
       01 PromoOk PIC X.
       01 PromosIgnored PIC 9(4) VALUE ZERO.
       01 CustRepStatus PIC XX.
       01 CustRepEOF PIC X.
       01 OrderSalesRep PIC X(3).
       01 CustState PIC X(2).
       01 CustPostal PIC X(6).
       01 NoRepOrders PIC 9(4) VALUE ZERO.
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
       01 SubstBestProd PIC 9(3).
       01 SubstFromIdx PIC 9(3).
       01 SubstCandIdx PIC 9(3).
       01 SubstNeedQty PIC 9(3).
       01 SubstOrdNum PIC 9(6).
       01 SubstReason PIC X.
       01 SubstOutcome PIC X.
       01 LineOrigProd PIC X(5).
       01 SubstsApplied PIC 9(4) VALUE ZERO.
       01 SubstsPending PIC 9(4) VALUE ZERO.
       01 WebEOF PIC X VALUE 'N'.
       01 ProdEOF PIC X VALUE 'N'.
       01 BusinessDate PIC 9(8).
       01 LineQty PIC 9(3).
       01 FillQty PIC 9(3).
       01 ShortQty PIC 9(3).
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
       01 KitCompIdx PIC 9(3).
       01 KitCompSizeIdx PIC 9.
       01 KitCompAvail PIC 9(5).
       01 KitCompNeed PIC 9(5).
       01 KitsAvailable PIC 9(3).
       01 KitFillQty PIC 9(3).
       01 KitShortQty PIC 9(3).
       01 OrderNumber PIC 9(6).
       01 RejSource PIC X(10) VALUE 'WEBIMP'.
       01 RejReason PIC X(30).
           02 HdrShipTo PIC 9(2).
           02 FILLER PIC X VALUE SPACE.
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
           02 FILLER PIC X(10) VALUE SPACE.
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
       01 SubstLogLine.
           02 SLDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 SLSource PIC X(8) VALUE 'WEBIMP'.
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
       01 BackorderLine.
           02 BODate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadPromoTable.
           PERFORM LoadSubstTable.
           PERFORM LoadKitTable.
           OPEN I-O OrderFile.
           OPEN EXTEND BackorderFile.
           OPEN EXTEND SubstLogFile.
           PERFORM ImportOneRecord UNTIL WebEOF IS EQUAL TO 'Y'.
           CLOSE WebOrderFile, CustomerIndexFile, OrderFile,
               BackorderFile, SubstLogFile.
           IF ProdChanged IS GREATER THAN ZERO THEN
               PERFORM SaveProductMaster
           END-IF.
           DISPLAY 'Pedidos creados:     ' OrdersCreated.
           DISPLAY 'Lineas importadas:   ' LinesImported.
           DISPLAY 'Registros rechazados:' RecsRejected.
           DISPLAY 'Promociones ignoradas:' PromosIgnored.
           DISPLAY 'Pedidos sin vendedor:' NoRepOrders.
           DISPLAY 'Sustitutos aplicados:' SubstsApplied.
           DISPLAY 'Sustitutos por aceptar:' SubstsPending.
           IF RecsRejected IS GREATER THAN ZERO OR
               PromosIgnored IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
                   MOVE 'Cantidad no numerica' TO RejReason
               END-IF
           END-IF.
           IF RejReason IS EQUAL TO SPACE THEN
               PERFORM CheckKitProduct
               IF ProdIsKit IS EQUAL TO 'Y' THEN
                   PERFORM CheckWebKit
               END-IF
           END-IF.
           IF RejReason IS EQUAL TO SPACE THEN
               PERFORM ImportGoodLine
           ELSE
           END-READ.

       CheckProductAndSize.
           MOVE SPACE TO LineOrigProd.
           PERFORM FindProduct.
           IF ProdFoundIdx IS GREATER THAN ZERO THEN
               IF TblStatus(ProdFoundIdx) IS EQUAL TO 'D' THEN
                   MOVE 'D' TO SubstReason
                   MOVE ZERO TO SubstNeedQty
                   PERFORM FindWebSubstitute
                   IF SubstOutcome IS EQUAL TO 'P' THEN
                       MOVE ZERO TO LineQty
                       MOVE ZERO TO SubstOrdNum
                       PERFORM WriteSubstLog
                   END-IF
               END-IF
           END-IF.
           IF ProdFoundIdx IS EQUAL TO ZERO THEN
               MOVE 'Producto no existe' TO RejReason
           ELSE IF TblStatus(ProdFoundIdx) IS EQUAL TO 'D' THEN
           MOVE LineCustID TO HdrCustID.
           MOVE ZERO TO HdrShipTo.
           MOVE 'O' TO HdrStatus.
           PERFORM FindDefaultRep.
           MOVE OrderSalesRep TO HdrSalesRep.
           MOVE SPACE TO HdrPromo.
           MOVE FUNCTION UPPER-CASE(WebPromo) TO LinePromo.
           IF LinePromo IS NOT EQUAL TO SPACE THEN
               PERFORM CheckWebPromo
           END-IF.
           MOVE OrderHeaderLine TO OXImage.
           PERFORM WriteOrderRecord.
           ADD 1 TO OrdersCreated.
           DISPLAY 'Pedido ' OrderNumber ' de la referencia web '
               WebRef.

       FindDefaultRep.
           MOVE SPACE TO OrderSalesRep.
           OPEN INPUT CustRepFile.
           IF CustRepStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO CustRepEOF
               PERFORM MatchOneCustRep UNTIL CustRepEOF IS EQUAL TO 'Y'
               CLOSE CustRepFile
           ELSE IF CustRepStatus IS EQUAL TO "05" THEN
               CLOSE CustRepFile
           END-IF.
           IF OrderSalesRep IS EQUAL TO SPACE THEN
               MOVE IDXCustAddress(33:2) TO CustState
               MOVE IDXCustAddress(35:6) TO CustPostal
               CALL 'TERRREP' USING CustState, CustPostal,
                   OrderSalesRep
           END-IF.
           IF OrderSalesRep IS EQUAL TO SPACE THEN
               ADD 1 TO NoRepOrders
           END-IF.

       MatchOneCustRep.
           READ CustRepFile
               AT END MOVE 'Y' TO CustRepEOF
               NOT AT END
                   IF CRCustID IS EQUAL TO LineCustID THEN
                       MOVE FUNCTION UPPER-CASE(CRRep)
                           TO OrderSalesRep
                   END-IF
           END-READ.

       CheckWebPromo.
           MOVE 'N' TO PromoOk.
           IF PromoCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneWebPromo
                   VARYING PRMI FROM 1 BY 1
                   UNTIL PRMI IS GREATER THAN PromoCount
           END-IF.
           IF PromoOk IS EQUAL TO 'Y' THEN
               MOVE LinePromo TO HdrPromo
           ELSE
               ADD 1 TO PromosIgnored
               DISPLAY 'Promocion no vigente, pedido sin promocion: '
                   WebRef ' ' LinePromo
           END-IF.

       CheckOneWebPromo.
           IF TblPromoCode(PRMI) IS EQUAL TO LinePromo AND
               TblPromoStart(PRMI) IS NOT GREATER THAN BusinessDate
               AND TblPromoEnd(PRMI) IS NOT LESS THAN BusinessDate THEN
               MOVE 'Y' TO PromoOk
           END-IF.

       LoadPromoTable.
           OPEN INPUT PromoFile.
           IF PromoStatus IS EQUAL TO "00" THEN
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
                   END-IF
           END-READ.

       AllocateWebLine.
           MOVE OrderNumber TO SubstOrdNum.
           IF LineOrigProd IS NOT EQUAL TO SPACE THEN
               PERFORM WriteSubstLog
           END-IF.
           IF ProdIsKit IS EQUAL TO 'Y' THEN
               PERFORM AllocateWebKit
           ELSE
               PERFORM AllocateWebProduct
           END-IF.

       AllocateWebProduct.
           IF LineQty IS GREATER THAN
               TblSizeQty(ProdFoundIdx, SizeFoundIdx) AND
               LineOrigProd IS EQUAL TO SPACE THEN
               MOVE 'S' TO SubstReason
               MOVE LineQty TO SubstNeedQty
               PERFORM FindWebSubstitute
               IF SubstBestIdx IS GREATER THAN ZERO THEN
                   PERFORM WriteSubstLog
               END-IF
           END-IF.
           IF LineQty IS GREATER THAN
               TblSizeQty(ProdFoundIdx, SizeFoundIdx) THEN
               MOVE TblSizeQty(ProdFoundIdx, SizeFoundIdx)
               MOVE TblProdName(ProdFoundIdx) TO DtlProdName
               MOVE FUNCTION UPPER-CASE(WebSize) TO DtlSize
               MOVE FillQty TO DtlQty
               MOVE LineOrigProd TO DtlOrigProd
               MOVE OrderDetailLine TO OXImage
               PERFORM WriteOrderRecord
               ADD 1 TO LinesImported
           END-IF.
           IF ShortQty IS GREATER THAN ZERO THEN
               WRITE BackorderRecord FROM BackorderLine
           END-IF.

       AllocateWebKit.
           IF KitsAvailable IS LESS THAN LineQty THEN
               MOVE KitsAvailable TO KitFillQty
               COMPUTE KitShortQty = LineQty - KitsAvailable
           ELSE
               MOVE LineQty TO KitFillQty
               MOVE ZERO TO KitShortQty
           END-IF.
           IF KitFillQty IS GREATER THAN ZERO THEN
               MOVE OrderNumber TO DtlOrdNum
               MOVE TblProdName(ProdFoundIdx) TO DtlProdName
               MOVE KitSize TO DtlSize
               MOVE KitFillQty TO DtlQty
               MOVE LineOrigProd TO DtlOrigProd
               MOVE OrderDetailLine TO OXImage
               PERFORM WriteOrderRecord
               ADD 1 TO LinesImported
               PERFORM RelieveOneKitComponent
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx IS GREATER THAN KitCount
           END-IF.
           IF KitShortQty IS GREATER THAN ZERO THEN
               MOVE BusinessDate TO BODate
               MOVE OrderNumber TO BOOrdNum
               MOVE CurrentCust TO BOCustID
               MOVE TblProdName(ProdFoundIdx) TO BOProd
               MOVE KitSize TO BOSize
               MOVE KitShortQty TO BOQtyShort
               MOVE 'N' TO BOFilled
               WRITE BackorderRecord FROM BackorderLine
           END-IF.

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

       FindWebSubstitute.
           MOVE ProdFoundIdx TO SubstFromIdx.
           MOVE ZERO TO SubstBestIdx.
           MOVE ZERO TO SubstBestProd.
           MOVE 99 TO SubstBestPri.
           MOVE 'N' TO SubstOutcome.
           IF SubstCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneWebSubstitute
                   VARYING SBI FROM 1 BY 1
                   UNTIL SBI IS GREATER THAN SubstCount
           END-IF.
           MOVE SubstFromIdx TO ProdFoundIdx.
           PERFORM FindWebSize.
           IF SubstBestIdx IS GREATER THAN ZERO THEN
               IF TblSubConsent(SubstBestIdx) IS EQUAL TO 'N' THEN
                   MOVE 'A' TO SubstOutcome
                   MOVE TblProdName(SubstFromIdx) TO LineOrigProd
                   MOVE SubstBestProd TO ProdFoundIdx
                   PERFORM FindWebSize
                   ADD 1 TO SubstsApplied
                   DISPLAY 'Sustituto ' TblProdName(ProdFoundIdx)
                       ' por ' LineOrigProd ' en ' WebRef
               ELSE
                   MOVE 'P' TO SubstOutcome
                   ADD 1 TO SubstsPending
                   DISPLAY 'Sustituto por aceptar del cliente: '
                       TblSubSub(SubstBestIdx) ' por '
                       TblProdName(SubstFromIdx) ' en ' WebRef
               END-IF
           END-IF.

       CheckOneWebSubstitute.
           IF TblSubProd(SBI) IS EQUAL TO
               FUNCTION UPPER-CASE(TblProdName(SubstFromIdx)) AND
               TblSubPriority(SBI) IS LESS THAN SubstBestPri THEN
               MOVE ZERO TO SubstCandIdx
               PERFORM FindOneSubstProduct
                   VARYING PI FROM 1 BY 1
                   UNTIL PI IS GREATER THAN ProdCount
               IF SubstCandIdx IS GREATER THAN ZERO THEN
                   PERFORM CheckWebSubstCandidate
               END-IF
           END-IF.

       FindOneSubstProduct.
           IF FUNCTION UPPER-CASE(TblProdName(PI)) IS EQUAL TO
               TblSubSub(SBI) AND
               SubstCandIdx IS EQUAL TO ZERO THEN
               MOVE PI TO SubstCandIdx
           END-IF.

       CheckWebSubstCandidate.
           IF TblStatus(SubstCandIdx) IS NOT EQUAL TO 'D' THEN
               MOVE SubstCandIdx TO ProdFoundIdx
               PERFORM FindWebSize
               IF SizeFoundIdx IS GREATER THAN ZERO THEN
                   IF TblSizeQty(SubstCandIdx, SizeFoundIdx) IS NOT
                       LESS THAN SubstNeedQty THEN
                       SET SubstBestIdx TO SBI
                       MOVE SubstCandIdx TO SubstBestProd
                       MOVE TblSubPriority(SBI) TO SubstBestPri
                   END-IF
               END-IF
           END-IF.

       WriteSubstLog.
           MOVE BusinessDate TO SLDate.
           MOVE SubstOrdNum TO SLOrdNum.
           MOVE LineCustID TO SLCustID.
           MOVE TblProdName(SubstFromIdx) TO SLProd.
           MOVE FUNCTION UPPER-CASE(WebSize) TO SLSize.
           MOVE TblSubSub(SubstBestIdx) TO SLSubProd.
           MOVE SubstReason TO SLReason.
           MOVE LineQty TO SLQty.
           MOVE SubstOutcome TO SLOutcome.
           MOVE TblSubConsent(SubstBestIdx) TO SLConsent.
           WRITE SubstLogRecord FROM SubstLogLine.

       CheckKitProduct.
           MOVE 'N' TO ProdIsKit.
           MOVE FUNCTION UPPER-CASE(TblProdName(ProdFoundIdx))
               TO KitProd.
           PERFORM CheckOneKitEntry
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.

       CheckOneKitEntry.
           IF TblKitProd(KitIdx) IS EQUAL TO KitProd THEN
               MOVE 'Y' TO ProdIsKit
           END-IF.

       CheckWebKit.
           MOVE FUNCTION UPPER-CASE(WebSize) TO KitSize.
           MOVE LineQty TO KitsAvailable.
           PERFORM CheckOneKitComponent
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.

       CheckOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO KitProd THEN
               PERFORM FindKitComponent
               IF KitCompSizeIdx IS EQUAL TO ZERO THEN
                   MOVE 'Componente de kit no existe' TO RejReason
               ELSE IF LineQty * TblKitCompQty(KitIdx) IS
                   GREATER THAN 999 THEN
                   MOVE 'Componente de kit mayor a 999' TO RejReason
               ELSE
                   COMPUTE KitCompAvail =
                       TblSizeQty(KitCompIdx, KitCompSizeIdx) /
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
           MOVE ZERO TO KitCompIdx.
           MOVE ZERO TO KitCompSizeIdx.
           PERFORM FindOneKitCompProd
               VARYING PI FROM 1 BY 1
               UNTIL PI IS GREATER THAN ProdCount.
           IF KitCompIdx IS GREATER THAN ZERO THEN
               PERFORM FindOneKitCompSize
                   VARYING SizeIdx FROM 1 BY 1
                   UNTIL SizeIdx IS GREATER THAN 3
           END-IF.

       FindOneKitCompProd.
           IF FUNCTION UPPER-CASE(TblProdName(PI)) IS EQUAL TO
               TblKitComp(KitIdx) AND
               KitCompIdx IS EQUAL TO ZERO THEN
               MOVE PI TO KitCompIdx
           END-IF.

       FindOneKitCompSize.
           IF FUNCTION UPPER-CASE(TblProdSize(KitCompIdx, SizeIdx))
               IS EQUAL TO KitCompSize AND
               KitCompSizeIdx IS EQUAL TO ZERO THEN
               MOVE SizeIdx TO KitCompSizeIdx
           END-IF.

       RelieveOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO KitProd THEN
               PERFORM FindKitComponent
               COMPUTE KitCompNeed =
                   KitFillQty * TblKitCompQty(KitIdx)
               SUBTRACT KitCompNeed
                   FROM TblSizeQty(KitCompIdx, KitCompSizeIdx)
               ADD 1 TO ProdChanged
               MOVE OrderNumber TO CmpOrdNum
               MOVE TblProdName(KitCompIdx) TO CmpProdName
               MOVE KitCompSize TO CmpSize
               MOVE KitCompNeed TO CmpQty
               MOVE KitProd TO CmpKitProd
               MOVE OrderComponentLine TO OXImage
               PERFORM WriteOrderRecord
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

       GetNextOrderNumber.
           MOVE ZERO TO OrderNumber.
           OPEN INPUT OrdSeqFile.
       SaveOneMasterSize.
           MOVE TblProdSize(PI, MSI) TO PMSizeCode(MSI).
           MOVE TblSizeQty(PI, MSI) TO PMSizeQty(MSI).

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
