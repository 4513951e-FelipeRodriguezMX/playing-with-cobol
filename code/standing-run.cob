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
           SELECT OPTIONAL KitFile ASSIGN TO "./kits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KitStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StandingFile.
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
       01 StandStatus PIC XX.
       01 ProdStatus PIC XX.
       01 OrdStatus PIC XX.
       01 OrdLineSeq PIC 9(3) VALUE ZERO.
       01 OrdLineCust PIC X(5) VALUE SPACE.
       01 BackStatus PIC XX.
       01 SeqStatus PIC XX.
       01 StandEOF PIC X.
       01 CurrentFreq PIC X.
       01 CurrentNext PIC 9(8).
       01 NewNextDate PIC 9(8).
       01 EffectiveNext PIC 9(8).
       01 RollStanding PIC X VALUE 'Y'.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 WorkInt PIC 9(7).
       01 WorkYear PIC 9(4).
       01 WorkMonth PIC 99.
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
       01 KitCompOk PIC X.
       01 KitCompAvail PIC 9(5).
       01 KitCompNeed PIC 9(5).
       01 KitsAvailable PIC 9(3).
       01 KitFillQty PIC 9(3).
       01 KitShortQty PIC 9(3).
       01 OrderHeaderLine.
           02 FILLER PIC X VALUE 'H'.
           02 FILLER PIC X VALUE SPACE.
           02 DtlSize PIC A.
           02 FILLER PIC X VALUE SPACE.
           02 DtlQty PIC 9(3).
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
       01 BackorderLine.
           02 BODate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RunStart.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM GetRollSwitch.
           OPEN INPUT StandingFile.
           IF StandStatus IS NOT EQUAL TO "00" THEN
               IF StandStatus IS EQUAL TO "05" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadKitTable.
           OPEN OUTPUT StandingCopy.
           OPEN I-O OrderFile.
           OPEN EXTEND BackorderFile.
           MOVE 'N' TO StandEOF.
           MOVE 'N' TO CurrentDue.
           DISPLAY 'Pedidos generados: ' GenCount.
           STOP RUN.

       GetRollSwitch.
           MOVE 'ROLLSTANDING' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:1) IS EQUAL TO 'N' OR
               ParmValue(1:1) IS EQUAL TO 'n' THEN
               MOVE 'N' TO RollStanding
           END-IF.

       WriteRunLedger.
           CALL 'RUNLEDGER' USING LedgerStep, RunStart, LedgerRecs,
               LedgerOutcome.
           IF SOStatus IS EQUAL TO 'A' AND
               SOField2 IS NUMERIC THEN
               MOVE SOField2 TO CurrentNext
               MOVE CurrentNext TO EffectiveNext
               IF RollStanding IS EQUAL TO 'Y' THEN
                   CALL 'NEXTWDAY' USING EffectiveNext
               END-IF
               IF EffectiveNext IS NOT GREATER THAN BusinessDate THEN
                   MOVE 'Y' TO CurrentDue
                   MOVE SOField1(1:5) TO CurrentCust
                   MOVE SOField1(7:1) TO CurrentFreq
                   MOVE CurrentCust TO HdrCustID
                   MOVE ZERO TO HdrShipTo
                   MOVE 'O' TO HdrStatus
                   MOVE OrderHeaderLine TO OXImage
                   PERFORM WriteOrderRecord
                   ADD 1 TO GenCount
                   PERFORM AdvanceNextDate
                   MOVE NewNextDate TO StandingRecord(18:8)
                   DISPLAY 'Pedido ' OrderNumber ' generado del '
                       'permanente ' SONum ', proxima ' NewNextDate
                   PERFORM ShowRolledNextDate
               END-IF
           END-IF.
           WRITE StandingCopyRecord FROM StandingRecord.
                   WorkMonth * 100 + WorkDay
           END-IF.

       ShowRolledNextDate.
           IF RollStanding IS EQUAL TO 'Y' THEN
               MOVE NewNextDate TO EffectiveNext
               CALL 'NEXTWDAY' USING EffectiveNext
               IF EffectiveNext IS NOT EQUAL TO NewNextDate THEN
                   DISPLAY '    dia no laborable, se generara el '
                       EffectiveNext
               END-IF
           END-IF.

       ClampMonthDay.
           MOVE WorkYear TO Work2Year.
           COMPUTE Work2Month = WorkMonth + 1.
               DISPLAY 'Linea sin producto o talla: ' LineProd ' '
                   LineSize
           ELSE
               PERFORM CheckKitProduct
               IF ProdIsKit IS EQUAL TO 'Y' THEN
                   PERFORM GenerateKitLine
               ELSE
                   PERFORM GenerateProductLine
               END-IF
           END-IF.

       GenerateProductLine.
           IF LineQty IS GREATER THAN
               TblSizeQty(ProdFoundIdx, SizeFoundIdx) THEN
               MOVE TblSizeQty(ProdFoundIdx, SizeFoundIdx)
                   TO FillQty
               COMPUTE ShortQty = LineQty - FillQty
           ELSE
               MOVE LineQty TO FillQty
               MOVE ZERO TO ShortQty
           END-IF.
           IF FillQty IS GREATER THAN ZERO THEN
               SUBTRACT FillQty
                   FROM TblSizeQty(ProdFoundIdx, SizeFoundIdx)
               ADD 1 TO ProdChanged
               MOVE OrderNumber TO DtlOrdNum
               MOVE LineProd TO DtlProdName
               MOVE LineSize TO DtlSize
               MOVE FillQty TO DtlQty
               MOVE OrderDetailLine TO OXImage
               PERFORM WriteOrderRecord
           END-IF.
           IF ShortQty IS GREATER THAN ZERO THEN
               MOVE BusinessDate TO BODate
               MOVE OrderNumber TO BOOrdNum
               MOVE CurrentCust TO BOCustID
               MOVE LineProd TO BOProd
               MOVE LineSize TO BOSize
               MOVE ShortQty TO BOQtyShort
               MOVE 'N' TO BOFilled
               WRITE BackorderRecord FROM BackorderLine
           END-IF.

       GenerateKitLine.
           MOVE FUNCTION UPPER-CASE(LineSize) TO KitSize.
           MOVE LineQty TO KitsAvailable.
           MOVE 'Y' TO KitCompOk.
           PERFORM CheckOneKitComponent
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.
           IF KitCompOk IS EQUAL TO 'N' THEN
               DISPLAY 'Kit no se puede generar: ' LineProd
           ELSE
               PERFORM AllocateKitLine
           END-IF.

       AllocateKitLine.
           IF KitsAvailable IS LESS THAN LineQty THEN
               MOVE KitsAvailable TO KitFillQty
               COMPUTE KitShortQty = LineQty - KitsAvailable
           ELSE
               MOVE LineQty TO KitFillQty
               MOVE ZERO TO KitShortQty
           END-IF.
           IF KitFillQty IS GREATER THAN ZERO THEN
               MOVE OrderNumber TO DtlOrdNum
               MOVE LineProd TO DtlProdName
               MOVE KitSize TO DtlSize
               MOVE KitFillQty TO DtlQty
               MOVE OrderDetailLine TO OXImage
               PERFORM WriteOrderRecord
               PERFORM RelieveOneKitComponent
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx IS GREATER THAN KitCount
           END-IF.
           IF KitShortQty IS GREATER THAN ZERO THEN
               MOVE BusinessDate TO BODate
               MOVE OrderNumber TO BOOrdNum
               MOVE CurrentCust TO BOCustID
               MOVE LineProd TO BOProd
               MOVE KitSize TO BOSize
               MOVE KitShortQty TO BOQtyShort
               MOVE 'N' TO BOFilled
               WRITE BackorderRecord FROM BackorderLine
           END-IF.

       FindProduct.
           MOVE ZERO TO ProdFoundIdx.
           PERFORM FindOneProduct
               MOVE SizeIdx TO SizeFoundIdx
           END-IF.

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

       CheckOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO KitProd THEN
               PERFORM FindKitComponent
               IF KitCompSizeIdx IS EQUAL TO ZERO THEN
                   DISPLAY 'Componente sin producto o talla: '
                       TblKitComp(KitIdx) ' ' KitCompSize
                   MOVE 'N' TO KitCompOk
               ELSE IF LineQty * TblKitCompQty(KitIdx) IS
                   GREATER THAN 999 THEN
                   DISPLAY 'Cantidad de componente mayor a 999: '
                       TblKitComp(KitIdx)
                   MOVE 'N' TO KitCompOk
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
