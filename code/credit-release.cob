               FILE STATUS IS HeldStatus.
           SELECT HeldOrderCopy ASSIGN TO "./held-orders-copy.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT OPTIONAL BackorderFile ASSIGN TO "./backorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMProdName
               FILE STATUS IS ProdStatus.
           SELECT OPTIONAL KitFile ASSIGN TO "./kits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KitStatus.
           SELECT OPTIONAL OverrideFile
               ASSIGN TO "./price-overrides.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OvrStatus.
       DATA DIVISION.
       FILE SECTION.
       FD HeldOrderFile.
       01 HeldOrderCopyRecord PIC X(40).

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
           02 PMVendor PIC X(5).
           02 PMStatus PIC X.

       FD KitFile.
       01 KitRecord.
           02 KTKitProd PIC X(5).
           02 FILLER PIC X.
           02 KTCompProd PIC X(5).
           02 FILLER PIC X.
           02 KTCompSize PIC X.
           02 FILLER PIC X.
           02 KTCompQty PIC 9(3).

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

       WORKING-STORAGE SECTION.
       01 HeldStatus PIC XX.
       01 OrdStatus PIC XX.
       01 OrdLineSeq PIC 9(3) VALUE ZERO.
       01 OrdLineCust PIC X(5) VALUE SPACE.
       01 BackStatus PIC XX.
       01 ProdStatus PIC XX.
       01 HeldEOF PIC X.
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
       01 KitCompOk PIC X.
       01 KitProd PIC X(5).
       01 KitSize PIC A.
       01 KitCompAvail PIC 9(5).
       01 KitCompNeed PIC 9(6).
       01 KitsAvailable PIC 9(3).
       01 OvrStatus PIC XX.
       01 OvrEOF PIC X.
       01 OvrCount PIC 9(4) VALUE ZERO.
       01 OvrTable.
           02 OvrEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON OvrCount
               INDEXED BY OVI.
               03 TblOvrRecord PIC X(73).
       01 OvrPending PIC X.
       01 OvrApproved PIC 9(3).
       01 ListPriceDisplay PIC ZZZ9.99.
       01 OvrPriceDisplay PIC ZZZ9.99.
       01 BackorderLine.
           02 BODate PIC 9(8).
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
       01 HeldListLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnHeldOrdNum PIC 9(6).
           02 PrnHeldDate PIC 9(8).
           02 FILLER PIC X(10) VALUE '  cliente '.
           02 PrnHeldCust PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnHeldReason PIC X(20).

       PROCEDURE DIVISION.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadKitTable.
           PERFORM LoadOverrideTable.
           PERFORM ReleaseOneRequest
               UNTIL MoreReleases IS NOT EQUAL TO 'S' AND
                   MoreReleases IS NOT EQUAL TO 's'.

       ReleaseOneRequest.
           DISPLAY ' '
           DISPLAY 'Pedidos retenidos por credito o precio:'.
           PERFORM ListHeldOrders.
           IF HeldListed IS EQUAL TO ZERO THEN
               DISPLAY '  (ninguno)'
                       MOVE HeldOrdNum TO PrnHeldOrdNum
                       MOVE HeldField1 TO PrnHeldDate
                       MOVE HeldField2(2:5) TO PrnHeldCust
                       MOVE HeldOrdNum TO WantedOrdNum
                       PERFORM CheckPendingOverride
                       IF OvrPending IS EQUAL TO 'Y' THEN
                           MOVE 'precio bajo margen' TO PrnHeldReason
                       ELSE
                           MOVE 'credito' TO PrnHeldReason
                       END-IF
                       DISPLAY HeldListLine
                   END-IF
           END-READ.
           MOVE ZERO TO ReleasedLines.
           OPEN INPUT HeldOrderFile.
           OPEN OUTPUT HeldOrderCopy.
           OPEN I-O OrderFile.
           OPEN EXTEND BackorderFile.
           MOVE 'N' TO HeldEOF.
           PERFORM MoveOneHeldRecord UNTIL HeldEOF IS EQUAL TO 'Y'.
           ELSE
               PERFORM RewriteHeldOrders
               ADD 1 TO ChangesMade
               PERFORM ApproveOrderOverrides
               DISPLAY 'Pedido ' WantedOrdNum ' liberado con '
                   ReleasedLines ' lineas por ' OperatorID '.'
           END-IF.
           IF HeldRecType IS EQUAL TO 'H' THEN
               MOVE HeldField1 TO RelOrderDate
               MOVE HeldField2(2:5) TO RelCustID
               MOVE HeldOrderRecord TO OXImage
               PERFORM WriteOrderRecord
           ELSE IF HeldField2(5:1) IS EQUAL TO 'D' THEN
               MOVE HeldOrderRecord TO OXImage
               PERFORM WriteOrderRecord
               ADD 1 TO ReleasedLines
           ELSE
               MOVE HeldField1(1:5) TO LineProd
               MOVE HeldField1(7:1) TO LineSize
               MOVE HeldField2(1:3) TO LineQty
               MOVE 'N' TO ProdIsKit
               PERFORM CheckOneKitEntry
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx IS GREATER THAN KitCount
               IF ProdIsKit IS EQUAL TO 'Y' THEN
                   PERFORM AllocateReleasedKit
               ELSE
                   PERFORM AllocateReleasedLine
               END-IF
           END-IF.

       CheckOneKitEntry.
           IF TblKitProd(KitIdx) IS EQUAL TO
               FUNCTION UPPER-CASE(LineProd) THEN
               MOVE 'Y' TO ProdIsKit
           END-IF.

       AllocateReleasedKit.
           MOVE FUNCTION UPPER-CASE(LineProd) TO KitProd.
           MOVE FUNCTION UPPER-CASE(LineSize) TO KitSize.
           MOVE LineQty TO KitsAvailable.
           MOVE 'Y' TO KitCompOk.
           PERFORM CheckOneKitComponent
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.
           IF KitCompOk IS EQUAL TO 'N' THEN
               MOVE ZERO TO KitsAvailable
           END-IF.
           MOVE KitsAvailable TO FillQty.
           COMPUTE ShortQty = LineQty - FillQty.
           IF FillQty IS GREATER THAN ZERO THEN
               MOVE WantedOrdNum TO DtlOrdNum
               MOVE KitProd TO DtlProdName
               MOVE KitSize TO DtlSize
               MOVE FillQty TO DtlQty
               MOVE OrderDetailLine TO OXImage
               PERFORM WriteOrderRecord
               ADD 1 TO ReleasedLines
               PERFORM RelieveOneKitComponent
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx IS GREATER THAN KitCount
           END-IF.
           IF ShortQty IS GREATER THAN ZERO THEN
               MOVE RelOrderDate TO BODate
               MOVE WantedOrdNum TO BOOrdNum
               MOVE RelCustID TO BOCustID
               MOVE KitProd TO BOProd
               MOVE KitSize TO BOSize
               MOVE ShortQty TO BOQtyShort
               MOVE 'N' TO BOFilled
               WRITE BackorderRecord FROM BackorderLine
               DISPLAY 'Faltante registrado en backorders: '
                   ShortQty
           END-IF.

       CheckOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO KitProd THEN
               PERFORM FindKitComponent
               IF ProdFoundIdx IS EQUAL TO ZERO OR
                   SizeFoundIdx IS EQUAL TO ZERO THEN
                   DISPLAY 'Componente sin producto o talla: '
                       TblKitComp(KitIdx) ' ' LineSize
                   MOVE 'N' TO KitCompOk
               ELSE IF LineQty * TblKitCompQty(KitIdx) IS
                   GREATER THAN 999 THEN
                   DISPLAY 'Cantidad de componente mayor a 999: '
                       TblKitComp(KitIdx)
                   MOVE 'N' TO KitCompOk
               ELSE
                   COMPUTE KitCompAvail =
                       TblSizeQty(ProdFoundIdx, SizeFoundIdx) /
                       TblKitCompQty(KitIdx)
                   IF KitCompAvail IS LESS THAN KitsAvailable THEN
                       MOVE KitCompAvail TO KitsAvailable
                   END-IF
               END-IF
           END-IF.

       RelieveOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO KitProd THEN
               PERFORM FindKitComponent
               COMPUTE KitCompNeed = FillQty * TblKitCompQty(KitIdx)
               SUBTRACT KitCompNeed
                   FROM TblSizeQty(ProdFoundIdx, SizeFoundIdx)
               MOVE WantedOrdNum TO CmpOrdNum
               MOVE TblKitComp(KitIdx) TO CmpProdName
               MOVE LineSize TO CmpSize
               MOVE KitCompNeed TO CmpQty
               MOVE KitProd TO CmpKitProd
               MOVE OrderComponentLine TO OXImage
               PERFORM WriteOrderRecord
           END-IF.

       FindKitComponent.
           MOVE TblKitComp(KitIdx) TO LineProd.
           IF TblKitCompSize(KitIdx) IS EQUAL TO '*' THEN
               MOVE KitSize TO LineSize
           ELSE
               MOVE TblKitCompSize(KitIdx) TO LineSize
           END-IF.
           PERFORM FindProduct.
           IF ProdFoundIdx IS GREATER THAN ZERO THEN
               PERFORM FindLineSize
           ELSE
               MOVE ZERO TO SizeFoundIdx
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

       AllocateReleasedLine.
           PERFORM FindProduct.
           IF ProdFoundIdx IS GREATER THAN ZERO THEN
                   MOVE LineProd TO DtlProdName
                   MOVE LineSize TO DtlSize
                   MOVE FillQty TO DtlQty
                   MOVE OrderDetailLine TO OXImage
                   PERFORM WriteOrderRecord
                   ADD 1 TO ReleasedLines
               END-IF
               IF ShortQty IS GREATER THAN ZERO THEN
               MOVE SizeIdx TO SizeFoundIdx
           END-IF.

       CheckPendingOverride.
           MOVE 'N' TO OvrPending.
           PERFORM CheckOnePendingOverride
               VARYING OVI FROM 1 BY 1
               UNTIL OVI IS GREATER THAN OvrCount.

       CheckOnePendingOverride.
           MOVE TblOvrRecord(OVI) TO OverrideRecord.
           IF POVOrdNum IS EQUAL TO WantedOrdNum AND
               POVStatus IS EQUAL TO 'P' THEN
               MOVE 'Y' TO OvrPending
           END-IF.

       ApproveOrderOverrides.
           MOVE ZERO TO OvrApproved.
           PERFORM ApproveOneOverride
               VARYING OVI FROM 1 BY 1
               UNTIL OVI IS GREATER THAN OvrCount.
           IF OvrApproved IS GREATER THAN ZERO THEN
               PERFORM SaveOverrideTable
           END-IF.

       ApproveOneOverride.
           MOVE TblOvrRecord(OVI) TO OverrideRecord.
           IF POVOrdNum IS EQUAL TO WantedOrdNum AND
               POVStatus IS EQUAL TO 'P' THEN
               MOVE 'S' TO POVStatus
               MOVE OperatorID TO POVApprover
               MOVE OverrideRecord TO TblOvrRecord(OVI)
               ADD 1 TO OvrApproved
               MOVE POVListPrice TO ListPriceDisplay
               MOVE POVPrice TO OvrPriceDisplay
               DISPLAY 'Precio especial aprobado: ' POVProd ' '
                   POVSize ' lista ' ListPriceDisplay ' especial '
                   OvrPriceDisplay
           END-IF.

       LoadOverrideTable.
           OPEN INPUT OverrideFile.
           IF OvrStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO OvrEOF
               PERFORM LoadOneOverride UNTIL OvrEOF IS EQUAL TO 'Y'
               CLOSE OverrideFile
           ELSE IF OvrStatus IS EQUAL TO "05" THEN
               CLOSE OverrideFile
           END-IF.

       LoadOneOverride.
           READ OverrideFile
               AT END MOVE 'Y' TO OvrEOF
               NOT AT END
                   IF OvrCount IS EQUAL TO 3000 THEN
                       DISPLAY 'Tabla de precios especiales llena '
                           '(3000).'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO OvrCount
                   MOVE OverrideRecord TO TblOvrRecord(OvrCount)
           END-READ.

       SaveOverrideTable.
           OPEN OUTPUT OverrideFile.
           PERFORM SaveOneOverride
               VARYING OVI FROM 1 BY 1
               UNTIL OVI IS GREATER THAN OvrCount.
           CLOSE OverrideFile.

       SaveOneOverride.
           MOVE TblOvrRecord(OVI) TO OverrideRecord.
           WRITE OverrideRecord.

       RewriteHeldOrders.
           MOVE 'N' TO CopyEOF.
           OPEN INPUT HeldOrderCopy.
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
