               FILE STATUS IS ProdStatus.
           SELECT FillReport ASSIGN TO "./BackorderFill.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KitFile ASSIGN TO "./kits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KitStatus.
           SELECT OPTIONAL PoFile ASSIGN TO "./purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PoStatus.
           SELECT RiskReport ASSIGN TO "./PromiseRisk.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BackorderFile.
           02 BOQtyShort PIC 9(3).
           02 FILLER PIC X.
           02 BOFilled PIC X.
           02 FILLER PIC X.
           02 BOPromise PIC 9(8).

       FD BackorderCopy.
       01 BackorderCopyRecord PIC X(45).

       FD ProductMaster.
       01 ProductMasterRecord.

       FD FillReport.
       01 PrintLine PIC X(70).
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

       FD RiskReport.
       01 RiskLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 BackStatus PIC XX.
       01 FilledUnits PIC 9(6) VALUE ZERO.
       01 StillOwedCount PIC 9(5) VALUE ZERO.
       01 StillOwedUnits PIC 9(6) VALUE ZERO.
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
       01 KitCanFill PIC X.
       01 KitCompSize PIC A.
       01 KitCompNeed PIC 9(6).
       01 BusinessDate PIC 9(8).
       01 PoStatus PIC XX.
       01 PoEOF PIC X.
       01 CurrentPoOpen PIC X.
       01 PoLineQty PIC 9(5).
       01 PoLineRecvd PIC 9(5).
       01 PoOpenCount PIC 9(4) VALUE ZERO.
       01 PoOpenTable.
           02 PoOpenEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON PoOpenCount
               INDEXED BY POI.
               03 TblPoProd PIC X(5).
               03 TblPoSize PIC X.
               03 TblPoNum PIC 9(6).
               03 TblPoDue PIC 9(8).
               03 TblPoLeft PIC 9(5).
       01 PoPickIdx PIC 9(4).
       01 PoPickDue PIC 9(8).
       01 AllocProd PIC X(5).
       01 AllocSize PIC X.
       01 AllocQty PIC 9(6).
       01 AllocDate PIC 9(8).
       01 AllocPoNum PIC 9(6).
       01 ExpectDate PIC 9(8).
       01 ExpectPoNum PIC 9(6).
       01 ExpectUnknown PIC X.
       01 ArrivalDate PIC 9(8).
       01 RiskCount PIC 9(5) VALUE ZERO.

       01 ReportHeading PIC X(70) VALUE
           "Surtido de backorders tras recepcion de mercancia".
               "Lineas pendientes:          ".
           02 PrnOwedCount PIC ZZZZ9.

       01 RiskHeading.
           02 FILLER PIC X(45) VALUE
               "Compromisos en riesgo por atraso de compras  ".
           02 FILLER PIC X(7) VALUE "Fecha: ".
           02 PrnRiskRunDate PIC 9(8).
       01 RiskColumns.
           02 FILLER PIC X(40) VALUE
               "Pedido Cliente Prod  T Cant Prometido   ".
           02 FILLER PIC X(30) VALUE
               "Llegada   OC      Dias".
       01 RiskDetail.
           02 PrnRiskOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRiskCustID PIC 9(5).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnRiskProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRiskSize PIC A.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRiskQty PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRiskPromise PIC 9(8).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnRiskArrival PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRiskPoNum PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRiskDays PIC X(4).
       01 RiskDays PIC ZZZ9.
       01 RiskTotalLine.
           02 FILLER PIC X(28) VALUE
               "Compromisos en riesgo:      ".
           02 PrnRiskCount PIC ZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
               DISPLAY 'Correr PRODIDX para migrar el maestro.'
               STOP RUN
           END-IF.
           PERFORM LoadKitTable.
           OPEN INPUT BackorderFile.
           IF BackStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'Sin backorders registrados.'
           CLOSE FillReport.
           PERFORM RewriteBackorders.
           CLOSE ProductMaster.
           PERFORM CheckPromisesAtRisk.
           DISPLAY 'Lineas surtidas:   ' FilledCount.
           DISPLAY 'Lineas pendientes: ' StillOwedCount.
           DISPLAY 'Compromisos en riesgo: ' RiskCount.
           STOP RUN.

       FillOneBackorder.
           END-READ.

       TryToFill.
           MOVE 'N' TO ProdIsKit.
           PERFORM CheckOneKitEntry
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.
           IF ProdIsKit IS EQUAL TO 'Y' THEN
               PERFORM TryToFillKit
           ELSE
               PERFORM TryToFillProduct
           END-IF.

       TryToFillProduct.
           PERFORM FindProduct.
           IF ProdFound IS EQUAL TO 'Y' THEN
               PERFORM FindFillSize
                       DISPLAY 'No se pudo regrabar el producto: '
                           PMProdName
               END-REWRITE
               PERFORM ReportFilled
           ELSE
               PERFORM ReportStillOwed
           END-IF.

       TryToFillKit.
           MOVE 'Y' TO KitCanFill.
           PERFORM CheckOneKitComponent
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.
           IF KitCanFill IS EQUAL TO 'Y' THEN
               PERFORM RelieveOneKitComponent
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx IS GREATER THAN KitCount
               PERFORM ReportFilled
           ELSE
               PERFORM ReportStillOwed
           END-IF.

       CheckOneKitEntry.
           IF TblKitProd(KitIdx) IS EQUAL TO
               FUNCTION UPPER-CASE(BOProd) THEN
               MOVE 'Y' TO ProdIsKit
           END-IF.

       CheckOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO
               FUNCTION UPPER-CASE(BOProd) THEN
               PERFORM FindKitComponent
               COMPUTE KitCompNeed =
                   BOQtyShort * TblKitCompQty(KitIdx)
               IF SizeFoundIdx IS EQUAL TO ZERO THEN
                   MOVE 'N' TO KitCanFill
               ELSE IF KitCompNeed IS GREATER THAN
                   PMSizeQty(SizeFoundIdx) THEN
                   MOVE 'N' TO KitCanFill
               END-IF
           END-IF.

       RelieveOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO
               FUNCTION UPPER-CASE(BOProd) THEN
               PERFORM FindKitComponent
               COMPUTE KitCompNeed =
                   BOQtyShort * TblKitCompQty(KitIdx)
               IF SizeFoundIdx IS GREATER THAN ZERO THEN
                   SUBTRACT KitCompNeed FROM PMSizeQty(SizeFoundIdx)
                   REWRITE ProductMasterRecord
                       INVALID KEY
                           DISPLAY 'No se pudo regrabar el producto: '
                               PMProdName
                   END-REWRITE
               END-IF
           END-IF.

       FindKitComponent.
           IF TblKitCompSize(KitIdx) IS EQUAL TO '*' THEN
               MOVE FUNCTION UPPER-CASE(BOSize) TO KitCompSize
           ELSE
               MOVE TblKitCompSize(KitIdx) TO KitCompSize
           END-IF.
           MOVE ZERO TO SizeFoundIdx.
           MOVE TblKitComp(KitIdx) TO PMProdName.
           READ ProductMaster
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM FindOneCompSize
                       VARYING SizeIdx FROM 1 BY 1
                       UNTIL SizeIdx IS GREATER THAN 3
           END-READ.

       FindOneCompSize.
           IF FUNCTION UPPER-CASE(PMSizeCode(SizeIdx))
               IS EQUAL TO KitCompSize AND
               SizeFoundIdx IS EQUAL TO ZERO THEN
               MOVE SizeIdx TO SizeFoundIdx
           END-IF.

       ReportFilled.
           MOVE 'Y' TO BOFilled.
           ADD 1 TO FilledCount.
           ADD BOQtyShort TO FilledUnits.
           MOVE BOProd TO PrnProd.
           MOVE BOSize TO PrnSize.
           MOVE BOQtyShort TO PrnQty.
           MOVE BOOrdNum TO PrnOrdNum.
           MOVE BOCustID TO PrnCustID.
           WRITE PrintLine FROM FilledLine.

       ReportStillOwed.
           ADD 1 TO StillOwedCount.
           ADD BOQtyShort TO StillOwedUnits.
           MOVE BOProd TO PrnOwedProd.
           MOVE BOSize TO PrnOwedSize.
           MOVE BOQtyShort TO PrnOwedQty.
           MOVE BOOrdNum TO PrnOwedOrdNum.
           WRITE PrintLine FROM OwedLine.

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

       FindProduct.
           MOVE 'Y' TO ProdFound.
           MOVE FUNCTION UPPER-CASE(BOProd) TO PMProdName.
               NOT AT END WRITE BackorderRecord
           END-READ.

       CheckPromisesAtRisk.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadOpenPoLines.
           OPEN OUTPUT RiskReport.
           MOVE BusinessDate TO PrnRiskRunDate.
           WRITE RiskLine FROM RiskHeading.
           WRITE RiskLine FROM RiskColumns.
           MOVE 'N' TO BackEOF.
           OPEN INPUT BackorderFile.
           PERFORM CheckOnePromise UNTIL BackEOF IS EQUAL TO 'Y'.
           CLOSE BackorderFile.
           MOVE SPACE TO RiskLine.
           WRITE RiskLine.
           MOVE RiskCount TO PrnRiskCount.
           WRITE RiskLine FROM RiskTotalLine.
           CLOSE RiskReport.

       LoadOpenPoLines.
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
                       CurrentPoOpen IS EQUAL TO 'Y' THEN
                       PERFORM LoadOnePoLine
                   END-IF
           END-READ.

       LoadOnePoLine.
           MOVE POField2(3:5) TO PoLineQty.
           MOVE POField3 TO PoLineRecvd.
           IF PoLineQty IS GREATER THAN PoLineRecvd AND
               POField4 IS NUMERIC AND
               PoOpenCount IS LESS THAN 2000 THEN
               ADD 1 TO PoOpenCount
               MOVE FUNCTION UPPER-CASE(POField1)
                   TO TblPoProd(PoOpenCount)
               MOVE FUNCTION UPPER-CASE(POField2(1:1))
                   TO TblPoSize(PoOpenCount)
               MOVE PONum TO TblPoNum(PoOpenCount)
               MOVE POField4 TO TblPoDue(PoOpenCount)
               COMPUTE TblPoLeft(PoOpenCount) =
                   PoLineQty - PoLineRecvd
           END-IF.

       CheckOnePromise.
           READ BackorderFile
               AT END MOVE 'Y' TO BackEOF
               NOT AT END
                   IF BOFilled IS EQUAL TO 'N' AND
                       BOQtyShort IS NUMERIC THEN
                       PERFORM AllocateBackorder
                       PERFORM TestPromise
                   END-IF
           END-READ.

       AllocateBackorder.
           MOVE ZERO TO ExpectDate.
           MOVE ZERO TO ExpectPoNum.
           MOVE 'N' TO ExpectUnknown.
           MOVE 'N' TO ProdIsKit.
           PERFORM CheckOneKitEntry
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.
           IF ProdIsKit IS EQUAL TO 'Y' THEN
               PERFORM AllocateOneKitComponent
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx IS GREATER THAN KitCount
           ELSE
               MOVE FUNCTION UPPER-CASE(BOProd) TO AllocProd
               MOVE FUNCTION UPPER-CASE(BOSize) TO AllocSize
               MOVE BOQtyShort TO AllocQty
               PERFORM AllocateFromPoLines
           END-IF.

       AllocateOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO
               FUNCTION UPPER-CASE(BOProd) THEN
               MOVE TblKitComp(KitIdx) TO AllocProd
               IF TblKitCompSize(KitIdx) IS EQUAL TO '*' THEN
                   MOVE FUNCTION UPPER-CASE(BOSize) TO AllocSize
               ELSE
                   MOVE TblKitCompSize(KitIdx) TO AllocSize
               END-IF
               COMPUTE AllocQty = BOQtyShort * TblKitCompQty(KitIdx)
               PERFORM AllocateFromPoLines
           END-IF.

       AllocateFromPoLines.
           MOVE ZERO TO AllocDate.
           MOVE ZERO TO AllocPoNum.
           MOVE 1 TO PoPickIdx.
           PERFORM TakeEarliestPoLine
               UNTIL AllocQty IS EQUAL TO ZERO OR
                   PoPickIdx IS EQUAL TO ZERO.
           IF AllocQty IS GREATER THAN ZERO THEN
               MOVE 'Y' TO ExpectUnknown
           ELSE IF AllocDate IS GREATER THAN ExpectDate THEN
               MOVE AllocDate TO ExpectDate
               MOVE AllocPoNum TO ExpectPoNum
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
               MOVE TblPoDue(PoPickIdx) TO AllocDate
               MOVE TblPoNum(PoPickIdx) TO AllocPoNum
               IF TblPoLeft(PoPickIdx) IS LESS THAN AllocQty THEN
                   SUBTRACT TblPoLeft(PoPickIdx) FROM AllocQty
                   MOVE ZERO TO TblPoLeft(PoPickIdx)
               ELSE
                   SUBTRACT AllocQty FROM TblPoLeft(PoPickIdx)
                   MOVE ZERO TO AllocQty
               END-IF
           END-IF.

       CheckOneEarliestPo.
           IF TblPoProd(POI) IS EQUAL TO AllocProd AND
               TblPoSize(POI) IS EQUAL TO AllocSize AND
               TblPoLeft(POI) IS GREATER THAN ZERO AND
               TblPoDue(POI) IS LESS THAN PoPickDue THEN
               SET PoPickIdx TO POI
               MOVE TblPoDue(POI) TO PoPickDue
           END-IF.

       TestPromise.
           IF BOPromise IS NUMERIC AND
               BOPromise IS GREATER THAN ZERO THEN
               IF ExpectUnknown IS EQUAL TO 'Y' THEN
                   MOVE ZERO TO ArrivalDate
                   PERFORM ReportPromiseAtRisk
               ELSE
                   IF ExpectDate IS LESS THAN BusinessDate THEN
                       MOVE BusinessDate TO ArrivalDate
                   ELSE
                       MOVE ExpectDate TO ArrivalDate
                   END-IF
                   IF ArrivalDate IS GREATER THAN BOPromise THEN
                       PERFORM ReportPromiseAtRisk
                   END-IF
               END-IF
           END-IF.

       ReportPromiseAtRisk.
           ADD 1 TO RiskCount.
           MOVE BOOrdNum TO PrnRiskOrdNum.
           MOVE BOCustID TO PrnRiskCustID.
           MOVE BOProd TO PrnRiskProd.
           MOVE BOSize TO PrnRiskSize.
           MOVE BOQtyShort TO PrnRiskQty.
           MOVE BOPromise TO PrnRiskPromise.
           IF ArrivalDate IS EQUAL TO ZERO THEN
               MOVE "SIN OC" TO PrnRiskArrival
               MOVE SPACE TO PrnRiskPoNum
               MOVE SPACE TO PrnRiskDays
           ELSE
               MOVE ArrivalDate TO PrnRiskArrival
               MOVE ExpectPoNum TO PrnRiskPoNum
               COMPUTE RiskDays =
                   FUNCTION INTEGER-OF-DATE(ArrivalDate) -
                   FUNCTION INTEGER-OF-DATE(BOPromise)
               MOVE RiskDays TO PrnRiskDays
           END-IF.
           WRITE RiskLine FROM RiskDetail.
