           SELECT ConfirmFile ASSIGN TO "./ship-confirm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ConfStatus.
           SELECT OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT OPTIONAL ShipmentsFile ASSIGN TO "./shipments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShipStatus.
           SELECT OPTIONAL BackorderFile ASSIGN TO "./backorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackStatus.
           SELECT OPTIONAL CarrierFile ASSIGN TO "./carriers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CarrierStatus.
           SELECT OPTIONAL TrackingFile
               ASSIGN TO "./ship-tracking.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TrackStatus.
           SELECT ManifestReport ASSIGN TO "./ShipManifest.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ConfirmFile.
           02 ConfQty PIC 9(3).
           02 FILLER PIC X.
           02 ConfDate PIC 9(8).
           02 FILLER PIC X.
           02 ConfCarrier PIC X(3).
           02 FILLER PIC X.
           02 ConfTracking PIC X(20).
           02 FILLER PIC X.
           02 ConfPackages PIC 9(3).
           02 FILLER PIC X.
           02 ConfWeight PIC 9(5)V9.

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
               03 FILLER PIC X(12).

       FD ShipmentsFile.
       01 ShipmentRecord PIC X(27).
       FD BackorderFile.
       01 BackorderRecord PIC X(36).

       FD CarrierFile.
       01 CarrierRecord.
           02 CARCode PIC X(3).
           02 FILLER PIC X.
           02 CARName PIC X(20).
           02 FILLER PIC X(11).

       FD TrackingFile.
       01 TrackingRecord PIC X(57).

       FD ManifestReport.
       01 ManifestLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ConfStatus PIC XX.
       01 OrdStatus PIC XX.
       01 ShipStatus PIC XX.
       01 BackStatus PIC XX.
       01 CarrierStatus PIC XX.
       01 TrackStatus PIC XX.
       01 CarrierEOF PIC X.
       01 TrackEOF PIC X.
       01 ConfEOF PIC X.
       01 OrdEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ConfCount PIC 9(4) VALUE ZERO.
       01 ConfTable.
               03 TblConfQty PIC 9(3).
               03 TblConfDate PIC 9(8).
               03 TblConfUsed PIC X.
               03 TblConfCarrier PIC X(3).
               03 TblConfTracking PIC X(20).
               03 TblConfPackages PIC 9(3).
               03 TblConfWeight PIC 9(5)V9.
       01 ConfIdx PIC 9(4).
       01 ConfFoundIdx PIC 9(4).
       01 CurrentStatus PIC X.
       01 OrdersShipped PIC 9(4) VALUE ZERO.
       01 LinesShort PIC 9(4) VALUE ZERO.
       01 ConfsOrphan PIC 9(4) VALUE ZERO.
       01 CarrierCount PIC 9(3) VALUE ZERO.
       01 CarrierTable.
           02 CarrierEntry
               OCCURS 1 TO 100 TIMES
               DEPENDING ON CarrierCount
               INDEXED BY CRI.
               03 TblCarCode PIC X(3).
               03 TblCarName PIC X(20).
       01 CarrierFound PIC X.
       01 PriorIdx PIC 9(4).
       01 TrackingSeen PIC X.
       01 PackageTotal PIC 9(3).
       01 WeightTotal PIC 9(5)V9.
       01 TrackingWritten PIC 9(4) VALUE ZERO.
       01 CarriersUnknown PIC 9(4) VALUE ZERO.
       01 ManCount PIC 9(4) VALUE ZERO.
       01 ManTable.
           02 ManEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ManCount
               INDEXED BY MNI.
               03 TblManOrd PIC 9(6).
               03 TblManCust PIC 9(5).
               03 TblManCarrier PIC X(3).
               03 TblManTracking PIC X(20).
               03 TblManPackages PIC 9(3).
               03 TblManWeight PIC 9(5)V9.
       01 ManCarrier PIC X(3).
       01 ManOrders PIC 9(4).
       01 ManPackages PIC 9(5).
       01 ManWeight PIC 9(7)V9.
       01 DropPendCount PIC 9(4) VALUE ZERO.
       01 DropPendTable.
           02 DropPendEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON DropPendCount
               INDEXED BY DPI.
               03 TblDropPendOrd PIC 9(6).
       01 DropPendFound PIC X.
       01 OrdersWaitVendor PIC 9(4) VALUE ZERO.
       01 ShipmentLine.
           02 SHPOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 BOQtyShort PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 BOFilled PIC X.
       01 TrackingLine.
           02 TRKOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 TRKCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 TRKDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 TRKCarrier PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 TRKTracking PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 TRKPackages PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 TRKWeight PIC 9(5)V9.
       01 ManHeading.
           02 FILLER PIC X(45) VALUE
               "Manifiesto de embarque por transportista".
           02 FILLER PIC X(7) VALUE "Fecha: ".
           02 PrnManDate PIC 9(8).
       01 ManCarrierLine.
           02 FILLER PIC X(15) VALUE "Transportista: ".
           02 PrnManCarCode PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnManCarName PIC X(20).
       01 ManColumns.
           02 FILLER PIC X(48) VALUE
               "Pedido Cliente Guia              Bultos     Peso".
       01 ManDetail.
           02 PrnManOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnManCustID PIC 9(5).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnManTracking PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnManPackages PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnManWeight PIC ZZZZ9.9.
       01 ManTotalLine.
           02 FILLER PIC X(10) VALUE "Pedidos: ".
           02 PrnManOrders PIC ZZZ9.
           02 FILLER PIC X(10) VALUE "  Bultos: ".
           02 PrnManPkgTotal PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE "  Peso: ".
           02 PrnManWgtTotal PIC ZZZZZZ9.9.
       01 ManSignLine.
           02 FILLER PIC X(40) VALUE
               "Firma del chofer: ____________________  ".
           02 FILLER PIC X(20) VALUE "Hora: ________".

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadCarrierTable.
           PERFORM LoadConfirmations.
           IF ConfCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin confirmaciones en ship-confirm.txt.'
               STOP RUN
           END-IF.
           PERFORM LoadDropPending.
           OPEN I-O OrderFile.
           IF OrdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe orders.idx.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ShipmentsFile.
           OPEN EXTEND BackorderFile.
           OPEN EXTEND TrackingFile.
           MOVE 'N' TO OrdEOF.
           MOVE 'N' TO CurrentConfirmed.
           PERFORM ConfirmOneOrderRec UNTIL OrdEOF IS EQUAL TO 'Y'.
           CLOSE OrderFile, ShipmentsFile, BackorderFile.
           CLOSE TrackingFile.
           PERFORM CountOrphanConfs.
           PERFORM PrintManifest.
           DISPLAY 'Confirmaciones leidas:  ' ConfsRead.
           DISPLAY 'Pedidos embarcados:     ' OrdersShipped.
           IF OrdersWaitVendor IS GREATER THAN ZERO THEN
               DISPLAY 'En espera de proveedor: ' OrdersWaitVendor
           END-IF.
           DISPLAY 'Lineas cortas:          ' LinesShort.
           DISPLAY 'Guias registradas:      ' TrackingWritten.
           IF ConfsOrphan IS GREATER THAN ZERO THEN
               DISPLAY 'Confirmaciones sin pedido: ' ConfsOrphan
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF CarriersUnknown IS GREATER THAN ZERO THEN
               DISPLAY 'Guias con transportista no registrado: '
                   CarriersUnknown
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadConfirmations.
                   MOVE ConfQty TO TblConfQty(ConfCount)
                   MOVE ConfDate TO TblConfDate(ConfCount)
                   MOVE 'N' TO TblConfUsed(ConfCount)
                   MOVE FUNCTION UPPER-CASE(ConfCarrier)
                       TO TblConfCarrier(ConfCount)
                   MOVE ConfTracking TO TblConfTracking(ConfCount)
                   IF ConfPackages IS NUMERIC THEN
                       MOVE ConfPackages TO TblConfPackages(ConfCount)
                   ELSE
                       MOVE ZERO TO TblConfPackages(ConfCount)
                   END-IF
                   IF ConfWeight IS NUMERIC THEN
                       MOVE ConfWeight TO TblConfWeight(ConfCount)
                   ELSE
                       MOVE ZERO TO TblConfWeight(ConfCount)
                   END-IF
           END-READ.

       LoadCarrierTable.
           OPEN INPUT CarrierFile.
           IF CarrierStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO CarrierEOF
               PERFORM LoadOneCarrier UNTIL CarrierEOF IS EQUAL TO 'Y'
               CLOSE CarrierFile
           ELSE IF CarrierStatus IS EQUAL TO "05" THEN
               CLOSE CarrierFile
           END-IF.

       LoadOneCarrier.
           READ CarrierFile
               AT END MOVE 'Y' TO CarrierEOF
               NOT AT END
                   IF CarrierCount IS LESS THAN 100 AND
                       CARCode IS NOT EQUAL TO SPACE THEN
                       ADD 1 TO CarrierCount
                       MOVE FUNCTION UPPER-CASE(CARCode)
                           TO TblCarCode(CarrierCount)
                       MOVE CARName TO TblCarName(CarrierCount)
                   END-IF
           END-READ.

       FindCarrier.
           MOVE 'N' TO CarrierFound.
           PERFORM MatchOneCarrier
               VARYING CRI FROM 1 BY 1
               UNTIL CRI IS GREATER THAN CarrierCount OR
                   CarrierFound IS EQUAL TO 'Y'.

       MatchOneCarrier.
           IF TblCarCode(CRI) IS EQUAL TO ManCarrier THEN
               MOVE 'Y' TO CarrierFound
           END-IF.

       ConfirmOneOrderRec.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   IF OrdRecType IS EQUAL TO 'H' THEN
                       IF CurrentStatus IS EQUAL TO 'P' AND
                           CurrentConfirmed IS EQUAL TO 'Y' THEN
                           ADD 1 TO OrdersShipped
                           PERFORM CheckDropPending
                           IF DropPendFound IS EQUAL TO 'Y' THEN
                               ADD 1 TO OrdersWaitVendor
                               MOVE 'V' TO OrdHdrStatus
                           ELSE
                               MOVE 'S' TO OrdHdrStatus
                           END-IF
                           PERFORM WriteOrderTracking
                           PERFORM RewriteOrderHeader
                       ELSE
                           MOVE 'N' TO CurrentConfirmed
                       END-IF
                   ELSE IF OrdRecType IS EQUAL TO 'L' AND
                       CurrentConfirmed IS EQUAL TO 'Y' AND
                       OrdField2(5:1) IS EQUAL TO SPACE THEN
                       PERFORM ConfirmOneLine
                   END-IF
           END-READ.

       LoadDropPending.
           OPEN INPUT OrderFile.
           IF OrdStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO OrdEOF
               PERFORM LoadOneDropPending UNTIL OrdEOF IS EQUAL TO 'Y'
               CLOSE OrderFile
           END-IF.

       LoadOneDropPending.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   IF OrdRecType IS EQUAL TO 'L' AND
                       OrdField2(5:1) IS EQUAL TO 'D' THEN
                       PERFORM CheckDropPending
                       IF DropPendFound IS EQUAL TO 'N' THEN
                           IF DropPendCount IS EQUAL TO 2000 THEN
                               DISPLAY 'Tabla de pedidos directos '
                                   'llena (2000).'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO DropPendCount
                           MOVE OrdNum TO TblDropPendOrd(DropPendCount)
                       END-IF
                   END-IF
           END-READ.

       CheckDropPending.
           MOVE 'N' TO DropPendFound.
           IF DropPendCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneDropPending
                   VARYING DPI FROM 1 BY 1
                   UNTIL DPI IS GREATER THAN DropPendCount
           END-IF.

       CheckOneDropPending.
           IF TblDropPendOrd(DPI) IS EQUAL TO OrdNum THEN
               MOVE 'Y' TO DropPendFound
           END-IF.

       CheckOrderConfirmed.
           MOVE 'N' TO CurrentConfirmed.
           IF CurrentStatus IS EQUAL TO 'P' THEN
               MOVE 'Y' TO CurrentConfirmed
           END-IF.

       WriteOrderTracking.
           PERFORM WriteOneConfTracking
               VARYING ConfIdx FROM 1 BY 1
               UNTIL ConfIdx IS GREATER THAN ConfCount.

       WriteOneConfTracking.
           IF TblConfOrd(ConfIdx) IS EQUAL TO OrdNum AND
               TblConfCarrier(ConfIdx) IS NOT EQUAL TO SPACE THEN
               MOVE 'N' TO TrackingSeen
               PERFORM CheckPriorTracking
                   VARYING PriorIdx FROM 1 BY 1
                   UNTIL PriorIdx IS NOT LESS THAN ConfIdx
               IF TrackingSeen IS EQUAL TO 'N' THEN
                   MOVE ZERO TO PackageTotal
                   MOVE ZERO TO WeightTotal
                   PERFORM SumOneTracking
                       VARYING PriorIdx FROM ConfIdx BY 1
                       UNTIL PriorIdx IS GREATER THAN ConfCount
                   PERFORM WriteTrackingRecord
               END-IF
           END-IF.

       CheckPriorTracking.
           IF TblConfOrd(PriorIdx) IS EQUAL TO OrdNum AND
               TblConfCarrier(PriorIdx) IS EQUAL TO
                   TblConfCarrier(ConfIdx) AND
               TblConfTracking(PriorIdx) IS EQUAL TO
                   TblConfTracking(ConfIdx) THEN
               MOVE 'Y' TO TrackingSeen
           END-IF.

       SumOneTracking.
           IF TblConfOrd(PriorIdx) IS EQUAL TO OrdNum AND
               TblConfCarrier(PriorIdx) IS EQUAL TO
                   TblConfCarrier(ConfIdx) AND
               TblConfTracking(PriorIdx) IS EQUAL TO
                   TblConfTracking(ConfIdx) THEN
               ADD TblConfPackages(PriorIdx) TO PackageTotal
               ADD TblConfWeight(PriorIdx) TO WeightTotal
           END-IF.

       WriteTrackingRecord.
           MOVE TblConfCarrier(ConfIdx) TO ManCarrier.
           PERFORM FindCarrier.
           IF CarrierFound IS EQUAL TO 'N' THEN
               DISPLAY 'Transportista no existe: ' ManCarrier
                   ' pedido ' OrdNum
               ADD 1 TO CarriersUnknown
           END-IF.
           IF TblConfTracking(ConfIdx) IS EQUAL TO SPACE THEN
               DISPLAY 'Embarque sin numero de guia: pedido ' OrdNum
                   ' ' ManCarrier
           END-IF.
           MOVE OrdNum TO TRKOrdNum.
           MOVE CurrentCust TO TRKCustID.
           MOVE BusinessDate TO TRKDate.
           MOVE ManCarrier TO TRKCarrier.
           MOVE TblConfTracking(ConfIdx) TO TRKTracking.
           MOVE PackageTotal TO TRKPackages.
           MOVE WeightTotal TO TRKWeight.
           WRITE TrackingRecord FROM TrackingLine.
           ADD 1 TO TrackingWritten.

       ConfirmOneLine.
           MOVE OrdField2(1:3) TO OrderedQty.
           PERFORM FindLineConf.
               ADD 1 TO ConfsOrphan
           END-IF.

       RewriteOrderHeader.
           REWRITE OrderRecord
               INVALID KEY
                   DISPLAY 'No se pudo regrabar el pedido: ' OrdNum
           END-REWRITE.

       PrintManifest.
           OPEN INPUT TrackingFile.
           IF TrackStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO TrackEOF
               PERFORM LoadOneManifestRec UNTIL TrackEOF IS EQUAL TO 'Y'
               CLOSE TrackingFile
           ELSE IF TrackStatus IS EQUAL TO "05" THEN
               CLOSE TrackingFile
           END-IF.
           OPEN OUTPUT ManifestReport.
           MOVE BusinessDate TO PrnManDate.
           WRITE ManifestLine FROM ManHeading.
           IF ManCount IS EQUAL TO ZERO THEN
               MOVE SPACE TO ManifestLine
               WRITE ManifestLine
               MOVE 'Sin embarques registrados.' TO ManifestLine
               WRITE ManifestLine
           ELSE
               PERFORM PrintCarrierGroup
                   VARYING CRI FROM 1 BY 1
                   UNTIL CRI IS GREATER THAN CarrierCount
           END-IF.
           CLOSE ManifestReport.

       LoadOneManifestRec.
           READ TrackingFile INTO TrackingLine
               AT END MOVE 'Y' TO TrackEOF
               NOT AT END
                   IF TRKDate IS EQUAL TO BusinessDate AND
                       ManCount IS LESS THAN 2000 THEN
                       ADD 1 TO ManCount
                       MOVE TRKOrdNum TO TblManOrd(ManCount)
                       MOVE TRKCustID TO TblManCust(ManCount)
                       MOVE TRKCarrier TO TblManCarrier(ManCount)
                       MOVE TRKTracking TO TblManTracking(ManCount)
                       MOVE TRKPackages TO TblManPackages(ManCount)
                       MOVE TRKWeight TO TblManWeight(ManCount)
                       MOVE TRKCarrier TO ManCarrier
                       PERFORM FindCarrier
                       IF CarrierFound IS EQUAL TO 'N' AND
                           CarrierCount IS LESS THAN 100 THEN
                           ADD 1 TO CarrierCount
                           MOVE ManCarrier TO TblCarCode(CarrierCount)
                           MOVE 'NO REGISTRADO' TO
                               TblCarName(CarrierCount)
                       END-IF
                   END-IF
           END-READ.

       PrintCarrierGroup.
           MOVE TblCarCode(CRI) TO ManCarrier.
           MOVE ZERO TO ManOrders.
           MOVE ZERO TO ManPackages.
           MOVE ZERO TO ManWeight.
           PERFORM SumOneManifestRec
               VARYING MNI FROM 1 BY 1
               UNTIL MNI IS GREATER THAN ManCount.
           IF ManOrders IS GREATER THAN ZERO THEN
               MOVE SPACE TO ManifestLine
               WRITE ManifestLine
               MOVE ManCarrier TO PrnManCarCode
               MOVE TblCarName(CRI) TO PrnManCarName
               WRITE ManifestLine FROM ManCarrierLine
               WRITE ManifestLine FROM ManColumns
               PERFORM PrintOneManifestRec
                   VARYING MNI FROM 1 BY 1
                   UNTIL MNI IS GREATER THAN ManCount
               MOVE ManOrders TO PrnManOrders
               MOVE ManPackages TO PrnManPkgTotal
               MOVE ManWeight TO PrnManWgtTotal
               WRITE ManifestLine FROM ManTotalLine
               MOVE SPACE TO ManifestLine
               WRITE ManifestLine
               WRITE ManifestLine FROM ManSignLine
           END-IF.

       SumOneManifestRec.
           IF TblManCarrier(MNI) IS EQUAL TO ManCarrier THEN
               ADD 1 TO ManOrders
               ADD TblManPackages(MNI) TO ManPackages
               ADD TblManWeight(MNI) TO ManWeight
           END-IF.

       PrintOneManifestRec.
           IF TblManCarrier(MNI) IS EQUAL TO ManCarrier THEN
               MOVE TblManOrd(MNI) TO PrnManOrdNum
               MOVE TblManCust(MNI) TO PrnManCustID
               MOVE TblManTracking(MNI) TO PrnManTracking
               MOVE TblManPackages(MNI) TO PrnManPackages
               MOVE TblManWeight(MNI) TO PrnManWeight
               WRITE ManifestLine FROM ManDetail
           END-IF.
