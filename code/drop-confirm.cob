       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConfirmFile ASSIGN TO "./drop-confirm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ConfStatus.
           SELECT OPTIONAL PoFile ASSIGN TO "./purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PoStatus.
           SELECT PoCopy ASSIGN TO "./purchase-orders-copy.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT OPTIONAL ShipmentsFile ASSIGN TO "./shipments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShipStatus.
           SELECT OPTIONAL TrackingFile
               ASSIGN TO "./ship-tracking.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TrackStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ConfirmFile.
       01 ConfirmRecord.
           02 ConfPoNum PIC 9(6).
           02 FILLER PIC X.
           02 ConfDate PIC 9(8).
           02 FILLER PIC X.
           02 ConfCarrier PIC X(3).
           02 FILLER PIC X.
           02 ConfTracking PIC X(20).

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
           02 FILLER PIC X.
           02 POField5 PIC X(6).

       FD PoCopy.
       01 PoCopyRecord PIC X(45).

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

       FD TrackingFile.
       01 TrackingRecord PIC X(57).

       WORKING-STORAGE SECTION.
       01 ConfStatus PIC XX.
       01 PoStatus PIC XX.
       01 OrdStatus PIC XX.
       01 ShipStatus PIC XX.
       01 TrackStatus PIC XX.
       01 ConfEOF PIC X.
       01 PoEOF PIC X.
       01 OrdEOF PIC X.
       01 CopyEOF PIC X.
       01 OrdImageBefore PIC X(40).
       01 BusinessDate PIC 9(8).
       01 ConfCount PIC 9(4) VALUE ZERO.
       01 ConfTable.
           02 ConfEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON ConfCount
               INDEXED BY CFI.
               03 TblConfPo PIC 9(6).
               03 TblConfDate PIC 9(8).
               03 TblConfCarrier PIC X(3).
               03 TblConfTracking PIC X(20).
               03 TblConfUsed PIC X.
       01 ConfFoundIdx PIC 9(4).
       01 WantedPo PIC 9(6).
       01 CurrentPoIdx PIC 9(4) VALUE ZERO.
       01 CurrentLive PIC X VALUE 'N'.
       01 CurrentOrd PIC 9(6) VALUE ZERO.
       01 CurrentStock PIC X.
       01 CurrentLeft PIC 9(3).
       01 CurrentHit PIC X.
       01 DoneCount PIC 9(4) VALUE ZERO.
       01 DoneTable.
           02 DoneEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON DoneCount
               INDEXED BY DNI.
               03 TblDoneOrd PIC 9(6).
               03 TblDoneStock PIC X.
               03 TblDoneLeft PIC 9(3).
       01 DoneFoundIdx PIC 9(4).
       01 ConfsRead PIC 9(4) VALUE ZERO.
       01 PosConfirmed PIC 9(4) VALUE ZERO.
       01 LinesConfirmed PIC 9(4) VALUE ZERO.
       01 OrdersReleased PIC 9(4) VALUE ZERO.
       01 ConfsOrphan PIC 9(4) VALUE ZERO.
       01 ShipmentLine.
           02 SHPOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 SHPProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 SHPSize PIC A.
           02 FILLER PIC X VALUE SPACE.
           02 SHPQty PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 SHPDate PIC 9(8).
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

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadConfirmations.
           IF ConfCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin confirmaciones en drop-confirm.txt.'
               STOP RUN
           END-IF.
           PERFORM ConfirmPoFile.
           IF PosConfirmed IS GREATER THAN ZERO THEN
               PERFORM CollectOrderState
               PERFORM ReleaseOrders
           END-IF.
           PERFORM CountOrphanConfs.
           DISPLAY 'Confirmaciones leidas:  ' ConfsRead.
           DISPLAY 'OC directas confirmadas:' PosConfirmed.
           DISPLAY 'Lineas embarcadas:      ' LinesConfirmed.
           DISPLAY 'Pedidos liberados:      ' OrdersReleased.
           IF ConfsOrphan IS GREATER THAN ZERO THEN
               DISPLAY 'Confirmaciones sin OC pendiente: ' ConfsOrphan
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadConfirmations.
           OPEN INPUT ConfirmFile.
           IF ConfStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ConfEOF
               PERFORM LoadOneConfirmation
                   UNTIL ConfEOF IS EQUAL TO 'Y'
               CLOSE ConfirmFile
           END-IF.

       LoadOneConfirmation.
           READ ConfirmFile
               AT END MOVE 'Y' TO ConfEOF
               NOT AT END
                   IF ConfCount IS EQUAL TO 500 THEN
                       DISPLAY 'Tabla de confirmaciones llena (500).'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ConfsRead
                   IF ConfPoNum IS NUMERIC THEN
                       ADD 1 TO ConfCount
                       MOVE ConfPoNum TO TblConfPo(ConfCount)
                       IF ConfDate IS NUMERIC AND
                           ConfDate IS GREATER THAN ZERO THEN
                           MOVE ConfDate TO TblConfDate(ConfCount)
                       ELSE
                           MOVE BusinessDate TO TblConfDate(ConfCount)
                       END-IF
                       MOVE FUNCTION UPPER-CASE(ConfCarrier)
                           TO TblConfCarrier(ConfCount)
                       MOVE ConfTracking TO TblConfTracking(ConfCount)
                       MOVE 'N' TO TblConfUsed(ConfCount)
                   ELSE
                       DISPLAY 'Confirmacion con OC invalida: '
                           ConfirmRecord(1:6)
                       ADD 1 TO ConfsOrphan
                   END-IF
           END-READ.

       FindConfirmation.
           MOVE ZERO TO ConfFoundIdx.
           PERFORM MatchOneConfirmation
               VARYING CFI FROM 1 BY 1
               UNTIL CFI IS GREATER THAN ConfCount.

       MatchOneConfirmation.
           IF TblConfPo(CFI) IS EQUAL TO WantedPo AND
               ConfFoundIdx IS EQUAL TO ZERO THEN
               MOVE CFI TO ConfFoundIdx
           END-IF.

       ConfirmPoFile.
           OPEN INPUT PoFile.
           IF PoStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'Sin ordenes de compra.'
               IF PoStatus IS EQUAL TO "05" THEN
                   CLOSE PoFile
               END-IF
           ELSE
               OPEN OUTPUT PoCopy
               OPEN EXTEND TrackingFile
               MOVE 'N' TO PoEOF
               PERFORM ConfirmOnePoRec UNTIL PoEOF IS EQUAL TO 'Y'
               CLOSE PoFile, PoCopy, TrackingFile
               IF PosConfirmed IS GREATER THAN ZERO THEN
                   PERFORM RewritePoFile
               END-IF
           END-IF.

       ConfirmOnePoRec.
           READ PoFile
               AT END MOVE 'Y' TO PoEOF
               NOT AT END
                   PERFORM ConfirmPoRecord
                   WRITE PoCopyRecord FROM PoRecord
           END-READ.

       ConfirmPoRecord.
           IF PORecType IS EQUAL TO 'H' THEN
               MOVE ZERO TO CurrentPoIdx
               MOVE PONum TO WantedPo
               PERFORM FindConfirmation
               IF ConfFoundIdx IS GREATER THAN ZERO AND
                   POField3(1:1) IS EQUAL TO 'D' THEN
                   MOVE ConfFoundIdx TO CurrentPoIdx
                   MOVE 'Y' TO TblConfUsed(ConfFoundIdx)
                   MOVE 'E' TO PoRecord(25:1)
                   ADD 1 TO PosConfirmed
               END-IF
           ELSE IF PORecType IS EQUAL TO 'L' AND
               CurrentPoIdx IS GREATER THAN ZERO THEN
               MOVE POField2(3:5) TO POField3
           ELSE IF PORecType IS EQUAL TO 'D' AND
               CurrentPoIdx IS GREATER THAN ZERO THEN
               PERFORM WriteDropTracking
           END-IF.

       WriteDropTracking.
           MOVE PoRecord(10:6) TO TRKOrdNum.
           MOVE PoRecord(17:5) TO TRKCustID.
           MOVE TblConfDate(CurrentPoIdx) TO TRKDate.
           MOVE TblConfCarrier(CurrentPoIdx) TO TRKCarrier.
           MOVE TblConfTracking(CurrentPoIdx) TO TRKTracking.
           MOVE ZERO TO TRKPackages.
           MOVE ZERO TO TRKWeight.
           IF TrackStatus IS EQUAL TO "00" OR
               TrackStatus IS EQUAL TO "05" THEN
               WRITE TrackingRecord FROM TrackingLine
           END-IF.

       RewritePoFile.
           MOVE 'N' TO CopyEOF.
           OPEN INPUT PoCopy.
           OPEN OUTPUT PoFile.
           PERFORM ReloadOnePoRec UNTIL CopyEOF IS EQUAL TO 'Y'.
           CLOSE PoCopy, PoFile.

       ReloadOnePoRec.
           READ PoCopy
               AT END MOVE 'Y' TO CopyEOF
               NOT AT END WRITE PoRecord FROM PoCopyRecord
           END-READ.

       CollectOrderState.
           OPEN INPUT OrderFile.
           IF OrdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe orders.idx.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO OrdEOF.
           MOVE ZERO TO CurrentOrd.
           MOVE 'N' TO CurrentHit.
           PERFORM CollectOneOrderRec UNTIL OrdEOF IS EQUAL TO 'Y'.
           CLOSE OrderFile.
           PERFORM NoteCurrentOrder.

       CollectOneOrderRec.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   IF OrdRecType IS EQUAL TO 'H' THEN
                       PERFORM NoteCurrentOrder
                       MOVE OrdNum TO CurrentOrd
                       MOVE 'N' TO CurrentStock
                       MOVE ZERO TO CurrentLeft
                       MOVE 'N' TO CurrentHit
                       PERFORM NoteOrderLive
                   ELSE IF OrdRecType IS EQUAL TO 'L' AND
                       CurrentLive IS EQUAL TO 'Y' THEN
                       PERFORM NoteOrderLine
                   END-IF
           END-READ.

       NoteOrderLive.
           IF OrdHdrStatus IS EQUAL TO 'C' OR
               OrdHdrStatus IS EQUAL TO 'I' THEN
               MOVE 'N' TO CurrentLive
           ELSE
               MOVE 'Y' TO CurrentLive
           END-IF.

       NoteOrderLine.
           IF OrdField2(5:1) IS EQUAL TO SPACE THEN
               MOVE 'Y' TO CurrentStock
           ELSE IF OrdField2(5:1) IS EQUAL TO 'D' THEN
               PERFORM CheckLineConfirmed
               IF ConfFoundIdx IS GREATER THAN ZERO THEN
                   MOVE 'Y' TO CurrentHit
               ELSE
                   ADD 1 TO CurrentLeft
               END-IF
           END-IF.

       CheckLineConfirmed.
           MOVE ZERO TO ConfFoundIdx.
           IF OXImage(24:6) IS NUMERIC THEN
               MOVE OXImage(24:6) TO WantedPo
               PERFORM FindConfirmation
               IF ConfFoundIdx IS GREATER THAN ZERO THEN
                   IF TblConfUsed(ConfFoundIdx) IS NOT EQUAL TO 'Y'
                       THEN
                       MOVE ZERO TO ConfFoundIdx
                   END-IF
               END-IF
           END-IF.

       NoteCurrentOrder.
           IF CurrentHit IS EQUAL TO 'Y' THEN
               IF DoneCount IS EQUAL TO 2000 THEN
                   DISPLAY 'Tabla de pedidos directos llena (2000).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DoneCount
               MOVE CurrentOrd TO TblDoneOrd(DoneCount)
               MOVE CurrentStock TO TblDoneStock(DoneCount)
               MOVE CurrentLeft TO TblDoneLeft(DoneCount)
           END-IF.
           MOVE 'N' TO CurrentHit.

       ReleaseOrders.
           OPEN I-O OrderFile.
           OPEN EXTEND ShipmentsFile.
           MOVE 'N' TO OrdEOF.
           MOVE 'N' TO CurrentLive.
           PERFORM ReleaseOneOrderRec UNTIL OrdEOF IS EQUAL TO 'Y'.
           CLOSE OrderFile, ShipmentsFile.

       ReleaseOneOrderRec.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   MOVE OXImage TO OrdImageBefore
                   PERFORM ReleaseOrderRecord
                   IF OXImage IS NOT EQUAL TO OrdImageBefore THEN
                       PERFORM RewriteOrderRecord
                   END-IF
           END-READ.

       RewriteOrderRecord.
           REWRITE OrderRecord
               INVALID KEY
                   DISPLAY 'No se pudo regrabar el pedido: ' OrdNum
           END-REWRITE.

       ReleaseOrderRecord.
           IF OrdRecType IS EQUAL TO 'H' THEN
               PERFORM NoteOrderLive
               PERFORM ReleaseOrderHeader
           ELSE IF OrdRecType IS EQUAL TO 'L' AND
               CurrentLive IS EQUAL TO 'Y' AND
               OrdField2(5:1) IS EQUAL TO 'D' THEN
               PERFORM ConfirmOneDropLine
           END-IF.

       ReleaseOrderHeader.
           MOVE ZERO TO DoneFoundIdx.
           PERFORM MatchOneDoneOrder
               VARYING DNI FROM 1 BY 1
               UNTIL DNI IS GREATER THAN DoneCount.
           IF DoneFoundIdx IS GREATER THAN ZERO THEN
               IF TblDoneLeft(DoneFoundIdx) IS EQUAL TO ZERO THEN
                   IF OrdHdrStatus IS EQUAL TO 'V' THEN
                       MOVE 'S' TO OXImage(28:1)
                       ADD 1 TO OrdersReleased
                   ELSE IF OrdHdrStatus IS EQUAL TO 'O' AND
                       TblDoneStock(DoneFoundIdx) IS EQUAL TO 'N' THEN
                       MOVE 'S' TO OXImage(28:1)
                       ADD 1 TO OrdersReleased
                   END-IF
               END-IF
           END-IF.

       MatchOneDoneOrder.
           IF TblDoneOrd(DNI) IS EQUAL TO OrdNum AND
               DoneFoundIdx IS EQUAL TO ZERO THEN
               MOVE DNI TO DoneFoundIdx
           END-IF.

       ConfirmOneDropLine.
           PERFORM CheckLineConfirmed.
           IF ConfFoundIdx IS GREATER THAN ZERO THEN
               MOVE 'E' TO OXImage(22:1)
               MOVE OrdNum TO SHPOrdNum
               MOVE OrdField1(1:5) TO SHPProd
               MOVE OrdField1(7:1) TO SHPSize
               MOVE OrdField2(1:3) TO SHPQty
               MOVE TblConfDate(ConfFoundIdx) TO SHPDate
               WRITE ShipmentRecord FROM ShipmentLine
               ADD 1 TO LinesConfirmed
           END-IF.

       CountOrphanConfs.
           PERFORM CheckOneOrphan
               VARYING CFI FROM 1 BY 1
               UNTIL CFI IS GREATER THAN ConfCount.

       CheckOneOrphan.
           IF TblConfUsed(CFI) IS EQUAL TO 'N' THEN
               ADD 1 TO ConfsOrphan
               DISPLAY 'OC sin envio directo pendiente: '
                   TblConfPo(CFI)
           END-IF.
