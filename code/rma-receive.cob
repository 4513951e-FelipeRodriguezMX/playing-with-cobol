       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMARECV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RmaFile ASSIGN TO "./rma.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RmaStatus.
           SELECT OPTIONAL MovesFile ASSIGN TO "./stock-moves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MovesStatus.
       DATA DIVISION.
       FILE SECTION.
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

       FD MovesFile.
       01 MoveRecord PIC X(69).

       WORKING-STORAGE SECTION.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 RmaStatus PIC XX.
       01 MovesStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 HoldLocation PIC X(3) VALUE 'DEV'.
       01 MoreRmas PIC X VALUE 'S'.
       01 EnteredRmaX PIC X(6).
       01 WantedRma PIC 9(6).
       01 RmaCount PIC 9(4) VALUE ZERO.
       01 RmaTable.
           02 RmaEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON RmaCount
               INDEXED BY RMI.
               03 TblRmaLine PIC X(103).
       01 RmaLinesFound PIC 9(2).
       01 RmaLinesOpen PIC 9(2).
       01 EnteredQtyX PIC X(3).
       01 QtyRestock PIC 9(3).
       01 QtyScrap PIC 9(3).
       01 QtyVendor PIC 9(3).
       01 QtyInspected PIC 9(4).
       01 LineAccepted PIC X.
       01 SaveKey PIC X.
       01 VendorUnits PIC 9(5).
       01 RmasReceived PIC 9(4) VALUE ZERO.
       01 MoveLine.
           02 MVType PIC X VALUE 'T'.
           02 FILLER PIC X VALUE SPACE.
           02 MVProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 MVSize PIC A.
           02 FILLER PIC X VALUE SPACE.
           02 MVQty PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 MVReason PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 MVOperator PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 MVPONum PIC X(6) VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 MVLocation PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 MVLocTo PIC X(3) VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 MVRefDate PIC X(8) VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 MVLot PIC X(8) VALUE SPACE.
       01 MoveReasonText.
           02 FILLER PIC X(4) VALUE 'RMA '.
           02 MRRmaNum PIC 9(6).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           MOVE OperatorID TO MVOperator.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE 'RMAHOLDLOC' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE THEN
               MOVE FUNCTION UPPER-CASE(ParmValue(1:3))
                   TO HoldLocation
           END-IF.
           PERFORM ReceiveOneRma
               UNTIL MoreRmas IS NOT EQUAL TO 'S' AND
                   MoreRmas IS NOT EQUAL TO 's'.
           DISPLAY 'RMA recibidas: ' RmasReceived.
           IF RmasReceived IS GREATER THAN ZERO THEN
               DISPLAY 'Correr STOCKPOST para aplicar las entradas.'
           END-IF.
           STOP RUN.

       ReceiveOneRma.
           DISPLAY ' '
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
           ELSE IF RmaLinesOpen IS EQUAL TO ZERO THEN
               DISPLAY 'La RMA ya fue recibida o cancelada.'
           ELSE
               DISPLAY 'Resultado de inspeccion por linea: '
                   'reingreso, desecho, devolucion a proveedor.'
               PERFORM InspectOneRmaLine
                   VARYING RMI FROM 1 BY 1
                   UNTIL RMI IS GREATER THAN RmaCount
               DISPLAY 'Grabar recepcion? (S/N):' WITH NO ADVANCING
               ACCEPT SaveKey
               IF SaveKey IS EQUAL TO 'S' OR
                   SaveKey IS EQUAL TO 's' THEN
                   PERFORM PostRmaReceipt
               ELSE
                   DISPLAY 'Recepcion descartada.'
               END-IF
           END-IF.
           DISPLAY 'Otra RMA? (S/N):' WITH NO ADVANCING.
           ACCEPT MoreRmas.

       CountOneRmaLine.
           MOVE TblRmaLine(RMI) TO RmaRecord.
           IF RMANum IS EQUAL TO WantedRma THEN
               ADD 1 TO RmaLinesFound
               IF RMALineStatus IS EQUAL TO 'A' THEN
                   ADD 1 TO RmaLinesOpen
               END-IF
           END-IF.

       InspectOneRmaLine.
           MOVE TblRmaLine(RMI) TO RmaRecord.
           IF RMANum IS EQUAL TO WantedRma AND
               RMALineStatus IS EQUAL TO 'A' THEN
               MOVE 'N' TO LineAccepted
               PERFORM CaptureInspection
                   UNTIL LineAccepted IS EQUAL TO 'Y'
               MOVE QtyRestock TO RMAQtyRestock
               MOVE QtyScrap TO RMAQtyScrap
               MOVE QtyVendor TO RMAQtyVendor
               MOVE 'I' TO RMALineStatus
               MOVE BusinessDate TO RMARecvDate
               MOVE RmaRecord TO TblRmaLine(RMI)
           END-IF.

       CaptureInspection.
           DISPLAY 'Linea ' RMALine ' ' RMAProd ' ' RMASize
               ' autorizada ' RMAQtyAuth.
           DISPLAY '  Reingreso a existencia:' WITH NO ADVANCING.
           ACCEPT EnteredQtyX.
           PERFORM ConvertEnteredQty.
           MOVE QtyInspected TO QtyRestock.
           DISPLAY '  Desecho:' WITH NO ADVANCING.
           ACCEPT EnteredQtyX.
           PERFORM ConvertEnteredQty.
           MOVE QtyInspected TO QtyScrap.
           DISPLAY '  Devolucion a proveedor:' WITH NO ADVANCING.
           ACCEPT EnteredQtyX.
           PERFORM ConvertEnteredQty.
           MOVE QtyInspected TO QtyVendor.
           COMPUTE QtyInspected = QtyRestock + QtyScrap + QtyVendor.
           IF QtyInspected IS GREATER THAN RMAQtyAuth THEN
               DISPLAY 'Total mayor a lo autorizado, maximo '
                   RMAQtyAuth '.'
           ELSE
               IF QtyInspected IS LESS THAN RMAQtyAuth THEN
                   DISPLAY 'Recibido menos de lo autorizado; '
                       'la diferencia no se abona.'
               END-IF
               MOVE 'Y' TO LineAccepted
           END-IF.

       ConvertEnteredQty.
           IF EnteredQtyX IS EQUAL TO SPACE THEN
               MOVE ZERO TO QtyInspected
           ELSE IF FUNCTION TEST-NUMVAL(EnteredQtyX) IS EQUAL TO ZERO
               THEN
               COMPUTE QtyInspected = FUNCTION NUMVAL(EnteredQtyX)
           ELSE
               DISPLAY 'Cantidad invalida, se toma cero.'
               MOVE ZERO TO QtyInspected
           END-IF.

       PostRmaReceipt.
           PERFORM SaveRmaTable.
           MOVE ZERO TO VendorUnits.
           MOVE WantedRma TO MRRmaNum.
           MOVE MoveReasonText TO MVReason.
           OPEN EXTEND MovesFile.
           IF MovesStatus IS EQUAL TO "00" OR
               MovesStatus IS EQUAL TO "05" THEN
               PERFORM WriteOneRmaMove
                   VARYING RMI FROM 1 BY 1
                   UNTIL RMI IS GREATER THAN RmaCount
               CLOSE MovesFile
           END-IF.
           ADD 1 TO RmasReceived.
           DISPLAY 'RMA ' WantedRma ' inspeccionada, lista para '
               'nota de credito (CREDMEMO).'.
           IF VendorUnits IS GREATER THAN ZERO THEN
               DISPLAY VendorUnits ' unidades para proveedor quedan '
                   'en ubicacion ' HoldLocation
                   '; devolver con movimiento V y su OC.'
           END-IF.

       WriteOneRmaMove.
           MOVE TblRmaLine(RMI) TO RmaRecord.
           IF RMANum IS EQUAL TO WantedRma AND
               RMALineStatus IS EQUAL TO 'I' AND
               RMARecvDate IS EQUAL TO BusinessDate THEN
               MOVE RMAProd TO MVProd
               MOVE RMASize TO MVSize
               IF RMAQtyRestock IS GREATER THAN ZERO THEN
                   MOVE RMAQtyRestock TO MVQty
                   MOVE SPACE TO MVLocation
                   WRITE MoveRecord FROM MoveLine
               END-IF
               IF RMAQtyVendor IS GREATER THAN ZERO THEN
                   MOVE RMAQtyVendor TO MVQty
                   MOVE HoldLocation TO MVLocation
                   WRITE MoveRecord FROM MoveLine
                   ADD RMAQtyVendor TO VendorUnits
               END-IF
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
