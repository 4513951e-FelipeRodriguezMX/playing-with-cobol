       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DisputeFile ASSIGN TO "./ar-disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DisputeStatus.
           SELECT OPTIONAL ReasonFile
               ASSIGN TO "./dispute-reasons.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReasonStatus.
           SELECT OPTIONAL OpenItemsFile ASSIGN TO "./ar-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT OpenItemsCopy ASSIGN TO "./ar-open-copy.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DisputeFile.
       01 DisputeRecord.
           02 DSInvNum PIC 9(6).
           02 FILLER PIC X.
           02 DSCustID PIC 9(5).
           02 FILLER PIC X.
           02 DSReason PIC X(2).
           02 FILLER PIC X.
           02 DSAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 DSOwner PIC X(8).
           02 FILLER PIC X.
           02 DSOpenDate PIC 9(8).
           02 FILLER PIC X.
           02 DSStatus PIC X.
           02 FILLER PIC X.
           02 DSCloseDate PIC 9(8).

       FD ReasonFile.
       01 ReasonRecord.
           02 DRFCode PIC X(2).
           02 FILLER PIC X.
           02 DRFDesc PIC X(30).

       FD OpenItemsFile.
       01 OpenItemRecord.
           02 OIInvNum PIC 9(6).
           02 FILLER PIC X.
           02 OICustID PIC 9(5).
           02 FILLER PIC X.
           02 OIInvDate PIC 9(8).
           02 FILLER PIC X.
           02 OIInvTotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X(28).
           02 OIDispFlag PIC X.
           02 FILLER PIC X.
           02 OIDispAmt PIC 9(6)V99.

       FD OpenItemsCopy.
       01 OpenItemsCopyRecord PIC X(81).

       WORKING-STORAGE SECTION.
       01 DisputeStatus PIC XX.
       01 ReasonStatus PIC XX.
       01 OpenStatus PIC XX.
       01 WSEOF PIC X.
       01 CopyEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 DisputeCount PIC 9(4) VALUE ZERO.
       01 DisputeTable.
           02 DisputeEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON DisputeCount
               INDEXED BY DSI.
               03 TblDispInv PIC 9(6).
               03 TblDispCust PIC 9(5).
               03 TblDispReason PIC X(2).
               03 TblDispAmount PIC 9(6)V99.
               03 TblDispOwner PIC X(8).
               03 TblDispOpened PIC 9(8).
               03 TblDispStatus PIC X.
               03 TblDispClosed PIC 9(8).
       01 ReasonCount PIC 9(2) VALUE ZERO.
       01 ReasonTable.
           02 ReasonEntry
               OCCURS 1 TO 50 TIMES
               DEPENDING ON ReasonCount
               INDEXED BY DRI.
               03 TblReasonCode PIC X(2).
               03 TblReasonDesc PIC X(30).
       01 ReasonIdx PIC 9(2).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 ChangesMade PIC 9(3) VALUE ZERO.
       01 ListIdx PIC 9(4).
       01 ListedCount PIC 9(4).
       01 EntryOk PIC X.
       01 EnteredInvX PIC X(6).
       01 EnteredInv PIC 9(6).
       01 EnteredReason PIC X(2).
       01 EnteredAmountX PIC X(12).
       01 EnteredAmount PIC 9(6)V99.
       01 EnteredOwner PIC X(8).
       01 EnteredResolution PIC X.
       01 PickIdxX PIC X(4).
       01 PickIdx PIC 9(4).
       01 ItemFound PIC X.
       01 ItemCust PIC 9(5).
       01 ItemBalance PIC 9(6)V99.
       01 ReasonFound PIC X.
       01 DupFound PIC X.
       01 FlaggedCount PIC 9(5) VALUE ZERO.
       01 ListHeading PIC X(60) VALUE
           "  No Factura Cliente Mo      Monto Responsable Abierta".
       01 ListLine.
           02 PrnIdx PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnInv PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCust PIC 9(5).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnReason PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAmount PIC ZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOwner PIC X(8).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnOpened PIC 9(8).
       01 AmountDisplay PIC ZZZZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadDisputeTable.
           PERFORM LoadReasonTable.
           PERFORM MenuLoop UNTIL StayOpen IS EQUAL TO 'N'.
           IF ChangesMade IS GREATER THAN ZERO THEN
               PERFORM SaveDisputeTable
               PERFORM FlagOpenItems
               DISPLAY 'Cambios guardados: ' ChangesMade
               DISPLAY 'Partidas en disputa: ' FlaggedCount
           END-IF.
           STOP RUN.

       LoadDisputeTable.
           OPEN INPUT DisputeFile.
           IF DisputeStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneDispute UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE DisputeFile
           ELSE IF DisputeStatus IS EQUAL TO "05" THEN
               CLOSE DisputeFile
           END-IF.

       LoadOneDispute.
           READ DisputeFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF DisputeCount IS LESS THAN 2000 THEN
                       ADD 1 TO DisputeCount
                       MOVE DSInvNum TO TblDispInv(DisputeCount)
                       MOVE DSCustID TO TblDispCust(DisputeCount)
                       MOVE DSReason TO TblDispReason(DisputeCount)
                       MOVE DSAmount TO TblDispAmount(DisputeCount)
                       MOVE DSOwner TO TblDispOwner(DisputeCount)
                       MOVE DSOpenDate TO TblDispOpened(DisputeCount)
                       MOVE DSStatus TO TblDispStatus(DisputeCount)
                       MOVE DSCloseDate TO TblDispClosed(DisputeCount)
                   END-IF
           END-READ.

       LoadReasonTable.
           OPEN INPUT ReasonFile.
           IF ReasonStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneReason UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ReasonFile
           ELSE IF ReasonStatus IS EQUAL TO "05" THEN
               CLOSE ReasonFile
           END-IF.

       LoadOneReason.
           READ ReasonFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF ReasonCount IS LESS THAN 50 THEN
                       ADD 1 TO ReasonCount
                       MOVE FUNCTION UPPER-CASE(DRFCode)
                           TO TblReasonCode(ReasonCount)
                       MOVE DRFDesc TO TblReasonDesc(ReasonCount)
                   END-IF
           END-READ.

       MenuLoop.
           DISPLAY ' '
           DISPLAY 'Disputas de facturas'
           DISPLAY '1 : Listar disputas abiertas'
           DISPLAY '2 : Abrir disputa'
           DISPLAY '3 : Cerrar disputa'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM ListOpenDisputes
               WHEN 2 PERFORM OpenDispute
               WHEN 3 PERFORM CloseDispute
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE.

       ListOpenDisputes.
           MOVE ZERO TO ListedCount.
           DISPLAY ListHeading.
           IF DisputeCount IS GREATER THAN ZERO THEN
               PERFORM ListOneDispute
                   VARYING ListIdx FROM 1 BY 1
                   UNTIL ListIdx IS GREATER THAN DisputeCount
           END-IF.
           IF ListedCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin disputas abiertas.'
           END-IF.

       ListOneDispute.
           IF TblDispStatus(ListIdx) IS EQUAL TO 'O' THEN
               ADD 1 TO ListedCount
               MOVE ListIdx TO PrnIdx
               MOVE TblDispInv(ListIdx) TO PrnInv
               MOVE TblDispCust(ListIdx) TO PrnCust
               MOVE TblDispReason(ListIdx) TO PrnReason
               MOVE TblDispAmount(ListIdx) TO PrnAmount
               MOVE TblDispOwner(ListIdx) TO PrnOwner
               MOVE TblDispOpened(ListIdx) TO PrnOpened
               DISPLAY ListLine
           END-IF.

       OpenDispute.
           IF DisputeCount IS EQUAL TO 2000 THEN
               DISPLAY 'Tabla de disputas llena (2000).'
           ELSE
               PERFORM CaptureDispute
               IF EntryOk IS EQUAL TO 'Y' THEN
                   ADD 1 TO DisputeCount
                   MOVE EnteredInv TO TblDispInv(DisputeCount)
                   MOVE ItemCust TO TblDispCust(DisputeCount)
                   MOVE EnteredReason TO TblDispReason(DisputeCount)
                   MOVE EnteredAmount TO TblDispAmount(DisputeCount)
                   MOVE EnteredOwner TO TblDispOwner(DisputeCount)
                   MOVE BusinessDate TO TblDispOpened(DisputeCount)
                   MOVE 'O' TO TblDispStatus(DisputeCount)
                   MOVE ZERO TO TblDispClosed(DisputeCount)
                   ADD 1 TO ChangesMade
                   DISPLAY 'Disputa abierta, factura ' EnteredInv
               END-IF
           END-IF.

       CaptureDispute.
           MOVE 'Y' TO EntryOk.
           DISPLAY 'Numero de factura:' WITH NO ADVANCING.
           ACCEPT EnteredInvX.
           IF FUNCTION TEST-NUMVAL(EnteredInvX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredInv = FUNCTION NUMVAL(EnteredInvX)
           ELSE
               MOVE ZERO TO EnteredInv
           END-IF.
           PERFORM FindOpenItem.
           IF ItemFound IS EQUAL TO 'N' THEN
               DISPLAY 'La factura no esta abierta en cartera.'
               MOVE 'N' TO EntryOk
           ELSE
               PERFORM RefuseOnOpenDispute
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               MOVE ItemBalance TO AmountDisplay
               DISPLAY 'Cliente ' ItemCust '  saldo ' AmountDisplay
               PERFORM CaptureReason
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM CaptureAmount
               IF EnteredAmount IS EQUAL TO ZERO OR
                   EnteredAmount IS GREATER THAN ItemBalance THEN
                   DISPLAY 'Monto invalido o mayor que el saldo.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Responsable (vacio=' OperatorID '):'
                   WITH NO ADVANCING
               ACCEPT EnteredOwner
               IF EnteredOwner IS EQUAL TO SPACE THEN
                   MOVE OperatorID TO EnteredOwner
               END-IF
           END-IF.

       CaptureAmount.
           DISPLAY 'Monto en disputa (vacio=saldo):'
               WITH NO ADVANCING.
           ACCEPT EnteredAmountX.
           IF EnteredAmountX IS EQUAL TO SPACE THEN
               MOVE ItemBalance TO EnteredAmount
           ELSE IF FUNCTION TEST-NUMVAL(EnteredAmountX) IS EQUAL TO
               ZERO THEN
               COMPUTE EnteredAmount = FUNCTION NUMVAL(EnteredAmountX)
           ELSE
               MOVE ZERO TO EnteredAmount
           END-IF.

       CaptureReason.
           DISPLAY 'Motivo de la disputa:' WITH NO ADVANCING.
           ACCEPT EnteredReason.
           MOVE FUNCTION UPPER-CASE(EnteredReason) TO EnteredReason.
           MOVE 'N' TO ReasonFound.
           IF ReasonCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneReason
                   VARYING ReasonIdx FROM 1 BY 1
                   UNTIL ReasonIdx IS GREATER THAN ReasonCount
           ELSE IF EnteredReason IS NOT EQUAL TO SPACE THEN
               MOVE 'Y' TO ReasonFound
           END-IF.
           IF ReasonFound IS EQUAL TO 'N' THEN
               DISPLAY 'Motivo no valido. Motivos:'
               PERFORM ShowOneReason
                   VARYING ReasonIdx FROM 1 BY 1
                   UNTIL ReasonIdx IS GREATER THAN ReasonCount
               MOVE 'N' TO EntryOk
           END-IF.

       CheckOneReason.
           IF TblReasonCode(ReasonIdx) IS EQUAL TO EnteredReason THEN
               MOVE 'Y' TO ReasonFound
           END-IF.

       ShowOneReason.
           DISPLAY '  ' TblReasonCode(ReasonIdx) ' '
               TblReasonDesc(ReasonIdx).

       RefuseOnOpenDispute.
           MOVE 'N' TO DupFound.
           IF DisputeCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneOpenDispute
                   VARYING ListIdx FROM 1 BY 1
                   UNTIL ListIdx IS GREATER THAN DisputeCount
           END-IF.
           IF DupFound IS EQUAL TO 'Y' THEN
               DISPLAY 'La factura ya tiene una disputa abierta.'
               MOVE 'N' TO EntryOk
           END-IF.

       CheckOneOpenDispute.
           IF TblDispInv(ListIdx) IS EQUAL TO EnteredInv AND
               TblDispStatus(ListIdx) IS EQUAL TO 'O' THEN
               MOVE 'Y' TO DupFound
           END-IF.

       FindOpenItem.
           MOVE 'N' TO ItemFound.
           MOVE ZERO TO ItemCust.
           MOVE ZERO TO ItemBalance.
           OPEN INPUT OpenItemsFile.
           IF OpenStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneOpenItem UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OpenItemsFile
           ELSE IF OpenStatus IS EQUAL TO "05" THEN
               CLOSE OpenItemsFile
           END-IF.

       CheckOneOpenItem.
           READ OpenItemsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OIInvNum IS EQUAL TO EnteredInv AND
                       OIOpenFlag IS EQUAL TO 'O' AND
                       ItemFound IS EQUAL TO 'N' THEN
                       MOVE 'Y' TO ItemFound
                       MOVE OICustID TO ItemCust
                       COMPUTE ItemBalance = OIInvTotal - OIPaid
                   END-IF
           END-READ.

       CloseDispute.
           PERFORM ListOpenDisputes.
           DISPLAY 'Numero a cerrar:' WITH NO ADVANCING.
           ACCEPT PickIdxX.
           IF FUNCTION TEST-NUMVAL(PickIdxX) IS EQUAL TO ZERO THEN
               COMPUTE PickIdx = FUNCTION NUMVAL(PickIdxX)
           ELSE
               MOVE ZERO TO PickIdx
           END-IF.
           IF PickIdx IS EQUAL TO ZERO OR
               PickIdx IS GREATER THAN DisputeCount THEN
               DISPLAY 'Numero invalido.'
           ELSE IF TblDispStatus(PickIdx) IS NOT EQUAL TO 'O' THEN
               DISPLAY 'La disputa ya esta cerrada.'
           ELSE
               PERFORM CaptureResolution
           END-IF.

       CaptureResolution.
           DISPLAY 'Resolucion (C=nota de credito, P=pago, '
               'W=retirada):' WITH NO ADVANCING.
           ACCEPT EnteredResolution.
           MOVE FUNCTION UPPER-CASE(EnteredResolution)
               TO EnteredResolution.
           IF EnteredResolution IS EQUAL TO 'C' OR
               EnteredResolution IS EQUAL TO 'P' OR
               EnteredResolution IS EQUAL TO 'W' THEN
               MOVE EnteredResolution TO TblDispStatus(PickIdx)
               MOVE BusinessDate TO TblDispClosed(PickIdx)
               ADD 1 TO ChangesMade
               DISPLAY 'Disputa cerrada, factura ' TblDispInv(PickIdx)
           ELSE
               DISPLAY 'Resolucion invalida.'
           END-IF.

       SaveDisputeTable.
           OPEN OUTPUT DisputeFile.
           IF DisputeCount IS GREATER THAN ZERO THEN
               PERFORM SaveOneDispute
                   VARYING ListIdx FROM 1 BY 1
                   UNTIL ListIdx IS GREATER THAN DisputeCount
           END-IF.
           CLOSE DisputeFile.

       SaveOneDispute.
           MOVE SPACE TO DisputeRecord.
           MOVE TblDispInv(ListIdx) TO DSInvNum.
           MOVE TblDispCust(ListIdx) TO DSCustID.
           MOVE TblDispReason(ListIdx) TO DSReason.
           MOVE TblDispAmount(ListIdx) TO DSAmount.
           MOVE TblDispOwner(ListIdx) TO DSOwner.
           MOVE TblDispOpened(ListIdx) TO DSOpenDate.
           MOVE TblDispStatus(ListIdx) TO DSStatus.
           MOVE TblDispClosed(ListIdx) TO DSCloseDate.
           WRITE DisputeRecord.

       FlagOpenItems.
           OPEN INPUT OpenItemsFile.
           IF OpenStatus IS EQUAL TO "00" THEN
               OPEN OUTPUT OpenItemsCopy
               MOVE 'N' TO WSEOF
               PERFORM FlagOneItem UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OpenItemsFile, OpenItemsCopy
               PERFORM RewriteOpenItems
           ELSE IF OpenStatus IS EQUAL TO "05" THEN
               CLOSE OpenItemsFile
           END-IF.

       FlagOneItem.
           READ OpenItemsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SPACE TO OIDispFlag
                   MOVE ZERO TO OIDispAmt
                   PERFORM FlagFromOneDispute
                       VARYING ListIdx FROM 1 BY 1
                       UNTIL ListIdx IS GREATER THAN DisputeCount
                   WRITE OpenItemsCopyRecord FROM OpenItemRecord
           END-READ.

       FlagFromOneDispute.
           IF TblDispInv(ListIdx) IS EQUAL TO OIInvNum AND
               TblDispStatus(ListIdx) IS EQUAL TO 'O' THEN
               MOVE 'D' TO OIDispFlag
               MOVE TblDispAmount(ListIdx) TO OIDispAmt
               ADD 1 TO FlaggedCount
           END-IF.

       RewriteOpenItems.
           MOVE 'N' TO CopyEOF.
           OPEN INPUT OpenItemsCopy.
           OPEN OUTPUT OpenItemsFile.
           PERFORM ReloadOneItem UNTIL CopyEOF IS EQUAL TO 'Y'.
           CLOSE OpenItemsCopy, OpenItemsFile.

       ReloadOneItem.
           READ OpenItemsCopy
               AT END MOVE 'Y' TO CopyEOF
               NOT AT END WRITE OpenItemRecord FROM OpenItemsCopyRecord
           END-READ.
