       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RefundFile ASSIGN TO "./ar-refunds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RefundStatus.
           SELECT OPTIONAL UnappliedFile ASSIGN TO "./ar-unapplied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UnappStatus.
           SELECT OPTIONAL DepositFile ASSIGN TO "./deposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DepStatus.
           SELECT OPTIONAL PayHistFile ASSIGN TO "./ar-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL OpenItemsFile ASSIGN TO "./ar-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT RegisterReport ASSIGN TO "./RefundRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RefundFile.
       01 RefundRecord.
           02 RFNum PIC 9(6).
           02 FILLER PIC X.
           02 RFCustID PIC 9(5).
           02 FILLER PIC X.
           02 RFAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 RFMethod PIC X.
           02 FILLER PIC X.
           02 RFStatus PIC X.
           02 FILLER PIC X.
           02 RFReqDate PIC 9(8).
           02 FILLER PIC X.
           02 RFReqOper PIC X(8).
           02 FILLER PIC X.
           02 RFAppDate PIC 9(8).
           02 FILLER PIC X.
           02 RFAppOper PIC X(8).
           02 FILLER PIC X.
           02 RFIssDate PIC 9(8).
           02 FILLER PIC X.
           02 RFIssOper PIC X(8).
           02 FILLER PIC X.
           02 RFRef PIC X(12).
           02 FILLER PIC X.
           02 RFFromCash PIC 9(6)V99.
           02 FILLER PIC X.
           02 RFFromDep PIC 9(6)V99.
           02 FILLER PIC X.
           02 RFFromMemo PIC 9(6)V99.

       FD UnappliedFile.
       01 UnappliedRecord.
           02 UCDate PIC 9(8).
           02 FILLER PIC X.
           02 UCCustID PIC 9(5).
           02 FILLER PIC X.
           02 UCAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 UCStatus PIC X.

       FD DepositFile.
       01 DepositRecord.
           02 DPCustID PIC 9(5).
           02 FILLER PIC X.
           02 DPOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 DPDate PIC 9(8).
           02 FILLER PIC X.
           02 DPAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 DPStatus PIC X.

       FD PayHistFile.
       01 PayHistRecord.
           02 PHDate PIC 9(8).
           02 FILLER PIC X.
           02 PHCustID PIC 9(5).
           02 FILLER PIC X.
           02 PHAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 PHInvNum PIC 9(6).
           02 FILLER PIC X.
           02 PHType PIC X.

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
           02 FILLER PIC X.
           02 OIDueDate PIC 9(8).
           02 FILLER PIC X.
           02 OIDiscDate PIC 9(8).
           02 FILLER PIC X.
           02 OIDiscAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIDispFlag PIC X.
           02 FILLER PIC X.
           02 OIDispAmt PIC 9(6)V99.

       FD CustomerIndexFile.
       01 IndexCustomerData.
           02 IDXIDNum PIC 9(5).
           02 IDXFirstName PIC X(31).
           02 IDXLastName PIC X(30).
           02 IDXCustAddress.
               03 IDXCustStreet PIC X(20).
               03 IDXCustCity PIC X(12).
               03 IDXCustState PIC X(2).
               03 IDXCustPostal PIC X(6).
           02 IDXPhone PIC X(15).
           02 IDXEmail PIC X(40).
           02 IDXCustStatus PIC X.
           02 IDXCustMergedTo PIC 9(5).
           02 IDXCustDoNotContact PIC X.
           02 IDXCustSearchName PIC X(30).

       FD RegisterReport.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 RefundStatus PIC XX.
       01 UnappStatus PIC XX.
       01 DepStatus PIC XX.
       01 HistStatus PIC XX.
       01 OpenStatus PIC XX.
       01 IdxStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 EntryOk PIC X.
       01 Decision PIC X.
       01 EnteredIDX PIC X(5).
       01 WantedID PIC 9(5).
       01 FormattedName PIC X(63).
       01 EnteredAmountX PIC X(12).
       01 EnteredAmount PIC 9(6)V99.
       01 EnteredMethod PIC X.
       01 EnteredRef PIC X(12).
       01 RefCount PIC 9(4) VALUE ZERO.
       01 RefTable.
           02 RefEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON RefCount
               INDEXED BY RFI.
               03 TblRefNum PIC 9(6).
               03 TblRefCust PIC 9(5).
               03 TblRefAmount PIC 9(6)V99.
               03 TblRefMethod PIC X.
               03 TblRefStatus PIC X.
               03 TblRefReqDate PIC 9(8).
               03 TblRefReqOper PIC X(8).
               03 TblRefAppDate PIC 9(8).
               03 TblRefAppOper PIC X(8).
               03 TblRefIssDate PIC 9(8).
               03 TblRefIssOper PIC X(8).
               03 TblRefRef PIC X(12).
               03 TblRefFromCash PIC 9(6)V99.
               03 TblRefFromDep PIC 9(6)V99.
               03 TblRefFromMemo PIC 9(6)V99.
       01 RefIdx PIC 9(4).
       01 SaveIdx PIC 9(4).
       01 SumIdx PIC 9(4).
       01 SkipIdx PIC 9(4).
       01 LastRefNum PIC 9(6).
       01 UnappCount PIC 9(4) VALUE ZERO.
       01 UnappTable.
           02 UnappEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON UnappCount
               INDEXED BY UAI.
               03 TblUnappDate PIC 9(8).
               03 TblUnappCust PIC 9(5).
               03 TblUnappAmount PIC 9(6)V99.
               03 TblUnappStatus PIC X.
       01 UnappIdx PIC 9(4).
       01 DepCount PIC 9(4) VALUE ZERO.
       01 DepositTable.
           02 DepositEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON DepCount
               INDEXED BY DPI.
               03 TblDepCust PIC 9(5).
               03 TblDepOrd PIC 9(6).
               03 TblDepDate PIC 9(8).
               03 TblDepAmount PIC 9(6)V99.
               03 TblDepStatus PIC X.
       01 DepIdx PIC 9(4).
       01 CashAvail PIC 9(8)V99.
       01 DepAvail PIC 9(8)V99.
       01 MemoCredit PIC 9(8)V99.
       01 MemoUsed PIC 9(8)V99.
       01 MemoAvail PIC 9(8)V99.
       01 Reserved PIC 9(8)V99.
       01 AvailWork PIC S9(8)V99.
       01 Available PIC 9(8)V99.
       01 OpenInvBalance PIC 9(8)V99.
       01 OpenBalance PIC S9(8)V99.
       01 RemainingRefund PIC 9(6)V99.
       01 TakeAmount PIC 9(6)V99.
       01 TakeCash PIC 9(6)V99.
       01 TakeDep PIC 9(6)V99.
       01 ListedCount PIC 9(4).
       01 RequestedCount PIC 9(4) VALUE ZERO.
       01 DecidedCount PIC 9(4) VALUE ZERO.
       01 IssuedCount PIC 9(4) VALUE ZERO.
       01 AmountDisplay PIC ZZZZZZZ9.99.
       01 MethodText PIC X(13).
       01 UnappliedLine.
           02 UCOutDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 UCOutCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 UCOutAmount PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 UCOutStatus PIC X.
       01 DepositOutLine.
           02 DPOutCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 DPOutOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 DPOutDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 DPOutAmount PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 DPOutStatus PIC X.
       01 CreditView.
           02 FILLER PIC X(16) VALUE "  Pagos s/apl.: ".
           02 PrnCash PIC ZZZZZZZ9.99.
           02 FILLER PIC X(13) VALUE "  Anticipos: ".
           02 PrnDep PIC ZZZZZZZ9.99.
           02 FILLER PIC X(15) VALUE "  Notas cred.: ".
           02 PrnMemo PIC ZZZZZZZ9.99.
       01 ReservedView.
           02 FILLER PIC X(16) VALUE "  En tramite:   ".
           02 PrnReserved PIC ZZZZZZZ9.99.
           02 FILLER PIC X(14) VALUE "  Disponible: ".
           02 PrnAvailable PIC ZZZZZZZ9.99.
       01 RegisterHeading.
           02 FILLER PIC X(33) VALUE
               "Registro de reembolsos    Fecha: ".
           02 PrnRunDate PIC 9(8).
       01 RegisterColumns.
           02 FILLER PIC X(31) VALUE
               "Num    Cte.      Importe M E   ".
           02 FILLER PIC X(36) VALUE
               "Solicit. Solicito Aprob.   Aprobo   ".
           02 FILLER PIC X(28) VALUE
               "Emision  Emitio   Referencia".
       01 RegisterLine.
           02 PrnNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCust PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAmount PIC ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMethod PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatus PIC X.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnReqDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReqOper PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAppDate PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAppOper PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnIssDate PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnIssOper PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRef PIC X(12).
       01 RegPending PIC 9(8)V99 VALUE ZERO.
       01 RegApproved PIC 9(8)V99 VALUE ZERO.
       01 RegIssued PIC 9(8)V99 VALUE ZERO.
       01 RegRejected PIC 9(8)V99 VALUE ZERO.
       01 RegTotalLine.
           02 PrnRegLabel PIC X(24).
           02 PrnRegAmount PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadRefundTable.
           PERFORM MenuLoop UNTIL StayOpen IS EQUAL TO 'N'.
           CLOSE CustomerIndexFile.
           DISPLAY 'Solicitados: ' RequestedCount.
           DISPLAY 'Resueltos:   ' DecidedCount.
           DISPLAY 'Emitidos:    ' IssuedCount.
           STOP RUN.

       MenuLoop.
           DISPLAY ' '
           DISPLAY 'Reembolsos de saldo a favor'
           DISPLAY '1 : Solicitar reembolso'
           DISPLAY '2 : Aprobar reembolsos (supervisor)'
           DISPLAY '3 : Emitir reembolsos aprobados'
           DISPLAY '4 : Registro de reembolsos'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM RequestRefund
               WHEN 2 PERFORM ApproveRefunds
               WHEN 3 PERFORM IssueRefunds
               WHEN 4 PERFORM PrintRegister
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE.

       LoadRefundTable.
           MOVE ZERO TO LastRefNum.
           OPEN INPUT RefundFile.
           IF RefundStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneRefund UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE RefundFile
           ELSE IF RefundStatus IS EQUAL TO "05" THEN
               CLOSE RefundFile
           END-IF.

       LoadOneRefund.
           READ RefundFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM KeepOneRefund
           END-READ.

       KeepOneRefund.
           IF RefCount IS EQUAL TO 2000 THEN
               DISPLAY 'Tabla de reembolsos llena (2000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO RefCount.
           MOVE RFNum TO TblRefNum(RefCount).
           MOVE RFCustID TO TblRefCust(RefCount).
           MOVE RFAmount TO TblRefAmount(RefCount).
           MOVE RFMethod TO TblRefMethod(RefCount).
           MOVE RFStatus TO TblRefStatus(RefCount).
           MOVE RFReqDate TO TblRefReqDate(RefCount).
           MOVE RFReqOper TO TblRefReqOper(RefCount).
           MOVE RFAppDate TO TblRefAppDate(RefCount).
           MOVE RFAppOper TO TblRefAppOper(RefCount).
           MOVE RFIssDate TO TblRefIssDate(RefCount).
           MOVE RFIssOper TO TblRefIssOper(RefCount).
           MOVE RFRef TO TblRefRef(RefCount).
           MOVE RFFromCash TO TblRefFromCash(RefCount).
           MOVE RFFromDep TO TblRefFromDep(RefCount).
           MOVE RFFromMemo TO TblRefFromMemo(RefCount).
           IF RFNum IS GREATER THAN LastRefNum THEN
               MOVE RFNum TO LastRefNum
           END-IF.

       SaveRefundTable.
           OPEN OUTPUT RefundFile.
           IF RefCount IS GREATER THAN ZERO THEN
               PERFORM SaveOneRefund
                   VARYING SaveIdx FROM 1 BY 1
                   UNTIL SaveIdx IS GREATER THAN RefCount
           END-IF.
           CLOSE RefundFile.

       SaveOneRefund.
           MOVE SPACE TO RefundRecord.
           MOVE TblRefNum(SaveIdx) TO RFNum.
           MOVE TblRefCust(SaveIdx) TO RFCustID.
           MOVE TblRefAmount(SaveIdx) TO RFAmount.
           MOVE TblRefMethod(SaveIdx) TO RFMethod.
           MOVE TblRefStatus(SaveIdx) TO RFStatus.
           MOVE TblRefReqDate(SaveIdx) TO RFReqDate.
           MOVE TblRefReqOper(SaveIdx) TO RFReqOper.
           MOVE TblRefAppDate(SaveIdx) TO RFAppDate.
           MOVE TblRefAppOper(SaveIdx) TO RFAppOper.
           MOVE TblRefIssDate(SaveIdx) TO RFIssDate.
           MOVE TblRefIssOper(SaveIdx) TO RFIssOper.
           MOVE TblRefRef(SaveIdx) TO RFRef.
           MOVE TblRefFromCash(SaveIdx) TO RFFromCash.
           MOVE TblRefFromDep(SaveIdx) TO RFFromDep.
           MOVE TblRefFromMemo(SaveIdx) TO RFFromMemo.
           WRITE RefundRecord.

       CaptureCustomer.
           MOVE 'Y' TO EntryOk.
           DISPLAY 'Id de cliente:' WITH NO ADVANCING.
           ACCEPT EnteredIDX.
           IF FUNCTION TEST-NUMVAL(EnteredIDX) IS EQUAL TO ZERO THEN
               COMPUTE WantedID = FUNCTION NUMVAL(EnteredIDX)
           ELSE
               MOVE ZERO TO WantedID
           END-IF.
           IF WantedID IS EQUAL TO ZERO THEN
               DISPLAY 'Id invalido.'
               MOVE 'N' TO EntryOk
           ELSE
               MOVE WantedID TO IDXIDNum
               READ CustomerIndexFile
                   INVALID KEY
                       DISPLAY 'Cliente no existe: ' WantedID
                       MOVE 'N' TO EntryOk
                   NOT INVALID KEY
                       CALL 'FORMATNAME' USING IDXFirstName,
                           IDXLastName, FormattedName
                       DISPLAY 'Cliente ' IDXIDNum ' ' FormattedName
               END-READ
           END-IF.

       RequestRefund.
           PERFORM CaptureCustomer.
           IF EntryOk IS EQUAL TO 'Y' THEN
               MOVE ZERO TO SkipIdx
               PERFORM CheckOpenInvoices
               PERFORM ComputeAvailable
               PERFORM ShowCredit
               IF OpenInvBalance IS GREATER THAN ZERO THEN
                   MOVE OpenInvBalance TO AmountDisplay
                   DISPLAY 'El cliente tiene facturas abiertas por '
                       AmountDisplay
                   DISPLAY 'Aplique el saldo a favor a esas facturas '
                       'antes de reembolsar.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' AND
               Available IS EQUAL TO ZERO THEN
               DISPLAY 'Sin saldo a favor disponible para reembolso.'
               MOVE 'N' TO EntryOk
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM CaptureRefundAmount
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM CaptureRefundMethod
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM AddRefundRequest
           END-IF.

       CaptureRefundAmount.
           DISPLAY 'Importe a reembolsar (vacio=todo el disponible):'
               WITH NO ADVANCING.
           ACCEPT EnteredAmountX.
           IF EnteredAmountX IS EQUAL TO SPACE THEN
               MOVE Available TO EnteredAmount
           ELSE IF FUNCTION TEST-NUMVAL(EnteredAmountX) IS EQUAL TO
               ZERO THEN
               COMPUTE EnteredAmount = FUNCTION NUMVAL(EnteredAmountX)
           ELSE
               MOVE ZERO TO EnteredAmount
           END-IF.
           IF EnteredAmount IS EQUAL TO ZERO THEN
               DISPLAY 'Importe invalido.'
               MOVE 'N' TO EntryOk
           ELSE IF EnteredAmount IS GREATER THAN Available THEN
               DISPLAY 'El importe excede el saldo disponible.'
               MOVE 'N' TO EntryOk
           END-IF.

       CaptureRefundMethod.
           DISPLAY 'Forma de pago (C=cheque, T=transferencia):'
               WITH NO ADVANCING.
           MOVE SPACE TO EnteredMethod.
           ACCEPT EnteredMethod.
           MOVE FUNCTION UPPER-CASE(EnteredMethod) TO EnteredMethod.
           IF EnteredMethod IS NOT EQUAL TO 'C' AND
               EnteredMethod IS NOT EQUAL TO 'T' THEN
               DISPLAY 'Forma de pago invalida.'
               MOVE 'N' TO EntryOk
           END-IF.

       AddRefundRequest.
           IF RefCount IS EQUAL TO 2000 THEN
               DISPLAY 'Tabla de reembolsos llena (2000).'
           ELSE
               ADD 1 TO RefCount
               ADD 1 TO LastRefNum
               MOVE LastRefNum TO TblRefNum(RefCount)
               MOVE WantedID TO TblRefCust(RefCount)
               MOVE EnteredAmount TO TblRefAmount(RefCount)
               MOVE EnteredMethod TO TblRefMethod(RefCount)
               MOVE 'P' TO TblRefStatus(RefCount)
               MOVE BusinessDate TO TblRefReqDate(RefCount)
               MOVE OperatorID TO TblRefReqOper(RefCount)
               MOVE ZERO TO TblRefAppDate(RefCount)
               MOVE SPACE TO TblRefAppOper(RefCount)
               MOVE ZERO TO TblRefIssDate(RefCount)
               MOVE SPACE TO TblRefIssOper(RefCount)
               MOVE SPACE TO TblRefRef(RefCount)
               MOVE ZERO TO TblRefFromCash(RefCount)
               MOVE ZERO TO TblRefFromDep(RefCount)
               MOVE ZERO TO TblRefFromMemo(RefCount)
               PERFORM SaveRefundTable
               ADD 1 TO RequestedCount
               DISPLAY 'Solicitud de reembolso ' LastRefNum
                   ' registrada, pendiente de aprobacion.'
           END-IF.

       CheckOpenInvoices.
           MOVE ZERO TO OpenInvBalance.
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
                   IF OICustID IS EQUAL TO WantedID AND
                       OIOpenFlag IS EQUAL TO 'O' THEN
                       PERFORM AddOpenBalance
                   END-IF
           END-READ.

       AddOpenBalance.
           COMPUTE OpenBalance = OIInvTotal - OIPaid.
           IF OIDispFlag IS EQUAL TO 'D' AND OIDispAmt IS NUMERIC THEN
               SUBTRACT OIDispAmt FROM OpenBalance
           END-IF.
           IF OpenBalance IS GREATER THAN ZERO THEN
               ADD OpenBalance TO OpenInvBalance
           END-IF.

       ComputeAvailable.
           MOVE ZERO TO CashAvail.
           MOVE ZERO TO DepAvail.
           MOVE ZERO TO MemoCredit.
           MOVE ZERO TO MemoUsed.
           MOVE ZERO TO Reserved.
           OPEN INPUT UnappliedFile.
           IF UnappStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM SumOneUnapplied UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE UnappliedFile
           ELSE IF UnappStatus IS EQUAL TO "05" THEN
               CLOSE UnappliedFile
           END-IF.
           OPEN INPUT DepositFile.
           IF DepStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM SumOneDeposit UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE DepositFile
           ELSE IF DepStatus IS EQUAL TO "05" THEN
               CLOSE DepositFile
           END-IF.
           OPEN INPUT PayHistFile.
           IF HistStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM SumOneMemoCredit UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PayHistFile
           ELSE IF HistStatus IS EQUAL TO "05" THEN
               CLOSE PayHistFile
           END-IF.
           IF RefCount IS GREATER THAN ZERO THEN
               PERFORM SumOneRefund
                   VARYING SumIdx FROM 1 BY 1
                   UNTIL SumIdx IS GREATER THAN RefCount
           END-IF.
           IF MemoUsed IS LESS THAN MemoCredit THEN
               COMPUTE MemoAvail = MemoCredit - MemoUsed
           ELSE
               MOVE ZERO TO MemoAvail
           END-IF.
           COMPUTE AvailWork =
               CashAvail + DepAvail + MemoAvail - Reserved.
           IF AvailWork IS GREATER THAN ZERO THEN
               MOVE AvailWork TO Available
           ELSE
               MOVE ZERO TO Available
           END-IF.

       SumOneUnapplied.
           READ UnappliedFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF UCCustID IS EQUAL TO WantedID AND
                       UCStatus IS EQUAL TO 'O' THEN
                       ADD UCAmount TO CashAvail
                   END-IF
           END-READ.

       SumOneDeposit.
           READ DepositFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF DPCustID IS EQUAL TO WantedID AND
                       DPStatus IS EQUAL TO 'O' THEN
                       ADD DPAmount TO DepAvail
                   END-IF
           END-READ.

       SumOneMemoCredit.
           READ PayHistFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PHCustID IS EQUAL TO WantedID AND
                       PHType IS EQUAL TO 'C' THEN
                       ADD PHAmount TO MemoCredit
                   END-IF
           END-READ.

       SumOneRefund.
           IF TblRefCust(SumIdx) IS EQUAL TO WantedID AND
               SumIdx IS NOT EQUAL TO SkipIdx THEN
               EVALUATE TblRefStatus(SumIdx)
                   WHEN 'P'
                       ADD TblRefAmount(SumIdx) TO Reserved
                   WHEN 'A'
                       ADD TblRefAmount(SumIdx) TO Reserved
                   WHEN 'I'
                       ADD TblRefFromMemo(SumIdx) TO MemoUsed
               END-EVALUATE
           END-IF.

       ShowCredit.
           MOVE CashAvail TO PrnCash.
           MOVE DepAvail TO PrnDep.
           MOVE MemoAvail TO PrnMemo.
           MOVE Reserved TO PrnReserved.
           MOVE Available TO PrnAvailable.
           DISPLAY CreditView.
           DISPLAY ReservedView.

       ShowRefund.
           IF TblRefMethod(RefIdx) IS EQUAL TO 'T' THEN
               MOVE 'transferencia' TO MethodText
           ELSE
               MOVE 'cheque' TO MethodText
           END-IF.
           MOVE TblRefAmount(RefIdx) TO AmountDisplay.
           DISPLAY ' '
           DISPLAY 'Reembolso ' TblRefNum(RefIdx) '  cliente '
               TblRefCust(RefIdx) '  importe ' AmountDisplay
               '  por ' MethodText.
           DISPLAY '  Solicitado ' TblRefReqDate(RefIdx) ' por '
               TblRefReqOper(RefIdx).

       ApproveRefunds.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Aprobacion de reembolsos requiere supervisor.'
           ELSE
               MOVE ZERO TO ListedCount
               IF RefCount IS GREATER THAN ZERO THEN
                   PERFORM DecideOneRefund
                       VARYING RefIdx FROM 1 BY 1
                       UNTIL RefIdx IS GREATER THAN RefCount
               END-IF
               IF ListedCount IS EQUAL TO ZERO THEN
                   DISPLAY 'Sin reembolsos pendientes de aprobacion.'
               END-IF
           END-IF.

       DecideOneRefund.
           IF TblRefStatus(RefIdx) IS EQUAL TO 'P' THEN
               ADD 1 TO ListedCount
               PERFORM ShowRefund
               PERFORM DecideRefund
           END-IF.

       DecideRefund.
           IF TblRefReqOper(RefIdx) IS EQUAL TO OperatorID THEN
               DISPLAY '  No puede aprobar su propia solicitud.'
           ELSE
               DISPLAY 'Aprobar? (S=si, N=rechazar, vacio=dejar '
                   'pendiente):' WITH NO ADVANCING
               MOVE SPACE TO Decision
               ACCEPT Decision
               IF Decision IS EQUAL TO 'S' OR
                   Decision IS EQUAL TO 's' THEN
                   MOVE 'A' TO TblRefStatus(RefIdx)
                   PERFORM MarkRefundDecided
               ELSE IF Decision IS EQUAL TO 'N' OR
                   Decision IS EQUAL TO 'n' THEN
                   MOVE 'X' TO TblRefStatus(RefIdx)
                   PERFORM MarkRefundDecided
               END-IF
           END-IF.

       MarkRefundDecided.
           MOVE BusinessDate TO TblRefAppDate(RefIdx).
           MOVE OperatorID TO TblRefAppOper(RefIdx).
           PERFORM SaveRefundTable.
           ADD 1 TO DecidedCount.

       IssueRefunds.
           MOVE ZERO TO ListedCount.
           IF RefCount IS GREATER THAN ZERO THEN
               PERFORM IssueOneRefund
                   VARYING RefIdx FROM 1 BY 1
                   UNTIL RefIdx IS GREATER THAN RefCount
           END-IF.
           IF ListedCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin reembolsos aprobados por emitir.'
           END-IF.

       IssueOneRefund.
           IF TblRefStatus(RefIdx) IS EQUAL TO 'A' THEN
               ADD 1 TO ListedCount
               PERFORM ShowRefund
               DISPLAY '  Aprobado ' TblRefAppDate(RefIdx) ' por '
                   TblRefAppOper(RefIdx)
               DISPLAY 'Emitir? (S=si, vacio=despues):'
                   WITH NO ADVANCING
               MOVE SPACE TO Decision
               ACCEPT Decision
               IF Decision IS EQUAL TO 'S' OR
                   Decision IS EQUAL TO 's' THEN
                   PERFORM IssueRefund
               END-IF
           END-IF.

       IssueRefund.
           MOVE 'Y' TO EntryOk.
           MOVE TblRefCust(RefIdx) TO WantedID.
           MOVE RefIdx TO SkipIdx.
           PERFORM CheckOpenInvoices.
           IF OpenInvBalance IS GREATER THAN ZERO THEN
               MOVE OpenInvBalance TO AmountDisplay
               DISPLAY 'El cliente tiene facturas abiertas por '
                   AmountDisplay ', no se emite.'
               MOVE 'N' TO EntryOk
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM ComputeAvailable
               IF Available IS LESS THAN TblRefAmount(RefIdx) THEN
                   PERFORM ShowCredit
                   DISPLAY 'El saldo a favor ya no alcanza, '
                       'no se emite.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM CaptureIssueRef
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM ConsumeCredit
               MOVE 'I' TO TblRefStatus(RefIdx)
               MOVE BusinessDate TO TblRefIssDate(RefIdx)
               MOVE OperatorID TO TblRefIssOper(RefIdx)
               MOVE EnteredRef TO TblRefRef(RefIdx)
               MOVE TakeCash TO TblRefFromCash(RefIdx)
               MOVE TakeDep TO TblRefFromDep(RefIdx)
               MOVE RemainingRefund TO TblRefFromMemo(RefIdx)
               PERFORM SaveRefundTable
               ADD 1 TO IssuedCount
               DISPLAY 'Reembolso ' TblRefNum(RefIdx) ' emitido.'
           END-IF.

       CaptureIssueRef.
           IF TblRefMethod(RefIdx) IS EQUAL TO 'T' THEN
               DISPLAY 'Referencia de la transferencia:'
                   WITH NO ADVANCING
           ELSE
               DISPLAY 'Numero de cheque:' WITH NO ADVANCING
           END-IF.
           MOVE SPACE TO EnteredRef.
           ACCEPT EnteredRef.
           IF EnteredRef IS EQUAL TO SPACE THEN
               DISPLAY 'Referencia requerida, no se emite.'
               MOVE 'N' TO EntryOk
           END-IF.

       ConsumeCredit.
           MOVE TblRefAmount(RefIdx) TO RemainingRefund.
           MOVE ZERO TO TakeCash.
           MOVE ZERO TO TakeDep.
           PERFORM LoadUnappliedTable.
           IF UnappCount IS GREATER THAN ZERO THEN
               PERFORM TakeOneUnapplied
                   VARYING UnappIdx FROM 1 BY 1
                   UNTIL UnappIdx IS GREATER THAN UnappCount
           END-IF.
           IF TakeCash IS GREATER THAN ZERO THEN
               PERFORM SaveUnappliedTable
           END-IF.
           PERFORM LoadDepositTable.
           IF DepCount IS GREATER THAN ZERO THEN
               PERFORM TakeOneDeposit
                   VARYING DepIdx FROM 1 BY 1
                   UNTIL DepIdx IS GREATER THAN DepCount
           END-IF.
           IF TakeDep IS GREATER THAN ZERO THEN
               PERFORM SaveDepositTable
           END-IF.

       TakeOneUnapplied.
           IF TblUnappStatus(UnappIdx) IS EQUAL TO 'O' AND
               TblUnappCust(UnappIdx) IS EQUAL TO WantedID AND
               RemainingRefund IS GREATER THAN ZERO THEN
               IF TblUnappAmount(UnappIdx) IS GREATER THAN
                   RemainingRefund THEN
                   MOVE RemainingRefund TO TakeAmount
                   SUBTRACT TakeAmount FROM TblUnappAmount(UnappIdx)
               ELSE
                   MOVE TblUnappAmount(UnappIdx) TO TakeAmount
                   MOVE 'R' TO TblUnappStatus(UnappIdx)
               END-IF
               ADD TakeAmount TO TakeCash
               SUBTRACT TakeAmount FROM RemainingRefund
           END-IF.

       TakeOneDeposit.
           IF TblDepStatus(DepIdx) IS EQUAL TO 'O' AND
               TblDepCust(DepIdx) IS EQUAL TO WantedID AND
               RemainingRefund IS GREATER THAN ZERO THEN
               IF TblDepAmount(DepIdx) IS GREATER THAN
                   RemainingRefund THEN
                   MOVE RemainingRefund TO TakeAmount
                   SUBTRACT TakeAmount FROM TblDepAmount(DepIdx)
               ELSE
                   MOVE TblDepAmount(DepIdx) TO TakeAmount
                   MOVE 'R' TO TblDepStatus(DepIdx)
               END-IF
               ADD TakeAmount TO TakeDep
               SUBTRACT TakeAmount FROM RemainingRefund
           END-IF.

       LoadUnappliedTable.
           MOVE ZERO TO UnappCount.
           OPEN INPUT UnappliedFile.
           IF UnappStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneUnapplied UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE UnappliedFile
           ELSE IF UnappStatus IS EQUAL TO "05" THEN
               CLOSE UnappliedFile
           END-IF.

       LoadOneUnapplied.
           READ UnappliedFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM KeepOneUnapplied
           END-READ.

       KeepOneUnapplied.
           IF UnappCount IS EQUAL TO 2000 THEN
               DISPLAY 'Tabla de pagos sin aplicar llena (2000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO UnappCount.
           MOVE UCDate TO TblUnappDate(UnappCount).
           MOVE UCCustID TO TblUnappCust(UnappCount).
           MOVE UCAmount TO TblUnappAmount(UnappCount).
           MOVE UCStatus TO TblUnappStatus(UnappCount).

       SaveUnappliedTable.
           OPEN OUTPUT UnappliedFile.
           PERFORM SaveOneUnapplied
               VARYING UnappIdx FROM 1 BY 1
               UNTIL UnappIdx IS GREATER THAN UnappCount.
           CLOSE UnappliedFile.

       SaveOneUnapplied.
           MOVE TblUnappDate(UnappIdx) TO UCOutDate.
           MOVE TblUnappCust(UnappIdx) TO UCOutCustID.
           MOVE TblUnappAmount(UnappIdx) TO UCOutAmount.
           MOVE TblUnappStatus(UnappIdx) TO UCOutStatus.
           WRITE UnappliedRecord FROM UnappliedLine.

       LoadDepositTable.
           MOVE ZERO TO DepCount.
           OPEN INPUT DepositFile.
           IF DepStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneDeposit UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE DepositFile
           ELSE IF DepStatus IS EQUAL TO "05" THEN
               CLOSE DepositFile
           END-IF.

       LoadOneDeposit.
           READ DepositFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM KeepOneDeposit
           END-READ.

       KeepOneDeposit.
           IF DepCount IS EQUAL TO 2000 THEN
               DISPLAY 'Tabla de anticipos llena (2000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO DepCount.
           MOVE DPCustID TO TblDepCust(DepCount).
           MOVE DPOrdNum TO TblDepOrd(DepCount).
           MOVE DPDate TO TblDepDate(DepCount).
           MOVE DPAmount TO TblDepAmount(DepCount).
           MOVE DPStatus TO TblDepStatus(DepCount).

       SaveDepositTable.
           OPEN OUTPUT DepositFile.
           PERFORM SaveOneDeposit
               VARYING DepIdx FROM 1 BY 1
               UNTIL DepIdx IS GREATER THAN DepCount.
           CLOSE DepositFile.

       SaveOneDeposit.
           MOVE TblDepCust(DepIdx) TO DPOutCustID.
           MOVE TblDepOrd(DepIdx) TO DPOutOrdNum.
           MOVE TblDepDate(DepIdx) TO DPOutDate.
           MOVE TblDepAmount(DepIdx) TO DPOutAmount.
           MOVE TblDepStatus(DepIdx) TO DPOutStatus.
           WRITE DepositRecord FROM DepositOutLine.

       PrintRegister.
           MOVE ZERO TO RegPending.
           MOVE ZERO TO RegApproved.
           MOVE ZERO TO RegIssued.
           MOVE ZERO TO RegRejected.
           OPEN OUTPUT RegisterReport.
           MOVE BusinessDate TO PrnRunDate.
           WRITE PrintLine FROM RegisterHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM RegisterColumns.
           IF RefCount IS GREATER THAN ZERO THEN
               PERFORM PrintOneRefund
                   VARYING RefIdx FROM 1 BY 1
                   UNTIL RefIdx IS GREATER THAN RefCount
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Pendientes de aprobar:  ' TO PrnRegLabel.
           MOVE RegPending TO PrnRegAmount.
           WRITE PrintLine FROM RegTotalLine.
           MOVE 'Aprobados por emitir:   ' TO PrnRegLabel.
           MOVE RegApproved TO PrnRegAmount.
           WRITE PrintLine FROM RegTotalLine.
           MOVE 'Emitidos:               ' TO PrnRegLabel.
           MOVE RegIssued TO PrnRegAmount.
           WRITE PrintLine FROM RegTotalLine.
           MOVE 'Rechazados:             ' TO PrnRegLabel.
           MOVE RegRejected TO PrnRegAmount.
           WRITE PrintLine FROM RegTotalLine.
           CLOSE RegisterReport.
           DISPLAY 'Registro escrito en RefundRegister.dat: '
               RefCount ' reembolsos.'.

       PrintOneRefund.
           MOVE TblRefNum(RefIdx) TO PrnNum.
           MOVE TblRefCust(RefIdx) TO PrnCust.
           MOVE TblRefAmount(RefIdx) TO PrnAmount.
           MOVE TblRefMethod(RefIdx) TO PrnMethod.
           MOVE TblRefStatus(RefIdx) TO PrnStatus.
           MOVE TblRefReqDate(RefIdx) TO PrnReqDate.
           MOVE TblRefReqOper(RefIdx) TO PrnReqOper.
           MOVE SPACE TO PrnAppDate.
           MOVE TblRefAppOper(RefIdx) TO PrnAppOper.
           MOVE SPACE TO PrnIssDate.
           MOVE TblRefIssOper(RefIdx) TO PrnIssOper.
           MOVE TblRefRef(RefIdx) TO PrnRef.
           IF TblRefAppDate(RefIdx) IS GREATER THAN ZERO THEN
               MOVE TblRefAppDate(RefIdx) TO PrnAppDate
           END-IF.
           IF TblRefIssDate(RefIdx) IS GREATER THAN ZERO THEN
               MOVE TblRefIssDate(RefIdx) TO PrnIssDate
           END-IF.
           EVALUATE TblRefStatus(RefIdx)
               WHEN 'P' ADD TblRefAmount(RefIdx) TO RegPending
               WHEN 'A' ADD TblRefAmount(RefIdx) TO RegApproved
               WHEN 'I' ADD TblRefAmount(RefIdx) TO RegIssued
               WHEN 'X' ADD TblRefAmount(RefIdx) TO RegRejected
           END-EVALUATE.
           WRITE PrintLine FROM RegisterLine.
