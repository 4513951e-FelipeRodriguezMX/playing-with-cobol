       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VendorFile ASSIGN TO "./vendors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VendStatus.
           SELECT OPTIONAL ApOpenFile ASSIGN TO "./ap-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApStatus.
           SELECT OPTIONAL CheckSeqFile ASSIGN TO "./checkseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeqStatus.
           SELECT OPTIONAL CheckFile ASSIGN TO "./ap-checks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckStatus.
           SELECT PositivePayFile ASSIGN TO "./positive-pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RegisterReport ASSIGN TO "./CheckRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VendorFile.
       01 VendorRecord.
           02 VNCode PIC X(5).
           02 FILLER PIC X.
           02 VNName PIC X(30).
           02 FILLER PIC X.
           02 VNContact PIC X(20).
           02 FILLER PIC X.
           02 VNLeadDays PIC 9(3).
           02 FILLER PIC X.
           02 VNMinOrder PIC 9(5).
           02 FILLER PIC X.
           02 VNPayHold PIC X.

       FD ApOpenFile.
       01 ApOpenRecord.
           02 APVendor PIC X(5).
           02 FILLER PIC X.
           02 APInvNum PIC X(12).
           02 FILLER PIC X.
           02 APPONum PIC 9(6).
           02 FILLER PIC X.
           02 APInvDate PIC 9(8).
           02 FILLER PIC X.
           02 APDueDate PIC 9(8).
           02 FILLER PIC X.
           02 APTotal PIC 9(7)V99.
           02 FILLER PIC X.
           02 APPaid PIC 9(7)V99.
           02 FILLER PIC X.
           02 APMatch PIC X.
           02 FILLER PIC X.
           02 APPayStatus PIC X.
           02 FILLER PIC X.
           02 APOperator PIC X(8).
           02 FILLER PIC X.
           02 APEntryDate PIC 9(8).

       FD CheckSeqFile.
       01 CheckSeqRecord.
           02 SeqLastCheck PIC 9(6).

       FD CheckFile.
       01 CheckRecord PIC X(34).

       FD PositivePayFile.
       01 PositivePayRecord PIC X(72).

       FD RegisterReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 VendStatus PIC XX.
       01 ApStatus PIC XX.
       01 SeqStatus PIC XX.
       01 CheckStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 BankAccount PIC X(12) VALUE ZERO.
       01 LastCheckNum PIC 9(6) VALUE ZERO.
       01 VendCount PIC 9(3) VALUE ZERO.
       01 VendTable.
           02 VendEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON VendCount
               INDEXED BY VI.
               03 TblVendCode PIC X(5).
               03 TblVendName PIC X(30).
               03 TblVendHold PIC X.
       01 VendIdx PIC 9(3).
       01 VendFoundIdx PIC 9(3).
       01 ApCount PIC 9(4) VALUE ZERO.
       01 ApTable.
           02 ApEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ApCount
               INDEXED BY API.
               03 TblApRecord PIC X(85).
               03 TblApVendor PIC X(5).
               03 TblApInvNum PIC X(12).
               03 TblApDueDate PIC 9(8).
               03 TblApOpenAmt PIC 9(7)V99.
               03 TblApEligible PIC X.
               03 TblApCredit PIC X.
       01 ApIdx PIC 9(4).
       01 ApChanged PIC X VALUE 'N'.
       01 VendorDue PIC 9(8)V99.
       01 VendorInvCount PIC 9(4).
       01 VendorCredit PIC 9(8)V99.
       01 CreditToApply PIC 9(8)V99.
       01 NetDue PIC 9(8)V99.
       01 MemoApply PIC 9(7)V99.
       01 MemosApplied PIC 9(5) VALUE ZERO.
       01 TotalCredited PIC 9(10)V99 VALUE ZERO.
       01 ChecksWritten PIC 9(5) VALUE ZERO.
       01 InvoicesPaid PIC 9(5) VALUE ZERO.
       01 HeldVendors PIC 9(3) VALUE ZERO.
       01 TotalPaid PIC 9(10)V99 VALUE ZERO.
       01 TotalHeld PIC 9(10)V99 VALUE ZERO.
       01 UnknownVendors PIC 9(5) VALUE ZERO.
       01 CheckLine.
           02 CKOutNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 CKOutDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 CKOutVendor PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 CKOutAmount PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CKOutStatus PIC X VALUE 'I'.
       01 PositivePayLine.
           02 PPAccount PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PPCheckNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PPIssueDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PPAmount PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 PPPayee PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PPAction PIC X VALUE 'I'.
       01 ReportHeading.
           02 FILLER PIC X(30) VALUE
               "Registro de cheques del dia   ".
           02 PrnRunDate PIC 9(8).
       01 ColumnHeading PIC X(80) VALUE
           "Cheque  Prov   Nombre                            Importe".
       01 CheckDetailLine.
           02 PrnCheckNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnVendor PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnVendName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCheckAmount PIC ZZZZZZZ9.99.
       01 InvoiceDetailLine.
           02 FILLER PIC X(10) VALUE "  factura ".
           02 PrnInvNum PIC X(12).
           02 FILLER PIC X(7) VALUE " vence ".
           02 PrnInvDue PIC 9(8).
           02 FILLER PIC X(9) VALUE SPACE.
           02 PrnInvAmount PIC ZZZZZZZ9.99.
       01 MemoDetailLine.
           02 FILLER PIC X(10) VALUE "  nota deb".
           02 FILLER PIC X VALUE SPACE.
           02 PrnMemoNum PIC X(12).
           02 FILLER PIC X(15) VALUE SPACE.
           02 FILLER PIC X VALUE "-".
           02 PrnMemoAmount PIC ZZZZZZZ9.99.
       01 OffsetDetailLine.
           02 FILLER PIC X(8) VALUE "COMPENSA".
           02 FILLER PIC X VALUE SPACE.
           02 PrnOffVendor PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOffName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOffAmount PIC ZZZZZZZ9.99.
       01 HeldDetailLine.
           02 FILLER PIC X(8) VALUE "RETENIDO".
           02 FILLER PIC X VALUE SPACE.
           02 PrnHeldVendor PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnHeldName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnHeldAmount PIC ZZZZZZZ9.99.
       01 TotalLine.
           02 PrnTotLabel PIC X(28).
           02 PrnTotValue PIC ZZZZZZZZZ9.99.
       01 CountLine.
           02 PrnCountLabel PIC X(28).
           02 PrnCountValue PIC ZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           CALL 'PERIODCK' USING BusinessDate, PeriodOpen.
           IF PeriodOpen IS EQUAL TO 'N' THEN
               DISPLAY 'Periodo contable cerrado: ' BusinessDate(1:6)
               DISPLAY 'No se emiten cheques en periodo cerrado.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BANKACCOUNT' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE THEN
               MOVE ParmValue(1:12) TO BankAccount
           END-IF.
           PERFORM LoadVendorTable.
           PERFORM LoadApTable.
           PERFORM ReadCheckSeq.
           OPEN EXTEND CheckFile.
           OPEN OUTPUT PositivePayFile.
           OPEN OUTPUT RegisterReport.
           MOVE BusinessDate TO PrnRunDate.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM ColumnHeading.
           PERFORM PayOneVendor
               VARYING VendIdx FROM 1 BY 1
               UNTIL VendIdx IS GREATER THAN VendCount.
           PERFORM WriteRegisterTotals.
           CLOSE CheckFile, PositivePayFile, RegisterReport.
           IF ApChanged IS EQUAL TO 'Y' THEN
               PERFORM SaveApTable
               PERFORM WriteCheckSeq
           END-IF.
           DISPLAY 'Cheques emitidos:    ' ChecksWritten.
           DISPLAY 'Facturas pagadas:    ' InvoicesPaid.
           DISPLAY 'Importe pagado:      ' TotalPaid.
           DISPLAY 'Notas de debito aplicadas: ' MemosApplied.
           DISPLAY 'Proveedores retenidos: ' HeldVendors.
           IF UnknownVendors IS GREATER THAN ZERO THEN
               DISPLAY 'Facturas de proveedor inexistente: '
                   UnknownVendors
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadVendorTable.
           OPEN INPUT VendorFile.
           IF VendStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneVendor UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE VendorFile
           ELSE IF VendStatus IS EQUAL TO "05" THEN
               CLOSE VendorFile
           END-IF.

       LoadOneVendor.
           READ VendorFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF VendCount IS LESS THAN 200 THEN
                       ADD 1 TO VendCount
                       MOVE FUNCTION UPPER-CASE(VNCode)
                           TO TblVendCode(VendCount)
                       MOVE VNName TO TblVendName(VendCount)
                       IF VNPayHold IS EQUAL TO 'Y' THEN
                           MOVE 'Y' TO TblVendHold(VendCount)
                       ELSE
                           MOVE 'N' TO TblVendHold(VendCount)
                       END-IF
                   END-IF
           END-READ.

       LoadApTable.
           OPEN INPUT ApOpenFile.
           IF ApStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneApInvoice UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ApOpenFile
           ELSE IF ApStatus IS EQUAL TO "05" THEN
               CLOSE ApOpenFile
           END-IF.

       LoadOneApInvoice.
           READ ApOpenFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF ApCount IS EQUAL TO 2000 THEN
                       DISPLAY 'Tabla de facturas llena (2000).'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ApCount
                   MOVE ApOpenRecord TO TblApRecord(ApCount)
                   MOVE APVendor TO TblApVendor(ApCount)
                   MOVE APInvNum TO TblApInvNum(ApCount)
                   MOVE APDueDate TO TblApDueDate(ApCount)
                   MOVE 'N' TO TblApEligible(ApCount)
                   MOVE 'N' TO TblApCredit(ApCount)
                   MOVE ZERO TO TblApOpenAmt(ApCount)
                   IF APTotal IS GREATER THAN APPaid THEN
                       COMPUTE TblApOpenAmt(ApCount) = APTotal - APPaid
                   END-IF
                   IF APPayStatus IS EQUAL TO 'A' AND
                       (APMatch IS EQUAL TO 'M' OR
                        APMatch IS EQUAL TO 'L') AND
                       APDueDate IS NOT GREATER THAN BusinessDate AND
                       TblApOpenAmt(ApCount) IS GREATER THAN ZERO THEN
                       MOVE 'Y' TO TblApEligible(ApCount)
                       PERFORM CheckApVendorKnown
                   ELSE IF APPayStatus IS EQUAL TO 'A' AND
                       APMatch IS EQUAL TO 'D' AND
                       TblApOpenAmt(ApCount) IS GREATER THAN ZERO THEN
                       MOVE 'Y' TO TblApCredit(ApCount)
                   END-IF
           END-READ.

       CheckApVendorKnown.
           MOVE ZERO TO VendFoundIdx.
           PERFORM FindOneVendor
               VARYING VendIdx FROM 1 BY 1
               UNTIL VendIdx IS GREATER THAN VendCount.
           IF VendFoundIdx IS EQUAL TO ZERO THEN
               ADD 1 TO UnknownVendors
               DISPLAY 'Proveedor inexistente, no se paga: '
                   APVendor ' ' APInvNum
           END-IF.

       FindOneVendor.
           IF TblVendCode(VendIdx) IS EQUAL TO APVendor AND
               VendFoundIdx IS EQUAL TO ZERO THEN
               MOVE VendIdx TO VendFoundIdx
           END-IF.

       ReadCheckSeq.
           OPEN INPUT CheckSeqFile.
           IF SeqStatus IS EQUAL TO "00" THEN
               READ CheckSeqFile
                   AT END CONTINUE
                   NOT AT END MOVE SeqLastCheck TO LastCheckNum
               END-READ
               CLOSE CheckSeqFile
           ELSE IF SeqStatus IS EQUAL TO "05" THEN
               CLOSE CheckSeqFile
           END-IF.

       WriteCheckSeq.
           OPEN OUTPUT CheckSeqFile.
           MOVE LastCheckNum TO SeqLastCheck.
           WRITE CheckSeqRecord.
           CLOSE CheckSeqFile.

       PayOneVendor.
           MOVE ZERO TO VendorDue.
           MOVE ZERO TO VendorInvCount.
           MOVE ZERO TO VendorCredit.
           PERFORM SumOneVendorInvoice
               VARYING ApIdx FROM 1 BY 1
               UNTIL ApIdx IS GREATER THAN ApCount.
           IF VendorDue IS GREATER THAN ZERO THEN
               IF TblVendHold(VendIdx) IS EQUAL TO 'Y' THEN
                   ADD 1 TO HeldVendors
                   ADD VendorDue TO TotalHeld
                   MOVE TblVendCode(VendIdx) TO PrnHeldVendor
                   MOVE TblVendName(VendIdx) TO PrnHeldName
                   MOVE VendorDue TO PrnHeldAmount
                   WRITE PrintLine FROM HeldDetailLine
               ELSE
                   PERFORM SettleOneVendor
               END-IF
           END-IF.

       SettleOneVendor.
           IF VendorCredit IS NOT LESS THAN VendorDue THEN
               MOVE VendorDue TO CreditToApply
           ELSE
               MOVE VendorCredit TO CreditToApply
           END-IF.
           COMPUTE NetDue = VendorDue - CreditToApply.
           IF NetDue IS GREATER THAN ZERO THEN
               PERFORM IssueOneCheck
           ELSE
               PERFORM OffsetOneVendor
           END-IF.
           PERFORM ApplyOneVendorMemo
               VARYING ApIdx FROM 1 BY 1
               UNTIL ApIdx IS GREATER THAN ApCount.

       SumOneVendorInvoice.
           IF TblApVendor(ApIdx) IS EQUAL TO TblVendCode(VendIdx) AND
               TblApEligible(ApIdx) IS EQUAL TO 'Y' THEN
               ADD TblApOpenAmt(ApIdx) TO VendorDue
               ADD 1 TO VendorInvCount
           ELSE IF TblApVendor(ApIdx) IS EQUAL TO
               TblVendCode(VendIdx) AND
               TblApCredit(ApIdx) IS EQUAL TO 'Y' THEN
               ADD TblApOpenAmt(ApIdx) TO VendorCredit
           END-IF.

       IssueOneCheck.
           ADD 1 TO LastCheckNum.
           ADD 1 TO ChecksWritten.
           ADD NetDue TO TotalPaid.
           MOVE 'Y' TO ApChanged.
           MOVE LastCheckNum TO CKOutNum.
           MOVE BusinessDate TO CKOutDate.
           MOVE TblVendCode(VendIdx) TO CKOutVendor.
           MOVE NetDue TO CKOutAmount.
           MOVE 'I' TO CKOutStatus.
           WRITE CheckRecord FROM CheckLine.
           MOVE BankAccount TO PPAccount.
           MOVE LastCheckNum TO PPCheckNum.
           MOVE BusinessDate TO PPIssueDate.
           MOVE NetDue TO PPAmount.
           MOVE TblVendName(VendIdx) TO PPPayee.
           MOVE 'I' TO PPAction.
           WRITE PositivePayRecord FROM PositivePayLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE LastCheckNum TO PrnCheckNum.
           MOVE TblVendCode(VendIdx) TO PrnVendor.
           MOVE TblVendName(VendIdx) TO PrnVendName.
           MOVE NetDue TO PrnCheckAmount.
           WRITE PrintLine FROM CheckDetailLine.
           PERFORM PayOneVendorInvoice
               VARYING ApIdx FROM 1 BY 1
               UNTIL ApIdx IS GREATER THAN ApCount.

       PayOneVendorInvoice.
           IF TblApVendor(ApIdx) IS EQUAL TO TblVendCode(VendIdx) AND
               TblApEligible(ApIdx) IS EQUAL TO 'Y' THEN
               MOVE TblApInvNum(ApIdx) TO PrnInvNum
               MOVE TblApDueDate(ApIdx) TO PrnInvDue
               MOVE TblApOpenAmt(ApIdx) TO PrnInvAmount
               WRITE PrintLine FROM InvoiceDetailLine
               MOVE TblApRecord(ApIdx) TO ApOpenRecord
               MOVE APTotal TO APPaid
               MOVE 'P' TO APPayStatus
               MOVE ApOpenRecord TO TblApRecord(ApIdx)
               MOVE 'N' TO TblApEligible(ApIdx)
               ADD 1 TO InvoicesPaid
           END-IF.

       OffsetOneVendor.
           MOVE 'Y' TO ApChanged.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE TblVendCode(VendIdx) TO PrnOffVendor.
           MOVE TblVendName(VendIdx) TO PrnOffName.
           MOVE VendorDue TO PrnOffAmount.
           WRITE PrintLine FROM OffsetDetailLine.
           PERFORM PayOneVendorInvoice
               VARYING ApIdx FROM 1 BY 1
               UNTIL ApIdx IS GREATER THAN ApCount.

       ApplyOneVendorMemo.
           IF TblApVendor(ApIdx) IS EQUAL TO TblVendCode(VendIdx) AND
               TblApCredit(ApIdx) IS EQUAL TO 'Y' AND
               CreditToApply IS GREATER THAN ZERO THEN
               IF TblApOpenAmt(ApIdx) IS GREATER THAN CreditToApply
                   THEN
                   MOVE CreditToApply TO MemoApply
               ELSE
                   MOVE TblApOpenAmt(ApIdx) TO MemoApply
               END-IF
               SUBTRACT MemoApply FROM CreditToApply
               SUBTRACT MemoApply FROM TblApOpenAmt(ApIdx)
               ADD MemoApply TO TotalCredited
               ADD 1 TO MemosApplied
               MOVE TblApRecord(ApIdx) TO ApOpenRecord
               ADD MemoApply TO APPaid
               IF APPaid IS NOT LESS THAN APTotal THEN
                   MOVE 'P' TO APPayStatus
                   MOVE 'N' TO TblApCredit(ApIdx)
               END-IF
               MOVE ApOpenRecord TO TblApRecord(ApIdx)
               MOVE TblApInvNum(ApIdx) TO PrnMemoNum
               MOVE MemoApply TO PrnMemoAmount
               WRITE PrintLine FROM MemoDetailLine
           END-IF.

       WriteRegisterTotals.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE "Cheques emitidos:           " TO PrnCountLabel.
           MOVE ChecksWritten TO PrnCountValue.
           WRITE PrintLine FROM CountLine.
           MOVE "Importe pagado:             " TO PrnTotLabel.
           MOVE TotalPaid TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE "Notas de debito aplicadas:  " TO PrnTotLabel.
           MOVE TotalCredited TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE "Retenido por proveedor:     " TO PrnTotLabel.
           MOVE TotalHeld TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.

       SaveApTable.
           OPEN OUTPUT ApOpenFile.
           PERFORM SaveOneApInvoice
               VARYING ApIdx FROM 1 BY 1
               UNTIL ApIdx IS GREATER THAN ApCount.
           CLOSE ApOpenFile.

       SaveOneApInvoice.
           WRITE ApOpenRecord FROM TblApRecord(ApIdx).
