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

       FD TermsFile.
       01 TermsRecord.
       01 TodayInt PIC 9(7).
       01 InvInt PIC 9(7).
       01 DaysOld PIC S9(5).
       01 AgeFromDate PIC 9(8).
       01 OpenBalance PIC 9(6)V99.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 ChargePct PIC 9V9999 VALUE ZERO.
       01 GraceDays PIC 9(3) VALUE ZERO.
       01 WorkPct PIC 9(3)V99.
       01 CustCount PIC 9(4) VALUE ZERO.
       01 CustTable.
       01 ExemptCount PIC 9(4) VALUE ZERO.
       01 ChargesMade PIC 9(4) VALUE ZERO.
       01 ChargeAmount PIC 9(6)V99.
       01 ChargesTotal PIC 9(8)V99 VALUE ZERO.
       01 PastDueTotal PIC 9(8)V99 VALUE ZERO.
       01 StepName PIC X(12) VALUE 'FINCHG'.
       01 StepStart PIC X(14).
       01 StepRecs PIC 9(7) VALUE ZERO.
       01 StepOutcome PIC X(8) VALUE 'NORMAL'.
       01 TotalLabel PIC X(30).
       01 TotalAmount PIC S9(11)V99.
       01 CfdiAction PIC X.
       01 CfdiDoc.
           02 CfdiDocType PIC X.
           02 CfdiDocNum PIC 9(6).
           02 CfdiDocDate PIC 9(8).
           02 CfdiCustID PIC 9(5).
           02 CfdiCustName PIC X(40).
           02 CfdiCustPostal PIC X(6).
           02 CfdiCurrency PIC X(3).
           02 CfdiSubtotal PIC 9(8)V99.
           02 CfdiTax PIC 9(8)V99.
           02 CfdiTotal PIC 9(8)V99.
           02 CfdiDocTotal PIC 9(8)V99.
           02 CfdiRelDoc PIC 9(6).
           02 CfdiLineNum PIC 9(3).
           02 CfdiLineProd PIC X(6).
           02 CfdiLineDesc PIC X(20).
           02 CfdiLineQty PIC 9(5).
           02 CfdiLineUnit PIC 9(6)V99.
           02 CfdiLineAmount PIC 9(8)V99.
           02 CfdiLineTax PIC 9(8)V99.
       01 ChargeNumber PIC 9(6).
       01 CustExempt PIC X.
       01 TermsEOF PIC X.
           02 NOPaid PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 NOOpenFlag PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 NODueDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 NODiscDate PIC 9(8) VALUE ZERO.
           02 FILLER PIC X VALUE SPACE.
           02 NODiscAmt PIC 9(6)V99 VALUE ZERO.
           02 FILLER PIC X VALUE SPACE.
           02 NODispFlag PIC X VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 NODispAmt PIC 9(6)V99 VALUE ZERO.
       01 ReportHeading PIC X(75) VALUE
           "Registro de cargos moratorios".
       01 DateLine.
       PROCEDURE DIVISION.

       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStart.
           CALL 'BIZDATE' USING BusinessDate.
           CALL 'PERIODCK' USING BusinessDate, PeriodOpen.
           IF PeriodOpen IS EQUAL TO 'N' THEN
               DISPLAY 'Periodo contable cerrado: ' BusinessDate(1:6)
               DISPLAY 'No se cargan moratorios en periodo cerrado.'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GetChargeParms.
           IF ChargePct IS EQUAL TO ZERO THEN
               DISPLAY 'Definir FINCHGPCT en runparms.txt.'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'Clientes con saldo vencido: ' CustCount.
           DISPLAY 'Cargos aplicados:           ' ChargesMade.
           DISPLAY 'Clientes exentos:           ' ExemptCount.
           MOVE ChargesMade TO StepRecs.
           PERFORM WriteRunLedger.
           MOVE 'Saldo vencido' TO TotalLabel.
           MOVE PastDueTotal TO TotalAmount.
           PERFORM WriteStepTotal.
           MOVE 'Cargos moratorios aplicados' TO TotalLabel.
           MOVE ChargesTotal TO TotalAmount.
           PERFORM WriteStepTotal.
           STOP RUN.

       WriteRunLedgerError.
           MOVE 'ERROR' TO StepOutcome.
           PERFORM WriteRunLedger.

       WriteRunLedger.
           CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
               StepOutcome.

       WriteStepTotal.
           CALL 'STEPTOTAL' USING StepName, StepStart, TotalLabel,
               TotalAmount.

       GetChargeParms.
           MOVE 'FINCHGPCT' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           OPEN INPUT OpenItemsFile.
           IF OpenStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe ar-open.dat.'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               NOT AT END
                   IF OIOpenFlag IS EQUAL TO 'O' THEN
                       COMPUTE OpenBalance = OIInvTotal - OIPaid
                       PERFORM LessDisputedAmount
                       IF OpenBalance IS GREATER THAN ZERO THEN
                           PERFORM GetAgeFromDate
                           COMPUTE InvInt =
                               FUNCTION INTEGER-OF-DATE(AgeFromDate)
                           COMPUTE DaysOld = TodayInt - InvInt
                           IF DaysOld IS GREATER THAN GraceDays THEN
                               PERFORM NotePastDue
                   END-IF
           END-READ.

       LessDisputedAmount.
           IF OIDispFlag IS EQUAL TO 'D' AND OIDispAmt IS NUMERIC THEN
               IF OIDispAmt IS NOT LESS THAN OpenBalance THEN
                   MOVE ZERO TO OpenBalance
               ELSE
                   SUBTRACT OIDispAmt FROM OpenBalance
               END-IF
           END-IF.

       GetAgeFromDate.
           IF OIDueDate IS NUMERIC AND
               OIDueDate IS GREATER THAN ZERO THEN
               MOVE OIDueDate TO AgeFromDate
           ELSE
               MOVE OIInvDate TO AgeFromDate
           END-IF.

       NotePastDue.
           MOVE ZERO TO FoundIdx.
           IF CustCount IS GREATER THAN ZERO THEN
           IF FoundIdx IS EQUAL TO ZERO THEN
               IF CustCount IS EQUAL TO 2000 THEN
                   DISPLAY 'Tabla de clientes llena (2000).'
                   PERFORM WriteRunLedgerError
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       ChargeOneCustomer.
           ADD TblPastDue(CustIdx) TO PastDueTotal.
           PERFORM CheckChargeExempt.
           IF CustExempt IS EQUAL TO 'Y' THEN
               ADD 1 TO ExemptCount
               IF ChargeAmount IS GREATER THAN ZERO THEN
                   PERFORM GetChargeNumber
                   PERFORM WriteChargeJournal
                   PERFORM WriteCfdiDoc
                   PERFORM AddChargeOpenItem
                   ADD 1 TO ChargesMade
                   ADD ChargeAmount TO ChargesTotal
                   MOVE TblCustID(CustIdx) TO PrnCustID
                   MOVE TblPastDue(CustIdx) TO PrnPastDue
                   MOVE WorkPct TO PrnPct
               CLOSE SalesJournal
           END-IF.

       WriteCfdiDoc.
           MOVE 'I' TO CfdiDocType.
           MOVE ChargeNumber TO CfdiDocNum.
           MOVE BusinessDate TO CfdiDocDate.
           MOVE TblCustID(CustIdx) TO CfdiCustID.
           MOVE SPACE TO CfdiCustName.
           MOVE SPACE TO CfdiCustPostal.
           MOVE SPACE TO CfdiCurrency.
           MOVE ChargeAmount TO CfdiSubtotal.
           MOVE ZERO TO CfdiTax.
           MOVE ChargeAmount TO CfdiTotal.
           MOVE ChargeAmount TO CfdiDocTotal.
           MOVE ZERO TO CfdiRelDoc.
           MOVE 'H' TO CfdiAction.
           CALL 'CFDIOUT' USING CfdiAction, CfdiDoc.
           MOVE 'D' TO CfdiAction.
           MOVE 1 TO CfdiLineNum.
           MOVE 'MORA' TO CfdiLineProd.
           MOVE 'Intereses moratorios' TO CfdiLineDesc.
           MOVE 1 TO CfdiLineQty.
           MOVE ChargeAmount TO CfdiLineUnit.
           MOVE ChargeAmount TO CfdiLineAmount.
           MOVE ZERO TO CfdiLineTax.
           CALL 'CFDIOUT' USING CfdiAction, CfdiDoc.

       AddChargeOpenItem.
           OPEN EXTEND OpenItemsFile.
           IF OpenStatus IS EQUAL TO "00" OR
               MOVE ChargeAmount TO NOInvTotal
               MOVE ZERO TO NOPaid
               MOVE 'O' TO NOOpenFlag
               MOVE BusinessDate TO NODueDate
               WRITE OpenItemRecord FROM NewOpenItemLine
               CLOSE OpenItemsFile
           END-IF.
