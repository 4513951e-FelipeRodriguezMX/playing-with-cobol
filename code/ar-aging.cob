           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X.
           02 OIDueDate PIC 9(8).
           02 FILLER PIC X.
           02 OIDiscDate PIC 9(8).
           02 FILLER PIC X.
           02 OIDiscAmt PIC 9(6)V99.
           02 FILLER PIC X(11).

       FD UnappliedFile.
       01 UnappliedRecord.
       01 BusinessDate PIC 9(8).
       01 TodayInt PIC 9(7).
       01 InvInt PIC 9(7).
       01 AgeFromDate PIC 9(8).
       01 DaysOld PIC S9(5).
       01 OpenBalance PIC 9(6)V99.
       01 FoundIdx PIC 9(5).
               INDEXED BY CI.
               03 TblCustID PIC 9(5).
               03 TblCurrent PIC 9(8)V99.
               03 TblOver0 PIC 9(8)V99.
               03 TblOver30 PIC 9(8)V99.
               03 TblOver60 PIC 9(8)V99.
               03 TblOver90 PIC 9(8)V99.
           02 FILLER PIC X(17) VALUE "Total anticipos: ".
           02 PrnTotUnapplied PIC ZZZZZZ9.99.
       01 TotCurrent PIC 9(8)V99 VALUE ZERO.
       01 TotOver0 PIC 9(8)V99 VALUE ZERO.
       01 TotOver30 PIC 9(8)V99 VALUE ZERO.
       01 TotOver60 PIC 9(8)V99 VALUE ZERO.
       01 TotOver90 PIC 9(8)V99 VALUE ZERO.
       01 StepName PIC X(12) VALUE 'ARAGING'.
       01 StepStart PIC X(14).
       01 StepRecs PIC 9(7) VALUE ZERO.
       01 StepOutcome PIC X(8) VALUE 'NORMAL'.
       01 TotalLabel PIC X(30).
       01 TotalAmount PIC S9(11)V99.

       01 ReportHeading PIC X(75) VALUE
           "Cartera vencida por cliente (dias de vencida)".
       01 ColumnHeading.
           02 FILLER PIC X(20) VALUE "  Cliente  Corriente".
           02 FILLER PIC X(40) VALUE
               "      1-30     31-60     61-90 Mas de 90".
       01 DetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCurrent PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOver0 PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOver30 PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOver60 PIC ZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotCurrent PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotOver0 PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotOver30 PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotOver60 PIC ZZZZZ9.99.
       PROCEDURE DIVISION.

       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStart.
           CALL 'BIZDATE' USING BusinessDate.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           OPEN INPUT OpenItemsFile.
           IF OpenStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe ar-open.dat, correr PAYPOST.'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE OpenItemsFile.
           PERFORM WriteAgingReport.
           DISPLAY 'Clientes con saldo: ' CustCount.
           MOVE CustCount TO StepRecs.
           PERFORM WriteRunLedger.
           PERFORM WriteAgingTotals.
           STOP RUN.

       WriteRunLedgerError.
           MOVE 'ERROR' TO StepOutcome.
           PERFORM WriteRunLedger.

       WriteRunLedger.
           CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
               StepOutcome.

       WriteAgingTotals.
           MOVE 'Cartera corriente' TO TotalLabel.
           MOVE TotCurrent TO TotalAmount.
           PERFORM WriteStepTotal.
           MOVE 'Vencido 1-30 dias' TO TotalLabel.
           MOVE TotOver0 TO TotalAmount.
           PERFORM WriteStepTotal.
           MOVE 'Vencido 31-60 dias' TO TotalLabel.
           MOVE TotOver30 TO TotalAmount.
           PERFORM WriteStepTotal.
           MOVE 'Vencido 61-90 dias' TO TotalLabel.
           MOVE TotOver60 TO TotalAmount.
           PERFORM WriteStepTotal.
           MOVE 'Vencido mas de 90 dias' TO TotalLabel.
           MOVE TotOver90 TO TotalAmount.
           PERFORM WriteStepTotal.
           MOVE 'Anticipos sin aplicar' TO TotalLabel.
           MOVE TotUnapplied TO TotalAmount.
           PERFORM WriteStepTotal.

       WriteStepTotal.
           CALL 'STEPTOTAL' USING StepName, StepStart, TotalLabel,
               TotalAmount.

       AgeOneItem.
           READ OpenItemsFile
               AT END MOVE 'Y' TO WSEOF
       AgeThisItem.
           COMPUTE OpenBalance = OIInvTotal - OIPaid.
           IF OpenBalance IS GREATER THAN ZERO THEN
               IF OIDueDate IS NUMERIC AND
                   OIDueDate IS GREATER THAN ZERO THEN
                   MOVE OIDueDate TO AgeFromDate
               ELSE
                   MOVE OIInvDate TO AgeFromDate
               END-IF
               COMPUTE InvInt = FUNCTION INTEGER-OF-DATE(AgeFromDate)
               COMPUTE DaysOld = TodayInt - InvInt
               PERFORM FindOrAddCustomer
               EVALUATE TRUE
                   WHEN DaysOld IS NOT GREATER THAN ZERO
                       ADD OpenBalance TO TblCurrent(FoundIdx)
                       ADD OpenBalance TO TotCurrent
                   WHEN DaysOld IS NOT GREATER THAN 30
                       ADD OpenBalance TO TblOver0(FoundIdx)
                       ADD OpenBalance TO TotOver0
                   WHEN DaysOld IS NOT GREATER THAN 60
                       ADD OpenBalance TO TblOver30(FoundIdx)
                       ADD OpenBalance TO TotOver30
           IF FoundIdx IS EQUAL TO ZERO THEN
               IF CustCount IS EQUAL TO 20000 THEN
                   DISPLAY 'Tabla de clientes llena (20000).'
                   PERFORM WriteRunLedgerError
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CustCount
               MOVE OICustID TO TblCustID(CustCount)
               MOVE ZERO TO TblCurrent(CustCount)
               MOVE ZERO TO TblOver0(CustCount)
               MOVE ZERO TO TblOver30(CustCount)
               MOVE ZERO TO TblOver60(CustCount)
               MOVE ZERO TO TblOver90(CustCount)
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE TotCurrent TO PrnTotCurrent.
           MOVE TotOver0 TO PrnTotOver0.
           MOVE TotOver30 TO PrnTotOver30.
           MOVE TotOver60 TO PrnTotOver60.
           MOVE TotOver90 TO PrnTotOver90.
       WriteOneCustomer.
           MOVE TblCustID(CustIdx) TO PrnCustID.
           MOVE TblCurrent(CustIdx) TO PrnCurrent.
           MOVE TblOver0(CustIdx) TO PrnOver0.
           MOVE TblOver30(CustIdx) TO PrnOver30.
           MOVE TblOver60(CustIdx) TO PrnOver60.
           MOVE TblOver90(CustIdx) TO PrnOver90.
