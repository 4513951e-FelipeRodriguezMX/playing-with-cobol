           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X(38).

       FD PeriodFile.
       01 PeriodRecord.
       01 JrnRows PIC 9(5) VALUE ZERO.
       01 JrnErrors PIC 9(5) VALUE ZERO.
       01 OpenErrors PIC 9(5) VALUE ZERO.
       01 JrnMonthTotal PIC 9(9)V99 VALUE ZERO.
       01 StepName PIC X(12) VALUE 'PERCLOSE'.
       01 StepStart PIC X(14).
       01 StepRecs PIC 9(7) VALUE ZERO.
       01 StepOutcome PIC X(8) VALUE 'NORMAL'.
       01 TotalLabel PIC X(30).
       01 TotalAmount PIC S9(11)V99.
       01 MonthInvCount PIC 9(4) VALUE ZERO.
       01 MonthInvTable.
           02 MonthInvEntry
       PROCEDURE DIVISION.

       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStart.
           ACCEPT MonthParam FROM ENVIRONMENT "CLOSE_MONTH".
           IF FUNCTION TEST-NUMVAL(MonthParam) IS NOT EQUAL TO ZERO
               THEN
               DISPLAY 'Definir CLOSE_MONTH (AAAAMM).'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PeriodFoundIdx IS GREATER THAN ZERO AND
               TblPStatus(PeriodFoundIdx) IS EQUAL TO 'C' THEN
               DISPLAY 'El periodo ' CloseMonth ' ya esta cerrado.'
               PERFORM WriteRunLedger
               STOP RUN
           END-IF.
           PERFORM CheckJournalMonth.
               DISPLAY '  Renglones de diario con error: ' JrnErrors
               DISPLAY '  Partidas abiertas con error:   ' OpenErrors
               DISPLAY 'No se cierra el periodo.'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MarkPeriodClosed.
           DISPLAY 'Periodo ' CloseMonth ' cerrado, '
               JrnRows ' renglones verificados.'.
           MOVE JrnRows TO StepRecs.
           PERFORM WriteRunLedger.
           MOVE 'Total facturado del periodo' TO TotalLabel.
           MOVE JrnMonthTotal TO TotalAmount.
           PERFORM WriteStepTotal.
           STOP RUN.

       LoadPeriodTable.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe sales-journal.dat.'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               NOT AT END
                   IF SJDate(1:6) IS EQUAL TO CloseMonth THEN
                       ADD 1 TO JrnRows
                       ADD SJTotal TO JrnMonthTotal
                       COMPUTE WorkTotal = SJSubtotal + SJTax
                       IF WorkTotal IS NOT EQUAL TO SJTotal THEN
                           ADD 1 TO JrnErrors
           ELSE
               IF PeriodCount IS EQUAL TO 200 THEN
                   DISPLAY 'Tabla de periodos llena (200).'
                   PERFORM WriteRunLedgerError
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           MOVE TblPMonth(PeriodIdx) TO PCOutMonth.
           MOVE TblPStatus(PeriodIdx) TO PCOutStatus.
           WRITE PeriodRecord FROM PeriodLine.

       WriteRunLedgerError.
           MOVE 'ERROR' TO StepOutcome.
           PERFORM WriteRunLedger.

       WriteRunLedger.
           CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
               StepOutcome.

       WriteStepTotal.
           CALL 'STEPTOTAL' USING StepName, StepStart, TotalLabel,
               TotalAmount.
