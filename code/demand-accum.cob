       01 WorkQty PIC 9(3).
       01 RowsKept PIC 9(5) VALUE ZERO.
       01 RowsDropped PIC 9(5) VALUE ZERO.
       01 DemUnitsTotal PIC 9(9) VALUE ZERO.
       01 StepName PIC X(12) VALUE 'DEMANDACC'.
       01 StepStart PIC X(14).
       01 StepRecs PIC 9(7) VALUE ZERO.
       01 StepOutcome PIC X(8) VALUE 'NORMAL'.
       01 TotalLabel PIC X(30).
       01 TotalAmount PIC S9(11)V99.
       01 DemandOutLine.
           02 DHOutMonth PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
       PROCEDURE DIVISION.

       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStart.
           ACCEPT MonthParam FROM ENVIRONMENT "DEM_MONTH".
           IF FUNCTION TEST-NUMVAL(MonthParam) IS NOT EQUAL TO ZERO
               THEN
               DISPLAY 'Definir DEM_MONTH (AAAAMM).'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'Renglones del mes:    ' DemCount.
           DISPLAY 'Historia conservada:  ' RowsKept.
           DISPLAY 'Historia depurada:    ' RowsDropped.
           MOVE DemCount TO StepRecs.
           PERFORM WriteRunLedger.
           MOVE 'Unidades vendidas en el mes' TO TotalLabel.
           MOVE DemUnitsTotal TO TotalAmount.
           PERFORM WriteStepTotal.
           STOP RUN.

       TallyMonthSales.
           OPEN INPUT SalesLinesFile.
           IF LinesStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe sales-lines.dat.'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FoundIdx IS EQUAL TO ZERO THEN
               IF DemCount IS EQUAL TO 500 THEN
                   DISPLAY 'Tabla de demanda llena (500).'
                   PERFORM WriteRunLedgerError
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DemCount TO FoundIdx
           END-IF.
           ADD WorkQty TO TblDemUnits(FoundIdx).
           ADD WorkQty TO DemUnitsTotal.

       FindDemEntry.
           MOVE ZERO TO FoundIdx.
           MOVE TblDemSize(DemIdx) TO DHOutSize.
           MOVE TblDemUnits(DemIdx) TO DHOutUnits.
           WRITE DemandRecord FROM DemandOutLine.

       WriteRunLedgerError.
           MOVE 'ERROR' TO StepOutcome.
           PERFORM WriteRunLedger.

       WriteRunLedger.
           CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
               StepOutcome.

       WriteStepTotal.
           CALL 'STEPTOTAL' USING StepName, StepStart, TotalLabel,
               TotalAmount.
