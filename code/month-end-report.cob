       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEREPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RunLedgerFile
               ASSIGN TO DYNAMIC LedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerStatus.
           SELECT OPTIONAL StepTotalFile
               ASSIGN TO DYNAMIC TotalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TotalStatus.
           SELECT MonthEndReport ASSIGN TO DYNAMIC ReportName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RunLedgerFile.
       01 RunLedgerRecord.
           02 LedgerStep PIC X(12).
           02 FILLER PIC X.
           02 LedgerStart PIC X(14).
           02 FILLER PIC X.
           02 LedgerEnd PIC X(14).
           02 FILLER PIC X.
           02 LedgerRecs PIC 9(7).
           02 FILLER PIC X.
           02 LedgerOutcome PIC X(8).

       FD StepTotalFile.
       01 StepTotalRecord.
           02 TotalStep PIC X(12).
           02 FILLER PIC X.
           02 TotalStart PIC X(14).
           02 FILLER PIC X.
           02 TotalLabel PIC X(30).
           02 FILLER PIC X.
           02 TotalAmount PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD MonthEndReport.
       01 PrintLine PIC X(75).

       WORKING-STORAGE SECTION.
       01 LedgerStatus PIC XX.
       01 TotalStatus PIC XX.
       01 LedgerFileName PIC X(40).
       01 TotalFileName PIC X(40).
       01 ReportName PIC X(40).
       01 WSEOF PIC X.
       01 MonthParam PIC X(6).
       01 CloseMonth PIC 9(6).
       01 DeckBegin PIC X(14).
       01 StepIdx PIC 99.
       01 FoundStep PIC 99.
       01 WantedStep PIC X(12).
       01 StepNames.
           02 FILLER PIC X(12) VALUE 'FINCHG'.
           02 FILLER PIC X(12) VALUE 'STATEMENTS'.
           02 FILLER PIC X(12) VALUE 'DUNNING'.
           02 FILLER PIC X(12) VALUE 'ARAGING'.
           02 FILLER PIC X(12) VALUE 'DEMANDACC'.
           02 FILLER PIC X(12) VALUE 'STOCKVAL'.
           02 FILLER PIC X(12) VALUE 'PERCLOSE'.
           02 FILLER PIC X(12) VALUE 'SJARCHIVE'.
           02 FILLER PIC X(12) VALUE 'AUDITARCH'.
           02 FILLER PIC X(12) VALUE 'ORDARCH'.
       01 StepNameTable REDEFINES StepNames.
           02 StepNameEntry PIC X(12) OCCURS 10 TIMES.
       01 StepTable.
           02 StepEntry OCCURS 10 TIMES.
               03 TblStepRan PIC X.
               03 TblStepStart PIC X(14).
               03 TblStepEnd PIC X(14).
               03 TblStepRecs PIC 9(7).
               03 TblStepOutcome PIC X(8).
       01 TotalCount PIC 9(3) VALUE ZERO.
       01 TotalTable.
           02 TotalEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON TotalCount
               INDEXED BY TI.
               03 TblTotStep PIC 99.
               03 TblTotStart PIC X(14).
               03 TblTotLabel PIC X(30).
               03 TblTotAmount PIC S9(11)V99.
       01 StepsNormal PIC 99 VALUE ZERO.
       01 StepsWarning PIC 99 VALUE ZERO.
       01 StepsError PIC 99 VALUE ZERO.
       01 StepsMissing PIC 99 VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(40) VALUE
               "Cierre de mes - reporte de terminacion  ".
           02 PrnCloseMonth PIC 9(6).
       01 BeginLine.
           02 FILLER PIC X(22) VALUE "Inicio de la corrida: ".
           02 PrnDeckBegin PIC X(14).
       01 ColumnHeading.
           02 FILLER PIC X(30) VALUE
               "  Paso         Inicio         ".
           02 FILLER PIC X(33) VALUE
               "Fin               Regs  Resultado".
       01 DetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStep PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStart PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 PrnEnd PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRecs PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOutcome PIC X(10).
       01 TotalDetailLine.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnTotLabel PIC X(30).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotAmount PIC -ZZZZZZZZZZ9.99.
       01 SummaryLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSumLabel PIC X(20).
           02 PrnSumCount PIC Z9.

       PROCEDURE DIVISION.

       MainPara.
           ACCEPT MonthParam FROM ENVIRONMENT "MEND_MONTH".
           IF FUNCTION TEST-NUMVAL(MonthParam) IS NOT EQUAL TO ZERO
               THEN
               DISPLAY 'Definir MEND_MONTH (AAAAMM).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE CloseMonth = FUNCTION NUMVAL(MonthParam).
           ACCEPT DeckBegin FROM ENVIRONMENT "MEND_BEGIN".
           IF DeckBegin IS NOT NUMERIC THEN
               DISPLAY 'Definir MEND_BEGIN (AAAAMMDDHHMMSS).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT LedgerFileName FROM ENVIRONMENT "RUNLEDGER_FILE".
           IF LedgerFileName IS EQUAL TO SPACE THEN
               MOVE "./run-ledger.dat" TO LedgerFileName
           END-IF.
           ACCEPT TotalFileName FROM ENVIRONMENT "STEPTOTAL_FILE".
           IF TotalFileName IS EQUAL TO SPACE THEN
               MOVE "./step-totals.dat" TO TotalFileName
           END-IF.
           INITIALIZE StepTable.
           OPEN INPUT RunLedgerFile.
           IF LedgerStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneLedgerEntry UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE RunLedgerFile
           ELSE IF LedgerStatus IS EQUAL TO "05" THEN
               CLOSE RunLedgerFile
           END-IF.
           OPEN INPUT StepTotalFile.
           IF TotalStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneStepTotal UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE StepTotalFile
           ELSE IF TotalStatus IS EQUAL TO "05" THEN
               CLOSE StepTotalFile
           END-IF.
           MOVE SPACE TO ReportName.
           STRING "./MonthEndReport-" DELIMITED BY SIZE
               CloseMonth DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO ReportName
           END-STRING.
           OPEN OUTPUT MonthEndReport.
           MOVE CloseMonth TO PrnCloseMonth.
           WRITE PrintLine FROM ReportHeading.
           MOVE DeckBegin TO PrnDeckBegin.
           WRITE PrintLine FROM BeginLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           PERFORM PrintOneStep
               VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx IS GREATER
                   THAN 10.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE "Pasos normales:" TO PrnSumLabel.
           MOVE StepsNormal TO PrnSumCount.
           WRITE PrintLine FROM SummaryLine.
           MOVE "Pasos con aviso:" TO PrnSumLabel.
           MOVE StepsWarning TO PrnSumCount.
           WRITE PrintLine FROM SummaryLine.
           MOVE "Pasos con error:" TO PrnSumLabel.
           MOVE StepsError TO PrnSumCount.
           WRITE PrintLine FROM SummaryLine.
           MOVE "Pasos sin correr:" TO PrnSumLabel.
           MOVE StepsMissing TO PrnSumCount.
           WRITE PrintLine FROM SummaryLine.
           CLOSE MonthEndReport.
           DISPLAY 'Reporte de cierre: ' FUNCTION TRIM(ReportName).
           IF StepsError IS GREATER THAN ZERO OR
               StepsMissing IS GREATER THAN ZERO OR
               StepsWarning IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadOneLedgerEntry.
           READ RunLedgerFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF LedgerStart IS NOT LESS THAN DeckBegin THEN
                       MOVE LedgerStep TO WantedStep
                       PERFORM FindStepName
                       IF FoundStep IS GREATER THAN ZERO THEN
                           MOVE 'Y' TO TblStepRan(FoundStep)
                           MOVE LedgerStart TO TblStepStart(FoundStep)
                           MOVE LedgerEnd TO TblStepEnd(FoundStep)
                           MOVE LedgerRecs TO TblStepRecs(FoundStep)
                           MOVE LedgerOutcome
                               TO TblStepOutcome(FoundStep)
                       END-IF
                   END-IF
           END-READ.

       LoadOneStepTotal.
           READ StepTotalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF TotalStart IS NOT LESS THAN DeckBegin AND
                       TotalCount IS LESS THAN 200 THEN
                       MOVE TotalStep TO WantedStep
                       PERFORM FindStepName
                       IF FoundStep IS GREATER THAN ZERO THEN
                           ADD 1 TO TotalCount
                           MOVE FoundStep TO TblTotStep(TotalCount)
                           MOVE TotalStart TO TblTotStart(TotalCount)
                           MOVE TotalLabel TO TblTotLabel(TotalCount)
                           MOVE TotalAmount
                               TO TblTotAmount(TotalCount)
                       END-IF
                   END-IF
           END-READ.

       FindStepName.
           MOVE ZERO TO FoundStep.
           PERFORM FindOneStepName
               VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx IS GREATER
                   THAN 10.

       FindOneStepName.
           IF StepNameEntry(StepIdx) IS EQUAL TO WantedStep AND
               FoundStep IS EQUAL TO ZERO THEN
               MOVE StepIdx TO FoundStep
           END-IF.

       PrintOneStep.
           MOVE StepNameEntry(StepIdx) TO PrnStep.
           IF TblStepRan(StepIdx) IS EQUAL TO 'Y' THEN
               MOVE TblStepStart(StepIdx) TO PrnStart
               MOVE TblStepEnd(StepIdx) TO PrnEnd
               MOVE TblStepRecs(StepIdx) TO PrnRecs
               MOVE TblStepOutcome(StepIdx) TO PrnOutcome
               EVALUATE TblStepOutcome(StepIdx)
                   WHEN 'NORMAL'
                       ADD 1 TO StepsNormal
                   WHEN 'WARNING'
                       ADD 1 TO StepsWarning
                   WHEN OTHER
                       ADD 1 TO StepsError
               END-EVALUATE
           ELSE
               MOVE SPACE TO PrnStart
               MOVE SPACE TO PrnEnd
               MOVE ZERO TO PrnRecs
               MOVE 'NO CORRIO' TO PrnOutcome
               ADD 1 TO StepsMissing
           END-IF.
           WRITE PrintLine FROM DetailLine.
           IF TblStepRan(StepIdx) IS EQUAL TO 'Y' AND
               TotalCount IS GREATER THAN ZERO THEN
               PERFORM PrintOneTotal
                   VARYING TI FROM 1 BY 1
                   UNTIL TI IS GREATER THAN TotalCount
           END-IF.

       PrintOneTotal.
           IF TblTotStep(TI) IS EQUAL TO StepIdx AND
               TblTotStart(TI) IS EQUAL TO TblStepStart(StepIdx) THEN
               MOVE TblTotLabel(TI) TO PrnTotLabel
               MOVE TblTotAmount(TI) TO PrnTotAmount
               WRITE PrintLine FROM TotalDetailLine
           END-IF.
