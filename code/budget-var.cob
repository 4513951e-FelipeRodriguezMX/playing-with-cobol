       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GlJournalFile ASSIGN TO "./gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlStatus.
           SELECT AccountFile ASSIGN TO "./gl-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcctStatus.
           SELECT OPTIONAL BudgetFile ASSIGN TO "./budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BudgetStatus.
           SELECT VarianceReport ASSIGN TO "./BudgetVariance.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GlJournalFile.
       01 GlJournalRecord.
           02 GLDate PIC 9(8).
           02 FILLER PIC X.
           02 GLAcct PIC 9(4).
           02 FILLER PIC X.
           02 GLSide PIC X.
           02 FILLER PIC X.
           02 GLAmount PIC 9(8)V99.
           02 FILLER PIC X.
           02 GLDocType PIC X(2).
           02 FILLER PIC X.
           02 GLRef PIC 9(6).

       FD AccountFile.
       01 AccountRecord.
           02 ACAcct PIC 9(4).
           02 FILLER PIC X.
           02 ACName PIC X(30).
           02 FILLER PIC X.
           02 ACType PIC X.
           02 FILLER PIC X.
           02 ACGroup PIC X(25).

       FD BudgetFile.
       01 BudgetRecord.
           02 BGFAcct PIC 9(4).
           02 FILLER PIC X.
           02 BGFMonth PIC 9(6).
           02 FILLER PIC X.
           02 BGFAmount PIC S9(8)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X.
           02 BGFPendAmount PIC S9(8)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X.
           02 BGFStatus PIC X.
           02 FILLER PIC X.
           02 BGFReqOper PIC X(8).
           02 FILLER PIC X.
           02 BGFAppOper PIC X(8).

       FD VarianceReport.
       01 PrintLine PIC X(96).

       WORKING-STORAGE SECTION.
       01 GlStatus PIC XX.
       01 AcctStatus PIC XX.
       01 BudgetStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 MonthParam PIC X(6).
       01 ReportMonth PIC 9(6).
       01 ReportYear PIC 9(4).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 Tolerance PIC 9(3)V9 VALUE 10.
       01 SignedAmount PIC S9(10)V99.
       01 AcctCount PIC 9(3) VALUE ZERO.
       01 AcctTable.
           02 AcctEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON AcctCount
               INDEXED BY ACI.
               03 TblAcct PIC 9(4).
               03 TblAcctName PIC X(30).
               03 TblAcctType PIC X.
               03 TblHasBudget PIC X.
               03 TblActMonth PIC S9(10)V99.
               03 TblActYtd PIC S9(10)V99.
               03 TblBudMonth PIC S9(10)V99.
               03 TblBudYtd PIC S9(10)V99.
       01 AcctIdx PIC 9(3).
       01 FoundIdx PIC 9(3).
       01 WantedAcct PIC 9(4).
       01 TypeSign PIC S9.
       01 Actual PIC S9(10)V99.
       01 Budget PIC S9(10)V99.
       01 Variance PIC S9(10)V99.
       01 AbsVariance PIC S9(10)V99.
       01 AbsBudget PIC S9(10)V99.
       01 VariancePct PIC S9(5)V9.
       01 AbsPct PIC S9(5)V9.
       01 LineFlagged PIC X.
       01 AcctFlagged PIC X.
       01 LinesPrinted PIC 9(4) VALUE ZERO.
       01 LinesFlagged PIC 9(4) VALUE ZERO.
       01 PendingChanges PIC 9(5) VALUE ZERO.
       01 BudgetsRead PIC 9(5) VALUE ZERO.
       01 RevActMonth PIC S9(10)V99 VALUE ZERO.
       01 RevActYtd PIC S9(10)V99 VALUE ZERO.
       01 RevBudMonth PIC S9(10)V99 VALUE ZERO.
       01 RevBudYtd PIC S9(10)V99 VALUE ZERO.
       01 ExpActMonth PIC S9(10)V99 VALUE ZERO.
       01 ExpActYtd PIC S9(10)V99 VALUE ZERO.
       01 ExpBudMonth PIC S9(10)V99 VALUE ZERO.
       01 ExpBudYtd PIC S9(10)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(34) VALUE
               "Presupuesto contra real. Periodo: ".
           02 PrnRptMonth PIC 9(6).
           02 FILLER PIC X(14) VALUE "  Tolerancia: ".
           02 PrnTolerance PIC ZZ9.9.
           02 FILLER PIC X VALUE "%".
       01 ColumnHeading.
           02 FILLER PIC X(32) VALUE "Cuenta".
           02 FILLER PIC X(13) VALUE "         Real".
           02 FILLER PIC X(13) VALUE "  Presupuesto".
           02 FILLER PIC X(13) VALUE "    Variacion".
           02 FILLER PIC X(8) VALUE "    Var%".
       01 DetailLine.
           02 PrnAcct PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAcctName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPeriod PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnActual PIC -ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBudget PIC -ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnVariance PIC -ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPct PIC -ZZZZ9.9.
           02 PrnPctX REDEFINES PrnPct PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnFlag PIC X(8).
       01 FooterLine PIC X(96).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate(1:6) TO ReportMonth.
           ACCEPT MonthParam FROM ENVIRONMENT "BV_MONTH".
           IF FUNCTION TEST-NUMVAL(MonthParam) IS EQUAL TO ZERO AND
               MonthParam IS NOT EQUAL TO SPACE THEN
               COMPUTE ReportMonth = FUNCTION NUMVAL(MonthParam)
           END-IF.
           MOVE ReportMonth(1:4) TO ReportYear.
           MOVE 'BUDGETTOL' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE Tolerance = FUNCTION NUMVAL(ParmValue)
           END-IF.
           PERFORM LoadAccounts.
           IF AcctCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin catalogo de cuentas en gl-accounts.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadBudget.
           IF BudgetsRead IS EQUAL TO ZERO THEN
               DISPLAY 'Sin presupuesto aprobado para ' ReportYear '.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GlJournalFile.
           IF GlStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe gl-journal.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM TallyOneGlLine UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE GlJournalFile.
           OPEN OUTPUT VarianceReport.
           MOVE ReportMonth TO PrnRptMonth.
           MOVE Tolerance TO PrnTolerance.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           PERFORM ReportOneAcct
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.
           PERFORM WriteTotals.
           CLOSE VarianceReport.
           DISPLAY 'Cuentas en reporte:    ' LinesPrinted.
           DISPLAY 'Cuentas a explicar:    ' LinesFlagged.
           IF PendingChanges IS GREATER THAN ZERO THEN
               DISPLAY 'Cambios de presupuesto sin aprobar: '
                   PendingChanges
           END-IF.
           IF LinesFlagged IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadAccounts.
           OPEN INPUT AccountFile.
           IF AcctStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneAccount UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE AccountFile
           END-IF.

       LoadOneAccount.
           READ AccountFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF AcctCount IS LESS THAN 200 THEN
                       ADD 1 TO AcctCount
                       MOVE ACAcct TO TblAcct(AcctCount)
                       MOVE ACName TO TblAcctName(AcctCount)
                       MOVE FUNCTION UPPER-CASE(ACType)
                           TO TblAcctType(AcctCount)
                       PERFORM ClearAcctEntry
                   END-IF
           END-READ.

       ClearAcctEntry.
           MOVE 'N' TO TblHasBudget(AcctCount).
           MOVE ZERO TO TblActMonth(AcctCount).
           MOVE ZERO TO TblActYtd(AcctCount).
           MOVE ZERO TO TblBudMonth(AcctCount).
           MOVE ZERO TO TblBudYtd(AcctCount).

       LoadBudget.
           OPEN INPUT BudgetFile.
           IF BudgetStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneBudget UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE BudgetFile
           ELSE IF BudgetStatus IS EQUAL TO "05" THEN
               CLOSE BudgetFile
           END-IF.

       LoadOneBudget.
           READ BudgetFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF BGFMonth(1:4) IS EQUAL TO ReportYear AND
                       BGFMonth IS NOT GREATER THAN ReportMonth THEN
                       IF BGFStatus IS EQUAL TO 'P' THEN
                           ADD 1 TO PendingChanges
                       END-IF
                       IF BGFStatus IS NOT EQUAL TO 'P' OR
                           BGFAppOper IS NOT EQUAL TO SPACE THEN
                           ADD 1 TO BudgetsRead
                           MOVE BGFAcct TO WantedAcct
                           PERFORM FindAcctEntry
                           MOVE 'Y' TO TblHasBudget(FoundIdx)
                           ADD BGFAmount TO TblBudYtd(FoundIdx)
                           IF BGFMonth IS EQUAL TO ReportMonth THEN
                               ADD BGFAmount TO TblBudMonth(FoundIdx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       TallyOneGlLine.
           READ GlJournalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF GLDate(1:4) IS EQUAL TO ReportYear AND
                       GLDate(1:6) IS NOT GREATER THAN ReportMonth AND
                       GLDocType IS NOT EQUAL TO 'OB' THEN
                       IF GLSide IS EQUAL TO 'D' THEN
                           MOVE GLAmount TO SignedAmount
                       ELSE
                           COMPUTE SignedAmount = ZERO - GLAmount
                       END-IF
                       MOVE GLAcct TO WantedAcct
                       PERFORM FindAcctEntry
                       ADD SignedAmount TO TblActYtd(FoundIdx)
                       IF GLDate(1:6) IS EQUAL TO ReportMonth THEN
                           ADD SignedAmount TO TblActMonth(FoundIdx)
                       END-IF
                   END-IF
           END-READ.

       FindAcctEntry.
           MOVE ZERO TO FoundIdx.
           PERFORM FindOneAcct
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.
           IF FoundIdx IS EQUAL TO ZERO THEN
               IF AcctCount IS EQUAL TO 200 THEN
                   DISPLAY 'Tabla de cuentas llena (200).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO AcctCount
               MOVE WantedAcct TO TblAcct(AcctCount)
               MOVE 'Cuenta sin catalogo' TO TblAcctName(AcctCount)
               MOVE SPACE TO TblAcctType(AcctCount)
               PERFORM ClearAcctEntry
               MOVE AcctCount TO FoundIdx
           END-IF.

       FindOneAcct.
           IF TblAcct(AcctIdx) IS EQUAL TO WantedAcct AND
               FoundIdx IS EQUAL TO ZERO THEN
               MOVE AcctIdx TO FoundIdx
           END-IF.

       ReportOneAcct.
           IF TblAcctType(AcctIdx) IS EQUAL TO 'P' OR
               TblAcctType(AcctIdx) IS EQUAL TO 'C' OR
               TblAcctType(AcctIdx) IS EQUAL TO 'I' THEN
               MOVE -1 TO TypeSign
           ELSE
               MOVE 1 TO TypeSign
           END-IF.
           IF TblHasBudget(AcctIdx) IS EQUAL TO 'Y' OR
               ((TblAcctType(AcctIdx) IS EQUAL TO 'I' OR
               TblAcctType(AcctIdx) IS EQUAL TO 'G') AND
               TblActYtd(AcctIdx) IS NOT EQUAL TO ZERO) THEN
               ADD 1 TO LinesPrinted
               MOVE 'N' TO AcctFlagged
               MOVE TblAcct(AcctIdx) TO PrnAcct
               MOVE TblAcctName(AcctIdx) TO PrnAcctName
               MOVE 'Mes' TO PrnPeriod
               COMPUTE Actual = TblActMonth(AcctIdx) * TypeSign
               MOVE TblBudMonth(AcctIdx) TO Budget
               PERFORM WriteVarianceLine
               MOVE SPACE TO PrnAcctName
               MOVE 'Acum' TO PrnPeriod
               COMPUTE Actual = TblActYtd(AcctIdx) * TypeSign
               MOVE TblBudYtd(AcctIdx) TO Budget
               PERFORM WriteVarianceLine
               IF AcctFlagged IS EQUAL TO 'Y' THEN
                   ADD 1 TO LinesFlagged
               END-IF
               PERFORM AddToTotals
           END-IF.

       WriteVarianceLine.
           COMPUTE Variance = Actual - Budget.
           PERFORM FlagVariance.
           MOVE Actual TO PrnActual.
           MOVE Budget TO PrnBudget.
           MOVE Variance TO PrnVariance.
           IF Budget IS EQUAL TO ZERO THEN
               MOVE '     n/a' TO PrnPctX
           ELSE
               MOVE VariancePct TO PrnPct
           END-IF.
           IF LineFlagged IS EQUAL TO 'Y' THEN
               MOVE 'EXPLICAR' TO PrnFlag
               MOVE 'Y' TO AcctFlagged
           ELSE
               MOVE SPACE TO PrnFlag
           END-IF.
           WRITE PrintLine FROM DetailLine.
           MOVE SPACE TO PrnAcct.

       FlagVariance.
           MOVE 'N' TO LineFlagged.
           MOVE ZERO TO VariancePct.
           IF Variance IS LESS THAN ZERO THEN
               COMPUTE AbsVariance = ZERO - Variance
           ELSE
               MOVE Variance TO AbsVariance
           END-IF.
           IF Budget IS LESS THAN ZERO THEN
               COMPUTE AbsBudget = ZERO - Budget
           ELSE
               MOVE Budget TO AbsBudget
           END-IF.
           IF AbsBudget IS EQUAL TO ZERO THEN
               IF AbsVariance IS GREATER THAN ZERO THEN
                   MOVE 'Y' TO LineFlagged
               END-IF
           ELSE
               COMPUTE AbsPct ROUNDED = AbsVariance * 100 / AbsBudget
                   ON SIZE ERROR MOVE 9999.9 TO AbsPct
               END-COMPUTE
               IF Variance IS LESS THAN ZERO THEN
                   COMPUTE VariancePct = ZERO - AbsPct
               ELSE
                   MOVE AbsPct TO VariancePct
               END-IF
               IF AbsPct IS GREATER THAN Tolerance THEN
                   MOVE 'Y' TO LineFlagged
               END-IF
           END-IF.

       AddToTotals.
           IF TblAcctType(AcctIdx) IS EQUAL TO 'I' THEN
               COMPUTE RevActMonth = RevActMonth
                   - TblActMonth(AcctIdx)
               COMPUTE RevActYtd = RevActYtd - TblActYtd(AcctIdx)
               ADD TblBudMonth(AcctIdx) TO RevBudMonth
               ADD TblBudYtd(AcctIdx) TO RevBudYtd
           ELSE IF TblAcctType(AcctIdx) IS EQUAL TO 'G' THEN
               ADD TblActMonth(AcctIdx) TO ExpActMonth
               ADD TblActYtd(AcctIdx) TO ExpActYtd
               ADD TblBudMonth(AcctIdx) TO ExpBudMonth
               ADD TblBudYtd(AcctIdx) TO ExpBudYtd
           END-IF.

       WriteTotals.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE SPACE TO PrnFlag.
           MOVE SPACE TO PrnAcct.
           MOVE 'Total ingresos' TO PrnAcctName.
           MOVE 'Mes' TO PrnPeriod.
           MOVE RevActMonth TO Actual.
           MOVE RevBudMonth TO Budget.
           PERFORM WriteTotalLine.
           MOVE SPACE TO PrnAcctName.
           MOVE 'Acum' TO PrnPeriod.
           MOVE RevActYtd TO Actual.
           MOVE RevBudYtd TO Budget.
           PERFORM WriteTotalLine.
           MOVE 'Total gastos' TO PrnAcctName.
           MOVE 'Mes' TO PrnPeriod.
           MOVE ExpActMonth TO Actual.
           MOVE ExpBudMonth TO Budget.
           PERFORM WriteTotalLine.
           MOVE SPACE TO PrnAcctName.
           MOVE 'Acum' TO PrnPeriod.
           MOVE ExpActYtd TO Actual.
           MOVE ExpBudYtd TO Budget.
           PERFORM WriteTotalLine.
           MOVE 'Resultado' TO PrnAcctName.
           MOVE 'Mes' TO PrnPeriod.
           COMPUTE Actual = RevActMonth - ExpActMonth.
           COMPUTE Budget = RevBudMonth - ExpBudMonth.
           PERFORM WriteTotalLine.
           MOVE SPACE TO PrnAcctName.
           MOVE 'Acum' TO PrnPeriod.
           COMPUTE Actual = RevActYtd - ExpActYtd.
           COMPUTE Budget = RevBudYtd - ExpBudYtd.
           PERFORM WriteTotalLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE SPACE TO FooterLine.
           STRING 'EXPLICAR: variacion mayor a la tolerancia, el '
               'responsable de la cuenta debe justificarla.'
               DELIMITED BY SIZE INTO FooterLine.
           WRITE PrintLine FROM FooterLine.

       WriteTotalLine.
           COMPUTE Variance = Actual - Budget.
           PERFORM FlagVariance.
           MOVE Actual TO PrnActual.
           MOVE Budget TO PrnBudget.
           MOVE Variance TO PrnVariance.
           IF Budget IS EQUAL TO ZERO THEN
               MOVE '     n/a' TO PrnPctX
           ELSE
               MOVE VariancePct TO PrnPct
           END-IF.
           WRITE PrintLine FROM DetailLine.
