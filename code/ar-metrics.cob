       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMETRICS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OpenItemsFile ASSIGN TO "./ar-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT OPTIONAL SalesJournal ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT OPTIONAL PayHistFile ASSIGN TO "./ar-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL MetricsFile ASSIGN TO "./ar-metrics.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MetricsStatus.
           SELECT RuleFile ASSIGN TO "./gl-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RuleStatus.
           SELECT OPTIONAL GlJournalFile ASSIGN TO "./gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlStatus.
           SELECT MetricsReport ASSIGN TO "./ArMetrics.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           02 FILLER PIC X(30).

       FD SalesJournal.
       01 SalesJournalRecord.
           02 SJInvNum PIC 9(6).
           02 FILLER PIC X.
           02 SJCustID PIC 9(5).
           02 FILLER PIC X.
           02 SJDate PIC 9(8).
           02 FILLER PIC X.
           02 SJJurisdiction PIC X(2).
           02 FILLER PIC X.
           02 SJSubtotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTax PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJSalesRep PIC X(3).
           02 FILLER PIC X.
           02 SJFreight PIC X(8).
           02 FILLER PIC X.
           02 SJDocType PIC X.

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

       FD MetricsFile.
       01 MetricsRecord.
           02 AMMonth PIC 9(6).
           02 FILLER PIC X.
           02 AMEndAR PIC 9(8)V99.
           02 FILLER PIC X.
           02 AMCurrentAR PIC 9(8)V99.
           02 FILLER PIC X.
           02 AMSales PIC S9(8)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X.
           02 AMDSO PIC 9(4)V9.
           02 FILLER PIC X.
           02 AMCEI PIC 9(3)V9.
           02 FILLER PIC X.
           02 AMADBT PIC S9(4)V9 SIGN LEADING SEPARATE.
           02 FILLER PIC X.
           02 AMAllowance PIC 9(8)V99.

       FD RuleFile.
       01 RuleRecord.
           02 RLType PIC X(2).
           02 FILLER PIC X.
           02 RLDebit PIC 9(4).
           02 FILLER PIC X.
           02 RLCredit PIC 9(4).

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

       FD MetricsReport.
       01 PrintLine PIC X(75).

       WORKING-STORAGE SECTION.
       01 OpenStatus PIC XX.
       01 JournalStatus PIC XX.
       01 HistStatus PIC XX.
       01 MetricsStatus PIC XX.
       01 RuleStatus PIC XX.
       01 GlStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 MetricMonth PIC 9(6).
       01 PriorMonth PIC 9(6).
       01 PeriodDays PIC 9(2).
       01 TodayInt PIC 9(7).
       01 InvInt PIC 9(7).
       01 AgeFromDate PIC 9(8).
       01 DaysOld PIC S9(5).
       01 OpenBalance PIC S9(8)V99.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 BucketCount PIC 9 VALUE 5.
       01 BucketTable.
           02 BucketEntry OCCURS 5 TIMES INDEXED BY BKI.
               03 TblBucketName PIC X(12).
               03 TblBucketKey PIC X(20).
               03 TblBucketPct PIC 9(3)V99.
               03 TblBucketAmt PIC 9(8)V99.
               03 TblBucketReserve PIC 9(8)V99.
       01 BucketIdx PIC 9.
       01 EndAR PIC 9(8)V99 VALUE ZERO.
       01 CurrentAR PIC 9(8)V99.
       01 MonthSales PIC S9(8)V99 VALUE ZERO.
       01 MonthReceipts PIC S9(8)V99 VALUE ZERO.
       01 BeginAR PIC S9(8)V99.
       01 BeginSource PIC X(36).
       01 CollectedWork PIC S9(9)V99.
       01 CollectibleWork PIC S9(9)V99.
       01 DsoValue PIC 9(4)V9.
       01 BestDso PIC 9(4)V9.
       01 CeiValue PIC 9(3)V9.
       01 AdbtValue PIC S9(4)V9.
       01 AllowRequired PIC 9(8)V99 VALUE ZERO.
       01 AllowBalance PIC S9(8)V99 VALUE ZERO.
       01 AllowAdjust PIC S9(8)V99.
       01 AllowAbsAdjust PIC 9(8)V99.
       01 AllowRuleFound PIC X VALUE 'N'.
       01 AllowDebitAcct PIC 9(4).
       01 AllowCreditAcct PIC 9(4).
       01 HistCount PIC 9(3) VALUE ZERO.
       01 HistTable.
           02 HistEntry
               OCCURS 1 TO 240 TIMES
               DEPENDING ON HistCount
               INDEXED BY HSI.
               03 TblHistMonth PIC 9(6).
               03 TblHistEndAR PIC 9(8)V99.
               03 TblHistCurrentAR PIC 9(8)V99.
               03 TblHistSales PIC S9(8)V99.
               03 TblHistDSO PIC 9(4)V9.
               03 TblHistCEI PIC 9(3)V9.
               03 TblHistADBT PIC S9(4)V9.
               03 TblHistAllowance PIC 9(8)V99.
       01 HistIdx PIC 9(3).
       01 TrendFrom PIC 9(3).
       01 PriorFoundIdx PIC 9(3).
       01 GlOutLine.
           02 GLOutDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 GLOutAcct PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 GLOutSide PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 GLOutAmount PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 GLOutDocType PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 GLOutRef PIC 9(6).
       01 ReportHeading.
           02 FILLER PIC X(39) VALUE
               "Indicadores de cartera al cierre. Mes: ".
           02 PrnMonth PIC 9(6).
           02 FILLER PIC X(9) VALUE "  Fecha: ".
           02 PrnRunDate PIC 9(8).
       01 MoneyLine.
           02 PrnMoneyLabel PIC X(36).
           02 PrnMoneyValue PIC -ZZZZZZZ9.99.
       01 RatioLine.
           02 PrnRatioLabel PIC X(36).
           02 PrnRatioValue PIC -ZZZZZ9.9.
       01 ReserveHeading.
           02 FILLER PIC X(36) VALUE
               "Estimacion para incobrables         ".
           02 FILLER PIC X(36) VALUE
               "      Saldo   Pct.    Estimacion".
       01 ReserveLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBucketName PIC X(12).
           02 FILLER PIC X(22) VALUE SPACE.
           02 PrnBucketAmt PIC ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBucketPct PIC ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBucketReserve PIC ZZZZZZZZZ9.99.
       01 TrendHeading.
           02 FILLER PIC X(36) VALUE
               "Tendencia 12 meses                  ".
       01 TrendColumns.
           02 FILLER PIC X(40) VALUE
               "Mes        Cartera       Ventas    DSO  ".
           02 FILLER PIC X(26) VALUE
               "  CEI   DVPT    Estimacion".
       01 TrendLine.
           02 PrnTrMonth PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrEndAR PIC ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrSales PIC -ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrDSO PIC ZZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrCEI PIC ZZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrADBT PIC -ZZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrAllowance PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate(1:6) TO MetricMonth.
           MOVE BusinessDate(7:2) TO PeriodDays.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           IF MetricMonth(5:2) IS EQUAL TO 01 THEN
               COMPUTE PriorMonth = MetricMonth - 89
           ELSE
               COMPUTE PriorMonth = MetricMonth - 1
           END-IF.
           PERFORM SetUpBuckets.
           PERFORM LoadAllowanceRule.
           IF AllowRuleFound IS EQUAL TO 'N' THEN
               DISPLAY 'Sin regla AL en gl-rules.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OpenItemsFile.
           IF OpenStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe ar-open.dat, correr PAYPOST.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM AgeOneItem UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE OpenItemsFile.
           MOVE TblBucketAmt(1) TO CurrentAR.
           PERFORM TallyMonthSales.
           PERFORM TallyMonthReceipts.
           PERFORM LoadHistory.
           PERFORM FindBeginningAR.
           PERFORM ComputeRatios.
           PERFORM ComputeAllowance.
           PERFORM ReadAllowanceBalance.
           COMPUTE AllowAdjust = AllowRequired - AllowBalance.
           IF AllowAdjust IS NOT EQUAL TO ZERO THEN
               PERFORM WriteAllowanceEntry
           END-IF.
           PERFORM StoreThisMonth.
           PERFORM SaveHistory.
           PERFORM WriteMetricsReport.
           DISPLAY 'DSO:                ' DsoValue.
           DISPLAY 'CEI:                ' CeiValue.
           DISPLAY 'Estimacion:         ' AllowRequired.
           DISPLAY 'Ajuste a poliza:    ' AllowAdjust.
           STOP RUN.

       SetUpBuckets.
           MOVE 'Corriente' TO TblBucketName(1).
           MOVE 'RESERVEPCTCUR' TO TblBucketKey(1).
           MOVE 1 TO TblBucketPct(1).
           MOVE '1-30 dias' TO TblBucketName(2).
           MOVE 'RESERVEPCT30' TO TblBucketKey(2).
           MOVE 5 TO TblBucketPct(2).
           MOVE '31-60 dias' TO TblBucketName(3).
           MOVE 'RESERVEPCT60' TO TblBucketKey(3).
           MOVE 15 TO TblBucketPct(3).
           MOVE '61-90 dias' TO TblBucketName(4).
           MOVE 'RESERVEPCT90' TO TblBucketKey(4).
           MOVE 35 TO TblBucketPct(4).
           MOVE 'Mas de 90' TO TblBucketName(5).
           MOVE 'RESERVEPCTOVER' TO TblBucketKey(5).
           MOVE 60 TO TblBucketPct(5).
           PERFORM SetUpOneBucket
               VARYING BucketIdx FROM 1 BY 1
               UNTIL BucketIdx IS GREATER THAN BucketCount.

       SetUpOneBucket.
           MOVE ZERO TO TblBucketAmt(BucketIdx).
           MOVE ZERO TO TblBucketReserve(BucketIdx).
           MOVE TblBucketKey(BucketIdx) TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE TblBucketPct(BucketIdx) =
                   FUNCTION NUMVAL(ParmValue)
           END-IF.
           IF TblBucketPct(BucketIdx) IS GREATER THAN 100 THEN
               MOVE 100 TO TblBucketPct(BucketIdx)
           END-IF.

       LoadAllowanceRule.
           OPEN INPUT RuleFile.
           IF RuleStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneRule UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE RuleFile
           END-IF.

       LoadOneRule.
           READ RuleFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RLType IS EQUAL TO 'AL' AND
                       AllowRuleFound IS EQUAL TO 'N' THEN
                       MOVE RLDebit TO AllowDebitAcct
                       MOVE RLCredit TO AllowCreditAcct
                       MOVE 'Y' TO AllowRuleFound
                   END-IF
           END-READ.

       AgeOneItem.
           READ OpenItemsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OIOpenFlag IS EQUAL TO 'O' THEN
                       PERFORM AgeThisItem
                   END-IF
           END-READ.

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
               EVALUATE TRUE
                   WHEN DaysOld IS NOT GREATER THAN ZERO
                       MOVE 1 TO BucketIdx
                   WHEN DaysOld IS NOT GREATER THAN 30
                       MOVE 2 TO BucketIdx
                   WHEN DaysOld IS NOT GREATER THAN 60
                       MOVE 3 TO BucketIdx
                   WHEN DaysOld IS NOT GREATER THAN 90
                       MOVE 4 TO BucketIdx
                   WHEN OTHER
                       MOVE 5 TO BucketIdx
               END-EVALUATE
               ADD OpenBalance TO TblBucketAmt(BucketIdx)
               ADD OpenBalance TO EndAR
           END-IF.

       TallyMonthSales.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOneSale UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesJournal
           ELSE IF JournalStatus IS EQUAL TO "05" THEN
               CLOSE SalesJournal
           END-IF.

       TallyOneSale.
           READ SalesJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SJDate(1:6) IS EQUAL TO MetricMonth AND
                       SJDate IS NOT GREATER THAN BusinessDate THEN
                       IF SJDocType IS EQUAL TO 'C' THEN
                           SUBTRACT SJTotal FROM MonthSales
                       ELSE
                           ADD SJTotal TO MonthSales
                       END-IF
                   END-IF
           END-READ.

       TallyMonthReceipts.
           OPEN INPUT PayHistFile.
           IF HistStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOneReceipt UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PayHistFile
           ELSE IF HistStatus IS EQUAL TO "05" THEN
               CLOSE PayHistFile
           END-IF.

       TallyOneReceipt.
           READ PayHistFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PHDate(1:6) IS EQUAL TO MetricMonth AND
                       PHDate IS NOT GREATER THAN BusinessDate THEN
                       EVALUATE PHType
                           WHEN 'C' CONTINUE
                           WHEN 'R' SUBTRACT PHAmount FROM MonthReceipts
                           WHEN OTHER ADD PHAmount TO MonthReceipts
                       END-EVALUATE
                   END-IF
           END-READ.

       LoadHistory.
           OPEN INPUT MetricsFile.
           IF MetricsStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneHistory UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE MetricsFile
           ELSE IF MetricsStatus IS EQUAL TO "05" THEN
               CLOSE MetricsFile
           END-IF.

       LoadOneHistory.
           READ MetricsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF AMMonth IS NOT EQUAL TO MetricMonth AND
                       HistCount IS LESS THAN 239 THEN
                       ADD 1 TO HistCount
                       MOVE AMMonth TO TblHistMonth(HistCount)
                       MOVE AMEndAR TO TblHistEndAR(HistCount)
                       MOVE AMCurrentAR TO TblHistCurrentAR(HistCount)
                       MOVE AMSales TO TblHistSales(HistCount)
                       MOVE AMDSO TO TblHistDSO(HistCount)
                       MOVE AMCEI TO TblHistCEI(HistCount)
                       MOVE AMADBT TO TblHistADBT(HistCount)
                       MOVE AMAllowance TO TblHistAllowance(HistCount)
                   END-IF
           END-READ.

       FindBeginningAR.
           MOVE ZERO TO PriorFoundIdx.
           IF HistCount IS GREATER THAN ZERO THEN
               PERFORM FindOnePrior
                   VARYING HistIdx FROM 1 BY 1
                   UNTIL HistIdx IS GREATER THAN HistCount
           END-IF.
           IF PriorFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblHistEndAR(PriorFoundIdx) TO BeginAR
               MOVE 'Cartera inicial (cierre anterior)'
                   TO BeginSource
           ELSE
               COMPUTE BeginAR = EndAR - MonthSales + MonthReceipts
               IF BeginAR IS LESS THAN ZERO THEN
                   MOVE ZERO TO BeginAR
               END-IF
               MOVE 'Cartera inicial (calculada)' TO BeginSource
           END-IF.

       FindOnePrior.
           IF TblHistMonth(HistIdx) IS EQUAL TO PriorMonth THEN
               MOVE HistIdx TO PriorFoundIdx
           END-IF.

       ComputeRatios.
           MOVE ZERO TO DsoValue.
           MOVE ZERO TO BestDso.
           MOVE ZERO TO CeiValue.
           MOVE ZERO TO AdbtValue.
           IF MonthSales IS GREATER THAN ZERO THEN
               COMPUTE DsoValue ROUNDED =
                   EndAR * PeriodDays / MonthSales
               COMPUTE BestDso ROUNDED =
                   CurrentAR * PeriodDays / MonthSales
               COMPUTE AdbtValue = DsoValue - BestDso
           END-IF.
           COMPUTE CollectedWork = BeginAR + MonthSales - EndAR.
           COMPUTE CollectibleWork =
               BeginAR + MonthSales - CurrentAR.
           IF CollectibleWork IS GREATER THAN ZERO AND
               CollectedWork IS GREATER THAN ZERO THEN
               COMPUTE CeiValue ROUNDED =
                   CollectedWork * 100 / CollectibleWork
           END-IF.

       ComputeAllowance.
           PERFORM ReserveOneBucket
               VARYING BucketIdx FROM 1 BY 1
               UNTIL BucketIdx IS GREATER THAN BucketCount.

       ReserveOneBucket.
           COMPUTE TblBucketReserve(BucketIdx) ROUNDED =
               TblBucketAmt(BucketIdx) * TblBucketPct(BucketIdx) / 100.
           ADD TblBucketReserve(BucketIdx) TO AllowRequired.

       ReadAllowanceBalance.
           OPEN INPUT GlJournalFile.
           IF GlStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReadOneGlLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE GlJournalFile
           ELSE IF GlStatus IS EQUAL TO "05" THEN
               CLOSE GlJournalFile
           END-IF.

       ReadOneGlLine.
           READ GlJournalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF GLAcct IS EQUAL TO AllowCreditAcct THEN
                       IF GLSide IS EQUAL TO 'C' THEN
                           ADD GLAmount TO AllowBalance
                       ELSE
                           SUBTRACT GLAmount FROM AllowBalance
                       END-IF
                   END-IF
           END-READ.

       WriteAllowanceEntry.
           MOVE BusinessDate TO GLOutDate.
           MOVE 'AL' TO GLOutDocType.
           MOVE MetricMonth TO GLOutRef.
           IF AllowAdjust IS LESS THAN ZERO THEN
               COMPUTE AllowAbsAdjust = ZERO - AllowAdjust
               MOVE AllowCreditAcct TO GLOutAcct
           ELSE
               MOVE AllowAdjust TO AllowAbsAdjust
               MOVE AllowDebitAcct TO GLOutAcct
           END-IF.
           MOVE AllowAbsAdjust TO GLOutAmount.
           OPEN EXTEND GlJournalFile.
           MOVE 'D' TO GLOutSide.
           WRITE GlJournalRecord FROM GlOutLine.
           IF AllowAdjust IS LESS THAN ZERO THEN
               MOVE AllowDebitAcct TO GLOutAcct
           ELSE
               MOVE AllowCreditAcct TO GLOutAcct
           END-IF.
           MOVE 'C' TO GLOutSide.
           WRITE GlJournalRecord FROM GlOutLine.
           CLOSE GlJournalFile.

       StoreThisMonth.
           ADD 1 TO HistCount.
           MOVE MetricMonth TO TblHistMonth(HistCount).
           MOVE EndAR TO TblHistEndAR(HistCount).
           MOVE CurrentAR TO TblHistCurrentAR(HistCount).
           MOVE MonthSales TO TblHistSales(HistCount).
           MOVE DsoValue TO TblHistDSO(HistCount).
           MOVE CeiValue TO TblHistCEI(HistCount).
           MOVE AdbtValue TO TblHistADBT(HistCount).
           MOVE AllowRequired TO TblHistAllowance(HistCount).

       SaveHistory.
           OPEN OUTPUT MetricsFile.
           PERFORM SaveOneHistory
               VARYING HistIdx FROM 1 BY 1
               UNTIL HistIdx IS GREATER THAN HistCount.
           CLOSE MetricsFile.

       SaveOneHistory.
           MOVE SPACE TO MetricsRecord.
           MOVE TblHistMonth(HistIdx) TO AMMonth.
           MOVE TblHistEndAR(HistIdx) TO AMEndAR.
           MOVE TblHistCurrentAR(HistIdx) TO AMCurrentAR.
           MOVE TblHistSales(HistIdx) TO AMSales.
           MOVE TblHistDSO(HistIdx) TO AMDSO.
           MOVE TblHistCEI(HistIdx) TO AMCEI.
           MOVE TblHistADBT(HistIdx) TO AMADBT.
           MOVE TblHistAllowance(HistIdx) TO AMAllowance.
           WRITE MetricsRecord.

       WriteMetricsReport.
           OPEN OUTPUT MetricsReport.
           MOVE MetricMonth TO PrnMonth.
           MOVE BusinessDate TO PrnRunDate.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE BeginSource TO PrnMoneyLabel.
           MOVE BeginAR TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE 'Ventas a credito del mes' TO PrnMoneyLabel.
           MOVE MonthSales TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE 'Cobranza del mes' TO PrnMoneyLabel.
           MOVE MonthReceipts TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE 'Cartera final' TO PrnMoneyLabel.
           MOVE EndAR TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE 'Cartera corriente' TO PrnMoneyLabel.
           MOVE CurrentAR TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Dias de venta en cartera (DSO)' TO PrnRatioLabel.
           MOVE DsoValue TO PrnRatioValue.
           WRITE PrintLine FROM RatioLine.
           MOVE 'DSO optimo (solo corriente)' TO PrnRatioLabel.
           MOVE BestDso TO PrnRatioValue.
           WRITE PrintLine FROM RatioLine.
           MOVE 'Dias promedio vencidos (DVPT)' TO PrnRatioLabel.
           MOVE AdbtValue TO PrnRatioValue.
           WRITE PrintLine FROM RatioLine.
           MOVE 'Efectividad de cobranza % (CEI)' TO PrnRatioLabel.
           MOVE CeiValue TO PrnRatioValue.
           WRITE PrintLine FROM RatioLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ReserveHeading.
           PERFORM WriteOneReserve
               VARYING BucketIdx FROM 1 BY 1
               UNTIL BucketIdx IS GREATER THAN BucketCount.
           MOVE 'Estimacion requerida' TO PrnMoneyLabel.
           MOVE AllowRequired TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE 'Saldo anterior de la estimacion' TO PrnMoneyLabel.
           MOVE AllowBalance TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE 'Ajuste registrado en poliza (AL)' TO PrnMoneyLabel.
           MOVE AllowAdjust TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM TrendHeading.
           WRITE PrintLine FROM TrendColumns.
           IF HistCount IS GREATER THAN 12 THEN
               COMPUTE TrendFrom = HistCount - 11
           ELSE
               MOVE 1 TO TrendFrom
           END-IF.
           PERFORM WriteOneTrend
               VARYING HistIdx FROM TrendFrom BY 1
               UNTIL HistIdx IS GREATER THAN HistCount.
           CLOSE MetricsReport.

       WriteOneReserve.
           MOVE TblBucketName(BucketIdx) TO PrnBucketName.
           MOVE TblBucketAmt(BucketIdx) TO PrnBucketAmt.
           MOVE TblBucketPct(BucketIdx) TO PrnBucketPct.
           MOVE TblBucketReserve(BucketIdx) TO PrnBucketReserve.
           WRITE PrintLine FROM ReserveLine.

       WriteOneTrend.
           MOVE TblHistMonth(HistIdx) TO PrnTrMonth.
           MOVE TblHistEndAR(HistIdx) TO PrnTrEndAR.
           MOVE TblHistSales(HistIdx) TO PrnTrSales.
           MOVE TblHistDSO(HistIdx) TO PrnTrDSO.
           MOVE TblHistCEI(HistIdx) TO PrnTrCEI.
           MOVE TblHistADBT(HistIdx) TO PrnTrADBT.
           MOVE TblHistAllowance(HistIdx) TO PrnTrAllowance.
           WRITE PrintLine FROM TrendLine.
