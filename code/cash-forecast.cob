       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BankBalanceFile
               ASSIGN TO "./bank-balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BalStatus.
           SELECT OPTIONAL OpenItemsFile ASSIGN TO "./ar-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT OPTIONAL PayHistFile ASSIGN TO "./ar-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL DepositControl
               ASSIGN TO "./deposit-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DepStatus.
           SELECT OPTIONAL CheckFile ASSIGN TO "./ap-checks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckStatus.
           SELECT OPTIONAL StandingFile
               ASSIGN TO "./standing-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StandStatus.
           SELECT OPTIONAL PriceFile ASSIGN TO "./prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriceStatus.
           SELECT OPTIONAL PoFile ASSIGN TO "./purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PoStatus.
           SELECT OPTIONAL ApOpenFile ASSIGN TO "./ap-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApStatus.
           SELECT ForecastReport ASSIGN TO "./CashForecast.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BankBalanceFile.
       01 BankBalanceRecord.
           02 BBRecDate PIC 9(8).
           02 FILLER PIC X.
           02 BBStmtDate PIC 9(8).
           02 FILLER PIC X.
           02 BBStmtBalance PIC 9(8)V99.
           02 FILLER PIC X.
           02 BBDepTransit PIC 9(8)V99.
           02 FILLER PIC X.
           02 BBChecksOut PIC 9(8)V99.
           02 FILLER PIC X.
           02 BBRecBalance PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X.
           02 BBStatus PIC X.

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

       FD DepositControl.
       01 DepositControlRecord.
           02 DCDate PIC 9(8).
           02 FILLER PIC X.
           02 DCCount PIC 9(5).
           02 FILLER PIC X.
           02 DCTotal PIC 9(8)V99.

       FD CheckFile.
       01 CheckRecord.
           02 CKNum PIC 9(6).
           02 FILLER PIC X.
           02 CKDate PIC 9(8).
           02 FILLER PIC X.
           02 CKVendor PIC X(5).
           02 FILLER PIC X.
           02 CKAmount PIC 9(8)V99.
           02 FILLER PIC X.
           02 CKStatus PIC X.

       FD StandingFile.
       01 StandingRecord.
           02 SORecType PIC X.
           02 FILLER PIC X.
           02 SONum PIC 9(6).
           02 FILLER PIC X.
           02 SOField1 PIC X(8).
           02 SOField2 PIC X(8).
           02 FILLER PIC X.
           02 SOStatus PIC X.

       FD PriceFile.
       01 PriceRecord.
           02 PRFProdName PIC X(5).
           02 PRFEffectiveDate PIC 9(8).
           02 PRFPrice PIC 9(4)V99.

       FD PoFile.
       01 PoRecord.
           02 PORecType PIC X.
           02 FILLER PIC X.
           02 PONum PIC 9(6).
           02 FILLER PIC X.
           02 POField1 PIC X(5).
           02 FILLER PIC X.
           02 POField2 PIC X(8).
           02 FILLER PIC X.
           02 POField3 PIC X(5).
           02 FILLER PIC X.
           02 POField4 PIC X(8).
           02 FILLER PIC X.
           02 POField5 PIC X(6).

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

       FD ForecastReport.
       01 PrintLine PIC X(96).

       WORKING-STORAGE SECTION.
       01 BalStatus PIC XX.
       01 OpenStatus PIC XX.
       01 HistStatus PIC XX.
       01 DepStatus PIC XX.
       01 CheckStatus PIC XX.
       01 StandStatus PIC XX.
       01 PriceStatus PIC XX.
       01 PoStatus PIC XX.
       01 ApStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 TodayInt PIC 9(7).
       01 HorizonEnd PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 DefaultDays PIC 9(3) VALUE 30.
       01 BalanceFound PIC X VALUE 'N'.
       01 RecDate PIC 9(8) VALUE ZERO.
       01 RecStmtDate PIC 9(8) VALUE ZERO.
       01 RecBalance PIC S9(9)V99 VALUE ZERO.
       01 DepositsAfter PIC 9(8)V99 VALUE ZERO.
       01 ChecksAfter PIC 9(8)V99 VALUE ZERO.
       01 OpeningBalance PIC S9(9)V99.
       01 CustCount PIC 9(3) VALUE ZERO.
       01 CustTable.
           02 CustEntry
               OCCURS 1 TO 999 TIMES
               DEPENDING ON CustCount
               INDEXED BY CI.
               03 TblCustID PIC 9(5).
               03 TblPaidAmt PIC 9(10)V99.
               03 TblPayDays PIC 9(12)V99.
               03 TblAvgDays PIC 9(4).
               03 TblHasHistory PIC X.
       01 CustIdx PIC 9(4).
       01 CustFoundIdx PIC 9(4).
       01 WantedCust PIC 9(5).
       01 ItemCount PIC 9(5) VALUE ZERO.
       01 ItemTable.
           02 ItemEntry
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON ItemCount
               INDEXED BY II.
               03 TblItemInv PIC 9(6).
               03 TblItemCust PIC 9(5).
               03 TblItemDate PIC 9(8).
               03 TblItemDue PIC 9(8).
               03 TblItemOpen PIC 9(7)V99.
       01 ItemFoundIdx PIC 9(5).
       01 PayInt PIC 9(7).
       01 DaysToPay PIC S9(5).
       01 NoHistoryCount PIC 9(4) VALUE ZERO.
       01 PriceCount PIC 9(3) VALUE ZERO.
       01 PriceTable.
           02 PriceEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON PriceCount
               INDEXED BY PRI.
               03 TblPriceProd PIC X(5).
               03 TblPriceDate PIC 9(8).
               03 TblPriceAmt PIC 9(4)V99.
       01 PriceIdx PIC 9(4).
       01 BestPriceDate PIC 9(8).
       01 LinePrice PIC 9(4)V99.
       01 LineProd PIC X(5).
       01 LineQty PIC 9(3).
       01 StandCount PIC 9(3) VALUE ZERO.
       01 StandTable.
           02 StandEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON StandCount
               INDEXED BY SOI.
               03 TblSoCust PIC 9(5).
               03 TblSoFreq PIC X.
               03 TblSoNext PIC 9(8).
               03 TblSoValue PIC 9(8)V99.
       01 StandIdx PIC 9(4).
       01 CurrentStandIdx PIC 9(4) VALUE ZERO.
       01 CurrentNext PIC 9(8).
       01 NewNextDate PIC 9(8).
       01 BillDate PIC 9(8).
       01 WorkInt PIC 9(7).
       01 WorkYear PIC 9(4).
       01 WorkMonth PIC 99.
       01 WorkDay PIC 99.
       01 Work2Year PIC 9(4).
       01 Work2Month PIC 99.
       01 MonthEndDate PIC 9(8).
       01 MonthLastDay PIC 99.
       01 CurrentPoOpen PIC X VALUE 'N'.
       01 PoOrdered PIC 9(5).
       01 PoRecvd PIC 9(5).
       01 PoCostText PIC X(6).
       01 PoCostValue REDEFINES PoCostText PIC 9(4)V99.
       01 FlowDate PIC 9(8).
       01 FlowAmount PIC 9(8)V99.
       01 FlowInt PIC 9(7).
       01 FlowDays PIC S9(7).
       01 WeekNum PIC 9(3).
       01 BeyondIn PIC 9(10)V99 VALUE ZERO.
       01 BeyondOut PIC 9(10)V99 VALUE ZERO.
       01 WeekTable.
           02 WeekEntry OCCURS 13 TIMES.
               03 TblWkStart PIC 9(8).
               03 TblWkAR PIC 9(10)V99.
               03 TblWkStand PIC 9(10)V99.
               03 TblWkPO PIC 9(10)V99.
               03 TblWkAP PIC 9(10)V99.
               03 TblWkNet PIC S9(10)V99.
               03 TblWkBal PIC S9(10)V99.
       01 WeekIdx PIC 9(3).
       01 RunningBalance PIC S9(10)V99.
       01 FirstNegWeek PIC 9(3) VALUE ZERO.
       01 TotAR PIC 9(10)V99 VALUE ZERO.
       01 TotStand PIC 9(10)V99 VALUE ZERO.
       01 TotPO PIC 9(10)V99 VALUE ZERO.
       01 TotAP PIC 9(10)V99 VALUE ZERO.
       01 TotNet PIC S9(10)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(37) VALUE
               "Pronostico de caja a 13 semanas del ".
           02 PrnBizDate PIC 9(8).
       01 StartLine.
           02 PrnStartLabel PIC X(40).
           02 PrnStartValue PIC -ZZZZZZZZZ9.99.
       01 ColumnHeading1.
           02 FILLER PIC X(40) VALUE
               "              ------- Entradas -------- ".
           02 FILLER PIC X(25) VALUE
               "-------- Salidas --------".
       01 ColumnHeading2.
           02 FILLER PIC X(40) VALUE
               "Sem  Desde        Cobranza  Permanentes ".
           02 FILLER PIC X(40) VALUE
               "  Ord.compra   Fact.prov.          Neto ".
           02 FILLER PIC X(14) VALUE
               "         Saldo".
       01 WeekLine.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWeek PIC Z9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnWkStart PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWkAR PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWkStand PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWkPO PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWkAP PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWkNet PIC -ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWkBal PIC -ZZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWkFlag PIC X.
       01 TotalLine.
           02 FILLER PIC X(14) VALUE "Total".
           02 PrnTotAR PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotStand PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotPO PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotAP PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotNet PIC -ZZZZZZZZ9.99.
       01 NoteLine.
           02 PrnNoteLabel PIC X(40).
           02 PrnNoteValue PIC ZZZZZZZZZ9.99.
       01 CountLine.
           02 PrnCountLabel PIC X(40).
           02 PrnCountValue PIC ZZZ9.
       01 WarnMsg PIC X(96).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           COMPUTE HorizonEnd =
               FUNCTION DATE-OF-INTEGER(TodayInt + 90).
           PERFORM LoadForecastParms.
           PERFORM LoadBankBalance.
           IF BalanceFound IS EQUAL TO 'N' THEN
               DISPLAY 'Sin saldo conciliado en bank-balance.dat, '
                   'correr BANKREC.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM InitOneWeek
               VARYING WeekIdx FROM 1 BY 1
               UNTIL WeekIdx IS GREATER THAN 13.
           PERFORM TallyDepositsAfter.
           PERFORM TallyChecksAfter.
           COMPUTE OpeningBalance =
               RecBalance + DepositsAfter - ChecksAfter.
           PERFORM LoadOpenItems.
           PERFORM TallyPayments.
           PERFORM AverageOneCustomer
               VARYING CustIdx FROM 1 BY 1
               UNTIL CustIdx IS GREATER THAN CustCount.
           PERFORM ProjectOneItem
               VARYING II FROM 1 BY 1
               UNTIL II IS GREATER THAN ItemCount.
           PERFORM LoadPrices.
           PERFORM LoadStandingOrders.
           PERFORM ProjectOneStanding
               VARYING StandIdx FROM 1 BY 1
               UNTIL StandIdx IS GREATER THAN StandCount.
           PERFORM ProjectPurchaseOrders.
           PERFORM ProjectApInvoices.
           MOVE OpeningBalance TO RunningBalance.
           PERFORM RollOneWeek
               VARYING WeekIdx FROM 1 BY 1
               UNTIL WeekIdx IS GREATER THAN 13.
           PERFORM WriteForecastReport.
           DISPLAY 'Saldo inicial:           ' OpeningBalance.
           DISPLAY 'Saldo a 13 semanas:      ' RunningBalance.
           IF FirstNegWeek IS GREATER THAN ZERO THEN
               DISPLAY 'SALDO NEGATIVO PROYECTADO EN SEMANA '
                   FirstNegWeek
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadForecastParms.
           MOVE 'CASHDEFDAYS' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE DefaultDays = FUNCTION NUMVAL(ParmValue)
           END-IF.

       LoadBankBalance.
           OPEN INPUT BankBalanceFile.
           IF BalStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneBankBalance UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE BankBalanceFile
           ELSE IF BalStatus IS EQUAL TO "05" THEN
               CLOSE BankBalanceFile
           END-IF.

       LoadOneBankBalance.
           READ BankBalanceFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF BBStatus IS EQUAL TO 'C' AND
                       BBRecDate IS NOT GREATER THAN BusinessDate AND
                       (BBStmtDate IS GREATER THAN RecStmtDate OR
                       (BBStmtDate IS EQUAL TO RecStmtDate AND
                       BBRecDate IS NOT LESS THAN RecDate)) THEN
                       MOVE 'Y' TO BalanceFound
                       MOVE BBRecDate TO RecDate
                       MOVE BBStmtDate TO RecStmtDate
                       MOVE BBRecBalance TO RecBalance
                   END-IF
           END-READ.

       InitOneWeek.
           COMPUTE TblWkStart(WeekIdx) = FUNCTION DATE-OF-INTEGER(
               TodayInt + (WeekIdx - 1) * 7).
           MOVE ZERO TO TblWkAR(WeekIdx).
           MOVE ZERO TO TblWkStand(WeekIdx).
           MOVE ZERO TO TblWkPO(WeekIdx).
           MOVE ZERO TO TblWkAP(WeekIdx).
           MOVE ZERO TO TblWkNet(WeekIdx).
           MOVE ZERO TO TblWkBal(WeekIdx).

       TallyDepositsAfter.
           OPEN INPUT DepositControl.
           IF DepStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOneDeposit UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE DepositControl
           ELSE IF DepStatus IS EQUAL TO "05" THEN
               CLOSE DepositControl
           END-IF.

       TallyOneDeposit.
           READ DepositControl
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF DCDate IS GREATER THAN RecDate AND
                       DCDate IS NOT GREATER THAN BusinessDate THEN
                       ADD DCTotal TO DepositsAfter
                   END-IF
           END-READ.

       TallyChecksAfter.
           OPEN INPUT CheckFile.
           IF CheckStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOneCheck UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CheckFile
           ELSE IF CheckStatus IS EQUAL TO "05" THEN
               CLOSE CheckFile
           END-IF.

       TallyOneCheck.
           READ CheckFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CKStatus IS EQUAL TO 'I' AND
                       CKDate IS GREATER THAN RecDate AND
                       CKDate IS NOT GREATER THAN BusinessDate THEN
                       ADD CKAmount TO ChecksAfter
                   END-IF
           END-READ.

       LoadOpenItems.
           OPEN INPUT OpenItemsFile.
           IF OpenStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneOpenItem UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OpenItemsFile
           ELSE IF OpenStatus IS EQUAL TO "05" THEN
               CLOSE OpenItemsFile
           END-IF.

       LoadOneOpenItem.
           READ OpenItemsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF ItemCount IS LESS THAN 20000 THEN
                       ADD 1 TO ItemCount
                       MOVE OIInvNum TO TblItemInv(ItemCount)
                       MOVE OICustID TO TblItemCust(ItemCount)
                       MOVE OIInvDate TO TblItemDate(ItemCount)
                       IF OIDueDate IS NUMERIC AND
                           OIDueDate IS GREATER THAN ZERO THEN
                           MOVE OIDueDate TO TblItemDue(ItemCount)
                       ELSE
                           MOVE ZERO TO TblItemDue(ItemCount)
                       END-IF
                       MOVE ZERO TO TblItemOpen(ItemCount)
                       IF OIOpenFlag IS EQUAL TO 'O' AND
                           OIInvTotal IS GREATER THAN OIPaid THEN
                           COMPUTE TblItemOpen(ItemCount) =
                               OIInvTotal - OIPaid
                       END-IF
                       MOVE OICustID TO WantedCust
                       PERFORM FindCustomer
                   END-IF
           END-READ.

       FindCustomer.
           MOVE ZERO TO CustFoundIdx.
           PERFORM FindOneCustomer
               VARYING CustIdx FROM 1 BY 1
               UNTIL CustIdx IS GREATER THAN CustCount.
           IF CustFoundIdx IS EQUAL TO ZERO AND
               CustCount IS LESS THAN 999 THEN
               ADD 1 TO CustCount
               MOVE WantedCust TO TblCustID(CustCount)
               MOVE ZERO TO TblPaidAmt(CustCount)
               MOVE ZERO TO TblPayDays(CustCount)
               MOVE DefaultDays TO TblAvgDays(CustCount)
               MOVE 'N' TO TblHasHistory(CustCount)
               MOVE CustCount TO CustFoundIdx
           END-IF.

       FindOneCustomer.
           IF TblCustID(CustIdx) IS EQUAL TO WantedCust AND
               CustFoundIdx IS EQUAL TO ZERO THEN
               MOVE CustIdx TO CustFoundIdx
           END-IF.

       TallyPayments.
           OPEN INPUT PayHistFile.
           IF HistStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOnePayment UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PayHistFile
           ELSE IF HistStatus IS EQUAL TO "05" THEN
               CLOSE PayHistFile
           END-IF.

       TallyOnePayment.
           READ PayHistFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF (PHType IS EQUAL TO SPACE OR
                       PHType IS EQUAL TO 'L') AND
                       PHDate IS NOT GREATER THAN BusinessDate THEN
                       PERFORM AgeOnePayment
                   END-IF
           END-READ.

       AgeOnePayment.
           MOVE ZERO TO ItemFoundIdx.
           IF ItemCount IS GREATER THAN ZERO THEN
               PERFORM FindOneItem
                   VARYING II FROM 1 BY 1
                   UNTIL II IS GREATER THAN ItemCount
           END-IF.
           IF ItemFoundIdx IS GREATER THAN ZERO AND
               TblItemDate(ItemFoundIdx) IS GREATER THAN ZERO THEN
               MOVE PHCustID TO WantedCust
               PERFORM FindCustomer
               IF CustFoundIdx IS GREATER THAN ZERO THEN
                   COMPUTE PayInt = FUNCTION INTEGER-OF-DATE(PHDate)
                   COMPUTE DaysToPay = PayInt - FUNCTION
                       INTEGER-OF-DATE(TblItemDate(ItemFoundIdx))
                   IF DaysToPay IS LESS THAN ZERO THEN
                       MOVE ZERO TO DaysToPay
                   END-IF
                   ADD PHAmount TO TblPaidAmt(CustFoundIdx)
                   COMPUTE TblPayDays(CustFoundIdx) =
                       TblPayDays(CustFoundIdx) + DaysToPay * PHAmount
               END-IF
           END-IF.

       FindOneItem.
           IF TblItemInv(II) IS EQUAL TO PHInvNum AND
               ItemFoundIdx IS EQUAL TO ZERO THEN
               SET ItemFoundIdx TO II
           END-IF.

       AverageOneCustomer.
           IF TblPaidAmt(CustIdx) IS GREATER THAN ZERO THEN
               COMPUTE TblAvgDays(CustIdx) ROUNDED =
                   TblPayDays(CustIdx) / TblPaidAmt(CustIdx)
               MOVE 'Y' TO TblHasHistory(CustIdx)
           END-IF.

       ProjectOneItem.
           IF TblItemOpen(II) IS GREATER THAN ZERO THEN
               MOVE TblItemCust(II) TO WantedCust
               PERFORM FindCustomer
               PERFORM ExpectedItemDate
               MOVE TblItemOpen(II) TO FlowAmount
               PERFORM FindFlowWeek
               IF WeekNum IS GREATER THAN ZERO THEN
                   ADD FlowAmount TO TblWkAR(WeekNum)
               ELSE
                   ADD FlowAmount TO BeyondIn
               END-IF
           END-IF.

       ExpectedItemDate.
           EVALUATE TRUE
               WHEN CustFoundIdx IS GREATER THAN ZERO AND
                   TblHasHistory(CustFoundIdx) IS EQUAL TO 'Y' AND
                   TblItemDate(II) IS GREATER THAN ZERO
                   COMPUTE FlowInt =
                       FUNCTION INTEGER-OF-DATE(TblItemDate(II))
                       + TblAvgDays(CustFoundIdx)
                   COMPUTE FlowDate =
                       FUNCTION DATE-OF-INTEGER(FlowInt)
               WHEN TblItemDue(II) IS GREATER THAN ZERO
                   ADD 1 TO NoHistoryCount
                   MOVE TblItemDue(II) TO FlowDate
               WHEN TblItemDate(II) IS GREATER THAN ZERO
                   ADD 1 TO NoHistoryCount
                   COMPUTE FlowInt =
                       FUNCTION INTEGER-OF-DATE(TblItemDate(II))
                       + DefaultDays
                   COMPUTE FlowDate =
                       FUNCTION DATE-OF-INTEGER(FlowInt)
               WHEN OTHER
                   ADD 1 TO NoHistoryCount
                   MOVE BusinessDate TO FlowDate
           END-EVALUATE.

       FindFlowWeek.
           IF FlowDate IS NOT GREATER THAN BusinessDate THEN
               MOVE 1 TO WeekNum
           ELSE
               COMPUTE FlowDays =
                   FUNCTION INTEGER-OF-DATE(FlowDate) - TodayInt
               COMPUTE WeekNum = FlowDays / 7 + 1
               IF WeekNum IS GREATER THAN 13 THEN
                   MOVE ZERO TO WeekNum
               END-IF
           END-IF.

       LoadPrices.
           OPEN INPUT PriceFile.
           IF PriceStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOnePrice UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PriceFile
           ELSE IF PriceStatus IS EQUAL TO "05" THEN
               CLOSE PriceFile
           END-IF.

       LoadOnePrice.
           READ PriceFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PriceCount IS LESS THAN 500 THEN
                       ADD 1 TO PriceCount
                       MOVE FUNCTION UPPER-CASE(PRFProdName)
                           TO TblPriceProd(PriceCount)
                       MOVE PRFEffectiveDate TO TblPriceDate(PriceCount)
                       MOVE PRFPrice TO TblPriceAmt(PriceCount)
                   END-IF
           END-READ.

       LoadStandingOrders.
           OPEN INPUT StandingFile.
           IF StandStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneStandRec UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE StandingFile
           ELSE IF StandStatus IS EQUAL TO "05" THEN
               CLOSE StandingFile
           END-IF.

       LoadOneStandRec.
           READ StandingFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SORecType IS EQUAL TO 'H' THEN
                       MOVE ZERO TO CurrentStandIdx
                       IF SOStatus IS EQUAL TO 'A' AND
                           SOField2 IS NUMERIC AND
                           StandCount IS LESS THAN 500 THEN
                           ADD 1 TO StandCount
                           MOVE SOField1(1:5) TO TblSoCust(StandCount)
                           MOVE SOField1(7:1) TO TblSoFreq(StandCount)
                           MOVE SOField2 TO TblSoNext(StandCount)
                           MOVE ZERO TO TblSoValue(StandCount)
                           MOVE StandCount TO CurrentStandIdx
                       END-IF
                   ELSE IF SORecType IS EQUAL TO 'L' AND
                       CurrentStandIdx IS GREATER THAN ZERO THEN
                       PERFORM PriceOneStandLine
                   END-IF
           END-READ.

       PriceOneStandLine.
           MOVE FUNCTION UPPER-CASE(SOField1(1:5)) TO LineProd.
           MOVE SOField2(1:3) TO LineQty.
           MOVE ZERO TO LinePrice.
           MOVE ZERO TO BestPriceDate.
           PERFORM FindOnePrice
               VARYING PriceIdx FROM 1 BY 1
               UNTIL PriceIdx IS GREATER THAN PriceCount.
           COMPUTE TblSoValue(CurrentStandIdx) =
               TblSoValue(CurrentStandIdx) + LineQty * LinePrice.

       FindOnePrice.
           IF TblPriceProd(PriceIdx) IS EQUAL TO LineProd AND
               TblPriceDate(PriceIdx) IS NOT GREATER THAN
                   BusinessDate AND
               TblPriceDate(PriceIdx) IS NOT LESS THAN
                   BestPriceDate THEN
               MOVE TblPriceDate(PriceIdx) TO BestPriceDate
               MOVE TblPriceAmt(PriceIdx) TO LinePrice
           END-IF.

       ProjectOneStanding.
           IF TblSoValue(StandIdx) IS GREATER THAN ZERO THEN
               MOVE TblSoCust(StandIdx) TO WantedCust
               PERFORM FindCustomer
               MOVE TblSoNext(StandIdx) TO CurrentNext
               PERFORM ProjectOneBilling
                   UNTIL CurrentNext IS GREATER THAN HorizonEnd
           END-IF.

       ProjectOneBilling.
           IF CurrentNext IS LESS THAN BusinessDate THEN
               MOVE BusinessDate TO BillDate
           ELSE
               MOVE CurrentNext TO BillDate
           END-IF.
           IF CustFoundIdx IS GREATER THAN ZERO THEN
               COMPUTE FlowInt = FUNCTION INTEGER-OF-DATE(BillDate)
                   + TblAvgDays(CustFoundIdx)
           ELSE
               COMPUTE FlowInt = FUNCTION INTEGER-OF-DATE(BillDate)
                   + DefaultDays
           END-IF.
           COMPUTE FlowDate = FUNCTION DATE-OF-INTEGER(FlowInt).
           MOVE TblSoValue(StandIdx) TO FlowAmount.
           PERFORM FindFlowWeek.
           IF WeekNum IS GREATER THAN ZERO THEN
               ADD FlowAmount TO TblWkStand(WeekNum)
           ELSE
               ADD FlowAmount TO BeyondIn
           END-IF.
           PERFORM AdvanceNextDate.
           MOVE NewNextDate TO CurrentNext.

       AdvanceNextDate.
           IF TblSoFreq(StandIdx) IS EQUAL TO 'S' THEN
               COMPUTE WorkInt =
                   FUNCTION INTEGER-OF-DATE(CurrentNext) + 7
               COMPUTE NewNextDate = FUNCTION DATE-OF-INTEGER(WorkInt)
           ELSE
               MOVE CurrentNext(1:4) TO WorkYear
               MOVE CurrentNext(5:2) TO WorkMonth
               COMPUTE WorkDay = FUNCTION NUMVAL(CurrentNext(7:2))
               ADD 1 TO WorkMonth
               IF WorkMonth IS GREATER THAN 12 THEN
                   MOVE 1 TO WorkMonth
                   ADD 1 TO WorkYear
               END-IF
               PERFORM ClampMonthDay
               COMPUTE NewNextDate = WorkYear * 10000 +
                   WorkMonth * 100 + WorkDay
           END-IF.

       ClampMonthDay.
           MOVE WorkYear TO Work2Year.
           COMPUTE Work2Month = WorkMonth + 1.
           IF Work2Month IS GREATER THAN 12 THEN
               MOVE 1 TO Work2Month
               ADD 1 TO Work2Year
           END-IF.
           COMPUTE WorkInt = FUNCTION INTEGER-OF-DATE(
               Work2Year * 10000 + Work2Month * 100 + 1) - 1.
           COMPUTE MonthEndDate = FUNCTION DATE-OF-INTEGER(WorkInt).
           COMPUTE MonthLastDay = FUNCTION NUMVAL(MonthEndDate(7:2)).
           IF WorkDay IS GREATER THAN MonthLastDay THEN
               MOVE MonthLastDay TO WorkDay
           END-IF.

       ProjectPurchaseOrders.
           OPEN INPUT PoFile.
           IF PoStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ProjectOnePoRec UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PoFile
           ELSE IF PoStatus IS EQUAL TO "05" THEN
               CLOSE PoFile
           END-IF.

       ProjectOnePoRec.
           READ PoFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PORecType IS EQUAL TO 'H' THEN
                       IF POField3(1:1) IS EQUAL TO 'O' THEN
                           MOVE 'Y' TO CurrentPoOpen
                       ELSE
                           MOVE 'N' TO CurrentPoOpen
                       END-IF
                   ELSE IF PORecType IS EQUAL TO 'L' AND
                       CurrentPoOpen IS EQUAL TO 'Y' THEN
                       PERFORM ProjectOnePoLine
                   END-IF
           END-READ.

       ProjectOnePoLine.
           MOVE POField2(3:5) TO PoOrdered.
           MOVE POField3 TO PoRecvd.
           MOVE POField5 TO PoCostText.
           IF PoOrdered IS GREATER THAN PoRecvd AND
               PoCostText IS NUMERIC THEN
               COMPUTE FlowAmount =
                   (PoOrdered - PoRecvd) * PoCostValue
               IF POField4 IS NUMERIC THEN
                   MOVE POField4 TO FlowDate
               ELSE
                   MOVE BusinessDate TO FlowDate
               END-IF
               PERFORM FindFlowWeek
               IF WeekNum IS GREATER THAN ZERO THEN
                   ADD FlowAmount TO TblWkPO(WeekNum)
               ELSE
                   ADD FlowAmount TO BeyondOut
               END-IF
           END-IF.

       ProjectApInvoices.
           OPEN INPUT ApOpenFile.
           IF ApStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ProjectOneApInvoice UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ApOpenFile
           ELSE IF ApStatus IS EQUAL TO "05" THEN
               CLOSE ApOpenFile
           END-IF.

       ProjectOneApInvoice.
           READ ApOpenFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF APPayStatus IS NOT EQUAL TO 'P' AND
                       APMatch IS NOT EQUAL TO 'D' AND
                       APTotal IS GREATER THAN APPaid THEN
                       COMPUTE FlowAmount = APTotal - APPaid
                       MOVE APDueDate TO FlowDate
                       PERFORM FindFlowWeek
                       IF WeekNum IS GREATER THAN ZERO THEN
                           ADD FlowAmount TO TblWkAP(WeekNum)
                       ELSE
                           ADD FlowAmount TO BeyondOut
                       END-IF
                   END-IF
           END-READ.

       RollOneWeek.
           COMPUTE TblWkNet(WeekIdx) = TblWkAR(WeekIdx)
               + TblWkStand(WeekIdx) - TblWkPO(WeekIdx)
               - TblWkAP(WeekIdx).
           ADD TblWkNet(WeekIdx) TO RunningBalance.
           MOVE RunningBalance TO TblWkBal(WeekIdx).
           IF RunningBalance IS LESS THAN ZERO AND
               FirstNegWeek IS EQUAL TO ZERO THEN
               MOVE WeekIdx TO FirstNegWeek
           END-IF.
           ADD TblWkAR(WeekIdx) TO TotAR.
           ADD TblWkStand(WeekIdx) TO TotStand.
           ADD TblWkPO(WeekIdx) TO TotPO.
           ADD TblWkAP(WeekIdx) TO TotAP.
           ADD TblWkNet(WeekIdx) TO TotNet.

       WriteForecastReport.
           OPEN OUTPUT ForecastReport.
           MOVE BusinessDate TO PrnBizDate.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE SPACE TO PrnStartLabel.
           STRING 'Saldo conciliado (BANKREC) al ' DELIMITED BY SIZE
               RecStmtDate DELIMITED BY SIZE
               INTO PrnStartLabel
           END-STRING.
           MOVE RecBalance TO PrnStartValue.
           WRITE PrintLine FROM StartLine.
           MOVE 'Mas depositos posteriores' TO PrnStartLabel.
           MOVE DepositsAfter TO PrnStartValue.
           WRITE PrintLine FROM StartLine.
           MOVE 'Menos cheques posteriores' TO PrnStartLabel.
           MOVE ChecksAfter TO PrnStartValue.
           WRITE PrintLine FROM StartLine.
           MOVE 'Saldo inicial' TO PrnStartLabel.
           MOVE OpeningBalance TO PrnStartValue.
           WRITE PrintLine FROM StartLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading1.
           WRITE PrintLine FROM ColumnHeading2.
           PERFORM WriteOneWeek
               VARYING WeekIdx FROM 1 BY 1
               UNTIL WeekIdx IS GREATER THAN 13.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE TotAR TO PrnTotAR.
           MOVE TotStand TO PrnTotStand.
           MOVE TotPO TO PrnTotPO.
           MOVE TotAP TO PrnTotAP.
           MOVE TotNet TO PrnTotNet.
           WRITE PrintLine FROM TotalLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Entradas fuera del horizonte' TO PrnNoteLabel.
           MOVE BeyondIn TO PrnNoteValue.
           WRITE PrintLine FROM NoteLine.
           MOVE 'Salidas fuera del horizonte' TO PrnNoteLabel.
           MOVE BeyondOut TO PrnNoteValue.
           WRITE PrintLine FROM NoteLine.
           MOVE 'Partidas sin historial de pago' TO PrnCountLabel.
           MOVE NoHistoryCount TO PrnCountValue.
           WRITE PrintLine FROM CountLine.
           IF FirstNegWeek IS GREATER THAN ZERO THEN
               MOVE "    * SALDO NEGATIVO PROYECTADO." TO WarnMsg
               WRITE PrintLine FROM WarnMsg
           END-IF.
           CLOSE ForecastReport.

       WriteOneWeek.
           MOVE WeekIdx TO PrnWeek.
           MOVE TblWkStart(WeekIdx) TO PrnWkStart.
           MOVE TblWkAR(WeekIdx) TO PrnWkAR.
           MOVE TblWkStand(WeekIdx) TO PrnWkStand.
           MOVE TblWkPO(WeekIdx) TO PrnWkPO.
           MOVE TblWkAP(WeekIdx) TO PrnWkAP.
           MOVE TblWkNet(WeekIdx) TO PrnWkNet.
           MOVE TblWkBal(WeekIdx) TO PrnWkBal.
           IF TblWkBal(WeekIdx) IS LESS THAN ZERO THEN
               MOVE '*' TO PrnWkFlag
           ELSE
               MOVE SPACE TO PrnWkFlag
           END-IF.
           WRITE PrintLine FROM WeekLine.
