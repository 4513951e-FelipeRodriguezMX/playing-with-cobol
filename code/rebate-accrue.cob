       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATEACR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RebateFile ASSIGN TO "./rebates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RebateStatus.
           SELECT OPTIONAL SalesJournal ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT OPTIONAL AccrualFile
               ASSIGN TO "./rebate-accruals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccrualStatus.
           SELECT RebateReport ASSIGN TO "./RebateStatement.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RebateFile.
       01 RebateRecord.
           02 RBFCustID PIC 9(5).
           02 FILLER PIC X.
           02 RBFYear PIC 9(4).
           02 FILLER PIC X.
           02 RBFThreshold PIC 9(8)V99.
           02 FILLER PIC X.
           02 RBFPct PIC 99V99.

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

       FD AccrualFile.
       01 AccrualRecord.
           02 RADate PIC 9(8).
           02 FILLER PIC X.
           02 RACustID PIC 9(5).
           02 FILLER PIC X.
           02 RAYear PIC 9(4).
           02 FILLER PIC X.
           02 RAMonth PIC 9(6).
           02 FILLER PIC X.
           02 RAType PIC X.
           02 FILLER PIC X.
           02 RANetSales PIC S9(8)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X.
           02 RAPct PIC 99V99.
           02 FILLER PIC X.
           02 RARebate PIC 9(7)V99.
           02 FILLER PIC X.
           02 RAAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X.
           02 RAMemo PIC 9(6).

       FD RebateReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 RebateStatus PIC XX.
       01 JournalStatus PIC XX.
       01 AccrualStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 WantedMonth PIC 9(6).
       01 WantedYear PIC 9(4).
       01 TierCount PIC 9(3) VALUE ZERO.
       01 TierTable.
           02 TierEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON TierCount
               INDEXED BY TRI.
               03 TblTierCust PIC 9(5).
               03 TblTierThreshold PIC 9(8)V99.
               03 TblTierPct PIC 99V99.
       01 AcrCount PIC 9(3) VALUE ZERO.
       01 AcrTable.
           02 AcrEntry
               OCCURS 1 TO 300 TIMES
               DEPENDING ON AcrCount
               INDEXED BY ACI.
               03 TblAcrCust PIC 9(5).
               03 TblAcrNet PIC S9(9)V99.
               03 TblAcrAccrued PIC S9(8)V99.
               03 TblAcrSettled PIC X.
       01 MemoCount PIC 9(3) VALUE ZERO.
       01 MemoTable.
           02 MemoEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON MemoCount
               INDEXED BY MMI.
               03 TblMemoNum PIC 9(6).
       01 AcrIdx PIC 9(3).
       01 FoundIdx PIC 9(3).
       01 TierIdx PIC 9(3).
       01 MemoIdx PIC 9(3).
       01 WantedCust PIC 9(5).
       01 MemoExcluded PIC X.
       01 EarnedPct PIC 99V99.
       01 EarnedThreshold PIC 9(8)V99.
       01 NextThreshold PIC 9(8)V99.
       01 NextPct PIC 99V99.
       01 NextFound PIC X.
       01 ExpectedRebate PIC 9(7)V99.
       01 AccrualDelta PIC S9(7)V99.
       01 AmountShort PIC 9(9)V99.
       01 AccrualsWritten PIC 9(3) VALUE ZERO.
       01 TotDelta PIC S9(8)V99 VALUE ZERO.
       01 AccrualLine.
           02 ALDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 ALCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 ALYear PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 ALMonth PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 ALType PIC X VALUE 'A'.
           02 FILLER PIC X VALUE SPACE.
           02 ALNetSales PIC S9(8)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X VALUE SPACE.
           02 ALPct PIC 99V99.
           02 FILLER PIC X VALUE SPACE.
           02 ALRebate PIC 9(7)V99.
           02 FILLER PIC X VALUE SPACE.
           02 ALAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X VALUE SPACE.
           02 ALMemo PIC 9(6) VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(32) VALUE
               "Estado de rebates por volumen  ".
           02 FILLER PIC X(6) VALUE "anio  ".
           02 PrnHeadYear PIC 9(4).
           02 FILLER PIC X(15) VALUE "  hasta el mes ".
           02 PrnHeadMonth PIC 9(6).
       01 CustHeading.
           02 FILLER PIC X(9) VALUE "Cliente: ".
           02 PrnCustID PIC 9(5).
       01 SettledLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(40) VALUE
               "Rebate del anio ya liquidado.".
       01 NetSalesLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(26) VALUE "Compra neta acumulada:    ".
           02 PrnNetSales PIC ZZZ,ZZZ,ZZ9.99-.
       01 TierLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(26) VALUE "Escalon alcanzado:        ".
           02 PrnTierThreshold PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(4) VALUE "  al".
           02 PrnTierPct PIC ZZ9.99.
           02 FILLER PIC X VALUE '%'.
       01 NoTierLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(26) VALUE "Escalon alcanzado:        ".
           02 FILLER PIC X(7) VALUE "ninguno".
       01 EarnedLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(26) VALUE "Rebate ganado:            ".
           02 PrnEarned PIC Z,ZZZ,ZZ9.99.
       01 AccruedLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(26) VALUE "Provisionado a la fecha:  ".
           02 PrnAccrued PIC Z,ZZZ,ZZ9.99-.
       01 NextTierLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(26) VALUE "Siguiente escalon:        ".
           02 PrnNextThreshold PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(4) VALUE "  al".
           02 PrnNextPct PIC ZZ9.99.
           02 FILLER PIC X VALUE '%'.
       01 ShortLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(26) VALUE "Falta para alcanzarlo:    ".
           02 PrnShort PIC ZZZ,ZZZ,ZZ9.99.
       01 TopTierLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(40) VALUE
               "Escalon maximo del convenio alcanzado.".
       01 SeparatorLine PIC X(70) VALUE ALL "-".
       01 TotalLine.
           02 FILLER PIC X(26) VALUE "Provision neta del mes:   ".
           02 PrnTotDelta PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           CALL 'PERIODCK' USING BusinessDate, PeriodOpen.
           IF PeriodOpen IS EQUAL TO 'N' THEN
               DISPLAY 'Periodo contable cerrado: ' BusinessDate(1:6)
               DISPLAY 'No se provisionan rebates en periodo cerrado.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BusinessDate(1:6) TO WantedMonth.
           MOVE 'REBATEMONTH' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE WantedMonth = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE WantedMonth(1:4) TO WantedYear.
           PERFORM LoadTiers.
           IF AcrCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin convenios de rebate para ' WantedYear
               STOP RUN
           END-IF.
           PERFORM LoadAccruals.
           PERFORM SumNetSales.
           OPEN EXTEND AccrualFile.
           OPEN OUTPUT RebateReport.
           MOVE WantedYear TO PrnHeadYear.
           MOVE WantedMonth TO PrnHeadMonth.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM SeparatorLine.
           PERFORM AccrueOneCustomer
               VARYING AcrIdx FROM 1 BY 1
               UNTIL AcrIdx IS GREATER THAN AcrCount.
           MOVE TotDelta TO PrnTotDelta.
           WRITE PrintLine FROM TotalLine.
           CLOSE AccrualFile, RebateReport.
           DISPLAY 'Clientes con convenio:  ' AcrCount.
           DISPLAY 'Provisiones escritas:   ' AccrualsWritten.
           DISPLAY 'Provision neta:         ' TotDelta.
           DISPLAY 'Estado en RebateStatement.dat'.
           STOP RUN.

       LoadTiers.
           OPEN INPUT RebateFile.
           IF RebateStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneTier UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE RebateFile
           ELSE IF RebateStatus IS EQUAL TO "05" THEN
               CLOSE RebateFile
           END-IF.

       LoadOneTier.
           READ RebateFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RBFYear IS EQUAL TO WantedYear AND
                       TierCount IS LESS THAN 500 THEN
                       ADD 1 TO TierCount
                       MOVE RBFCustID TO TblTierCust(TierCount)
                       MOVE RBFThreshold TO TblTierThreshold(TierCount)
                       MOVE RBFPct TO TblTierPct(TierCount)
                       MOVE RBFCustID TO WantedCust
                       PERFORM FindCustomer
                       IF FoundIdx IS EQUAL TO ZERO AND
                           AcrCount IS LESS THAN 300 THEN
                           ADD 1 TO AcrCount
                           MOVE RBFCustID TO TblAcrCust(AcrCount)
                           MOVE ZERO TO TblAcrNet(AcrCount)
                           MOVE ZERO TO TblAcrAccrued(AcrCount)
                           MOVE 'N' TO TblAcrSettled(AcrCount)
                       END-IF
                   END-IF
           END-READ.

       FindCustomer.
           MOVE ZERO TO FoundIdx.
           IF AcrCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneCustomer
                   VARYING ACI FROM 1 BY 1
                   UNTIL ACI IS GREATER THAN AcrCount
           END-IF.

       CheckOneCustomer.
           IF TblAcrCust(ACI) IS EQUAL TO WantedCust AND
               FoundIdx IS EQUAL TO ZERO THEN
               SET FoundIdx TO ACI
           END-IF.

       LoadAccruals.
           OPEN INPUT AccrualFile.
           IF AccrualStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneAccrual UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE AccrualFile
           ELSE IF AccrualStatus IS EQUAL TO "05" THEN
               CLOSE AccrualFile
           END-IF.

       LoadOneAccrual.
           READ AccrualFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RAType IS EQUAL TO 'S' AND
                       MemoCount IS LESS THAN 500 THEN
                       ADD 1 TO MemoCount
                       MOVE RAMemo TO TblMemoNum(MemoCount)
                   END-IF
                   IF RAYear IS EQUAL TO WantedYear THEN
                       MOVE RACustID TO WantedCust
                       PERFORM FindCustomer
                       IF FoundIdx IS GREATER THAN ZERO THEN
                           ADD RAAmount TO TblAcrAccrued(FoundIdx)
                           IF RAType IS EQUAL TO 'S' THEN
                               MOVE 'Y' TO TblAcrSettled(FoundIdx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       SumNetSales.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM SumOneJournalRow UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesJournal
           ELSE IF JournalStatus IS EQUAL TO "05" THEN
               CLOSE SalesJournal
           END-IF.

       SumOneJournalRow.
           READ SalesJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SJDate(1:4) IS EQUAL TO WantedYear AND
                       SJDate(1:6) IS NOT GREATER THAN WantedMonth AND
                       SJDocType IS NOT EQUAL TO 'F' THEN
                       PERFORM AddOneJournalRow
                   END-IF
           END-READ.

       AddOneJournalRow.
           MOVE SJCustID TO WantedCust.
           PERFORM FindCustomer.
           IF FoundIdx IS GREATER THAN ZERO THEN
               PERFORM CheckRebateMemo
               IF MemoExcluded IS EQUAL TO 'N' THEN
                   IF SJDocType IS EQUAL TO 'C' THEN
                       SUBTRACT SJSubtotal FROM TblAcrNet(FoundIdx)
                   ELSE
                       ADD SJSubtotal TO TblAcrNet(FoundIdx)
                   END-IF
               END-IF
           END-IF.

       CheckRebateMemo.
           MOVE 'N' TO MemoExcluded.
           IF SJDocType IS EQUAL TO 'C' AND
               MemoCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneRebateMemo
                   VARYING MemoIdx FROM 1 BY 1
                   UNTIL MemoIdx IS GREATER THAN MemoCount
           END-IF.

       CheckOneRebateMemo.
           IF TblMemoNum(MemoIdx) IS EQUAL TO SJInvNum THEN
               MOVE 'Y' TO MemoExcluded
           END-IF.

       AccrueOneCustomer.
           MOVE TblAcrCust(AcrIdx) TO PrnCustID.
           WRITE PrintLine FROM CustHeading.
           IF TblAcrSettled(AcrIdx) IS EQUAL TO 'Y' THEN
               WRITE PrintLine FROM SettledLine
           ELSE
               PERFORM FindEarnedTier
               PERFORM WriteAccrualEntry
               PERFORM WriteCustomerStatement
           END-IF.
           WRITE PrintLine FROM SeparatorLine.

       FindEarnedTier.
           MOVE TblAcrCust(AcrIdx) TO WantedCust.
           MOVE ZERO TO EarnedPct, EarnedThreshold.
           MOVE ZERO TO NextThreshold, NextPct.
           MOVE 'N' TO NextFound.
           PERFORM CheckOneTier
               VARYING TierIdx FROM 1 BY 1
               UNTIL TierIdx IS GREATER THAN TierCount.
           IF TblAcrNet(AcrIdx) IS GREATER THAN ZERO THEN
               COMPUTE ExpectedRebate ROUNDED =
                   TblAcrNet(AcrIdx) * EarnedPct / 100
           ELSE
               MOVE ZERO TO ExpectedRebate
           END-IF.

       CheckOneTier.
           IF TblTierCust(TierIdx) IS EQUAL TO WantedCust THEN
               IF TblTierThreshold(TierIdx) IS NOT GREATER THAN
                   TblAcrNet(AcrIdx) THEN
                   IF TblTierThreshold(TierIdx) IS NOT LESS THAN
                       EarnedThreshold THEN
                       MOVE TblTierThreshold(TierIdx)
                           TO EarnedThreshold
                       MOVE TblTierPct(TierIdx) TO EarnedPct
                   END-IF
               ELSE
                   IF NextFound IS EQUAL TO 'N' OR
                       TblTierThreshold(TierIdx) IS LESS THAN
                       NextThreshold THEN
                       MOVE TblTierThreshold(TierIdx)
                           TO NextThreshold
                       MOVE TblTierPct(TierIdx) TO NextPct
                       MOVE 'Y' TO NextFound
                   END-IF
               END-IF
           END-IF.

       WriteAccrualEntry.
           COMPUTE AccrualDelta =
               ExpectedRebate - TblAcrAccrued(AcrIdx).
           IF AccrualDelta IS NOT EQUAL TO ZERO THEN
               MOVE BusinessDate TO ALDate
               MOVE TblAcrCust(AcrIdx) TO ALCustID
               MOVE WantedYear TO ALYear
               MOVE WantedMonth TO ALMonth
               MOVE TblAcrNet(AcrIdx) TO ALNetSales
               MOVE EarnedPct TO ALPct
               MOVE ExpectedRebate TO ALRebate
               MOVE AccrualDelta TO ALAmount
               WRITE AccrualRecord FROM AccrualLine
               ADD AccrualDelta TO TblAcrAccrued(AcrIdx)
               ADD AccrualDelta TO TotDelta
               ADD 1 TO AccrualsWritten
           END-IF.

       WriteCustomerStatement.
           MOVE TblAcrNet(AcrIdx) TO PrnNetSales.
           WRITE PrintLine FROM NetSalesLine.
           IF EarnedPct IS EQUAL TO ZERO THEN
               WRITE PrintLine FROM NoTierLine
           ELSE
               MOVE EarnedThreshold TO PrnTierThreshold
               MOVE EarnedPct TO PrnTierPct
               WRITE PrintLine FROM TierLine
           END-IF.
           MOVE ExpectedRebate TO PrnEarned.
           WRITE PrintLine FROM EarnedLine.
           MOVE TblAcrAccrued(AcrIdx) TO PrnAccrued.
           WRITE PrintLine FROM AccruedLine.
           IF NextFound IS EQUAL TO 'Y' THEN
               MOVE NextThreshold TO PrnNextThreshold
               MOVE NextPct TO PrnNextPct
               WRITE PrintLine FROM NextTierLine
               COMPUTE AmountShort =
                   NextThreshold - TblAcrNet(AcrIdx)
               MOVE AmountShort TO PrnShort
               WRITE PrintLine FROM ShortLine
           ELSE
               WRITE PrintLine FROM TopTierLine
           END-IF.
