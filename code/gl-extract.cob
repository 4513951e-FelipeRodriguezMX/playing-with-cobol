           SELECT OPTIONAL SalesJournal ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT OPTIONAL SalesLinesFile ASSIGN TO "./sales-lines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinesStatus.
           SELECT OPTIONAL PayHistFile ASSIGN TO "./ar-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL CostFile ASSIGN TO "./costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostStatus.
           SELECT OPTIONAL ApOpenFile ASSIGN TO "./ap-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApStatus.
           SELECT OPTIONAL CheckFile ASSIGN TO "./ap-checks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckStatus.
           SELECT OPTIONAL AccrualFile
               ASSIGN TO "./rebate-accruals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccrualStatus.
           SELECT OPTIONAL RefundFile ASSIGN TO "./ar-refunds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RefundStatus.
           SELECT OPTIONAL GlJournalFile ASSIGN TO "./gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlStatus.
           02 FILLER PIC X.
           02 SJDocType PIC X.

       FD SalesLinesFile.
       01 SalesLineRecord.
           02 SLRecType PIC X.
           02 FILLER PIC X.
           02 SLInvNum PIC 9(6).
           02 FILLER PIC X.
           02 SLProd PIC X(5).
           02 FILLER PIC X.
           02 SLSize PIC X.
           02 FILLER PIC X.
           02 SLQty PIC 9(3).
           02 FILLER PIC X.
           02 SLCost PIC 9(4)V99.
           02 FILLER PIC X(22).
           02 SLDrop PIC X.
       01 SalesLineHeader.
           02 FILLER PIC X(9).
           02 SLHdrDate PIC 9(8).

       FD PayHistFile.
       01 PayHistRecord.
           02 PHDate PIC 9(8).
           02 IJReason PIC X(10).
           02 FILLER PIC X.
           02 IJOperator PIC X(8).
           02 FILLER PIC X.
           02 IJLocation PIC X(3).
           02 FILLER PIC X.
           02 IJPONum PIC X(6).
           02 FILLER PIC X.
           02 IJLot PIC X(8).
           02 FILLER PIC X.
           02 IJUnitCost PIC X(6).
           02 IJUnitCostNum REDEFINES IJUnitCost PIC 9(4)V99.

       FD CostFile.
       01 CostRecord.
           02 FILLER PIC X.
           02 CSFCost PIC 9(4)V99.

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

       FD RefundFile.
       01 RefundRecord.
           02 RFNum PIC 9(6).
           02 FILLER PIC X.
           02 RFCustID PIC 9(5).
           02 FILLER PIC X.
           02 RFAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 RFMethod PIC X.
           02 FILLER PIC X.
           02 RFStatus PIC X.
           02 FILLER PIC X(37).
           02 RFIssDate PIC 9(8).
           02 FILLER PIC X(23).
           02 RFFromCash PIC 9(6)V99.
           02 FILLER PIC X.
           02 RFFromDep PIC 9(6)V99.
           02 FILLER PIC X.
           02 RFFromMemo PIC 9(6)V99.

       FD GlJournalFile.
       01 GlJournalRecord PIC X(40).

       WORKING-STORAGE SECTION.
       01 RuleStatus PIC XX.
       01 JournalStatus PIC XX.
       01 LinesStatus PIC XX.
       01 HistStatus PIC XX.
       01 InvJrnStatus PIC XX.
       01 CostStatus PIC XX.
       01 GlStatus PIC XX.
       01 ApStatus PIC XX.
       01 CheckStatus PIC XX.
       01 AccrualStatus PIC XX.
       01 RefundStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 RuleCount PIC 9(2) VALUE ZERO.
       01 RuleTable.
           02 RuleEntry
               OCCURS 1 TO 40 TIMES
               DEPENDING ON RuleCount
               INDEXED BY RLI.
               03 TblRuleType PIC X(2).
       01 AdjQty PIC S9(6).
       01 AdjValue PIC S9(8)V99.
       01 AdjAbsValue PIC 9(8)V99.
       01 RebateAbsAmount PIC 9(8)V99.
       01 LinesDate PIC 9(8) VALUE ZERO.
       01 MoveValue PIC 9(8)V99.
       01 GlLine.
           02 GLDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           PERFORM LoadCostTable.
           OPEN EXTEND GlJournalFile.
           PERFORM ExtractSalesJournal.
           PERFORM ExtractSalesCosts.
           PERFORM ExtractPayments.
           PERFORM ExtractStockAdjusts.
           PERFORM ExtractApInvoices.
           PERFORM ExtractApChecks.
           PERFORM ExtractRebateAccruals.
           PERFORM ExtractRefunds.
           CLOSE GlJournalFile.
           DISPLAY 'Lineas de poliza:   ' LinesWritten.
           DISPLAY 'Cargos:             ' TotDebits.
           READ RuleFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RuleCount IS LESS THAN 40 THEN
                       ADD 1 TO RuleCount
                       MOVE RLType TO TblRuleType(RuleCount)
                       MOVE RLDebit TO TblRuleDebit(RuleCount)
                   END-IF
           END-READ.

       ExtractSalesCosts.
           OPEN INPUT SalesLinesFile.
           IF LinesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ExtractOneSalesLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesLinesFile
           ELSE IF LinesStatus IS EQUAL TO "05" THEN
               CLOSE SalesLinesFile
           END-IF.

       ExtractOneSalesLine.
           READ SalesLinesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SLRecType IS EQUAL TO 'H' THEN
                       MOVE ZERO TO LinesDate
                       IF SLHdrDate IS NUMERIC THEN
                           MOVE SLHdrDate TO LinesDate
                       END-IF
                   ELSE IF SLRecType IS EQUAL TO 'L' AND
                       LinesDate IS EQUAL TO BusinessDate THEN
                       PERFORM CostOneSalesLine
                   END-IF
           END-READ.

       CostOneSalesLine.
           IF SLCost IS NUMERIC AND SLCost IS GREATER THAN ZERO THEN
               MOVE SLCost TO UnitCost
               MOVE 'Y' TO CostFound
           ELSE
               MOVE SLProd TO LookupProd
               PERFORM LookupCost
           END-IF.
           IF CostFound IS EQUAL TO 'N' THEN
               ADD 1 TO RowsSkipped
               DISPLAY 'Venta sin costo, no se postea: ' SLInvNum
                   ' ' SLProd
           ELSE IF SLQty IS NUMERIC THEN
               COMPUTE PostAmount = SLQty * UnitCost
               IF PostAmount IS GREATER THAN ZERO THEN
                   IF SLDrop IS EQUAL TO 'D' THEN
                       MOVE 'DS' TO WantedRule
                   ELSE
                       MOVE 'CS' TO WantedRule
                   END-IF
                   MOVE SLInvNum TO PostRef
                   PERFORM PostRulePair
               END-IF
           END-IF.

       ExtractPayments.
           OPEN INPUT PayHistFile.
           IF HistStatus IS EQUAL TO "00" THEN
                           WHEN 'W' MOVE 'WO' TO WantedRule
                           WHEN 'R' MOVE 'RV' TO WantedRule
                           WHEN 'D' MOVE 'DA' TO WantedRule
                           WHEN 'E' MOVE 'DP' TO WantedRule
                           WHEN OTHER MOVE 'PA' TO WantedRule
                       END-EVALUATE
                       MOVE PHAmount TO PostAmount
           READ InvJournalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF IJTimestamp(1:8) IS EQUAL TO BusinessDate THEN
                       EVALUATE IJType
                           WHEN 'C' PERFORM ValueOneAdjust
                           WHEN 'R' PERFORM ValueOneMove
                           WHEN 'T' PERFORM ValueOneMove
                       END-EVALUATE
                   END-IF
           END-READ.

       ExtractApInvoices.
           OPEN INPUT ApOpenFile.
           IF ApStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ExtractOneApInvoice UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ApOpenFile
           ELSE IF ApStatus IS EQUAL TO "05" THEN
               CLOSE ApOpenFile
           END-IF.

       ExtractOneApInvoice.
           READ ApOpenFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF APEntryDate IS EQUAL TO BusinessDate THEN
                       IF APMatch IS EQUAL TO 'D' THEN
                           MOVE 'DM' TO WantedRule
                       ELSE
                           MOVE 'AP' TO WantedRule
                       END-IF
                       MOVE APTotal TO PostAmount
                       MOVE APPONum TO PostRef
                       PERFORM PostRulePair
                   END-IF
           END-READ.

       ExtractApChecks.
           OPEN INPUT CheckFile.
           IF CheckStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ExtractOneApCheck UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CheckFile
           ELSE IF CheckStatus IS EQUAL TO "05" THEN
               CLOSE CheckFile
           END-IF.

       ExtractOneApCheck.
           READ CheckFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CKDate IS EQUAL TO BusinessDate THEN
                       MOVE 'CK' TO WantedRule
                       MOVE CKAmount TO PostAmount
                       MOVE CKNum TO PostRef
                       PERFORM PostRulePair
                   END-IF
           END-READ.

       ExtractRebateAccruals.
           OPEN INPUT AccrualFile.
           IF AccrualStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ExtractOneAccrual UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE AccrualFile
           ELSE IF AccrualStatus IS EQUAL TO "05" THEN
               CLOSE AccrualFile
           END-IF.

       ExtractOneAccrual.
           READ AccrualFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RADate IS EQUAL TO BusinessDate AND
                       RAAmount IS NOT EQUAL TO ZERO THEN
                       PERFORM PostOneAccrual
                   END-IF
           END-READ.

       PostOneAccrual.
           MOVE 'RA' TO WantedRule.
           MOVE RACustID TO PostRef.
           IF RAAmount IS LESS THAN ZERO THEN
               COMPUTE RebateAbsAmount = ZERO - RAAmount
               MOVE RebateAbsAmount TO PostAmount
               PERFORM PostRulePairSwapped
           ELSE
               MOVE RAAmount TO PostAmount
               PERFORM PostRulePair
           END-IF.

       ExtractRefunds.
           OPEN INPUT RefundFile.
           IF RefundStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ExtractOneRefund UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE RefundFile
           ELSE IF RefundStatus IS EQUAL TO "05" THEN
               CLOSE RefundFile
           END-IF.

       ExtractOneRefund.
           READ RefundFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RFStatus IS EQUAL TO 'I' AND
                       RFIssDate IS EQUAL TO BusinessDate THEN
                       PERFORM PostOneRefund
                   END-IF
           END-READ.

       PostOneRefund.
           MOVE RFNum TO PostRef.
           COMPUTE PostAmount = RFFromCash + RFFromMemo.
           IF PostAmount IS GREATER THAN ZERO THEN
               MOVE 'RF' TO WantedRule
               PERFORM PostRulePair
           END-IF.
           IF RFFromDep IS GREATER THAN ZERO THEN
               MOVE 'RD' TO WantedRule
               MOVE RFFromDep TO PostAmount
               PERFORM PostRulePair
           END-IF.

       ValueOneAdjust.
           MOVE IJProdName TO LookupProd.
           PERFORM LookupCost.
               END-IF
           END-IF.

       ValueOneMove.
           IF IJUnitCost IS NUMERIC AND
               IJUnitCostNum IS GREATER THAN ZERO THEN
               MOVE IJUnitCostNum TO UnitCost
               MOVE 'Y' TO CostFound
           ELSE
               MOVE IJProdName TO LookupProd
               PERFORM LookupCost
           END-IF.
           IF CostFound IS EQUAL TO 'N' THEN
               ADD 1 TO RowsSkipped
               DISPLAY 'Movimiento sin costo, no se postea: '
                   IJType ' ' IJProdName
           ELSE
               COMPUTE MoveValue = IJQtyMoved * UnitCost
               IF MoveValue IS GREATER THAN ZERO THEN
                   MOVE MoveValue TO PostAmount
                   IF IJPONum IS NUMERIC THEN
                       MOVE IJPONum TO PostRef
                   ELSE
                       MOVE ZERO TO PostRef
                   END-IF
                   IF IJType IS EQUAL TO 'R' THEN
                       MOVE 'RC' TO WantedRule
                       PERFORM PostRulePair
                   ELSE
                       MOVE 'CS' TO WantedRule
                       PERFORM PostRulePairSwapped
                   END-IF
               END-IF
           END-IF.

       LookupCost.
           MOVE 'N' TO CostFound.
           MOVE ZERO TO BestCostDate.
