       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBSETTLE.
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
           SELECT OPTIONAL OpenItemsFile ASSIGN TO "./ar-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT OpenItemsCopy ASSIGN TO "./ar-open-copy.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PayHistFile ASSIGN TO "./ar-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL InvSeqFile ASSIGN TO "./invseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeqStatus.
           SELECT SettleRegister ASSIGN TO "./RebateSettlement.dat"
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
           02 FILLER PIC X(38).

       FD OpenItemsCopy.
       01 OpenItemsCopyRecord PIC X(81).

       FD PayHistFile.
       01 PayHistRecord PIC X(40).

       FD InvSeqFile.
       01 InvSeqRecord.
           02 SeqLastUsed PIC 9(6).

       FD SettleRegister.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 RebateStatus PIC XX.
       01 JournalStatus PIC XX.
       01 AccrualStatus PIC XX.
       01 OpenStatus PIC XX.
       01 HistStatus PIC XX.
       01 SeqStatus PIC XX.
       01 WSEOF PIC X.
       01 CopyEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
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
       01 FinalRebate PIC 9(7)V99.
       01 MemoNumber PIC 9(6).
       01 MemoAmount PIC 9(6)V99.
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
       01 RemainingCredit PIC 9(6)V99.
       01 ApplyAmount PIC 9(6)V99.
       01 OpenBalance PIC 9(6)V99.
       01 ReversalAmount PIC S9(7)V99.
       01 SettledCount PIC 9(3) VALUE ZERO.
       01 MemosWritten PIC 9(3) VALUE ZERO.
       01 TotRebate PIC 9(8)V99 VALUE ZERO.
       01 CreditJournalLine.
           02 CJInvNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 CJCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CJDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 CJJurisdiction PIC X(2) VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 CJSubtotal PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CJTax PIC 9(6)V99 VALUE ZERO.
           02 FILLER PIC X VALUE SPACE.
           02 CJTotal PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CJSalesRep PIC X(3) VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 CJFreight PIC 9(6)V99 VALUE ZERO.
           02 FILLER PIC X VALUE SPACE.
           02 CJDocType PIC X VALUE 'C'.
       01 PayHistLine.
           02 PHDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PHCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PHAmount PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 PHInvNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PHType PIC X VALUE 'C'.
       01 AccrualLine.
           02 ALDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 ALCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 ALYear PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 ALMonth PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 ALType PIC X VALUE 'S'.
           02 FILLER PIC X VALUE SPACE.
           02 ALNetSales PIC S9(8)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X VALUE SPACE.
           02 ALPct PIC 99V99.
           02 FILLER PIC X VALUE SPACE.
           02 ALRebate PIC 9(7)V99.
           02 FILLER PIC X VALUE SPACE.
           02 ALAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X VALUE SPACE.
           02 ALMemo PIC 9(6).
       01 ReportHeading.
           02 FILLER PIC X(32) VALUE
               "Liquidacion de rebates  anio   ".
           02 PrnHeadYear PIC 9(4).
       01 ColumnHeading.
           02 FILLER PIC X(39) VALUE
               "Cliente  Compra neta   Pct       Rebate".
           02 FILLER PIC X(20) VALUE
               " Provisionado  Nota".
       01 DetailLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNetSales PIC ZZZZZZZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPct PIC Z9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRebate PIC ZZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAccrued PIC ZZZZZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMemo PIC X(7).
       01 TotalLine.
           02 FILLER PIC X(28) VALUE
               "Rebates liquidados:         ".
           02 PrnTotRebate PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           CALL 'PERIODCK' USING BusinessDate, PeriodOpen.
           IF PeriodOpen IS EQUAL TO 'N' THEN
               DISPLAY 'Periodo contable cerrado: ' BusinessDate(1:6)
               DISPLAY 'No se liquidan rebates en periodo cerrado.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WantedYear = FUNCTION NUMVAL(BusinessDate(1:4)) - 1.
           MOVE 'REBATEYEAR' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE WantedYear = FUNCTION NUMVAL(ParmValue)
           END-IF.
           IF WantedYear IS NOT LESS THAN BusinessDate(1:4) THEN
               DISPLAY 'El anio ' WantedYear ' aun no termina.'
               DISPLAY 'Los rebates se liquidan al cierre del anio.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadTiers.
           IF AcrCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin convenios de rebate para ' WantedYear
               STOP RUN
           END-IF.
           PERFORM LoadAccruals.
           PERFORM SumNetSales.
           OPEN OUTPUT SettleRegister.
           MOVE WantedYear TO PrnHeadYear.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM ColumnHeading.
           PERFORM SettleOneCustomer
               VARYING AcrIdx FROM 1 BY 1
               UNTIL AcrIdx IS GREATER THAN AcrCount.
           MOVE TotRebate TO PrnTotRebate.
           WRITE PrintLine FROM TotalLine.
           CLOSE SettleRegister.
           DISPLAY 'Clientes liquidados:    ' SettledCount.
           DISPLAY 'Notas de credito:       ' MemosWritten.
           DISPLAY 'Rebates liquidados:     ' TotRebate.
           DISPLAY 'Registro en RebateSettlement.dat'.
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

       SettleOneCustomer.
           IF TblAcrSettled(AcrIdx) IS EQUAL TO 'Y' THEN
               DISPLAY 'Cliente ' TblAcrCust(AcrIdx)
                   ' ya liquidado para ' WantedYear
           ELSE
               PERFORM FindEarnedTier
               MOVE ZERO TO MemoNumber
               IF FinalRebate IS GREATER THAN ZERO THEN
                   PERFORM PostRebateMemo
               END-IF
               PERFORM WriteSettlementEntry
               PERFORM WriteSettlementLine
               ADD 1 TO SettledCount
           END-IF.

       FindEarnedTier.
           MOVE TblAcrCust(AcrIdx) TO WantedCust.
           MOVE ZERO TO EarnedPct, EarnedThreshold.
           PERFORM CheckOneTier
               VARYING TierIdx FROM 1 BY 1
               UNTIL TierIdx IS GREATER THAN TierCount.
           IF TblAcrNet(AcrIdx) IS GREATER THAN ZERO THEN
               COMPUTE FinalRebate ROUNDED =
                   TblAcrNet(AcrIdx) * EarnedPct / 100
           ELSE
               MOVE ZERO TO FinalRebate
           END-IF.

       CheckOneTier.
           IF TblTierCust(TierIdx) IS EQUAL TO WantedCust AND
               TblTierThreshold(TierIdx) IS NOT GREATER THAN
               TblAcrNet(AcrIdx) AND
               TblTierThreshold(TierIdx) IS NOT LESS THAN
               EarnedThreshold THEN
               MOVE TblTierThreshold(TierIdx) TO EarnedThreshold
               MOVE TblTierPct(TierIdx) TO EarnedPct
           END-IF.

       PostRebateMemo.
           MOVE FinalRebate TO MemoAmount.
           PERFORM GetNextMemoNumber.
           PERFORM WriteCreditJournal.
           PERFORM WriteCfdiDoc.
           PERFORM ApplyCreditToOpenItems.
           ADD FinalRebate TO TotRebate.
           ADD 1 TO MemosWritten.
           DISPLAY 'Nota de credito ' MemoNumber ' por rebate '
               MemoAmount ' al cliente ' TblAcrCust(AcrIdx) '.'.

       GetNextMemoNumber.
           MOVE ZERO TO MemoNumber.
           OPEN INPUT InvSeqFile.
           IF SeqStatus IS EQUAL TO "00" THEN
               READ InvSeqFile
                   AT END CONTINUE
                   NOT AT END MOVE SeqLastUsed TO MemoNumber
               END-READ
               CLOSE InvSeqFile
           ELSE IF SeqStatus IS EQUAL TO "05" THEN
               CLOSE InvSeqFile
           END-IF.
           ADD 1 TO MemoNumber.
           OPEN OUTPUT InvSeqFile.
           MOVE MemoNumber TO SeqLastUsed.
           WRITE InvSeqRecord.
           CLOSE InvSeqFile.

       WriteCreditJournal.
           MOVE MemoNumber TO CJInvNum.
           MOVE TblAcrCust(AcrIdx) TO CJCustID.
           MOVE BusinessDate TO CJDate.
           MOVE MemoAmount TO CJSubtotal.
           MOVE MemoAmount TO CJTotal.
           OPEN EXTEND SalesJournal.
           IF JournalStatus IS EQUAL TO "00" OR
               JournalStatus IS EQUAL TO "05" THEN
               WRITE SalesJournalRecord FROM CreditJournalLine
               CLOSE SalesJournal
           END-IF.

       WriteCfdiDoc.
           MOVE 'E' TO CfdiDocType.
           MOVE MemoNumber TO CfdiDocNum.
           MOVE BusinessDate TO CfdiDocDate.
           MOVE TblAcrCust(AcrIdx) TO CfdiCustID.
           MOVE SPACE TO CfdiCustName.
           MOVE SPACE TO CfdiCustPostal.
           MOVE SPACE TO CfdiCurrency.
           MOVE MemoAmount TO CfdiSubtotal.
           MOVE ZERO TO CfdiTax.
           MOVE MemoAmount TO CfdiTotal.
           MOVE MemoAmount TO CfdiDocTotal.
           MOVE ZERO TO CfdiRelDoc.
           MOVE 'H' TO CfdiAction.
           CALL 'CFDIOUT' USING CfdiAction, CfdiDoc.
           MOVE 'D' TO CfdiAction.
           MOVE 1 TO CfdiLineNum.
           MOVE 'REBATE' TO CfdiLineProd.
           MOVE SPACE TO CfdiLineDesc.
           STRING 'Bonificacion ' DELIMITED BY SIZE
               WantedYear DELIMITED BY SIZE
               INTO CfdiLineDesc
           END-STRING.
           MOVE 1 TO CfdiLineQty.
           MOVE MemoAmount TO CfdiLineUnit.
           MOVE MemoAmount TO CfdiLineAmount.
           MOVE ZERO TO CfdiLineTax.
           CALL 'CFDIOUT' USING CfdiAction, CfdiDoc.

       ApplyCreditToOpenItems.
           MOVE MemoAmount TO RemainingCredit.
           OPEN INPUT OpenItemsFile.
           OPEN OUTPUT OpenItemsCopy.
           IF OpenStatus IS EQUAL TO "00" OR
               OpenStatus IS EQUAL TO "05" THEN
               MOVE 'N' TO WSEOF
               PERFORM ApplyToOneItem UNTIL WSEOF IS EQUAL TO 'Y'
           END-IF.
           CLOSE OpenItemsFile, OpenItemsCopy.
           PERFORM RewriteOpenItems.
           IF RemainingCredit IS GREATER THAN ZERO THEN
               PERFORM WriteCreditOnAccount
           END-IF.

       ApplyToOneItem.
           READ OpenItemsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OICustID IS EQUAL TO TblAcrCust(AcrIdx) AND
                       OIOpenFlag IS EQUAL TO 'O' AND
                       RemainingCredit IS GREATER THAN ZERO THEN
                       COMPUTE OpenBalance = OIInvTotal - OIPaid
                       IF RemainingCredit IS LESS THAN OpenBalance
                           THEN
                           MOVE RemainingCredit TO ApplyAmount
                       ELSE
                           MOVE OpenBalance TO ApplyAmount
                       END-IF
                       ADD ApplyAmount TO OIPaid
                       SUBTRACT ApplyAmount FROM RemainingCredit
                       IF OIPaid IS NOT LESS THAN OIInvTotal THEN
                           MOVE 'C' TO OIOpenFlag
                       END-IF
                   END-IF
                   WRITE OpenItemsCopyRecord FROM OpenItemRecord
           END-READ.

       RewriteOpenItems.
           MOVE 'N' TO CopyEOF.
           OPEN INPUT OpenItemsCopy.
           OPEN OUTPUT OpenItemsFile.
           PERFORM ReloadOneItem UNTIL CopyEOF IS EQUAL TO 'Y'.
           CLOSE OpenItemsCopy, OpenItemsFile.

       ReloadOneItem.
           READ OpenItemsCopy
               AT END MOVE 'Y' TO CopyEOF
               NOT AT END WRITE OpenItemRecord FROM OpenItemsCopyRecord
           END-READ.

       WriteCreditOnAccount.
           MOVE BusinessDate TO PHDate.
           MOVE TblAcrCust(AcrIdx) TO PHCustID.
           MOVE RemainingCredit TO PHAmount.
           MOVE MemoNumber TO PHInvNum.
           OPEN EXTEND PayHistFile.
           IF HistStatus IS EQUAL TO "00" OR
               HistStatus IS EQUAL TO "05" THEN
               WRITE PayHistRecord FROM PayHistLine
               CLOSE PayHistFile
           END-IF.
           DISPLAY 'Saldo a favor del cliente ' TblAcrCust(AcrIdx)
               ': ' RemainingCredit.

       WriteSettlementEntry.
           COMPUTE ReversalAmount = ZERO - TblAcrAccrued(AcrIdx).
           MOVE BusinessDate TO ALDate.
           MOVE TblAcrCust(AcrIdx) TO ALCustID.
           MOVE WantedYear TO ALYear.
           MOVE BusinessDate(1:6) TO ALMonth.
           MOVE TblAcrNet(AcrIdx) TO ALNetSales.
           MOVE EarnedPct TO ALPct.
           MOVE FinalRebate TO ALRebate.
           MOVE ReversalAmount TO ALAmount.
           MOVE MemoNumber TO ALMemo.
           OPEN EXTEND AccrualFile.
           IF AccrualStatus IS EQUAL TO "00" OR
               AccrualStatus IS EQUAL TO "05" THEN
               WRITE AccrualRecord FROM AccrualLine
               CLOSE AccrualFile
           END-IF.

       WriteSettlementLine.
           MOVE TblAcrCust(AcrIdx) TO PrnCustID.
           MOVE TblAcrNet(AcrIdx) TO PrnNetSales.
           MOVE EarnedPct TO PrnPct.
           MOVE FinalRebate TO PrnRebate.
           MOVE TblAcrAccrued(AcrIdx) TO PrnAccrued.
           IF MemoNumber IS EQUAL TO ZERO THEN
               MOVE 'ninguna' TO PrnMemo
           ELSE
               MOVE MemoNumber TO PrnMemo
           END-IF.
           WRITE PrintLine FROM DetailLine.
