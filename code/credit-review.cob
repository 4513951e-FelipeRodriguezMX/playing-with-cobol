       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TermsFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermsStatus.
           SELECT OPTIONAL OpenItemsFile ASSIGN TO "./ar-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT OPTIONAL PayHistFile ASSIGN TO "./ar-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL SalesJournal ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT ReviewFile ASSIGN TO "./credit-review.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReviewReport ASSIGN TO "./CreditReview.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TermsFile.
       01 TermsRecord PIC X(40).

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

       FD ReviewFile.
       01 ReviewRecord PIC X(70).

       FD ReviewReport.
       01 PrintLine PIC X(96).

       WORKING-STORAGE SECTION.
       01 TermsStatus PIC XX.
       01 OpenStatus PIC XX.
       01 HistStatus PIC XX.
       01 JournalStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 ReviewDays PIC 9(3) VALUE 90.
       01 RaisePct PIC 9(3) VALUE 25.
       01 LowerPct PIC 9(3) VALUE 25.
       01 FromDate PIC 9(8).
       01 TodayInt PIC 9(7).
       01 PayInt PIC 9(7).
       01 DaysToPay PIC S9(5).
       01 DaysLate PIC S9(5).
       01 TermsLine.
           02 CTCustID PIC 9(5).
           02 FILLER PIC X.
           02 CTCreditLimit PIC 9(6)V99.
           02 FILLER PIC X(21).
           02 CTCreditHold PIC X.
       01 CustCount PIC 9(3) VALUE ZERO.
       01 CustTable.
           02 CustEntry
               OCCURS 1 TO 999 TIMES
               DEPENDING ON CustCount
               INDEXED BY CI.
               03 TblCustID PIC 9(5).
               03 TblLimit PIC 9(6)V99.
               03 TblOnHold PIC X.
               03 TblBalance PIC 9(8)V99.
               03 TblPaidAmt PIC 9(8)V99.
               03 TblPayDays PIC 9(12)V99.
               03 TblLateDays PIC 9(12)V99.
               03 TblNsfCount PIC 9(3).
               03 TblLastRevDate PIC 9(8).
               03 TblWriteOffs PIC 9(3).
               03 TblFinCharges PIC 9(3).
               03 TblAvgPay PIC 9(4).
               03 TblAvgLate PIC 9(4).
               03 TblUsePct PIC 9(4).
               03 TblScore PIC 9(3).
               03 TblAction PIC X.
               03 TblNewLimit PIC 9(6)V99.
       01 CustIdx PIC 9(3).
       01 FoundIdx PIC 9(3).
       01 WantedCust PIC 9(5).
       01 ItemCount PIC 9(5) VALUE ZERO.
       01 ItemTable.
           02 ItemEntry
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON ItemCount
               INDEXED BY II.
               03 TblItemInv PIC 9(6).
               03 TblItemDate PIC 9(8).
               03 TblItemDue PIC 9(8).
       01 ItemFoundIdx PIC 9(5).
       01 ScoreWork PIC S9(4).
       01 Penalty PIC 9(3).
       01 LimitWork PIC 9(8)V99.
       01 HundredsWork PIC 9(6).
       01 RaiseCount PIC 9(3) VALUE ZERO.
       01 LowerCount PIC 9(3) VALUE ZERO.
       01 HoldCount PIC 9(3) VALUE ZERO.
       01 KeepCount PIC 9(3) VALUE ZERO.
       01 ReviewLine.
           02 CRCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CRRevDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 CRScore PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 CRAction PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CROldLimit PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CRNewLimit PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CRStatus PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CRApprover PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 CRApplyDate PIC 9(8).
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "Revision de credito          Fecha: ".
           02 PrnRunDate PIC 9(8).
       01 PeriodLine.
           02 FILLER PIC X(19) VALUE "Pagos y cargos del ".
           02 PrnFrom PIC 9(8).
           02 FILLER PIC X(4) VALUE " al ".
           02 PrnTo PIC 9(8).
       01 ColumnHeading.
           02 FILLER PIC X(46) VALUE
               "Cte.     Limite       Saldo Uso% DPag DAtr NSF".
           02 FILLER PIC X(39) VALUE
               " Cast Carg Pts Recomendacion Nuevo lim.".
       01 DetailLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLimit PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBalance PIC ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnUsePct PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAvgPay PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAvgLate PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnNsf PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWriteOffs PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFinCharges PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnScore PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAction PIC X(13).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNewLimit PIC ZZZZZZ9.99.
       01 HoldTitle PIC X(40) VALUE
           "Cuentas a poner en retencion de credito:".
       01 HoldLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnHoldCust PIC 9(5).
           02 FILLER PIC X(10) VALUE "  Puntaje ".
           02 PrnHoldScore PIC ZZ9.
           02 FILLER PIC X(8) VALUE "  Saldo ".
           02 PrnHoldBalance PIC ZZZZZZZ9.99.
       01 SummaryLine.
           02 FILLER PIC X(8) VALUE "Subir:  ".
           02 PrnRaise PIC ZZ9.
           02 FILLER PIC X(11) VALUE "   Bajar:  ".
           02 PrnLower PIC ZZ9.
           02 FILLER PIC X(14) VALUE "   Mantener:  ".
           02 PrnKeep PIC ZZ9.
           02 FILLER PIC X(13) VALUE "   Retener:  ".
           02 PrnHold PIC ZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM ReadReviewParms.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           COMPUTE FromDate =
               FUNCTION DATE-OF-INTEGER(TodayInt - ReviewDays).
           PERFORM LoadTerms.
           IF CustCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin clientes en cust-terms.dat.'
               STOP RUN
           END-IF.
           PERFORM LoadOpenItems.
           PERFORM TallyPayments.
           PERFORM TallyFinanceCharges.
           PERFORM ScoreOneCustomer
               VARYING CustIdx FROM 1 BY 1
               UNTIL CustIdx IS GREATER THAN CustCount.
           PERFORM WriteRecommendations.
           PERFORM WriteReviewReport.
           DISPLAY 'Clientes revisados:     ' CustCount.
           DISPLAY 'Subir limite:           ' RaiseCount.
           DISPLAY 'Bajar limite:           ' LowerCount.
           DISPLAY 'Retener credito:        ' HoldCount.
           DISPLAY 'Recomendaciones en credit-review.dat, aprobar '
               'con CREDAPPR.'.
           STOP RUN.

       ReadReviewParms.
           MOVE 'CREDREVDAYS' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE ReviewDays = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE 'CREDRAISEPCT' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE RaisePct = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE 'CREDLOWERPCT' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE LowerPct = FUNCTION NUMVAL(ParmValue)
           END-IF.
           IF LowerPct IS GREATER THAN 100 THEN
               MOVE 100 TO LowerPct
           END-IF.

       LoadTerms.
           OPEN INPUT TermsFile.
           IF TermsStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneTerms UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE TermsFile
           ELSE IF TermsStatus IS EQUAL TO "05" THEN
               CLOSE TermsFile
           END-IF.

       LoadOneTerms.
           MOVE SPACE TO TermsLine.
           READ TermsFile INTO TermsLine
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CustCount IS LESS THAN 999 AND
                       CTCustID IS NUMERIC THEN
                       ADD 1 TO CustCount
                       INITIALIZE CustEntry(CustCount)
                       MOVE CTCustID TO TblCustID(CustCount)
                       MOVE CTCreditLimit TO TblLimit(CustCount)
                       MOVE CTCreditHold TO TblOnHold(CustCount)
                   END-IF
           END-READ.

       FindCustomer.
           MOVE ZERO TO FoundIdx.
           PERFORM FindOneCustomer
               VARYING CI FROM 1 BY 1
               UNTIL CI IS GREATER THAN CustCount.

       FindOneCustomer.
           IF TblCustID(CI) IS EQUAL TO WantedCust AND
               FoundIdx IS EQUAL TO ZERO THEN
               MOVE CI TO FoundIdx
           END-IF.

       LoadOpenItems.
           OPEN INPUT OpenItemsFile.
           IF OpenStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneItem UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OpenItemsFile
           ELSE IF OpenStatus IS EQUAL TO "05" THEN
               CLOSE OpenItemsFile
           END-IF.

       LoadOneItem.
           READ OpenItemsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF ItemCount IS LESS THAN 20000 THEN
                       ADD 1 TO ItemCount
                       MOVE OIInvNum TO TblItemInv(ItemCount)
                       MOVE OIInvDate TO TblItemDate(ItemCount)
                       IF OIDueDate IS NUMERIC AND
                           OIDueDate IS GREATER THAN ZERO THEN
                           MOVE OIDueDate TO TblItemDue(ItemCount)
                       ELSE
                           MOVE OIInvDate TO TblItemDue(ItemCount)
                       END-IF
                   END-IF
                   IF OIOpenFlag IS EQUAL TO 'O' THEN
                       MOVE OICustID TO WantedCust
                       PERFORM FindCustomer
                       IF FoundIdx IS GREATER THAN ZERO THEN
                           COMPUTE TblBalance(FoundIdx) =
                               TblBalance(FoundIdx) + OIInvTotal
                               - OIPaid
                       END-IF
                   END-IF
           END-READ.

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
                   IF PHDate IS NOT LESS THAN FromDate AND
                       PHDate IS NOT GREATER THAN BusinessDate THEN
                       MOVE PHCustID TO WantedCust
                       PERFORM FindCustomer
                       IF FoundIdx IS GREATER THAN ZERO THEN
                           PERFORM ClassifyPayment
                       END-IF
                   END-IF
           END-READ.

       ClassifyPayment.
           EVALUATE PHType
               WHEN 'R'
                   IF PHDate IS NOT EQUAL TO TblLastRevDate(FoundIdx)
                       THEN
                       ADD 1 TO TblNsfCount(FoundIdx)
                       MOVE PHDate TO TblLastRevDate(FoundIdx)
                   END-IF
               WHEN 'W'
                   ADD 1 TO TblWriteOffs(FoundIdx)
               WHEN SPACE
               WHEN 'L'
                   PERFORM AgeOnePayment
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AgeOnePayment.
           MOVE ZERO TO ItemFoundIdx.
           IF ItemCount IS GREATER THAN ZERO THEN
               PERFORM FindOneItem
                   VARYING II FROM 1 BY 1
                   UNTIL II IS GREATER THAN ItemCount
           END-IF.
           IF ItemFoundIdx IS GREATER THAN ZERO THEN
               COMPUTE PayInt = FUNCTION INTEGER-OF-DATE(PHDate)
               COMPUTE DaysToPay = PayInt -
                   FUNCTION INTEGER-OF-DATE(TblItemDate(ItemFoundIdx))
               COMPUTE DaysLate = PayInt -
                   FUNCTION INTEGER-OF-DATE(TblItemDue(ItemFoundIdx))
               IF DaysToPay IS LESS THAN ZERO THEN
                   MOVE ZERO TO DaysToPay
               END-IF
               IF DaysLate IS LESS THAN ZERO THEN
                   MOVE ZERO TO DaysLate
               END-IF
               ADD PHAmount TO TblPaidAmt(FoundIdx)
               COMPUTE TblPayDays(FoundIdx) =
                   TblPayDays(FoundIdx) + DaysToPay * PHAmount
               COMPUTE TblLateDays(FoundIdx) =
                   TblLateDays(FoundIdx) + DaysLate * PHAmount
           END-IF.

       FindOneItem.
           IF TblItemInv(II) IS EQUAL TO PHInvNum AND
               ItemFoundIdx IS EQUAL TO ZERO THEN
               SET ItemFoundIdx TO II
           END-IF.

       TallyFinanceCharges.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOneCharge UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesJournal
           ELSE IF JournalStatus IS EQUAL TO "05" THEN
               CLOSE SalesJournal
           END-IF.

       TallyOneCharge.
           READ SalesJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SJDocType IS EQUAL TO 'F' AND
                       SJJurisdiction IS EQUAL TO SPACE AND
                       SJDate IS NOT LESS THAN FromDate AND
                       SJDate IS NOT GREATER THAN BusinessDate THEN
                       MOVE SJCustID TO WantedCust
                       PERFORM FindCustomer
                       IF FoundIdx IS GREATER THAN ZERO THEN
                           ADD 1 TO TblFinCharges(FoundIdx)
                       END-IF
                   END-IF
           END-READ.

       ScoreOneCustomer.
           IF TblPaidAmt(CustIdx) IS GREATER THAN ZERO THEN
               COMPUTE TblAvgPay(CustIdx) ROUNDED =
                   TblPayDays(CustIdx) / TblPaidAmt(CustIdx)
               COMPUTE TblAvgLate(CustIdx) ROUNDED =
                   TblLateDays(CustIdx) / TblPaidAmt(CustIdx)
           END-IF.
           IF TblLimit(CustIdx) IS GREATER THAN ZERO THEN
               COMPUTE TblUsePct(CustIdx) ROUNDED =
                   TblBalance(CustIdx) * 100 / TblLimit(CustIdx)
                   ON SIZE ERROR MOVE 9999 TO TblUsePct(CustIdx)
               END-COMPUTE
           END-IF.
           MOVE 100 TO ScoreWork.
           EVALUATE TRUE
               WHEN TblAvgLate(CustIdx) IS GREATER THAN 30
                   SUBTRACT 30 FROM ScoreWork
               WHEN TblAvgLate(CustIdx) IS GREATER THAN 15
                   SUBTRACT 20 FROM ScoreWork
               WHEN TblAvgLate(CustIdx) IS GREATER THAN ZERO
                   SUBTRACT 10 FROM ScoreWork
           END-EVALUATE.
           COMPUTE Penalty = TblNsfCount(CustIdx) * 15.
           IF Penalty IS GREATER THAN 45 THEN
               MOVE 45 TO Penalty
           END-IF.
           SUBTRACT Penalty FROM ScoreWork.
           IF TblWriteOffs(CustIdx) IS GREATER THAN ZERO THEN
               SUBTRACT 30 FROM ScoreWork
           END-IF.
           COMPUTE Penalty = TblFinCharges(CustIdx) * 5.
           IF Penalty IS GREATER THAN 20 THEN
               MOVE 20 TO Penalty
           END-IF.
           SUBTRACT Penalty FROM ScoreWork.
           IF TblUsePct(CustIdx) IS GREATER THAN 100 THEN
               SUBTRACT 10 FROM ScoreWork
           END-IF.
           IF ScoreWork IS LESS THAN ZERO THEN
               MOVE ZERO TO ScoreWork
           END-IF.
           MOVE ScoreWork TO TblScore(CustIdx).
           PERFORM RecommendOneCustomer.

       RecommendOneCustomer.
           MOVE TblLimit(CustIdx) TO TblNewLimit(CustIdx).
           IF TblOnHold(CustIdx) IS NOT EQUAL TO 'H' AND
               (TblScore(CustIdx) IS LESS THAN 40 OR
                TblNsfCount(CustIdx) IS GREATER THAN 1 OR
                TblWriteOffs(CustIdx) IS GREATER THAN ZERO) THEN
               MOVE 'H' TO TblAction(CustIdx)
               ADD 1 TO HoldCount
           ELSE IF TblLimit(CustIdx) IS GREATER THAN ZERO AND
               TblScore(CustIdx) IS LESS THAN 70 THEN
               COMPUTE LimitWork = TblLimit(CustIdx) -
                   TblLimit(CustIdx) * LowerPct / 100
               PERFORM RoundLimitToHundreds
               MOVE 'L' TO TblAction(CustIdx)
               ADD 1 TO LowerCount
           ELSE IF TblLimit(CustIdx) IS GREATER THAN ZERO AND
               TblScore(CustIdx) IS NOT LESS THAN 85 AND
               TblUsePct(CustIdx) IS NOT LESS THAN 80 AND
               TblOnHold(CustIdx) IS NOT EQUAL TO 'H' THEN
               COMPUTE LimitWork = TblLimit(CustIdx) +
                   TblLimit(CustIdx) * RaisePct / 100
               PERFORM RoundLimitToHundreds
               MOVE 'R' TO TblAction(CustIdx)
               ADD 1 TO RaiseCount
           ELSE
               MOVE 'K' TO TblAction(CustIdx)
               ADD 1 TO KeepCount
           END-IF.

       RoundLimitToHundreds.
           IF LimitWork IS GREATER THAN 999999 THEN
               MOVE 999999 TO LimitWork
           END-IF.
           DIVIDE LimitWork BY 100 GIVING HundredsWork.
           COMPUTE TblNewLimit(CustIdx) = HundredsWork * 100.

       WriteRecommendations.
           OPEN OUTPUT ReviewFile.
           PERFORM WriteOneRecommendation
               VARYING CustIdx FROM 1 BY 1
               UNTIL CustIdx IS GREATER THAN CustCount.
           CLOSE ReviewFile.

       WriteOneRecommendation.
           IF TblAction(CustIdx) IS NOT EQUAL TO 'K' THEN
               MOVE TblCustID(CustIdx) TO CRCustID
               MOVE BusinessDate TO CRRevDate
               MOVE TblScore(CustIdx) TO CRScore
               MOVE TblAction(CustIdx) TO CRAction
               MOVE TblLimit(CustIdx) TO CROldLimit
               MOVE TblNewLimit(CustIdx) TO CRNewLimit
               MOVE 'P' TO CRStatus
               MOVE SPACE TO CRApprover
               MOVE ZERO TO CRApplyDate
               WRITE ReviewRecord FROM ReviewLine
           END-IF.

       WriteReviewReport.
           OPEN OUTPUT ReviewReport.
           MOVE BusinessDate TO PrnRunDate.
           WRITE PrintLine FROM ReportHeading.
           MOVE FromDate TO PrnFrom.
           MOVE BusinessDate TO PrnTo.
           WRITE PrintLine FROM PeriodLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           PERFORM WriteOneDetail
               VARYING CustIdx FROM 1 BY 1
               UNTIL CustIdx IS GREATER THAN CustCount.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM HoldTitle.
           IF HoldCount IS EQUAL TO ZERO THEN
               MOVE '  (ninguna)' TO PrintLine
               WRITE PrintLine
           ELSE
               PERFORM WriteOneHold
                   VARYING CustIdx FROM 1 BY 1
                   UNTIL CustIdx IS GREATER THAN CustCount
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE RaiseCount TO PrnRaise.
           MOVE LowerCount TO PrnLower.
           MOVE KeepCount TO PrnKeep.
           MOVE HoldCount TO PrnHold.
           WRITE PrintLine FROM SummaryLine.
           CLOSE ReviewReport.

       WriteOneDetail.
           MOVE TblCustID(CustIdx) TO PrnCustID.
           MOVE TblLimit(CustIdx) TO PrnLimit.
           MOVE TblBalance(CustIdx) TO PrnBalance.
           MOVE TblUsePct(CustIdx) TO PrnUsePct.
           MOVE TblAvgPay(CustIdx) TO PrnAvgPay.
           MOVE TblAvgLate(CustIdx) TO PrnAvgLate.
           MOVE TblNsfCount(CustIdx) TO PrnNsf.
           MOVE TblWriteOffs(CustIdx) TO PrnWriteOffs.
           MOVE TblFinCharges(CustIdx) TO PrnFinCharges.
           MOVE TblScore(CustIdx) TO PrnScore.
           MOVE TblNewLimit(CustIdx) TO PrnNewLimit.
           EVALUATE TblAction(CustIdx)
               WHEN 'R' MOVE 'SUBIR' TO PrnAction
               WHEN 'L' MOVE 'BAJAR' TO PrnAction
               WHEN 'H' MOVE 'RETENER' TO PrnAction
               WHEN OTHER
                   IF TblOnHold(CustIdx) IS EQUAL TO 'H' THEN
                       MOVE 'EN RETENCION' TO PrnAction
                   ELSE
                       MOVE 'MANTENER' TO PrnAction
                   END-IF
           END-EVALUATE.
           WRITE PrintLine FROM DetailLine.

       WriteOneHold.
           IF TblAction(CustIdx) IS EQUAL TO 'H' THEN
               MOVE TblCustID(CustIdx) TO PrnHoldCust
               MOVE TblScore(CustIdx) TO PrnHoldScore
               MOVE TblBalance(CustIdx) TO PrnHoldBalance
               WRITE PrintLine FROM HoldLine
           END-IF.
