           SELECT OPTIONAL UnappliedFile ASSIGN TO "./ar-unapplied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UnappStatus.
           SELECT OPTIONAL ParentFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-parent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParentStatus.
           SELECT ExceptionReport ASSIGN TO "./PayExceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X.
           02 OIDueDate PIC 9(8).
           02 FILLER PIC X.
           02 OIDiscDate PIC 9(8).
           02 FILLER PIC X.
           02 OIDiscAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIDispFlag PIC X.
           02 FILLER PIC X.
           02 OIDispAmt PIC 9(6)V99.

       FD PaymentsFile.
       01 PaymentInput PIC X(40).
       FD UnappliedFile.
       01 UnappliedRecord PIC X(30).

       FD ParentFile.
       01 ParentRecord.
           02 CPCustID PIC 9(5).
           02 FILLER PIC X.
           02 CPParentID PIC 9(5).
           02 FILLER PIC X.
           02 CPBillParent PIC X.

       FD ExceptionReport.
       01 ExceptionLine PIC X(70).

               03 TblInvTotal PIC 9(6)V99.
               03 TblPaid PIC 9(6)V99.
               03 TblOpenFlag PIC X.
               03 TblDueDate PIC 9(8).
               03 TblDiscDate PIC 9(8).
               03 TblDiscAmt PIC 9(6)V99.
               03 TblDispFlag PIC X.
               03 TblDispAmt PIC 9(6)V99.
       01 ItemIdx PIC 9(5).
       01 FoundIdx PIC 9(5).
       01 SyncStatus PIC XX.
       01 RemainingPay PIC 9(6)V99.
       01 OpenBalance PIC 9(6)V99.
       01 ApplyAmount PIC 9(6)V99.
       01 DiscAllowed PIC 9(6)V99.
       01 DiscountsTaken PIC 9(4) VALUE ZERO.
       01 DiscountTotal PIC 9(8)V99 VALUE ZERO.
       01 BestIdx PIC 9(5).
       01 BestDate PIC 9(8).
       01 PayHistLine.
           02 FILLER PIC X VALUE SPACE.
           02 PHType PIC X.
       01 UnappStatus PIC XX.
       01 ParentStatus PIC XX.
       01 ParentCount PIC 9(4) VALUE ZERO.
       01 ParentTable.
           02 ParentEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ParentCount
               INDEXED BY PCI.
               03 TblParCust PIC 9(5).
               03 TblParParent PIC 9(5).
       01 ParentIdx PIC 9(4).
       01 BillToCust PIC 9(5).
       01 PeriodOpen PIC X.
       01 PayLine.
           02 PayDate PIC 9(8).

       MainPara.
           PERFORM LoadSyncControl.
           PERFORM LoadParentTable.
           PERFORM LoadOpenItems.
           PERFORM SyncFromJournal.
           OPEN INPUT PaymentsFile.
           DISPLAY 'Pagos leidos:               ' PaymentsRead.
           DISPLAY 'Pagos aplicados:            ' PaymentsApplied.
           DISPLAY 'Excepciones de aplicacion:  ' ExceptionCount.
           IF DiscountsTaken IS GREATER THAN ZERO THEN
               DISPLAY 'Descuentos pronto pago:     ' DiscountsTaken
               DISPLAY 'Importe descuentos:         ' DiscountTotal
           END-IF.
           IF UnappliedTotal IS GREATER THAN ZERO THEN
               DISPLAY 'Anticipos sin aplicar:      ' UnappliedTotal
           END-IF.
                   MOVE OIInvTotal TO TblInvTotal(ItemCount)
                   MOVE OIPaid TO TblPaid(ItemCount)
                   MOVE OIOpenFlag TO TblOpenFlag(ItemCount)
                   PERFORM LoadItemTerms
           END-READ.

       LoadItemTerms.
           IF OIDueDate IS NUMERIC AND
               OIDueDate IS GREATER THAN ZERO THEN
               MOVE OIDueDate TO TblDueDate(ItemCount)
           ELSE
               MOVE OIInvDate TO TblDueDate(ItemCount)
           END-IF.
           IF OIDiscDate IS NUMERIC AND OIDiscAmt IS NUMERIC THEN
               MOVE OIDiscDate TO TblDiscDate(ItemCount)
               MOVE OIDiscAmt TO TblDiscAmt(ItemCount)
           ELSE
               MOVE ZERO TO TblDiscDate(ItemCount)
               MOVE ZERO TO TblDiscAmt(ItemCount)
           END-IF.
           IF OIDispFlag IS EQUAL TO 'D' AND OIDispAmt IS NUMERIC THEN
               MOVE 'D' TO TblDispFlag(ItemCount)
               MOVE OIDispAmt TO TblDispAmt(ItemCount)
           ELSE
               MOVE SPACE TO TblDispFlag(ItemCount)
               MOVE ZERO TO TblDispAmt(ItemCount)
           END-IF.

       LoadParentTable.
           OPEN INPUT ParentFile.
           IF ParentStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneParent UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ParentFile
           ELSE IF ParentStatus IS EQUAL TO "05" THEN
               CLOSE ParentFile
           END-IF.

       LoadOneParent.
           READ ParentFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CPBillParent IS EQUAL TO 'S' AND
                       CPParentID IS GREATER THAN ZERO AND
                       ParentCount IS LESS THAN 2000 THEN
                       ADD 1 TO ParentCount
                       MOVE CPCustID TO TblParCust(ParentCount)
                       MOVE CPParentID TO TblParParent(ParentCount)
                   END-IF
           END-READ.

       GetBillToCust.
           IF ParentCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneParent
                   VARYING ParentIdx FROM 1 BY 1
                   UNTIL ParentIdx IS GREATER THAN ParentCount
           END-IF.

       CheckOneParent.
           IF TblParCust(ParentIdx) IS EQUAL TO BillToCust THEN
               MOVE TblParParent(ParentIdx) TO BillToCust
           END-IF.

       SyncFromJournal.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS EQUAL TO "00" THEN
               ADD 1 TO ItemCount
               ADD 1 TO NewInvoices
               MOVE SJInvNum TO TblInvNum(ItemCount)
               MOVE SJCustID TO BillToCust
               PERFORM GetBillToCust
               MOVE BillToCust TO TblCustID(ItemCount)
               MOVE SJDate TO TblInvDate(ItemCount)
               MOVE SJTotal TO TblInvTotal(ItemCount)
               MOVE ZERO TO TblPaid(ItemCount)
               MOVE 'O' TO TblOpenFlag(ItemCount)
               MOVE SJDate TO TblDueDate(ItemCount)
               MOVE ZERO TO TblDiscDate(ItemCount)
               MOVE ZERO TO TblDiscAmt(ItemCount)
               MOVE SPACE TO TblDispFlag(ItemCount)
               MOVE ZERO TO TblDispAmt(ItemCount)
           END-IF.

       FindInvoice.
           MOVE ZERO TO FoundIdx.
           IF ItemCount IS GREATER THAN ZERO THEN
                       MOVE PaymentInput TO PayLine
                       ADD 1 TO PaymentsRead
                       MOVE PayDate TO PendDate
                       MOVE PayCustID TO BillToCust
                       PERFORM GetBillToCust
                       MOVE BillToCust TO PendCust
                       MOVE PayAmount TO PendAmount
                       MOVE PaySrcType TO PendSrcType
                       MOVE ZERO TO RemitCount
               COMPUTE OpenBalance =
                   TblInvTotal(RemitFoundIdx) -
                   TblPaid(RemitFoundIdx)
               MOVE RemitFoundIdx TO BestIdx
               PERFORM CheckEarlyPayDiscount
               IF RemainingPay IS LESS THAN OpenBalance THEN
                   MOVE RemainingPay TO ApplyAmount
               ELSE
                       MOVE RmtInv(RemitIdx) TO PrnExcInv
                       PERFORM WriteExceptionLine
                   END-IF
                   PERFORM WritePayHist
               END-IF
           END-IF.
           IF BestIdx IS GREATER THAN ZERO THEN
               COMPUTE OpenBalance =
                   TblInvTotal(BestIdx) - TblPaid(BestIdx)
               PERFORM CheckEarlyPayDiscount
               IF RemainingPay IS LESS THAN OpenBalance THEN
                   MOVE RemainingPay TO ApplyAmount
               ELSE
               PERFORM WritePayHist
           END-IF.

       CheckEarlyPayDiscount.
           MOVE ZERO TO DiscAllowed.
           IF PendSrcType IS NOT EQUAL TO 'D' AND
               TblDiscAmt(BestIdx) IS GREATER THAN ZERO AND
               TblDiscDate(BestIdx) IS NOT LESS THAN PendDate AND
               TblDiscAmt(BestIdx) IS LESS THAN OpenBalance THEN
               IF RemainingPay IS NOT LESS THAN
                   OpenBalance - TblDiscAmt(BestIdx) THEN
                   MOVE TblDiscAmt(BestIdx) TO DiscAllowed
               END-IF
           END-IF.
           IF DiscAllowed IS GREATER THAN ZERO THEN
               SUBTRACT DiscAllowed FROM OpenBalance
               ADD DiscAllowed TO TblPaid(BestIdx)
               MOVE ZERO TO TblDiscAmt(BestIdx)
               ADD 1 TO DiscountsTaken
               ADD DiscAllowed TO DiscountTotal
               MOVE PendDate TO PHDate
               MOVE PendCust TO PHCustID
               MOVE DiscAllowed TO PHAmount
               MOVE TblInvNum(BestIdx) TO PHInvNum
               MOVE 'E' TO PHType
               WRITE PayHistRecord FROM PayHistLine
           END-IF.

       FindOldestOpen.
           MOVE ZERO TO BestIdx.
           MOVE 99999999 TO BestDate.
           MOVE TblInvTotal(ItemIdx) TO OIInvTotal.
           MOVE TblPaid(ItemIdx) TO OIPaid.
           MOVE TblOpenFlag(ItemIdx) TO OIOpenFlag.
           MOVE TblDueDate(ItemIdx) TO OIDueDate.
           MOVE TblDiscDate(ItemIdx) TO OIDiscDate.
           MOVE TblDiscAmt(ItemIdx) TO OIDiscAmt.
           MOVE TblDispFlag(ItemIdx) TO OIDispFlag.
           MOVE TblDispAmt(ItemIdx) TO OIDispAmt.
           WRITE OpenItemRecord.
