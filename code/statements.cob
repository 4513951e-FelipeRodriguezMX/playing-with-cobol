               ASSIGN TO "./balance-forward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BfStatus.
           SELECT OPTIONAL ParentFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-parent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParentStatus.
           SELECT OPTIONAL ContactFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactStatus.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT StatementsOut ASSIGN TO "./Statements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X(38).

       FD UnappliedFile.
       01 UnappliedRecord.
           02 FILLER PIC X.
           02 BFAmount PIC S9(8)V99 SIGN LEADING SEPARATE.

       FD ParentFile.
       01 ParentRecord.
           02 CPCustID PIC 9(5).
           02 FILLER PIC X.
           02 CPParentID PIC 9(5).
           02 FILLER PIC X.
           02 CPBillParent PIC X.

       FD ContactFile.
       01 ContactRecord.
           02 CCCustID PIC 9(5).
           02 FILLER PIC X.
           02 CCRole PIC X(3).
           02 FILLER PIC X.
           02 CCName PIC X(30).
           02 FILLER PIC X.
           02 CCPhone PIC X(15).
           02 FILLER PIC X.
           02 CCEmail PIC X(40).

       FD CustomerIndexFile.
       01 IndexCustomerData.
           02 IDXIDNum PIC 9(5).
           02 IDXFirstName PIC X(31).
           02 IDXLastName PIC X(30).
           02 IDXCustAddress.
               03 IDXCustStreet PIC X(20).
               03 IDXCustCity PIC X(12).
               03 IDXCustState PIC X(2).
               03 IDXCustPostal PIC X(6).
           02 IDXPhone PIC X(15).
           02 IDXEmail PIC X(40).
           02 IDXCustStatus PIC X.
           02 IDXCustMergedTo PIC 9(5).
           02 IDXCustDoNotContact PIC X.
           02 IDXCustSearchName PIC X(30).

       FD StatementsOut.
       01 PrintLine PIC X(70).

       01 WorkCustID PIC 9(5).
       01 CustBalance PIC 9(8)V99.
       01 StmtCount PIC 9(3) VALUE ZERO.
       01 StmtBalanceTotal PIC 9(9)V99 VALUE ZERO.
       01 StepName PIC X(12) VALUE 'STATEMENTS'.
       01 StepStart PIC X(14).
       01 StepRecs PIC 9(7) VALUE ZERO.
       01 StepOutcome PIC X(8) VALUE 'NORMAL'.
       01 TotalLabel PIC X(30).
       01 TotalAmount PIC S9(11)V99.
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
       01 ContactStatus PIC XX.
       01 ContactCount PIC 9(4) VALUE ZERO.
       01 ContactTable.
           02 ContactEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ContactCount
               INDEXED BY CNI.
               03 TblContCust PIC 9(5).
               03 TblContRole PIC X(3).
               03 TblContName PIC X(30).
               03 TblContPhone PIC X(15).
               03 TblContEmail PIC X(40).
       01 ContactIdx PIC 9(4).
       01 ContactFoundIdx PIC 9(4).
       01 WantedRole PIC X(3) VALUE 'CXP'.
       01 IdxStatus PIC XX.
       01 MasterOpen PIC X VALUE 'N'.
       01 FormattedName PIC X(63).
       01 AttnLine.
           02 FILLER PIC X(10) VALUE "Atencion: ".
           02 PrnAttnName PIC X(60).
       01 AttnContactLine.
           02 FILLER PIC X(5) VALUE "Tel: ".
           02 PrnAttnPhone PIC X(15).
           02 FILLER PIC X(10) VALUE "  Correo: ".
           02 PrnAttnEmail PIC X(40).
       01 BranchCount PIC 9(3) VALUE ZERO.
       01 BranchTable.
           02 BranchEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON BranchCount
               INDEXED BY BRI.
               03 TblBranchCust PIC 9(5).
       01 BranchIdx PIC 9(3).
       01 StmtInvCust PIC 9(5).
       01 OpenCount PIC 9(4) VALUE ZERO.
       01 OpenTable.
           02 OpenEntry
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON OpenCount
               INDEXED BY OPI.
               03 TblOpenInv PIC 9(6).
               03 TblOpenBal PIC 9(6)V99.
       01 OpenIdx PIC 9(4).
       01 BranchBilled PIC S9(8)V99.
       01 BranchOpen PIC 9(8)V99.

       01 StmtHeading.
           02 FILLER PIC X(22) VALUE "Estado de cuenta  mes ".
       01 CustHeading.
           02 FILLER PIC X(9) VALUE "Cliente: ".
           02 PrnCustID PIC 9(5).
       01 ConsolHeading PIC X(70) VALUE
           "Estado consolidado de cuenta matriz".
       01 BranchHeading.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "Sucursal: ".
           02 PrnBranchID PIC 9(5).
       01 BranchTotalLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(18) VALUE "Subtotal sucursal ".
           02 PrnBranchTotID PIC 9(5).
           02 FILLER PIC X(12) VALUE "  facturado ".
           02 PrnBranchBilled PIC -ZZZZZZ9.99.
           02 FILLER PIC X(8) VALUE "  saldo ".
           02 PrnBranchOpen PIC ZZZZZZZ9.99.
       01 InvoiceLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "Factura ".
       PROCEDURE DIVISION.

       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStart.
           ACCEPT StmtMonthParam FROM ENVIRONMENT "STMT_MONTH".
           IF FUNCTION TEST-NUMVAL(StmtMonthParam) IS NOT EQUAL TO
               ZERO THEN
               DISPLAY 'Definir STMT_MONTH (AAAAMM).'
               MOVE 'ERROR' TO StepOutcome
               PERFORM WriteRunLedger
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               MOVE FUNCTION UPPER-CASE(ParmValue(1:3))
                   TO HomeCurrency
           END-IF.
           PERFORM LoadParentTable.
           PERFORM LoadContactTable.
           PERFORM CollectCustomers.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS EQUAL TO "00" THEN
               MOVE 'Y' TO MasterOpen
           ELSE
               DISPLAY 'Aviso: sin customer.txt, estados sin contacto.'
               MOVE 'WARNING' TO StepOutcome
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT StatementsOut.
           MOVE StmtMonth TO PrnStmtMonth.
           IF CustCount IS GREATER THAN ZERO THEN
                   UNTIL CustIdx IS GREATER THAN CustCount
           END-IF.
           CLOSE StatementsOut.
           IF MasterOpen IS EQUAL TO 'Y' THEN
               CLOSE CustomerIndexFile
           END-IF.
           DISPLAY 'Estados de cuenta: ' StmtCount.
           MOVE StmtCount TO StepRecs.
           PERFORM WriteRunLedger.
           MOVE 'Saldo total en estados' TO TotalLabel.
           MOVE StmtBalanceTotal TO TotalAmount.
           CALL 'STEPTOTAL' USING StepName, StepStart, TotalLabel,
               TotalAmount.
           STOP RUN.

       WriteRunLedger.
           CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
               StepOutcome.

       CollectCustomers.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS EQUAL TO "00" THEN
               NOT AT END
                   IF PHDate(1:6) IS EQUAL TO StmtMonth THEN
                       MOVE PHCustID TO WorkCustID
                       PERFORM GetBillToCust
                       PERFORM NoteCustomer
                   END-IF
           END-READ.
               NOT AT END
                   IF SJDate(1:6) IS EQUAL TO StmtMonth THEN
                       MOVE SJCustID TO WorkCustID
                       PERFORM GetBillToCust
                       PERFORM NoteCustomer
                   END-IF
           END-READ.

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
           IF TblParCust(ParentIdx) IS EQUAL TO WorkCustID THEN
               MOVE TblParParent(ParentIdx) TO WorkCustID
           END-IF.

       NoteCustomer.
           MOVE ZERO TO FoundIdx.
           IF CustCount IS GREATER THAN ZERO THEN
           WRITE PrintLine FROM StmtHeading.
           MOVE TblCustID(CustIdx) TO PrnCustID.
           WRITE PrintLine FROM CustHeading.
           PERFORM WriteAttention.
           PERFORM FindBranches.
           IF BranchCount IS GREATER THAN 1 THEN
               WRITE PrintLine FROM ConsolHeading
           END-IF.
           PERFORM ShowBalanceForward.
           IF BranchCount IS GREATER THAN 1 THEN
               PERFORM LoadParentOpenItems
               PERFORM ListOneBranch
                   VARYING BranchIdx FROM 1 BY 1
                   UNTIL BranchIdx IS GREATER THAN BranchCount
           ELSE
               MOVE TblCustID(CustIdx) TO StmtInvCust
               PERFORM ListMonthInvoices
           END-IF.
           PERFORM ListMonthPayments.
           PERFORM ListUnappliedCash.
           PERFORM ShowCustBalance.

       LoadContactTable.
           OPEN INPUT ContactFile.
           IF ContactStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneContact UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ContactFile
           ELSE IF ContactStatus IS EQUAL TO "05" THEN
               CLOSE ContactFile
           END-IF.

       LoadOneContact.
           READ ContactFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF ContactCount IS LESS THAN 2000 THEN
                       ADD 1 TO ContactCount
                       MOVE CCCustID TO TblContCust(ContactCount)
                       MOVE CCRole TO TblContRole(ContactCount)
                       MOVE CCName TO TblContName(ContactCount)
                       MOVE CCPhone TO TblContPhone(ContactCount)
                       MOVE CCEmail TO TblContEmail(ContactCount)
                   END-IF
           END-READ.

       WriteAttention.
           MOVE ZERO TO ContactFoundIdx.
           IF ContactCount IS GREATER THAN ZERO THEN
               PERFORM FindOneRoleContact
                   VARYING ContactIdx FROM 1 BY 1
                   UNTIL ContactIdx IS GREATER THAN ContactCount
           END-IF.
           IF ContactFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblContName(ContactFoundIdx) TO PrnAttnName
               MOVE TblContPhone(ContactFoundIdx) TO PrnAttnPhone
               MOVE TblContEmail(ContactFoundIdx) TO PrnAttnEmail
               WRITE PrintLine FROM AttnLine
               WRITE PrintLine FROM AttnContactLine
           ELSE IF MasterOpen IS EQUAL TO 'Y' THEN
               MOVE TblCustID(CustIdx) TO IDXIDNum
               READ CustomerIndexFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       CALL 'FORMATNAME' USING IDXFirstName,
                           IDXLastName, FormattedName
                       MOVE FormattedName TO PrnAttnName
                       MOVE IDXPhone TO PrnAttnPhone
                       MOVE IDXEmail TO PrnAttnEmail
                       WRITE PrintLine FROM AttnLine
                       WRITE PrintLine FROM AttnContactLine
               END-READ
           END-IF.

       FindOneRoleContact.
           IF TblContCust(ContactIdx) IS EQUAL TO TblCustID(CustIdx)
               AND TblContRole(ContactIdx) IS EQUAL TO WantedRole
               AND ContactFoundIdx IS EQUAL TO ZERO THEN
               MOVE ContactIdx TO ContactFoundIdx
           END-IF.

       FindBranches.
           MOVE 1 TO BranchCount.
           MOVE TblCustID(CustIdx) TO TblBranchCust(1).
           IF ParentCount IS GREATER THAN ZERO THEN
               PERFORM FindOneBranch
                   VARYING ParentIdx FROM 1 BY 1
                   UNTIL ParentIdx IS GREATER THAN ParentCount
           END-IF.

       FindOneBranch.
           IF TblParParent(ParentIdx) IS EQUAL TO TblCustID(CustIdx)
               AND BranchCount IS LESS THAN 500 THEN
               ADD 1 TO BranchCount
               MOVE TblParCust(ParentIdx) TO TblBranchCust(BranchCount)
           END-IF.

       LoadParentOpenItems.
           MOVE ZERO TO OpenCount.
           OPEN INPUT OpenItemsFile.
           IF OpenStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneParentItem UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OpenItemsFile
           END-IF.

       LoadOneParentItem.
           READ OpenItemsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OICustID IS EQUAL TO TblCustID(CustIdx) AND
                       OIOpenFlag IS EQUAL TO 'O' AND
                       OpenCount IS LESS THAN 5000 THEN
                       ADD 1 TO OpenCount
                       MOVE OIInvNum TO TblOpenInv(OpenCount)
                       COMPUTE TblOpenBal(OpenCount) =
                           OIInvTotal - OIPaid
                   END-IF
           END-READ.

       ListOneBranch.
           MOVE TblBranchCust(BranchIdx) TO StmtInvCust.
           MOVE StmtInvCust TO PrnBranchID.
           WRITE PrintLine FROM BranchHeading.
           MOVE ZERO TO BranchBilled.
           MOVE ZERO TO BranchOpen.
           PERFORM ListMonthInvoices.
           MOVE StmtInvCust TO PrnBranchTotID.
           MOVE BranchBilled TO PrnBranchBilled.
           MOVE BranchOpen TO PrnBranchOpen.
           WRITE PrintLine FROM BranchTotalLine.

       AddBranchTotals.
           IF SJDate(1:6) IS EQUAL TO StmtMonth THEN
               IF SJDocType IS EQUAL TO 'C' THEN
                   SUBTRACT SJTotal FROM BranchBilled
               ELSE
                   ADD SJTotal TO BranchBilled
               END-IF
           END-IF.
           IF SJDocType IS NOT EQUAL TO 'C' AND
               OpenCount IS GREATER THAN ZERO THEN
               PERFORM AddOneBranchOpen
                   VARYING OpenIdx FROM 1 BY 1
                   UNTIL OpenIdx IS GREATER THAN OpenCount
           END-IF.

       AddOneBranchOpen.
           IF TblOpenInv(OpenIdx) IS EQUAL TO SJInvNum THEN
               ADD TblOpenBal(OpenIdx) TO BranchOpen
           END-IF.

       ShowBalanceForward.
           OPEN INPUT BalanceForward.
           IF BfStatus IS EQUAL TO "00" THEN
           READ SalesJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SJCustID IS EQUAL TO StmtInvCust AND
                       BranchCount IS GREATER THAN 1 THEN
                       PERFORM AddBranchTotals
                   END-IF
                   IF SJCustID IS EQUAL TO StmtInvCust AND
                       SJDate(1:6) IS EQUAL TO StmtMonth AND
                       SJDocType IS EQUAL TO 'C' THEN
                       MOVE SJInvNum TO PrnCredNum
                       MOVE SJDate TO PrnCredDate
                       MOVE SJTotal TO PrnCredTotal
                       WRITE PrintLine FROM CreditNoteLine
                   ELSE IF SJCustID IS EQUAL TO StmtInvCust
                       AND SJDate(1:6) IS EQUAL TO StmtMonth THEN
                       MOVE SJInvNum TO PrnInvNum
                       MOVE SJDate TO PrnInvDate
                           WHEN 'W' MOVE 'Castigo ' TO PrnPayLabel
                           WHEN 'D' MOVE 'Anticipo' TO PrnPayLabel
                           WHEN 'C' MOVE 'NotaCred' TO PrnPayLabel
                           WHEN 'E' MOVE 'DescPP  ' TO PrnPayLabel
                           WHEN OTHER MOVE 'Pago    ' TO PrnPayLabel
                       END-EVALUATE
                       WRITE PrintLine FROM PaymentLine
               PERFORM SumOneOpenItem UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OpenItemsFile
           END-IF.
           ADD CustBalance TO StmtBalanceTotal.
           MOVE CustBalance TO PrnBalance.
           WRITE PrintLine FROM BalanceLine.

