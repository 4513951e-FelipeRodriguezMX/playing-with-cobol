           SELECT BankStatement ASSIGN TO "./bank-statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankStatus.
           SELECT OPTIONAL CheckFile ASSIGN TO "./ap-checks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckStatus.
           SELECT OPTIONAL BankBalanceFile
               ASSIGN TO "./bank-balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BalStatus.
           SELECT RecReport ASSIGN TO "./BankRec.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 BSDate PIC 9(8).
           02 FILLER PIC X.
           02 BSAmount PIC 9(8)V99.
           02 FILLER PIC X.
           02 BSType PIC X.
           02 FILLER PIC X.
           02 BSCheckNum PIC X(6).

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

       FD BankBalanceFile.
       01 BankBalanceRecord PIC X(65).

       FD RecReport.
       01 PrintLine PIC X(75).
       WORKING-STORAGE SECTION.
       01 DepStatus PIC XX.
       01 BankStatus PIC XX.
       01 CheckStatus PIC XX.
       01 BalStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 TodayInt PIC 9(7).
               03 TblBankDate PIC 9(8).
               03 TblBankAmount PIC 9(8)V99.
               03 TblBankMatched PIC X.
               03 TblBankType PIC X.
               03 TblBankCheck PIC X(6).
       01 BankIdx PIC 9(3).
       01 FoundIdx PIC 9(3).
       01 MatchedCount PIC 9(3) VALUE ZERO.
       01 OursOnly PIC 9(3) VALUE ZERO.
       01 BankOnly PIC 9(3) VALUE ZERO.
       01 CheckCount PIC 9(3) VALUE ZERO.
       01 CheckTable.
           02 CheckEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON CheckCount
               INDEXED BY CKI.
               03 TblCheckNum PIC 9(6).
               03 TblCheckDate PIC 9(8).
               03 TblCheckVendor PIC X(5).
               03 TblCheckAmount PIC 9(8)V99.
               03 TblCheckMatched PIC X.
       01 CheckIdx PIC 9(3).
       01 CheckNumText PIC X(6).
       01 ChecksCleared PIC 9(3) VALUE ZERO.
       01 ChecksOutstanding PIC 9(3) VALUE ZERO.
       01 ChecksBankOnly PIC 9(3) VALUE ZERO.
       01 CheckHeading PIC X(75) VALUE
           "Cheques de proveedores:".
       01 CheckClearedLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "Cobrado   ".
           02 PrnCCNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCCVendor PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCCAmount PIC ZZZZZZZ9.99.
       01 CheckOutstandingLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "TRANSITO  ".
           02 PrnCONum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCOVendor PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCOAmount PIC ZZZZZZZ9.99.
           02 FILLER PIC X(7) VALUE "  dias ".
           02 PrnCODays PIC ZZZZ9.
       01 CheckBankOnlyLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "SOLO BANCO".
           02 PrnCBNum PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCBDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCBAmount PIC ZZZZZZZ9.99.
       01 ReportHeading PIC X(75) VALUE
           "Conciliacion de depositos contra el banco".
       01 MatchedLine.
       01 TotalLine.
           02 PrnTotLabel PIC X(28).
           02 PrnTotValue PIC ZZZZ9.
       01 StmtSeen PIC X VALUE 'N'.
       01 StmtDate PIC 9(8) VALUE ZERO.
       01 StmtBalance PIC 9(8)V99 VALUE ZERO.
       01 DepInTransit PIC 9(8)V99 VALUE ZERO.
       01 ChecksInTransit PIC 9(8)V99 VALUE ZERO.
       01 ReconciledBalance PIC S9(9)V99 VALUE ZERO.
       01 BankBalanceLine.
           02 BBRecDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 BBStmtDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 BBStmtBalance PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 BBDepTransit PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 BBChecksOut PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 BBRecBalance PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X VALUE SPACE.
           02 BBStatus PIC X.
       01 BalanceLine.
           02 PrnBalLabel PIC X(28).
           02 PrnBalValue PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

           CALL 'BIZDATE' USING BusinessDate.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM LoadOurDeposits.
           PERFORM LoadOurChecks.
           IF OurCount IS EQUAL TO ZERO AND
               CheckCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin deposit-control.dat, nada que conciliar.'
               STOP RUN
           END-IF.
           PERFORM LoadBankStatement.
           PERFORM MatchDeposits.
           PERFORM MatchChecks.
           PERFORM WriteRecReport.
           IF StmtSeen IS EQUAL TO 'Y' THEN
               PERFORM SaveBankBalance
           END-IF.
           DISPLAY 'Depositos cuadrados: ' MatchedCount.
           DISPLAY 'Nuestros sin banco:  ' OursOnly.
           DISPLAY 'Del banco sin libro: ' BankOnly.
           DISPLAY 'Cheques cobrados:    ' ChecksCleared.
           DISPLAY 'Cheques en transito: ' ChecksOutstanding.
           DISPLAY 'Cheques sin libro:   ' ChecksBankOnly.
           IF OursOnly IS GREATER THAN ZERO OR
               BankOnly IS GREATER THAN ZERO OR
               ChecksOutstanding IS GREATER THAN ZERO OR
               ChecksBankOnly IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
           READ BankStatement
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF BSType IS EQUAL TO 'S' OR
                       BSType IS EQUAL TO 's' THEN
                       PERFORM NoteStatementBalance
                   ELSE
                       PERFORM AddBankRow
                   END-IF
           END-READ.

       NoteStatementBalance.
           IF BSDate IS NOT LESS THAN StmtDate THEN
               MOVE 'Y' TO StmtSeen
               MOVE BSDate TO StmtDate
               MOVE BSAmount TO StmtBalance
           END-IF.

       AddBankRow.
           IF BankCount IS EQUAL TO 500 THEN
               DISPLAY 'Tabla del banco llena (500).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO BankCount.
           MOVE BSDate TO TblBankDate(BankCount).
           MOVE BSAmount TO TblBankAmount(BankCount).
           MOVE 'N' TO TblBankMatched(BankCount).
           MOVE FUNCTION UPPER-CASE(BSType) TO TblBankType(BankCount).
           MOVE BSCheckNum TO TblBankCheck(BankCount).

       LoadOurChecks.
           OPEN INPUT CheckFile.
           IF CheckStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneOurCheck UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CheckFile
           ELSE IF CheckStatus IS EQUAL TO "05" THEN
               CLOSE CheckFile
           END-IF.

       LoadOneOurCheck.
           READ CheckFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CKStatus IS EQUAL TO 'I' THEN
                       IF CheckCount IS EQUAL TO 500 THEN
                           DISPLAY 'Tabla de cheques llena (500).'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CheckCount
                       MOVE CKNum TO TblCheckNum(CheckCount)
                       MOVE CKDate TO TblCheckDate(CheckCount)
                       MOVE CKVendor TO TblCheckVendor(CheckCount)
                       MOVE CKAmount TO TblCheckAmount(CheckCount)
                       MOVE 'N' TO TblCheckMatched(CheckCount)
                   END-IF
           END-READ.

       MatchDeposits.
       MatchAgainstBank.
           IF TblOurMatched(OurIdx) IS EQUAL TO 'N' AND
               TblBankMatched(BankIdx) IS EQUAL TO 'N' AND
               TblBankType(BankIdx) IS NOT EQUAL TO 'C' AND
               TblOurDate(OurIdx) IS EQUAL TO
                   TblBankDate(BankIdx) AND
               TblOurTotal(OurIdx) IS EQUAL TO
               MOVE 'Y' TO TblBankMatched(BankIdx)
           END-IF.

       MatchChecks.
           PERFORM MatchOneOurCheck
               VARYING CheckIdx FROM 1 BY 1
               UNTIL CheckIdx IS GREATER THAN CheckCount.

       MatchOneOurCheck.
           MOVE TblCheckNum(CheckIdx) TO CheckNumText.
           PERFORM MatchCheckAgainstBank
               VARYING BankIdx FROM 1 BY 1
               UNTIL BankIdx IS GREATER THAN BankCount.

       MatchCheckAgainstBank.
           IF TblCheckMatched(CheckIdx) IS EQUAL TO 'N' AND
               TblBankMatched(BankIdx) IS EQUAL TO 'N' AND
               TblBankType(BankIdx) IS EQUAL TO 'C' AND
               TblBankCheck(BankIdx) IS EQUAL TO CheckNumText AND
               TblCheckAmount(CheckIdx) IS EQUAL TO
                   TblBankAmount(BankIdx) THEN
               MOVE 'Y' TO TblCheckMatched(CheckIdx)
               MOVE 'Y' TO TblBankMatched(BankIdx)
           END-IF.

       WriteRecReport.
           OPEN OUTPUT RecReport.
           WRITE PrintLine FROM ReportHeading.
           PERFORM WriteOneBankLine
               VARYING BankIdx FROM 1 BY 1
               UNTIL BankIdx IS GREATER THAN BankCount.
           IF CheckCount IS GREATER THAN ZERO OR
               ChecksBankOnly IS GREATER THAN ZERO THEN
               MOVE SPACE TO PrintLine
               WRITE PrintLine
               WRITE PrintLine FROM CheckHeading
               PERFORM WriteOneCheckLine
                   VARYING CheckIdx FROM 1 BY 1
                   UNTIL CheckIdx IS GREATER THAN CheckCount
               PERFORM WriteOneBankCheckLine
                   VARYING BankIdx FROM 1 BY 1
                   UNTIL BankIdx IS GREATER THAN BankCount
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE "Depositos cuadrados:        " TO PrnTotLabel.
           MOVE "Del banco sin libro:        " TO PrnTotLabel.
           MOVE BankOnly TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE "Cheques cobrados:           " TO PrnTotLabel.
           MOVE ChecksCleared TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE "Cheques en transito:        " TO PrnTotLabel.
           MOVE ChecksOutstanding TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE "Cheques del banco sin libro:" TO PrnTotLabel.
           MOVE ChecksBankOnly TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           IF StmtSeen IS EQUAL TO 'Y' THEN
               PERFORM WriteBalanceSection
           END-IF.
           CLOSE RecReport.

       WriteBalanceSection.
           COMPUTE ReconciledBalance =
               StmtBalance + DepInTransit - ChecksInTransit.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE "Saldo segun banco:          " TO PrnBalLabel.
           MOVE StmtBalance TO PrnBalValue.
           WRITE PrintLine FROM BalanceLine.
           MOVE "Mas depositos en transito:  " TO PrnBalLabel.
           MOVE DepInTransit TO PrnBalValue.
           WRITE PrintLine FROM BalanceLine.
           MOVE "Menos cheques en transito:  " TO PrnBalLabel.
           MOVE ChecksInTransit TO PrnBalValue.
           WRITE PrintLine FROM BalanceLine.
           MOVE "Saldo conciliado:           " TO PrnBalLabel.
           MOVE ReconciledBalance TO PrnBalValue.
           WRITE PrintLine FROM BalanceLine.
           IF BankOnly IS GREATER THAN ZERO OR
               ChecksBankOnly IS GREATER THAN ZERO THEN
               MOVE "    PARTIDAS DEL BANCO SIN LIBRO, SALDO PENDIENTE."
                   TO PrintLine
               WRITE PrintLine
           END-IF.

       SaveBankBalance.
           MOVE BusinessDate TO BBRecDate.
           MOVE StmtDate TO BBStmtDate.
           MOVE StmtBalance TO BBStmtBalance.
           MOVE DepInTransit TO BBDepTransit.
           MOVE ChecksInTransit TO BBChecksOut.
           MOVE ReconciledBalance TO BBRecBalance.
           IF BankOnly IS GREATER THAN ZERO OR
               ChecksBankOnly IS GREATER THAN ZERO THEN
               MOVE 'P' TO BBStatus
           ELSE
               MOVE 'C' TO BBStatus
           END-IF.
           OPEN EXTEND BankBalanceFile.
           WRITE BankBalanceRecord FROM BankBalanceLine.
           CLOSE BankBalanceFile.

       WriteOneOurLine.
           IF TblOurMatched(OurIdx) IS EQUAL TO 'Y' THEN
               ADD 1 TO MatchedCount
               WRITE PrintLine FROM MatchedLine
           ELSE
               ADD 1 TO OursOnly
               ADD TblOurTotal(OurIdx) TO DepInTransit
               MOVE TblOurDate(OurIdx) TO PrnODate
               MOVE TblOurTotal(OurIdx) TO PrnOAmount
               COMPUTE ItemInt =
           END-IF.

       WriteOneBankLine.
           IF TblBankMatched(BankIdx) IS EQUAL TO 'N' AND
               TblBankType(BankIdx) IS EQUAL TO 'C' THEN
               ADD 1 TO ChecksBankOnly
           ELSE IF TblBankMatched(BankIdx) IS EQUAL TO 'N' THEN
               ADD 1 TO BankOnly
               MOVE TblBankDate(BankIdx) TO PrnBDate
               MOVE TblBankAmount(BankIdx) TO PrnBAmount
               MOVE DaysOld TO PrnBDays
               WRITE PrintLine FROM BankOnlyLine
           END-IF.

       WriteOneCheckLine.
           IF TblCheckMatched(CheckIdx) IS EQUAL TO 'Y' THEN
               ADD 1 TO ChecksCleared
               MOVE TblCheckNum(CheckIdx) TO PrnCCNum
               MOVE TblCheckVendor(CheckIdx) TO PrnCCVendor
               MOVE TblCheckAmount(CheckIdx) TO PrnCCAmount
               WRITE PrintLine FROM CheckClearedLine
           ELSE
               ADD 1 TO ChecksOutstanding
               ADD TblCheckAmount(CheckIdx) TO ChecksInTransit
               MOVE TblCheckNum(CheckIdx) TO PrnCONum
               MOVE TblCheckVendor(CheckIdx) TO PrnCOVendor
               MOVE TblCheckAmount(CheckIdx) TO PrnCOAmount
               COMPUTE ItemInt =
                   FUNCTION INTEGER-OF-DATE(TblCheckDate(CheckIdx))
               COMPUTE DaysOld = TodayInt - ItemInt
               MOVE DaysOld TO PrnCODays
               WRITE PrintLine FROM CheckOutstandingLine
           END-IF.

       WriteOneBankCheckLine.
           IF TblBankMatched(BankIdx) IS EQUAL TO 'N' AND
               TblBankType(BankIdx) IS EQUAL TO 'C' THEN
               MOVE TblBankCheck(BankIdx) TO PrnCBNum
               MOVE TblBankDate(BankIdx) TO PrnCBDate
               MOVE TblBankAmount(BankIdx) TO PrnCBAmount
               WRITE PrintLine FROM CheckBankOnlyLine
           END-IF.
