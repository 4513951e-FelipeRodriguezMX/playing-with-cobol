               FILE STATUS IS DepStatus.
           SELECT DepositCopy ASSIGN TO "./deposit-copy.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StudLedgerFile
               ASSIGN TO "./cobol-tutorial-14-sort/stud-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PayHistFile.
       FD DepositCopy.
       01 DepositCopyRecord PIC X(30).

       FD StudLedgerFile.
       01 StudLedgerRecord.
           02 SLStudId PIC 9(4).
           02 FILLER PIC X.
           02 SLDate PIC 9(8).
           02 FILLER PIC X.
           02 SLType PIC X.
           02 FILLER PIC X.
           02 SLFeeCode PIC X(4).
           02 FILLER PIC X.
           02 SLPeriod PIC X(6).
           02 FILLER PIC X.
           02 SLAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 SLRef PIC X(8).
           02 FILLER PIC X.
           02 SLSchool PIC X(3).

       WORKING-STORAGE SECTION.
       01 HistStatus PIC XX.
       01 IdxStatus PIC XX.
       01 DepStatus PIC XX.
       01 LedgerStatus PIC XX.
       01 LedgerEOF PIC X.
       01 SchoolCount PIC 99 VALUE ZERO.
       01 SchoolTable.
           02 SchoolEntry OCCURS 20 TIMES INDEXED BY SchIdx.
               03 TblSchool PIC X(3).
               03 TblSchoolTotal PIC S9(8)V99.
       01 WSEOF PIC X VALUE 'N'.
       01 DepEOF PIC X.
       01 CopyEOF PIC X.
           02 FILLER PIC X(24) VALUE
               "Partidas sin efectivo:  ".
           02 PrnNonCash PIC ZZZZ9.
       01 SchoolHeading PIC X(40) VALUE
           "Colegiaturas cobradas en caja escolar".
       01 SchoolDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStudId PIC 9(4).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnSchool PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFeeCode PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPeriod PIC X(6).
           02 FILLER PIC X(15) VALUE SPACE.
           02 PrnSchLabel PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReceipt PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSchAmount PIC -ZZZZZ9.99.
       01 SchoolSubtotalLine.
           02 FILLER PIC X(21) VALUE
               "    Subtotal escuela ".
           02 PrnSubSchool PIC X(3).
           02 PrnSchoolTotal PIC -ZZZZZZ9.99.
       01 DepositLine.
           02 DCDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           IF HaveGroup IS EQUAL TO 'Y' THEN
               PERFORM WriteSubtotal
           END-IF.
           PERFORM ListSchoolReceipts.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE DayCount TO PrnDayCount.
                   ADD 1 TO NonCashCount
                   MOVE 'NotaCred' TO PrnLabel
                   MOVE PHAmount TO PrnAmount
               WHEN 'E'
                   ADD 1 TO NonCashCount
                   MOVE 'DescPP  ' TO PrnLabel
                   MOVE PHAmount TO PrnAmount
               WHEN OTHER
                   ADD 1 TO DayCount
                   MOVE 'Pago    ' TO PrnLabel
           END-EVALUATE.
           WRITE PrintLine FROM DetailLine.

       ListSchoolReceipts.
           OPEN INPUT StudLedgerFile.
           IF LedgerStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO LedgerEOF
               PERFORM ListOneSchoolEntry
                   UNTIL LedgerEOF IS EQUAL TO 'Y'
               CLOSE StudLedgerFile
           ELSE IF LedgerStatus IS EQUAL TO "05" THEN
               CLOSE StudLedgerFile
           END-IF.
           IF SchoolCount IS GREATER THAN ZERO THEN
               PERFORM WriteSchoolSubtotal
                   VARYING SchIdx FROM 1 BY 1
                   UNTIL SchIdx IS GREATER THAN SchoolCount
           END-IF.

       ListOneSchoolEntry.
           READ StudLedgerFile
               AT END MOVE 'Y' TO LedgerEOF
               NOT AT END
                   IF SLDate IS EQUAL TO WantedDate AND
                       (SLType IS EQUAL TO 'P' OR
                        SLType IS EQUAL TO 'D') THEN
                       PERFORM ShowOneSchoolEntry
                   END-IF
           END-READ.

       ShowOneSchoolEntry.
           IF SchoolCount IS EQUAL TO ZERO THEN
               MOVE SPACE TO PrintLine
               WRITE PrintLine
               WRITE PrintLine FROM SchoolHeading
           END-IF.
           SET SchIdx TO 1.
           SEARCH SchoolEntry
               AT END
                   IF SchoolCount IS LESS THAN 20 THEN
                       ADD 1 TO SchoolCount
                       SET SchIdx TO SchoolCount
                       MOVE SLSchool TO TblSchool(SchIdx)
                       MOVE ZERO TO TblSchoolTotal(SchIdx)
                   ELSE
                       SET SchIdx TO 20
                   END-IF
               WHEN TblSchool(SchIdx) IS EQUAL TO SLSchool
                   CONTINUE
           END-SEARCH.
           MOVE SLStudId TO PrnStudId.
           MOVE SLSchool TO PrnSchool.
           MOVE SLFeeCode TO PrnFeeCode.
           MOVE SLPeriod TO PrnPeriod.
           MOVE SLRef TO PrnReceipt.
           ADD 1 TO DayCount.
           IF SLType IS EQUAL TO 'D' THEN
               MOVE 'Devoluc.' TO PrnSchLabel
               COMPUTE TblSchoolTotal(SchIdx) =
                   TblSchoolTotal(SchIdx) - SLAmount
               COMPUTE DayTotal = DayTotal - SLAmount
               COMPUTE PrnSchAmount = ZERO - SLAmount
           ELSE
               MOVE 'Colegiat' TO PrnSchLabel
               ADD SLAmount TO TblSchoolTotal(SchIdx)
               ADD SLAmount TO DayTotal
               MOVE SLAmount TO PrnSchAmount
           END-IF.
           WRITE PrintLine FROM SchoolDetailLine.

       WriteSchoolSubtotal.
           MOVE TblSchool(SchIdx) TO PrnSubSchool.
           MOVE TblSchoolTotal(SchIdx) TO PrnSchoolTotal.
           WRITE PrintLine FROM SchoolSubtotalLine.

       GetCustomerName.
           MOVE PHCustID TO IDXIDNum.
           READ CustomerIndexFile
