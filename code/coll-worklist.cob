       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLWORK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OpenItemsFile ASSIGN TO "./ar-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT OPTIONAL NotesFile ASSIGN TO "./coll-notes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NotesStatus.
           SELECT OPTIONAL PayHistFile ASSIGN TO "./ar-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT SortWorkFile ASSIGN TO "./collrank.tmp".
           SELECT RankedFile ASSIGN TO "./collranked.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorklistReport ASSIGN TO "./CollWorklist.dat"
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
           02 FILLER PIC X.
           02 OIDiscDate PIC 9(8).
           02 FILLER PIC X.
           02 OIDiscAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIDispFlag PIC X.
           02 FILLER PIC X.
           02 OIDispAmt PIC 9(6)V99.

       FD NotesFile.
       01 NotesRecord.
           02 CNCustID PIC 9(5).
           02 FILLER PIC X.
           02 CNDate PIC 9(8).
           02 FILLER PIC X.
           02 CNCollector PIC X(8).
           02 FILLER PIC X.
           02 CNPromAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 CNPromDate PIC 9(8).
           02 FILLER PIC X.
           02 CNText PIC X(50).

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

       SD SortWorkFile.
       01 SortRecord.
           02 SortOverdue PIC 9(8)V99.
           02 SortDays PIC 9(5).
           02 SortCustID PIC 9(5).
           02 SortIdx PIC 9(4).

       FD RankedFile.
       01 RankedRecord.
           02 RnkOverdue PIC 9(8)V99.
           02 RnkDays PIC 9(5).
           02 RnkCustID PIC 9(5).
           02 RnkIdx PIC 9(4).

       FD WorklistReport.
       01 PrintLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 OpenStatus PIC XX.
       01 NotesStatus PIC XX.
       01 HistStatus PIC XX.
       01 IdxStatus PIC XX.
       01 WSEOF PIC X.
       01 RankedEOF PIC X VALUE 'N'.
       01 BusinessDate PIC 9(8).
       01 TodayInt PIC 9(7).
       01 InvInt PIC 9(7).
       01 DaysOld PIC S9(5).
       01 AgeFromDate PIC 9(8).
       01 OpenBalance PIC 9(6)V99.
       01 WantedCust PIC 9(5).
       01 CustCount PIC 9(4) VALUE ZERO.
       01 CustTable.
           02 CustEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON CustCount
               INDEXED BY CI.
               03 TblCustID PIC 9(5).
               03 TblOverdue PIC 9(8)V99.
               03 TblMaxDays PIC 9(5).
               03 TblLastNote PIC 9(8).
               03 TblCollector PIC X(8).
               03 TblPromNote PIC 9(8).
               03 TblPromAmt PIC 9(6)V99.
               03 TblPromDate PIC 9(8).
               03 TblPromPaid PIC 9(8)V99.
               03 TblPromState PIC X.
       01 CustIdx PIC 9(4).
       01 FoundIdx PIC 9(4).
       01 RankNum PIC 9(4) VALUE ZERO.
       01 PendingCount PIC 9(4) VALUE ZERO.
       01 BrokenCount PIC 9(4) VALUE ZERO.
       01 WorklistTotal PIC 9(8)V99 VALUE ZERO.
       01 FormattedName PIC X(63).
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "Lista de cobranza del dia    Fecha: ".
           02 PrnRunDate PIC 9(8).
       01 ColumnHeading.
           02 FILLER PIC X(41) VALUE
               "Ord. Cte.  Nombre                        ".
           02 FILLER PIC X(45) VALUE
               "     Vencido Dias Ult.nota Gestor   Promesa".
       01 DetailLine.
           02 PrnRank PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOverdue PIC ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDays PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLastNote PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCollector PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPromise PIC X(10).
       01 TotalLine.
           02 FILLER PIC X(24) VALUE "Total a gestionar:      ".
           02 PrnTotal PIC ZZZZZZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnCount PIC ZZZ9.
           02 FILLER PIC X(9) VALUE " clientes".
       01 PendingLine.
           02 FILLER PIC X(35) VALUE
               "Excluidos por promesa vigente:     ".
           02 PrnPending PIC ZZZ9.
       01 BrokenLine.
           02 FILLER PIC X(35) VALUE
               "Con promesa rota:                  ".
           02 PrnBroken PIC ZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM AgeOpenItems.
           PERFORM LoadNotes.
           PERFORM TallyPromisePayments.
           IF CustCount IS GREATER THAN ZERO THEN
               PERFORM ClassifyOnePromise
                   VARYING CustIdx FROM 1 BY 1
                   UNTIL CustIdx IS GREATER THAN CustCount
           END-IF.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT SortWorkFile ON DESCENDING KEY SortOverdue
               DESCENDING KEY SortDays
               ASCENDING KEY SortCustID
               INPUT PROCEDURE IS ReleaseCustomers
               GIVING RankedFile.
           PERFORM WriteWorklist.
           CLOSE CustomerIndexFile.
           DISPLAY 'Clientes a gestionar:   ' RankNum.
           DISPLAY 'Con promesa vigente:    ' PendingCount.
           DISPLAY 'Con promesa rota:       ' BrokenCount.
           DISPLAY 'Lista en CollWorklist.dat.'.
           STOP RUN.

       AgeOpenItems.
           OPEN INPUT OpenItemsFile.
           IF OpenStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM AgeOneItem UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OpenItemsFile
           ELSE IF OpenStatus IS EQUAL TO "05" THEN
               CLOSE OpenItemsFile
           END-IF.

       AgeOneItem.
           READ OpenItemsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OIOpenFlag IS EQUAL TO 'O' THEN
                       COMPUTE OpenBalance = OIInvTotal - OIPaid
                       PERFORM LessDisputedAmount
                       IF OpenBalance IS GREATER THAN ZERO THEN
                           PERFORM GetAgeFromDate
                           COMPUTE InvInt =
                               FUNCTION INTEGER-OF-DATE(AgeFromDate)
                           COMPUTE DaysOld = TodayInt - InvInt
                           IF DaysOld IS GREATER THAN ZERO THEN
                               PERFORM NoteOverdue
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LessDisputedAmount.
           IF OIDispFlag IS EQUAL TO 'D' AND OIDispAmt IS NUMERIC THEN
               IF OIDispAmt IS NOT LESS THAN OpenBalance THEN
                   MOVE ZERO TO OpenBalance
               ELSE
                   SUBTRACT OIDispAmt FROM OpenBalance
               END-IF
           END-IF.

       GetAgeFromDate.
           IF OIDueDate IS NUMERIC AND
               OIDueDate IS GREATER THAN ZERO THEN
               MOVE OIDueDate TO AgeFromDate
           ELSE
               MOVE OIInvDate TO AgeFromDate
           END-IF.

       NoteOverdue.
           MOVE OICustID TO WantedCust.
           PERFORM FindCustomer.
           IF FoundIdx IS EQUAL TO ZERO THEN
               IF CustCount IS EQUAL TO 2000 THEN
                   DISPLAY 'Tabla de clientes llena (2000).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CustCount
               MOVE OICustID TO TblCustID(CustCount)
               MOVE ZERO TO TblOverdue(CustCount)
               MOVE ZERO TO TblMaxDays(CustCount)
               MOVE ZERO TO TblLastNote(CustCount)
               MOVE SPACE TO TblCollector(CustCount)
               MOVE ZERO TO TblPromNote(CustCount)
               MOVE ZERO TO TblPromAmt(CustCount)
               MOVE ZERO TO TblPromDate(CustCount)
               MOVE ZERO TO TblPromPaid(CustCount)
               MOVE SPACE TO TblPromState(CustCount)
               MOVE CustCount TO FoundIdx
           END-IF.
           ADD OpenBalance TO TblOverdue(FoundIdx).
           IF DaysOld IS GREATER THAN TblMaxDays(FoundIdx) THEN
               MOVE DaysOld TO TblMaxDays(FoundIdx)
           END-IF.

       FindCustomer.
           MOVE ZERO TO FoundIdx.
           IF CustCount IS GREATER THAN ZERO THEN
               PERFORM FindOneCustomer
                   VARYING CI FROM 1 BY 1
                   UNTIL CI IS GREATER THAN CustCount
           END-IF.

       FindOneCustomer.
           IF TblCustID(CI) IS EQUAL TO WantedCust AND
               FoundIdx IS EQUAL TO ZERO THEN
               MOVE CI TO FoundIdx
           END-IF.

       LoadNotes.
           OPEN INPUT NotesFile.
           IF NotesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneNote UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE NotesFile
           ELSE IF NotesStatus IS EQUAL TO "05" THEN
               CLOSE NotesFile
           END-IF.

       LoadOneNote.
           READ NotesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE CNCustID TO WantedCust
                   PERFORM FindCustomer
                   IF FoundIdx IS GREATER THAN ZERO AND
                       CNDate IS NUMERIC THEN
                       PERFORM KeepLatestNote
                   END-IF
           END-READ.

       KeepLatestNote.
           IF CNDate IS NOT LESS THAN TblLastNote(FoundIdx) THEN
               MOVE CNDate TO TblLastNote(FoundIdx)
               MOVE CNCollector TO TblCollector(FoundIdx)
           END-IF.
           IF CNPromAmt IS NUMERIC AND CNPromDate IS NUMERIC AND
               CNPromAmt IS GREATER THAN ZERO AND
               CNDate IS NOT LESS THAN TblPromNote(FoundIdx) THEN
               MOVE CNDate TO TblPromNote(FoundIdx)
               MOVE CNPromAmt TO TblPromAmt(FoundIdx)
               MOVE CNPromDate TO TblPromDate(FoundIdx)
           END-IF.

       TallyPromisePayments.
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
                   IF PHType IS EQUAL TO SPACE OR
                       PHType IS EQUAL TO 'L' THEN
                       MOVE PHCustID TO WantedCust
                       PERFORM FindCustomer
                       IF FoundIdx IS GREATER THAN ZERO THEN
                           PERFORM CountTowardPromise
                       END-IF
                   END-IF
           END-READ.

       CountTowardPromise.
           IF TblPromAmt(FoundIdx) IS GREATER THAN ZERO AND
               PHDate IS NOT LESS THAN TblPromNote(FoundIdx) AND
               PHDate IS NOT GREATER THAN TblPromDate(FoundIdx) THEN
               ADD PHAmount TO TblPromPaid(FoundIdx)
           END-IF.

       ClassifyOnePromise.
           IF TblPromAmt(CustIdx) IS GREATER THAN ZERO THEN
               IF TblPromDate(CustIdx) IS NOT LESS THAN BusinessDate
                   THEN
                   MOVE 'P' TO TblPromState(CustIdx)
                   ADD 1 TO PendingCount
               ELSE IF TblPromPaid(CustIdx) IS LESS THAN
                   TblPromAmt(CustIdx) THEN
                   MOVE 'B' TO TblPromState(CustIdx)
                   ADD 1 TO BrokenCount
               ELSE
                   MOVE 'K' TO TblPromState(CustIdx)
               END-IF
           END-IF.

       ReleaseCustomers.
           IF CustCount IS GREATER THAN ZERO THEN
               PERFORM ReleaseOneCustomer
                   VARYING CustIdx FROM 1 BY 1
                   UNTIL CustIdx IS GREATER THAN CustCount
           END-IF.

       ReleaseOneCustomer.
           IF TblPromState(CustIdx) IS NOT EQUAL TO 'P' THEN
               MOVE TblOverdue(CustIdx) TO SortOverdue
               MOVE TblMaxDays(CustIdx) TO SortDays
               MOVE TblCustID(CustIdx) TO SortCustID
               MOVE CustIdx TO SortIdx
               RELEASE SortRecord
           END-IF.

       WriteWorklist.
           OPEN OUTPUT WorklistReport.
           MOVE BusinessDate TO PrnRunDate.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           OPEN INPUT RankedFile.
           PERFORM WriteOneRanked UNTIL RankedEOF IS EQUAL TO 'Y'.
           CLOSE RankedFile.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE WorklistTotal TO PrnTotal.
           MOVE RankNum TO PrnCount.
           WRITE PrintLine FROM TotalLine.
           MOVE PendingCount TO PrnPending.
           WRITE PrintLine FROM PendingLine.
           MOVE BrokenCount TO PrnBroken.
           WRITE PrintLine FROM BrokenLine.
           CLOSE WorklistReport.

       WriteOneRanked.
           READ RankedFile
               AT END MOVE 'Y' TO RankedEOF
               NOT AT END
                   MOVE RnkIdx TO CustIdx
                   PERFORM WriteDetailLine
           END-READ.

       WriteDetailLine.
           ADD 1 TO RankNum.
           ADD TblOverdue(CustIdx) TO WorklistTotal.
           MOVE RankNum TO PrnRank.
           MOVE TblCustID(CustIdx) TO PrnCustID.
           MOVE TblCustID(CustIdx) TO IDXIDNum.
           READ CustomerIndexFile
               INVALID KEY MOVE '(cliente no existe)' TO PrnName
               NOT INVALID KEY
                   CALL 'FORMATNAME' USING IDXFirstName,
                       IDXLastName, FormattedName
                   MOVE FormattedName TO PrnName
           END-READ.
           MOVE TblOverdue(CustIdx) TO PrnOverdue.
           MOVE TblMaxDays(CustIdx) TO PrnDays.
           IF TblLastNote(CustIdx) IS GREATER THAN ZERO THEN
               MOVE TblLastNote(CustIdx) TO PrnLastNote
           ELSE
               MOVE SPACE TO PrnLastNote
           END-IF.
           MOVE TblCollector(CustIdx) TO PrnCollector.
           EVALUATE TblPromState(CustIdx)
               WHEN 'B' MOVE 'ROTA' TO PrnPromise
               WHEN 'K' MOVE 'CUMPLIDA' TO PrnPromise
               WHEN OTHER MOVE SPACE TO PrnPromise
           END-EVALUATE.
           WRITE PrintLine FROM DetailLine.
