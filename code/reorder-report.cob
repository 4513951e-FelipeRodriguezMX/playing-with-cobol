           SELECT OPTIONAL DemandFile ASSIGN TO "./demand-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DemStatus.
           SELECT OPTIONAL BranchShortFile
               ASSIGN TO "./replen-short.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BranchStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ProductMaster.
           02 SortSuggested PIC 9(5).
           02 SortAvgDem PIC 9(5).
           02 SortLyDem PIC 9(5).
           02 SortBranchShort PIC 9(5).

       FD SortedShortFile.
       01 SortedShortRecord.
           02 SrtSuggested PIC 9(5).
           02 SrtAvgDem PIC 9(5).
           02 SrtLyDem PIC 9(5).
           02 SrtBranchShort PIC 9(5).

       FD PurchaseReport.
       01 PrintLine PIC X(90).
           02 FILLER PIC X.
           02 DHUnits PIC 9(6).

       FD BranchShortFile.
       01 BranchShortRecord.
           02 RSLocation PIC X(3).
           02 FILLER PIC X.
           02 RSProd PIC X(5).
           02 FILLER PIC X.
           02 RSSize PIC X.
           02 FILLER PIC X.
           02 RSQty PIC 9(5).

       WORKING-STORAGE SECTION.
       01 ProdStatus PIC XX.
       01 VendStatus PIC XX.
               03 TblExcLevel PIC 9(5).
               03 TblExcAvg PIC 9(6).
       01 ExcIdx PIC 9(3).
       01 BranchStatus PIC XX.
       01 BranchEOF PIC X.
       01 BranchCount PIC 9(3) VALUE ZERO.
       01 BranchTable.
           02 BranchEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON BranchCount
               INDEXED BY BRI.
               03 TblBranchProd PIC X(5).
               03 TblBranchQty PIC 9(6).
       01 BranchFoundIdx PIC 9(3).
       01 BranchShort PIC 9(5).

       01 ReportHeading PIC X(70) VALUE
           "Compras sugeridas por proveedor".
           02 PrnVendName PIC X(30).
           02 FILLER PIC X(7) VALUE "  dias ".
           02 PrnVendLead PIC ZZ9.
       01 ColumnHeading.
           02 FILLER PIC X(34) VALUE
               "    Prod  Exist PtoReo PedYa Falta".
           02 FILLER PIC X(56) VALUE
               " Sucur  Sug. DemMes MesAA Llega".
       01 DetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnProdName PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShortfall PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBranchShort PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSuggested PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAvgDem PIC ZZZZ9.
           COMPUTE LastYearMonth = WorkYear * 100 + WorkMonth.
           PERFORM LoadVendorTable.
           PERFORM LoadDemandHistory.
           PERFORM LoadBranchShortages.
           SORT SortWorkFile
               ON ASCENDING KEY SortVendor
               ON DESCENDING KEY SortShortfall
                   COMPUTE AvailableQty = TotalOnHand + PMOnOrder
                   PERFORM GetProductDemand
                   PERFORM NoteLevelException
                   PERFORM GetBranchShort
                   IF PMStatus IS EQUAL TO 'S' OR
                       PMStatus IS EQUAL TO 'D' THEN
                       CONTINUE
                   ELSE IF (PMReorderLevel IS GREATER THAN ZERO AND
                       AvailableQty IS NOT GREATER THAN
                           PMReorderLevel) OR
                       BranchShort IS GREATER THAN ZERO THEN
                       IF PMVendor IS EQUAL TO SPACE THEN
                           MOVE '*****' TO SortVendor
                       ELSE
                       MOVE TotalOnHand TO SortQtyOnHand
                       MOVE PMReorderLevel TO SortReorderLevel
                       MOVE PMOnOrder TO SortOnOrder
                       IF PMReorderLevel IS GREATER THAN ZERO AND
                           AvailableQty IS NOT GREATER THAN
                               PMReorderLevel THEN
                           COMPUTE SortShortfall =
                               PMReorderLevel - AvailableQty
                           PERFORM ComputeSuggestedQty
                       ELSE
                           MOVE ZERO TO SortShortfall
                           MOVE ZERO TO SortSuggested
                       END-IF
                       MOVE BranchShort TO SortBranchShort
                       ADD BranchShort TO SortShortfall
                       ADD BranchShort TO SortSuggested
                       MOVE AvgMonthly TO SortAvgDem
                       MOVE ZERO TO SortLyDem
                       IF DemFoundIdx IS GREATER THAN ZERO THEN
               MOVE DemIdx TO DemFoundIdx
           END-IF.

       LoadBranchShortages.
           OPEN INPUT BranchShortFile.
           IF BranchStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO BranchEOF
               PERFORM LoadOneBranchShort
                   UNTIL BranchEOF IS EQUAL TO 'Y'
               CLOSE BranchShortFile
           ELSE IF BranchStatus IS EQUAL TO "05" THEN
               CLOSE BranchShortFile
           END-IF.

       LoadOneBranchShort.
           READ BranchShortFile
               AT END MOVE 'Y' TO BranchEOF
               NOT AT END
                   MOVE ZERO TO BranchFoundIdx
                   IF BranchCount IS GREATER THAN ZERO THEN
                       PERFORM FindOneBranchRow
                           VARYING BRI FROM 1 BY 1
                           UNTIL BRI IS GREATER THAN BranchCount
                   END-IF
                   IF BranchFoundIdx IS EQUAL TO ZERO AND
                       BranchCount IS LESS THAN 500 THEN
                       ADD 1 TO BranchCount
                       MOVE FUNCTION UPPER-CASE(RSProd)
                           TO TblBranchProd(BranchCount)
                       MOVE ZERO TO TblBranchQty(BranchCount)
                       MOVE BranchCount TO BranchFoundIdx
                   END-IF
                   IF BranchFoundIdx IS GREATER THAN ZERO THEN
                       ADD RSQty TO TblBranchQty(BranchFoundIdx)
                   END-IF
           END-READ.

       FindOneBranchRow.
           IF TblBranchProd(BRI) IS EQUAL TO
               FUNCTION UPPER-CASE(RSProd) AND
               BranchFoundIdx IS EQUAL TO ZERO THEN
               SET BranchFoundIdx TO BRI
           END-IF.

       GetBranchShort.
           MOVE ZERO TO BranchShort.
           IF BranchCount IS GREATER THAN ZERO THEN
               PERFORM GetOneBranchShort
                   VARYING BRI FROM 1 BY 1
                   UNTIL BRI IS GREATER THAN BranchCount
           END-IF.

       GetOneBranchShort.
           IF TblBranchProd(BRI) IS EQUAL TO
               FUNCTION UPPER-CASE(PMProdName) THEN
               MOVE TblBranchQty(BRI) TO BranchShort
           END-IF.

       WriteExceptionSection.
           IF ExcCount IS GREATER THAN ZERO THEN
               MOVE SPACE TO PrintLine
                   MOVE SrtReorderLevel TO PrnReorderLevel
                   MOVE SrtOnOrder TO PrnOnOrder
                   MOVE SrtShortfall TO PrnShortfall
                   MOVE SrtBranchShort TO PrnBranchShort
                   MOVE SrtSuggested TO PrnSuggested
                   MOVE SrtAvgDem TO PrnAvgDem
                   MOVE SrtLyDem TO PrnLyDem
