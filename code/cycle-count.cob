       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLECNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductMaster ASSIGN TO "./prodmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMProdName
               FILE STATUS IS ProdStatus.
           SELECT OPTIONAL LocStockFile ASSIGN TO "./loc-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LocStatus.
           SELECT OPTIONAL ClassFile ASSIGN TO "./abc-class.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClassStatus.
           SELECT OPTIONAL HistoryFile ASSIGN TO "./count-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT SnapshotFile ASSIGN TO "./count-snapshot.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CountSheets ASSIGN TO "./CountSheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CoverageReport ASSIGN TO "./CountCoverage.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ProductMaster.
       01 ProductMasterRecord.
           02 PMProdName PIC X(5).
           02 PMSizeEntry OCCURS 3 TIMES.
               03 PMSizeCode PIC A.
               03 PMSizeQty PIC 9(5).
           02 PMReorderLevel PIC 9(5).
           02 PMOnOrder PIC 9(5).
           02 PMVendor PIC X(5).
           02 PMStatus PIC X.

       FD LocStockFile.
       01 LocStockRecord.
           02 LSLocation PIC X(3).
           02 FILLER PIC X.
           02 LSProd PIC X(5).
           02 FILLER PIC X.
           02 LSSize PIC X.
           02 FILLER PIC X.
           02 LSQty PIC 9(5).

       FD ClassFile.
       01 ClassRecord.
           02 CLFProd PIC X(5).
           02 FILLER PIC X.
           02 CLFClass PIC X.

       FD HistoryFile.
       01 HistoryRecord.
           02 HSFDate PIC 9(8).
           02 FILLER PIC X.
           02 HSFLocation PIC X(3).
           02 FILLER PIC X.
           02 HSFProd PIC X(5).
           02 FILLER PIC X.
           02 HSFSize PIC X.

       FD SnapshotFile.
       01 SnapshotRecord PIC X(30).

       FD CountSheets.
       01 PrintLine PIC X(60).

       FD CoverageReport.
       01 CoverLine PIC X(75).

       WORKING-STORAGE SECTION.
       01 ProdStatus PIC XX.
       01 LocStatus PIC XX.
       01 ClassStatus PIC XX.
       01 HistStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 TodayInt PIC 9(7).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 ShipLocation PIC X(3) VALUE 'PRI'.
       01 FreqA PIC 9(3) VALUE 30.
       01 FreqB PIC 9(3) VALUE 90.
       01 FreqC PIC 9(3) VALUE 180.
       01 MSI PIC 9.
       01 ClassCount PIC 9(3) VALUE ZERO.
       01 ClassTable.
           02 ClassEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON ClassCount
               INDEXED BY CLI.
               03 TblClassProd PIC X(5).
               03 TblClassCode PIC X.
       01 HistCount PIC 9(4) VALUE ZERO.
       01 HistTable.
           02 HistEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON HistCount
               INDEXED BY HSI.
               03 TblHistLoc PIC X(3).
               03 TblHistProd PIC X(5).
               03 TblHistSize PIC X.
               03 TblHistDate PIC 9(8).
       01 HistFoundIdx PIC 9(4).
       01 ItemLocation PIC X(3).
       01 ItemProd PIC X(5).
       01 ItemSize PIC X.
       01 ItemBookQty PIC 9(5).
       01 ItemClass PIC X.
       01 ItemFreq PIC 9(3).
       01 ItemLastDate PIC 9(8).
       01 ItemDueInt PIC 9(7).
       01 ItemDueDate PIC 9(8).
       01 DaysLate PIC 9(5).
       01 ItemsSeen PIC 9(5) VALUE ZERO.
       01 ItemsDue PIC 9(5) VALUE ZERO.
       01 ItemsOverdue PIC 9(5) VALUE ZERO.
       01 ClassTotals.
           02 ClassTotalEntry OCCURS 3 TIMES.
               03 TotItems PIC 9(5).
               03 TotOverdue PIC 9(5).
       01 TotIdx PIC 9.
       01 SnapshotLine.
           02 SNDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 SNProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 SNSize PIC A.
           02 FILLER PIC X VALUE SPACE.
           02 SNBookQty PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 SNLocation PIC X(3).
       01 SheetHeading.
           02 FILLER PIC X(26) VALUE
               "Hoja de conteo ciclico del".
           02 FILLER PIC X VALUE SPACE.
           02 PrnDate PIC 9(8).
       01 ColumnHeading PIC X(60) VALUE
           "    Ubi  Prod   T  C  Contado: ______".
       01 SheetDetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnLocation PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSize PIC A.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnClass PIC X.
           02 FILLER PIC X(12) VALUE "  _________ ".
       01 CoverHeading.
           02 FILLER PIC X(33) VALUE
               "Cobertura del conteo ciclico al ".
           02 PrnCoverDate PIC 9(8).
       01 CoverSubHeading PIC X(75) VALUE
           "Renglones vencidos:".
       01 CoverColumnHeading PIC X(75) VALUE
           "    Ubi  Prod   T  C  Ult.conteo  Vencia     Dias atraso".
       01 CoverDetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCvLocation PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCvProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCvSize PIC A.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCvClass PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCvLast PIC X(8).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCvDue PIC X(8).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnCvDays PIC X(5).
       01 DaysEdit PIC ZZZZ9.
       01 NoOverdueLine PIC X(75) VALUE
           "    Sin renglones vencidos.".
       01 ClassSummaryLine.
           02 FILLER PIC X(6) VALUE "Clase ".
           02 PrnSumClass PIC X.
           02 FILLER PIC X(13) VALUE "  renglones: ".
           02 PrnSumItems PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  vencidos: ".
           02 PrnSumOverdue PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  cada   ".
           02 PrnSumFreq PIC ZZ9.
           02 FILLER PIC X(5) VALUE " dias".

       PROCEDURE DIVISION.

       MainPara.
           PERFORM ReadCycleParms.
           CALL 'BIZDATE' USING BusinessDate.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM LoadClasses.
           PERFORM LoadHistory.
           OPEN INPUT ProductMaster.
           IF ProdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe prodmaster.idx.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE ClassTotals.
           OPEN OUTPUT SnapshotFile.
           OPEN OUTPUT CountSheets.
           OPEN OUTPUT CoverageReport.
           MOVE BusinessDate TO PrnDate.
           WRITE PrintLine FROM SheetHeading.
           WRITE PrintLine FROM ColumnHeading.
           MOVE BusinessDate TO PrnCoverDate.
           WRITE CoverLine FROM CoverHeading.
           MOVE SPACE TO CoverLine.
           WRITE CoverLine.
           WRITE CoverLine FROM CoverSubHeading.
           WRITE CoverLine FROM CoverColumnHeading.
           MOVE 'N' TO WSEOF.
           PERFORM CheckOneProduct UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE ProductMaster.
           PERFORM CheckLocStock.
           IF ItemsOverdue IS EQUAL TO ZERO THEN
               WRITE CoverLine FROM NoOverdueLine
           END-IF.
           MOVE SPACE TO CoverLine.
           WRITE CoverLine.
           PERFORM WriteClassSummary
               VARYING TotIdx FROM 1 BY 1
               UNTIL TotIdx IS GREATER THAN 3.
           CLOSE SnapshotFile, CountSheets, CoverageReport.
           DISPLAY 'Renglones revisados: ' ItemsSeen.
           DISPLAY 'Renglones a contar hoy: ' ItemsDue.
           DISPLAY 'Renglones vencidos: ' ItemsOverdue.
           DISPLAY 'Hojas de conteo en CountSheets.dat.'.
           DISPLAY 'Cobertura en CountCoverage.dat.'.
           IF ItemsOverdue IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ReadCycleParms.
           MOVE 'SHIPLOC' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE THEN
               MOVE FUNCTION UPPER-CASE(ParmValue(1:3))
                   TO ShipLocation
           END-IF.
           MOVE 'ABCFREQA' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE FreqA = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE 'ABCFREQB' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE FreqB = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE 'ABCFREQC' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE FreqC = FUNCTION NUMVAL(ParmValue)
           END-IF.

       LoadClasses.
           OPEN INPUT ClassFile.
           IF ClassStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneClass UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ClassFile
           ELSE
               IF ClassStatus IS EQUAL TO "05" THEN
                   CLOSE ClassFile
               END-IF
               DISPLAY 'Sin abc-class.dat, todo se cuenta como C.'
           END-IF.

       LoadOneClass.
           READ ClassFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF ClassCount IS LESS THAN 500 THEN
                       ADD 1 TO ClassCount
                       MOVE FUNCTION UPPER-CASE(CLFProd)
                           TO TblClassProd(ClassCount)
                       MOVE FUNCTION UPPER-CASE(CLFClass)
                           TO TblClassCode(ClassCount)
                   END-IF
           END-READ.

       LoadHistory.
           OPEN INPUT HistoryFile.
           IF HistStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneHistory UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE HistoryFile
           ELSE IF HistStatus IS EQUAL TO "05" THEN
               CLOSE HistoryFile
           END-IF.

       LoadOneHistory.
           READ HistoryFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF HSFLocation IS EQUAL TO SPACE THEN
                       MOVE ShipLocation TO ItemLocation
                   ELSE
                       MOVE FUNCTION UPPER-CASE(HSFLocation)
                           TO ItemLocation
                   END-IF
                   MOVE FUNCTION UPPER-CASE(HSFProd) TO ItemProd
                   MOVE FUNCTION UPPER-CASE(HSFSize) TO ItemSize
                   PERFORM FindHistory
                   IF HistFoundIdx IS EQUAL TO ZERO THEN
                       IF HistCount IS LESS THAN 2000 THEN
                           ADD 1 TO HistCount
                           MOVE ItemLocation TO TblHistLoc(HistCount)
                           MOVE ItemProd TO TblHistProd(HistCount)
                           MOVE ItemSize TO TblHistSize(HistCount)
                           MOVE HSFDate TO TblHistDate(HistCount)
                       END-IF
                   ELSE IF HSFDate IS GREATER THAN
                       TblHistDate(HistFoundIdx) THEN
                       MOVE HSFDate TO TblHistDate(HistFoundIdx)
                   END-IF
           END-READ.

       FindHistory.
           MOVE ZERO TO HistFoundIdx.
           IF HistCount IS GREATER THAN ZERO THEN
               PERFORM FindOneHistory
                   VARYING HSI FROM 1 BY 1
                   UNTIL HSI IS GREATER THAN HistCount
           END-IF.

       FindOneHistory.
           IF TblHistLoc(HSI) IS EQUAL TO ItemLocation AND
               TblHistProd(HSI) IS EQUAL TO ItemProd AND
               TblHistSize(HSI) IS EQUAL TO ItemSize AND
               HistFoundIdx IS EQUAL TO ZERO THEN
               SET HistFoundIdx TO HSI
           END-IF.

       FindClass.
           MOVE 'C' TO ItemClass.
           IF ClassCount IS GREATER THAN ZERO THEN
               PERFORM FindOneClass
                   VARYING CLI FROM 1 BY 1
                   UNTIL CLI IS GREATER THAN ClassCount
           END-IF.

       FindOneClass.
           IF TblClassProd(CLI) IS EQUAL TO ItemProd THEN
               MOVE TblClassCode(CLI) TO ItemClass
           END-IF.

       CheckOneProduct.
           READ ProductMaster
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM CheckOneSize
                       VARYING MSI FROM 1 BY 1
                       UNTIL MSI IS GREATER THAN 3
           END-READ.

       CheckOneSize.
           IF PMSizeCode(MSI) IS NOT EQUAL TO SPACE THEN
               MOVE ShipLocation TO ItemLocation
               MOVE FUNCTION UPPER-CASE(PMProdName) TO ItemProd
               MOVE FUNCTION UPPER-CASE(PMSizeCode(MSI)) TO ItemSize
               MOVE PMSizeQty(MSI) TO ItemBookQty
               PERFORM CheckOneItem
           END-IF.

       CheckLocStock.
           OPEN INPUT LocStockFile.
           IF LocStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneLocStock UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE LocStockFile
           ELSE IF LocStatus IS EQUAL TO "05" THEN
               CLOSE LocStockFile
           END-IF.

       CheckOneLocStock.
           READ LocStockFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF FUNCTION UPPER-CASE(LSLocation) IS NOT EQUAL TO
                       ShipLocation THEN
                       MOVE FUNCTION UPPER-CASE(LSLocation)
                           TO ItemLocation
                       MOVE FUNCTION UPPER-CASE(LSProd) TO ItemProd
                       MOVE FUNCTION UPPER-CASE(LSSize) TO ItemSize
                       MOVE LSQty TO ItemBookQty
                       PERFORM CheckOneItem
                   END-IF
           END-READ.

       CheckOneItem.
           ADD 1 TO ItemsSeen.
           PERFORM FindClass.
           IF ItemClass IS EQUAL TO 'A' THEN
               MOVE FreqA TO ItemFreq
               MOVE 1 TO TotIdx
           ELSE IF ItemClass IS EQUAL TO 'B' THEN
               MOVE FreqB TO ItemFreq
               MOVE 2 TO TotIdx
           ELSE
               MOVE 'C' TO ItemClass
               MOVE FreqC TO ItemFreq
               MOVE 3 TO TotIdx
           END-IF.
           ADD 1 TO TotItems(TotIdx).
           PERFORM FindHistory.
           IF HistFoundIdx IS EQUAL TO ZERO THEN
               MOVE ZERO TO ItemLastDate
               MOVE ZERO TO ItemDueInt
           ELSE
               MOVE TblHistDate(HistFoundIdx) TO ItemLastDate
               COMPUTE ItemDueInt =
                   FUNCTION INTEGER-OF-DATE(ItemLastDate) + ItemFreq
           END-IF.
           IF ItemDueInt IS NOT GREATER THAN TodayInt THEN
               PERFORM WriteCountLine
           END-IF.
           IF ItemDueInt IS LESS THAN TodayInt THEN
               PERFORM WriteOverdueLine
           END-IF.

       WriteCountLine.
           MOVE BusinessDate TO SNDate.
           MOVE ItemProd TO SNProd.
           MOVE ItemSize TO SNSize.
           MOVE ItemBookQty TO SNBookQty.
           MOVE ItemLocation TO SNLocation.
           WRITE SnapshotRecord FROM SnapshotLine.
           MOVE ItemLocation TO PrnLocation.
           MOVE ItemProd TO PrnProd.
           MOVE ItemSize TO PrnSize.
           MOVE ItemClass TO PrnClass.
           WRITE PrintLine FROM SheetDetailLine.
           ADD 1 TO ItemsDue.

       WriteOverdueLine.
           ADD 1 TO ItemsOverdue.
           ADD 1 TO TotOverdue(TotIdx).
           MOVE ItemLocation TO PrnCvLocation.
           MOVE ItemProd TO PrnCvProd.
           MOVE ItemSize TO PrnCvSize.
           MOVE ItemClass TO PrnCvClass.
           IF ItemLastDate IS EQUAL TO ZERO THEN
               MOVE 'NUNCA' TO PrnCvLast
               MOVE SPACE TO PrnCvDue
               MOVE SPACE TO PrnCvDays
           ELSE
               MOVE ItemLastDate TO PrnCvLast
               COMPUTE ItemDueDate =
                   FUNCTION DATE-OF-INTEGER(ItemDueInt)
               MOVE ItemDueDate TO PrnCvDue
               COMPUTE DaysLate = TodayInt - ItemDueInt
               MOVE DaysLate TO DaysEdit
               MOVE DaysEdit TO PrnCvDays
           END-IF.
           WRITE CoverLine FROM CoverDetailLine.

       WriteClassSummary.
           IF TotIdx IS EQUAL TO 1 THEN
               MOVE 'A' TO PrnSumClass
               MOVE FreqA TO PrnSumFreq
           ELSE IF TotIdx IS EQUAL TO 2 THEN
               MOVE 'B' TO PrnSumClass
               MOVE FreqB TO PrnSumFreq
           ELSE
               MOVE 'C' TO PrnSumClass
               MOVE FreqC TO PrnSumFreq
           END-IF.
           MOVE TotItems(TotIdx) TO PrnSumItems.
           MOVE TotOverdue(TotIdx) TO PrnSumOverdue.
           WRITE CoverLine FROM ClassSummaryLine.
