       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductMaster ASSIGN TO "./prodmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMProdName
               FILE STATUS IS ProdStatus.
           SELECT OPTIONAL InvLinesFile ASSIGN TO "./sales-lines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvLinesStatus.
           SELECT OPTIONAL CostFile ASSIGN TO "./costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostStatus.
           SELECT SortWorkFile ASSIGN TO "./abcrank.tmp".
           SELECT RankedFile ASSIGN TO "./abcranked.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ClassFile ASSIGN TO "./abc-class.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ClassReport ASSIGN TO "./ABCClass.dat"
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

       FD InvLinesFile.
       01 InvLineRecord.
           02 InvRecType PIC X.
           02 FILLER PIC X.
           02 InvNum PIC 9(6).
           02 FILLER PIC X.
           02 InvField1 PIC X(8).
           02 InvField2 PIC X(5).

       FD CostFile.
       01 CostRecord.
           02 CSFProdName PIC X(5).
           02 FILLER PIC X.
           02 CSFEffectiveDate PIC 9(8).
           02 FILLER PIC X.
           02 CSFCost PIC 9(4)V99.

       SD SortWorkFile.
       01 SortRecord.
           02 SortValue PIC 9(9)V99.
           02 SortProdName PIC X(5).
           02 SortUnits PIC 9(7).

       FD RankedFile.
       01 RankedRecord.
           02 RnkValue PIC 9(9)V99.
           02 RnkProdName PIC X(5).
           02 RnkUnits PIC 9(7).

       FD ClassFile.
       01 ClassRecord PIC X(30).

       FD ClassReport.
       01 PrintLine PIC X(75).

       WORKING-STORAGE SECTION.
       01 ProdStatus PIC XX.
       01 InvLinesStatus PIC XX.
       01 CostStatus PIC XX.
       01 WSEOF PIC X.
       01 RankedEOF PIC X VALUE 'N'.
       01 BusinessDate PIC 9(8).
       01 TodayInt PIC 9(7).
       01 FromDate PIC 9(8).
       01 CurrentInvDate PIC 9(8) VALUE ZERO.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 PctLimitA PIC 9(3) VALUE 80.
       01 PctLimitB PIC 9(3) VALUE 95.
       01 LineProd PIC X(5).
       01 LineQty PIC 9(3).
       01 ProdCount PIC 9(3) VALUE ZERO.
       01 ProdTable.
           02 ProdEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON ProdCount
               INDEXED BY PDI.
               03 TblProdName PIC X(5).
               03 TblUnits PIC 9(7).
               03 TblValue PIC 9(9)V99.
       01 FoundIdx PIC 9(3).
       01 CostCount PIC 9(2) VALUE ZERO.
       01 CostTable.
           02 CostEntry
               OCCURS 1 TO 99 TIMES
               DEPENDING ON CostCount
               INDEXED BY CSI.
               03 CSProdName PIC X(5).
               03 CSEffectiveDate PIC 9(8).
               03 CSCost PIC 9(4)V99.
       01 CostFound PIC X.
       01 BestCostDate PIC 9(8).
       01 UnitCost PIC 9(4)V99.
       01 TotalValue PIC 9(11)V99 VALUE ZERO.
       01 RunningValue PIC 9(11)V99 VALUE ZERO.
       01 CumPct PIC 9(3)V9.
       01 ProdClass PIC X.
       01 CountA PIC 9(3) VALUE ZERO.
       01 CountB PIC 9(3) VALUE ZERO.
       01 CountC PIC 9(3) VALUE ZERO.
       01 ClassLine.
           02 CLProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 CLClass PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CLValue PIC 9(9)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CLUnits PIC 9(7).
       01 ReportHeading.
           02 FILLER PIC X(37) VALUE
               "Clasificacion ABC por valor de uso al".
           02 FILLER PIC X VALUE SPACE.
           02 PrnDate PIC 9(8).
       01 PeriodLine.
           02 FILLER PIC X(9) VALUE "Periodo: ".
           02 PrnFrom PIC 9(8).
           02 FILLER PIC X(3) VALUE " a ".
           02 PrnTo PIC 9(8).
       01 ColumnHeading PIC X(75) VALUE
           "    Prod     Unids  Valor de uso   %Acum  Clase".
       01 DetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnUnits PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnValue PIC ZZZZZZZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnCumPct PIC ZZ9.9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnClass PIC X.
       01 SummaryLine.
           02 FILLER PIC X(10) VALUE "Clase A:  ".
           02 PrnCountA PIC ZZ9.
           02 FILLER PIC X(12) VALUE "   Clase B: ".
           02 PrnCountB PIC ZZ9.
           02 FILLER PIC X(12) VALUE "   Clase C: ".
           02 PrnCountC PIC ZZ9.
       01 TotalLine.
           02 FILLER PIC X(27) VALUE
               "Valor de uso total:        ".
           02 PrnTotValue PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           COMPUTE FromDate =
               FUNCTION DATE-OF-INTEGER(TodayInt - 364).
           PERFORM ReadClassParms.
           PERFORM LoadCostTable.
           PERFORM LoadProducts.
           IF ProdCount IS EQUAL TO ZERO THEN
               DISPLAY 'No existe prodmaster.idx.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TallyInvoiceLines.
           PERFORM ValueOneProduct
               VARYING PDI FROM 1 BY 1
               UNTIL PDI IS GREATER THAN ProdCount.
           SORT SortWorkFile ON DESCENDING KEY SortValue
               ASCENDING KEY SortProdName
               INPUT PROCEDURE IS ReleaseProducts
               GIVING RankedFile.
           PERFORM WriteClasses.
           DISPLAY 'Productos clase A: ' CountA.
           DISPLAY 'Productos clase B: ' CountB.
           DISPLAY 'Productos clase C: ' CountC.
           DISPLAY 'Clasificacion en abc-class.dat y ABCClass.dat.'.
           STOP RUN.

       ReadClassParms.
           MOVE 'ABCPCTA' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE PctLimitA = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE 'ABCPCTB' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE PctLimitB = FUNCTION NUMVAL(ParmValue)
           END-IF.
           IF PctLimitB IS LESS THAN PctLimitA THEN
               MOVE PctLimitA TO PctLimitB
           END-IF.

       LoadCostTable.
           OPEN INPUT CostFile.
           IF CostStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneCost UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CostFile
           ELSE IF CostStatus IS EQUAL TO "05" THEN
               CLOSE CostFile
           END-IF.

       LoadOneCost.
           READ CostFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CostCount IS LESS THAN 99 THEN
                       ADD 1 TO CostCount
                       MOVE CSFProdName TO CSProdName(CostCount)
                       MOVE CSFEffectiveDate
                           TO CSEffectiveDate(CostCount)
                       MOVE CSFCost TO CSCost(CostCount)
                   END-IF
           END-READ.

       LookupCost.
           MOVE 'N' TO CostFound.
           MOVE ZERO TO BestCostDate.
           MOVE ZERO TO UnitCost.
           IF CostCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneCost
                   VARYING CSI FROM 1 BY 1
                   UNTIL CSI IS GREATER THAN CostCount
           END-IF.

       CheckOneCost.
           IF FUNCTION UPPER-CASE(CSProdName(CSI)) IS EQUAL TO
               FUNCTION UPPER-CASE(TblProdName(PDI)) AND
               CSEffectiveDate(CSI) IS NOT GREATER THAN BusinessDate
               THEN
               IF CostFound IS EQUAL TO 'N' OR
                   CSEffectiveDate(CSI) IS GREATER THAN BestCostDate
                   THEN
                   MOVE CSCost(CSI) TO UnitCost
                   MOVE CSEffectiveDate(CSI) TO BestCostDate
                   MOVE 'Y' TO CostFound
               END-IF
           END-IF.

       LoadProducts.
           OPEN INPUT ProductMaster.
           IF ProdStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneProduct UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ProductMaster
           END-IF.

       LoadOneProduct.
           READ ProductMaster
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF ProdCount IS LESS THAN 500 THEN
                       ADD 1 TO ProdCount
                       MOVE FUNCTION UPPER-CASE(PMProdName)
                           TO TblProdName(ProdCount)
                       MOVE ZERO TO TblUnits(ProdCount)
                       MOVE ZERO TO TblValue(ProdCount)
                   END-IF
           END-READ.

       TallyInvoiceLines.
           OPEN INPUT InvLinesFile.
           IF InvLinesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOneInvoiceLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE InvLinesFile
           ELSE
               IF InvLinesStatus IS EQUAL TO "05" THEN
                   CLOSE InvLinesFile
               END-IF
               DISPLAY 'Sin sales-lines.dat, todo queda en clase C.'
           END-IF.

       TallyOneInvoiceLine.
           READ InvLinesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF InvRecType IS EQUAL TO 'H' THEN
                       MOVE InvField1 TO CurrentInvDate
                   ELSE IF InvRecType IS EQUAL TO 'L' AND
                       CurrentInvDate IS NOT LESS THAN FromDate AND
                       CurrentInvDate IS NOT GREATER THAN BusinessDate
                       THEN
                       MOVE FUNCTION UPPER-CASE(InvField1(1:5))
                           TO LineProd
                       MOVE InvField2(1:3) TO LineQty
                       PERFORM TallyThisLine
                   END-IF
           END-READ.

       TallyThisLine.
           MOVE ZERO TO FoundIdx.
           PERFORM FindOneProduct
               VARYING PDI FROM 1 BY 1
               UNTIL PDI IS GREATER THAN ProdCount.
           IF FoundIdx IS GREATER THAN ZERO AND
               LineQty IS NUMERIC THEN
               ADD LineQty TO TblUnits(FoundIdx)
           END-IF.

       FindOneProduct.
           IF TblProdName(PDI) IS EQUAL TO LineProd AND
               FoundIdx IS EQUAL TO ZERO THEN
               MOVE PDI TO FoundIdx
           END-IF.

       ValueOneProduct.
           PERFORM LookupCost.
           COMPUTE TblValue(PDI) = TblUnits(PDI) * UnitCost.
           ADD TblValue(PDI) TO TotalValue.

       ReleaseProducts.
           PERFORM ReleaseOneProduct
               VARYING PDI FROM 1 BY 1
               UNTIL PDI IS GREATER THAN ProdCount.

       ReleaseOneProduct.
           MOVE TblValue(PDI) TO SortValue.
           MOVE TblProdName(PDI) TO SortProdName.
           MOVE TblUnits(PDI) TO SortUnits.
           RELEASE SortRecord.

       WriteClasses.
           OPEN OUTPUT ClassFile.
           OPEN OUTPUT ClassReport.
           MOVE BusinessDate TO PrnDate.
           WRITE PrintLine FROM ReportHeading.
           MOVE FromDate TO PrnFrom.
           MOVE BusinessDate TO PrnTo.
           WRITE PrintLine FROM PeriodLine.
           WRITE PrintLine FROM ColumnHeading.
           OPEN INPUT RankedFile.
           PERFORM ClassifyOneProduct UNTIL RankedEOF IS EQUAL TO 'Y'.
           CLOSE RankedFile.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE TotalValue TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE CountA TO PrnCountA.
           MOVE CountB TO PrnCountB.
           MOVE CountC TO PrnCountC.
           WRITE PrintLine FROM SummaryLine.
           CLOSE ClassFile, ClassReport.

       ClassifyOneProduct.
           READ RankedFile
               AT END MOVE 'Y' TO RankedEOF
               NOT AT END
                   ADD RnkValue TO RunningValue
                   IF TotalValue IS GREATER THAN ZERO THEN
                       COMPUTE CumPct ROUNDED =
                           (RunningValue * 100) / TotalValue
                   ELSE
                       MOVE ZERO TO CumPct
                   END-IF
                   PERFORM AssignClass
                   MOVE RnkProdName TO CLProd
                   MOVE ProdClass TO CLClass
                   MOVE RnkValue TO CLValue
                   MOVE RnkUnits TO CLUnits
                   WRITE ClassRecord FROM ClassLine
                   MOVE RnkProdName TO PrnProd
                   MOVE RnkUnits TO PrnUnits
                   MOVE RnkValue TO PrnValue
                   MOVE CumPct TO PrnCumPct
                   MOVE ProdClass TO PrnClass
                   WRITE PrintLine FROM DetailLine
           END-READ.

       AssignClass.
           IF RnkValue IS EQUAL TO ZERO THEN
               MOVE 'C' TO ProdClass
               ADD 1 TO CountC
           ELSE IF CountA IS EQUAL TO ZERO OR
               CumPct IS NOT GREATER THAN PctLimitA THEN
               MOVE 'A' TO ProdClass
               ADD 1 TO CountA
           ELSE IF CumPct IS NOT GREATER THAN PctLimitB THEN
               MOVE 'B' TO ProdClass
               ADD 1 TO CountB
           ELSE
               MOVE 'C' TO ProdClass
               ADD 1 TO CountC
           END-IF.
