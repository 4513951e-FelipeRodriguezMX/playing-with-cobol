               ASSIGN TO "./suggested-po.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuggStatus.
           SELECT OPTIONAL CostFile ASSIGN TO "./costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PoFile.
           02 POField3 PIC X(5).
           02 FILLER PIC X.
           02 POField4 PIC X(8).
           02 FILLER PIC X.
           02 POField5 PIC X(6).

       FD PoCopy.
       01 PoCopyRecord PIC X(45).

       FD PoSeqFile.
       01 PoSeqRecord.
           02 FILLER PIC X.
           02 SPDue PIC 9(8).

       FD CostFile.
       01 CostRecord.
           02 CSFProdName PIC X(5).
           02 FILLER PIC X.
           02 CSFEffectiveDate PIC 9(8).
           02 FILLER PIC X.
           02 CSFCost PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 SizeFoundIdx PIC 9.
       01 SizeIdx PIC 9.
       01 MSI PIC 9.
       01 CostStatus PIC XX.
       01 CostEOF PIC X VALUE 'N'.
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
       01 CostLookupProd PIC X(5).
       01 EnteredCostX PIC X(8).
       01 EnteredCost PIC 9(4)V99.
       01 PoHeaderLine.
           02 FILLER PIC X VALUE 'H'.
           02 FILLER PIC X VALUE SPACE.
           02 PODtlRecvd PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PODtlDue PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PODtlCost PIC 9(4)V99.

       PROCEDURE DIVISION.

           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadProductMaster.
           PERFORM LoadCostTable.
           IF ProdCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin productos en prodmaster.idx.'
               STOP RUN
               ELSE
                   MOVE ZERO TO EnteredDue
               END-IF
               MOVE TblProdName(ProdFoundIdx) TO CostLookupProd
               PERFORM LookupCost
               DISPLAY 'Costo unitario (' UnitCost '):'
                   WITH NO ADVANCING
               ACCEPT EnteredCostX
               IF EnteredCostX IS EQUAL TO SPACE THEN
                   MOVE UnitCost TO EnteredCost
               ELSE IF FUNCTION TEST-NUMVAL(EnteredCostX) IS EQUAL TO
                   ZERO THEN
                   COMPUTE EnteredCost = FUNCTION NUMVAL(EnteredCostX)
               ELSE
                   MOVE ZERO TO EnteredCost
               END-IF
               END-IF
               IF EnteredQty IS EQUAL TO ZERO OR
                   EnteredDue IS EQUAL TO ZERO THEN
                   DISPLAY 'Cantidad o fecha invalida.'
                   MOVE EnteredQty TO PODtlQty
                   MOVE ZERO TO PODtlRecvd
                   MOVE EnteredDue TO PODtlDue
                   MOVE EnteredCost TO PODtlCost
                   WRITE PoRecord FROM PoDetailLine
                   ADD 1 TO LinesWritten
               END-IF
                   IF PORecType IS EQUAL TO 'H' THEN
                       DISPLAY 'OC ' PONum ' prov ' POField1
                           ' fecha ' POField2 ' estado ' POField3(1:1)
                   ELSE IF PORecType IS EQUAL TO 'D' THEN
                       DISPLAY '   envio directo pedido ' PoRecord(10:6)
                           ' cliente ' PoRecord(17:5)
                           ' consignatario ' PoRecord(23:2)
                   ELSE IF PORecType IS EQUAL TO 'S' OR
                       PORecType IS EQUAL TO 'T' THEN
                       DISPLAY '   ' PoRecord(10:29)
                   ELSE
                       DISPLAY '   ' POField1 ' ' POField2(1:1)
                           ' ped ' POField2(3:5) ' rec ' POField3
                           ' vence ' POField4 ' costo ' POField5
                   END-IF
           END-READ.

                   MOVE SPQty TO PODtlQty
                   MOVE ZERO TO PODtlRecvd
                   MOVE SPDue TO PODtlDue
                   MOVE SPProd TO CostLookupProd
                   PERFORM LookupCost
                   MOVE UnitCost TO PODtlCost
                   WRITE PoRecord FROM PoDetailLine
                   ADD 1 TO SuggLineCount
           END-READ.

       LoadOneMasterSize.
           MOVE PMSizeCode(MSI) TO TblProdSize(ProdCount, MSI).

       LoadCostTable.
           OPEN INPUT CostFile.
           IF CostStatus IS EQUAL TO "00" THEN
               PERFORM LoadOneCost UNTIL CostEOF IS EQUAL TO 'Y'
               CLOSE CostFile
           ELSE IF CostStatus IS EQUAL TO "05" THEN
               CLOSE CostFile
           END-IF.

       LoadOneCost.
           READ CostFile
               AT END MOVE 'Y' TO CostEOF
               NOT AT END
                   IF CostCount IS LESS THAN 99 THEN
                       ADD 1 TO CostCount
                       MOVE CSFProdName TO CSProdName(CostCount)
                       MOVE CSFEffectiveDate TO
                           CSEffectiveDate(CostCount)
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
               FUNCTION UPPER-CASE(CostLookupProd) AND
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
