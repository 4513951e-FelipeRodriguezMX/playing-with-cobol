       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VendorFile ASSIGN TO "./vendors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VendStatus.
           SELECT OPTIONAL PoFile ASSIGN TO "./purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PoStatus.
           SELECT OPTIONAL InvJournalFile ASSIGN TO "./inv-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvJrnStatus.
           SELECT ScoreReport ASSIGN TO "./VendorScorecard.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VendorFile.
       01 VendorRecord.
           02 VNCode PIC X(5).
           02 FILLER PIC X.
           02 VNName PIC X(30).
           02 FILLER PIC X.
           02 VNContact PIC X(20).
           02 FILLER PIC X.
           02 VNLeadDays PIC 9(3).
           02 FILLER PIC X.
           02 VNMinOrder PIC 9(5).
           02 FILLER PIC X.
           02 VNPayHold PIC X.

       FD PoFile.
       01 PoRecord.
           02 PORecType PIC X.
           02 FILLER PIC X.
           02 PONum PIC 9(6).
           02 FILLER PIC X.
           02 POField1 PIC X(5).
           02 FILLER PIC X.
           02 POField2 PIC X(8).
           02 FILLER PIC X.
           02 POField3 PIC X(5).
           02 FILLER PIC X.
           02 POField4 PIC X(8).
           02 FILLER PIC X.
           02 POField5 PIC X(6).

       FD InvJournalFile.
       01 InvJournalRecord.
           02 IJTimestamp PIC X(14).
           02 FILLER PIC X.
           02 IJType PIC X.
           02 FILLER PIC X.
           02 IJProdName PIC X(5).
           02 FILLER PIC X.
           02 IJSize PIC X.
           02 FILLER PIC X.
           02 IJQtyBefore PIC 9(5).
           02 FILLER PIC X.
           02 IJQtyMoved PIC 9(5).
           02 FILLER PIC X.
           02 IJQtyAfter PIC 9(5).
           02 FILLER PIC X.
           02 IJReason PIC X(10).
           02 FILLER PIC X.
           02 IJOperator PIC X(8).
           02 FILLER PIC X.
           02 IJLocation PIC X(3).
           02 FILLER PIC X.
           02 IJPONum PIC X(6).

       FD ScoreReport.
       01 PrintLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 VendStatus PIC XX.
       01 PoStatus PIC XX.
       01 InvJrnStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 WantedMonth PIC 9(6).
       01 MonthEnd PIC 9(8).
       01 LeadTolerance PIC 9(3) VALUE 3.
       01 CurrentVendor PIC X(5).
       01 CurrentPoDate PIC 9(8).
       01 CurrentPoDrop PIC X VALUE 'N'.
       01 VendCount PIC 9(3) VALUE ZERO.
       01 VendTable.
           02 VendEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON VendCount
               INDEXED BY VI.
               03 TblVendCode PIC X(5).
               03 TblVendName PIC X(30).
               03 TblVendLead PIC 9(3).
               03 TblVendLines PIC 9(5).
               03 TblVendOnTime PIC 9(5).
               03 TblVendLateLines PIC 9(5).
               03 TblVendLateDays PIC 9(7).
               03 TblVendOrdered PIC 9(7).
               03 TblVendReceived PIC 9(7).
               03 TblVendLeadSum PIC 9(7).
               03 TblVendLeadCount PIC 9(5).
       01 VendIdx PIC 9(3).
       01 VendFoundIdx PIC 9(3).
       01 PoLineCount PIC 9(4) VALUE ZERO.
       01 PoLineTable.
           02 PoLineEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON PoLineCount
               INDEXED BY PLI.
               03 TblPlPoNum PIC 9(6).
               03 TblPlVendor PIC X(5).
               03 TblPlPoDate PIC 9(8).
               03 TblPlProd PIC X(5).
               03 TblPlSize PIC X.
               03 TblPlOrdered PIC 9(5).
               03 TblPlDue PIC 9(8).
               03 TblPlReceived PIC 9(5).
               03 TblPlFirstRecv PIC 9(8).
               03 TblPlLastRecv PIC 9(8).
       01 PoLineIdx PIC 9(4).
       01 PoLineFoundIdx PIC 9(4).
       01 JrnPoNum PIC 9(6).
       01 JrnDate PIC 9(8).
       01 LineDays PIC S9(5).
       01 LinesScored PIC 9(5) VALUE ZERO.
       01 PctWork PIC 9(3)V9.
       01 AvgWork PIC 9(4)V9.
       01 LeadDiff PIC S9(4)V9.
       01 ReportHeading.
           02 FILLER PIC X(40) VALUE
               "Desempeno de proveedores del mes".
           02 PrnMonth PIC 9(6).
       01 ColumnHeading1.
           02 FILLER PIC X(45) VALUE
               "Prov  Nombre                 Lineas  A tiempo".
           02 FILLER PIC X(45) VALUE
               "  Dias tarde  Surtido  Entrega  Pactado".
       01 DetailLine.
           02 PrnVendor PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnName PIC X(22).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnLines PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnOnTimePct PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnAvgLate PIC ZZZ9.9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnFillPct PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnAvgLead PIC ZZZ9.9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnVendLead PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFlag PIC X(10).
       01 TotalLine.
           02 FILLER PIC X(28) VALUE
               "Lineas de OC evaluadas:     ".
           02 PrnTotLines PIC ZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate(1:6) TO WantedMonth.
           MOVE 'SCOREMONTH' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE WantedMonth = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE 'SCORELEADTOL' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE LeadTolerance = FUNCTION NUMVAL(ParmValue)
           END-IF.
           PERFORM ComputeMonthEnd.
           PERFORM LoadVendorTable.
           PERFORM LoadPoLines.
           IF PoLineCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin lineas de orden de compra.'
               STOP RUN
           END-IF.
           PERFORM LoadReceipts.
           PERFORM ScoreOnePoLine
               VARYING PoLineIdx FROM 1 BY 1
               UNTIL PoLineIdx IS GREATER THAN PoLineCount.
           PERFORM WriteScoreReport.
           DISPLAY 'Lineas de OC evaluadas: ' LinesScored.
           DISPLAY 'Reporte en VendorScorecard.dat'.
           STOP RUN.

       ComputeMonthEnd.
           COMPUTE MonthEnd = WantedMonth * 100 + 1.
           IF WantedMonth(5:2) IS EQUAL TO '12' THEN
               COMPUTE MonthEnd = (WantedMonth + 89) * 100 + 1
           ELSE
               COMPUTE MonthEnd = (WantedMonth + 1) * 100 + 1
           END-IF.
           COMPUTE MonthEnd = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(MonthEnd) - 1).
           IF MonthEnd IS GREATER THAN BusinessDate THEN
               MOVE BusinessDate TO MonthEnd
           END-IF.

       LoadVendorTable.
           OPEN INPUT VendorFile.
           IF VendStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneVendor UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE VendorFile
           ELSE IF VendStatus IS EQUAL TO "05" THEN
               CLOSE VendorFile
           END-IF.

       LoadOneVendor.
           READ VendorFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF VendCount IS LESS THAN 200 THEN
                       ADD 1 TO VendCount
                       MOVE FUNCTION UPPER-CASE(VNCode)
                           TO TblVendCode(VendCount)
                       MOVE VNName TO TblVendName(VendCount)
                       MOVE VNLeadDays TO TblVendLead(VendCount)
                       PERFORM ClearVendorTotals
                   END-IF
           END-READ.

       ClearVendorTotals.
           MOVE ZERO TO TblVendLines(VendCount).
           MOVE ZERO TO TblVendOnTime(VendCount).
           MOVE ZERO TO TblVendLateLines(VendCount).
           MOVE ZERO TO TblVendLateDays(VendCount).
           MOVE ZERO TO TblVendOrdered(VendCount).
           MOVE ZERO TO TblVendReceived(VendCount).
           MOVE ZERO TO TblVendLeadSum(VendCount).
           MOVE ZERO TO TblVendLeadCount(VendCount).

       LoadPoLines.
           OPEN INPUT PoFile.
           IF PoStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOnePoRec UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PoFile
           ELSE IF PoStatus IS EQUAL TO "05" THEN
               CLOSE PoFile
           END-IF.

       LoadOnePoRec.
           READ PoFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PORecType IS EQUAL TO 'H' THEN
                       MOVE FUNCTION UPPER-CASE(POField1)
                           TO CurrentVendor
                       MOVE POField2 TO CurrentPoDate
                       IF POField3(1:1) IS EQUAL TO 'D' OR
                           POField3(1:1) IS EQUAL TO 'E' THEN
                           MOVE 'Y' TO CurrentPoDrop
                       ELSE
                           MOVE 'N' TO CurrentPoDrop
                       END-IF
                   ELSE IF PORecType IS EQUAL TO 'L' AND
                       CurrentPoDrop IS EQUAL TO 'N' THEN
                       PERFORM AddPoLine
                   END-IF
           END-READ.

       AddPoLine.
           IF PoLineCount IS EQUAL TO 3000 THEN
               DISPLAY 'Tabla de lineas de OC llena (3000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PoLineCount.
           MOVE PONum TO TblPlPoNum(PoLineCount).
           MOVE CurrentVendor TO TblPlVendor(PoLineCount).
           MOVE CurrentPoDate TO TblPlPoDate(PoLineCount).
           MOVE FUNCTION UPPER-CASE(POField1) TO TblPlProd(PoLineCount).
           MOVE FUNCTION UPPER-CASE(POField2(1:1))
               TO TblPlSize(PoLineCount).
           MOVE POField2(3:5) TO TblPlOrdered(PoLineCount).
           MOVE POField4 TO TblPlDue(PoLineCount).
           MOVE ZERO TO TblPlReceived(PoLineCount).
           MOVE ZERO TO TblPlFirstRecv(PoLineCount).
           MOVE ZERO TO TblPlLastRecv(PoLineCount).

       LoadReceipts.
           OPEN INPUT InvJournalFile.
           IF InvJrnStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneReceipt UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE InvJournalFile
           ELSE IF InvJrnStatus IS EQUAL TO "05" THEN
               CLOSE InvJournalFile
           END-IF.

       LoadOneReceipt.
           READ InvJournalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF IJType IS EQUAL TO 'R' AND
                       IJPONum IS NUMERIC AND
                       IJTimestamp(1:8) IS NOT GREATER THAN MonthEnd
                       THEN
                       MOVE IJPONum TO JrnPoNum
                       MOVE IJTimestamp(1:8) TO JrnDate
                       PERFORM ApplyOneReceipt
                   END-IF
           END-READ.

       ApplyOneReceipt.
           MOVE ZERO TO PoLineFoundIdx.
           PERFORM FindOnePoLine
               VARYING PoLineIdx FROM 1 BY 1
               UNTIL PoLineIdx IS GREATER THAN PoLineCount.
           IF PoLineFoundIdx IS GREATER THAN ZERO THEN
               ADD IJQtyMoved TO TblPlReceived(PoLineFoundIdx)
               IF TblPlFirstRecv(PoLineFoundIdx) IS EQUAL TO ZERO THEN
                   MOVE JrnDate TO TblPlFirstRecv(PoLineFoundIdx)
               END-IF
               MOVE JrnDate TO TblPlLastRecv(PoLineFoundIdx)
           END-IF.

       FindOnePoLine.
           IF TblPlPoNum(PoLineIdx) IS EQUAL TO JrnPoNum AND
               TblPlProd(PoLineIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(IJProdName) AND
               TblPlSize(PoLineIdx) IS EQUAL TO
                   FUNCTION UPPER-CASE(IJSize) AND
               PoLineFoundIdx IS EQUAL TO ZERO THEN
               MOVE PoLineIdx TO PoLineFoundIdx
           END-IF.

       ScoreOnePoLine.
           IF TblPlDue(PoLineIdx)(1:6) IS EQUAL TO WantedMonth THEN
               MOVE TblPlVendor(PoLineIdx) TO CurrentVendor
               PERFORM FindVendor
               IF VendFoundIdx IS GREATER THAN ZERO THEN
                   PERFORM AccumulateOneLine
               END-IF
           END-IF.

       FindVendor.
           MOVE ZERO TO VendFoundIdx.
           PERFORM FindOneVendor
               VARYING VendIdx FROM 1 BY 1
               UNTIL VendIdx IS GREATER THAN VendCount.

       FindOneVendor.
           IF TblVendCode(VendIdx) IS EQUAL TO CurrentVendor AND
               VendFoundIdx IS EQUAL TO ZERO THEN
               MOVE VendIdx TO VendFoundIdx
           END-IF.

       AccumulateOneLine.
           ADD 1 TO LinesScored.
           ADD 1 TO TblVendLines(VendFoundIdx).
           ADD TblPlOrdered(PoLineIdx) TO TblVendOrdered(VendFoundIdx).
           IF TblPlReceived(PoLineIdx) IS GREATER THAN
               TblPlOrdered(PoLineIdx) THEN
               ADD TblPlOrdered(PoLineIdx)
                   TO TblVendReceived(VendFoundIdx)
           ELSE
               ADD TblPlReceived(PoLineIdx)
                   TO TblVendReceived(VendFoundIdx)
           END-IF.
           IF TblPlReceived(PoLineIdx) IS NOT LESS THAN
               TblPlOrdered(PoLineIdx) THEN
               COMPUTE LineDays =
                   FUNCTION INTEGER-OF-DATE(TblPlLastRecv(PoLineIdx)) -
                   FUNCTION INTEGER-OF-DATE(TblPlDue(PoLineIdx))
           ELSE
               COMPUTE LineDays =
                   FUNCTION INTEGER-OF-DATE(MonthEnd) -
                   FUNCTION INTEGER-OF-DATE(TblPlDue(PoLineIdx))
           END-IF.
           IF LineDays IS GREATER THAN ZERO THEN
               ADD 1 TO TblVendLateLines(VendFoundIdx)
               ADD LineDays TO TblVendLateDays(VendFoundIdx)
           ELSE
               ADD 1 TO TblVendOnTime(VendFoundIdx)
           END-IF.
           IF TblPlFirstRecv(PoLineIdx) IS GREATER THAN ZERO AND
               TblPlPoDate(PoLineIdx) IS GREATER THAN ZERO THEN
               COMPUTE LineDays =
                   FUNCTION INTEGER-OF-DATE(TblPlFirstRecv(PoLineIdx)) -
                   FUNCTION INTEGER-OF-DATE(TblPlPoDate(PoLineIdx))
               IF LineDays IS LESS THAN ZERO THEN
                   MOVE ZERO TO LineDays
               END-IF
               ADD LineDays TO TblVendLeadSum(VendFoundIdx)
               ADD 1 TO TblVendLeadCount(VendFoundIdx)
           END-IF.

       WriteScoreReport.
           OPEN OUTPUT ScoreReport.
           MOVE WantedMonth TO PrnMonth.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM ColumnHeading1.
           PERFORM WriteOneVendorScore
               VARYING VendIdx FROM 1 BY 1
               UNTIL VendIdx IS GREATER THAN VendCount.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE LinesScored TO PrnTotLines.
           WRITE PrintLine FROM TotalLine.
           CLOSE ScoreReport.

       WriteOneVendorScore.
           IF TblVendLines(VendIdx) IS GREATER THAN ZERO THEN
               MOVE TblVendCode(VendIdx) TO PrnVendor
               MOVE TblVendName(VendIdx) TO PrnName
               MOVE TblVendLines(VendIdx) TO PrnLines
               COMPUTE PctWork ROUNDED = TblVendOnTime(VendIdx) * 100
                   / TblVendLines(VendIdx)
               MOVE PctWork TO PrnOnTimePct
               IF TblVendLateLines(VendIdx) IS GREATER THAN ZERO THEN
                   COMPUTE AvgWork ROUNDED = TblVendLateDays(VendIdx)
                       / TblVendLateLines(VendIdx)
               ELSE
                   MOVE ZERO TO AvgWork
               END-IF
               MOVE AvgWork TO PrnAvgLate
               IF TblVendOrdered(VendIdx) IS GREATER THAN ZERO THEN
                   COMPUTE PctWork ROUNDED =
                       TblVendReceived(VendIdx) * 100
                       / TblVendOrdered(VendIdx)
               ELSE
                   MOVE ZERO TO PctWork
               END-IF
               MOVE PctWork TO PrnFillPct
               MOVE SPACE TO PrnFlag
               IF TblVendLeadCount(VendIdx) IS GREATER THAN ZERO THEN
                   COMPUTE AvgWork ROUNDED = TblVendLeadSum(VendIdx)
                       / TblVendLeadCount(VendIdx)
                   COMPUTE LeadDiff = AvgWork - TblVendLead(VendIdx)
                   IF LeadDiff IS GREATER THAN LeadTolerance OR
                       LeadDiff IS LESS THAN ZERO - LeadTolerance THEN
                       MOVE 'AJUSTAR' TO PrnFlag
                   END-IF
               ELSE
                   MOVE ZERO TO AvgWork
                   MOVE 'SIN RECIBO' TO PrnFlag
               END-IF
               MOVE AvgWork TO PrnAvgLead
               MOVE TblVendLead(VendIdx) TO PrnVendLead
               WRITE PrintLine FROM DetailLine
           END-IF.
