       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVREPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VendorFile ASSIGN TO "./vendors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VendStatus.
           SELECT OPTIONAL RtvLogFile ASSIGN TO "./rtv-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RtvStatus.
           SELECT RtvReport ASSIGN TO "./RtvReport.dat"
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

       FD RtvLogFile.
       01 RtvLogRecord.
           02 RVDate PIC 9(8).
           02 FILLER PIC X.
           02 RVVendor PIC X(5).
           02 FILLER PIC X.
           02 RVPONum PIC 9(6).
           02 FILLER PIC X.
           02 RVRecvDate PIC X(8).
           02 FILLER PIC X.
           02 RVProd PIC X(5).
           02 FILLER PIC X.
           02 RVSize PIC X.
           02 FILLER PIC X.
           02 RVQty PIC 9(5).
           02 FILLER PIC X.
           02 RVLocation PIC X(3).
           02 FILLER PIC X.
           02 RVReason PIC X(10).
           02 FILLER PIC X.
           02 RVUnitCost PIC 9(4)V99.
           02 FILLER PIC X.
           02 RVAmount PIC 9(7)V99.
           02 FILLER PIC X.
           02 RVMemo PIC X(12).
           02 FILLER PIC X.
           02 RVOperator PIC X(8).

       FD RtvReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 VendStatus PIC XX.
       01 RtvStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 WantedMonth PIC 9(6).
       01 VendCount PIC 9(3) VALUE ZERO.
       01 VendTable.
           02 VendEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON VendCount
               INDEXED BY VI.
               03 TblVendCode PIC X(5).
               03 TblVendName PIC X(30).
       01 VendIdx PIC 9(3).
       01 VendFoundIdx PIC 9(3).
       01 SumCount PIC 9(3) VALUE ZERO.
       01 SumTable.
           02 SumEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON SumCount
               INDEXED BY SI.
               03 TblSumVendor PIC X(5).
               03 TblSumReason PIC X(10).
               03 TblSumReturns PIC 9(5).
               03 TblSumQty PIC 9(7).
               03 TblSumAmount PIC 9(9)V99.
       01 SumIdx PIC 9(3).
       01 SumFoundIdx PIC 9(3).
       01 OrderCount PIC 9(3) VALUE ZERO.
       01 OrderTable.
           02 OrderEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON OrderCount
               INDEXED BY OI.
               03 TblOrderVendor PIC X(5).
       01 OrderIdx PIC 9(3).
       01 OrderFoundIdx PIC 9(3).
       01 CurrentVendor PIC X(5).
       01 VendReturns PIC 9(5).
       01 VendQty PIC 9(7).
       01 VendAmount PIC 9(9)V99.
       01 TotalReturns PIC 9(5) VALUE ZERO.
       01 TotalQty PIC 9(7) VALUE ZERO.
       01 TotalAmount PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(40) VALUE
               "Devoluciones a proveedor del mes".
           02 PrnMonth PIC 9(6).
       01 ColumnHeading.
           02 FILLER PIC X(36) VALUE
               "Prov  Nombre / Motivo          Devol".
           02 FILLER PIC X(44) VALUE
               "   Cantidad      Importe".
       01 VendorLine.
           02 PrnVendor PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnVendName PIC X(30).
       01 ReasonLine.
           02 FILLER PIC X(8) VALUE SPACE.
           02 PrnReason PIC X(10).
           02 FILLER PIC X(10) VALUE SPACE.
           02 PrnReturns PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnQty PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAmount PIC ZZZZZZZZ9.99.
       01 SubtotalLine.
           02 FILLER PIC X(8) VALUE SPACE.
           02 PrnSubLabel PIC X(20).
           02 PrnSubReturns PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnSubQty PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSubAmount PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate(1:6) TO WantedMonth.
           MOVE 'RTVMONTH' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE WantedMonth = FUNCTION NUMVAL(ParmValue)
           END-IF.
           PERFORM LoadVendorTable.
           PERFORM LoadReturns.
           PERFORM WriteRtvReport.
           DISPLAY 'Devoluciones del mes: ' TotalReturns.
           DISPLAY 'Reporte en RtvReport.dat'.
           STOP RUN.

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
                   END-IF
           END-READ.

       LoadReturns.
           OPEN INPUT RtvLogFile.
           IF RtvStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneReturn UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE RtvLogFile
           ELSE IF RtvStatus IS EQUAL TO "05" THEN
               CLOSE RtvLogFile
           END-IF.

       LoadOneReturn.
           READ RtvLogFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RVDate(1:6) IS EQUAL TO WantedMonth THEN
                       PERFORM AddOneReturn
                   END-IF
           END-READ.

       AddOneReturn.
           MOVE ZERO TO SumFoundIdx.
           PERFORM FindOneSum
               VARYING SumIdx FROM 1 BY 1
               UNTIL SumIdx IS GREATER THAN SumCount.
           IF SumFoundIdx IS EQUAL TO ZERO THEN
               IF SumCount IS EQUAL TO 500 THEN
                   DISPLAY 'Tabla de devoluciones llena (500).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SumCount
               MOVE RVVendor TO TblSumVendor(SumCount)
               MOVE RVReason TO TblSumReason(SumCount)
               MOVE ZERO TO TblSumReturns(SumCount)
               MOVE ZERO TO TblSumQty(SumCount)
               MOVE ZERO TO TblSumAmount(SumCount)
               MOVE SumCount TO SumFoundIdx
               PERFORM NoteVendorOrder
           END-IF.
           ADD 1 TO TblSumReturns(SumFoundIdx).
           ADD RVQty TO TblSumQty(SumFoundIdx).
           ADD RVAmount TO TblSumAmount(SumFoundIdx).

       FindOneSum.
           IF TblSumVendor(SumIdx) IS EQUAL TO RVVendor AND
               TblSumReason(SumIdx) IS EQUAL TO RVReason AND
               SumFoundIdx IS EQUAL TO ZERO THEN
               MOVE SumIdx TO SumFoundIdx
           END-IF.

       NoteVendorOrder.
           MOVE ZERO TO OrderFoundIdx.
           PERFORM FindOneOrder
               VARYING OrderIdx FROM 1 BY 1
               UNTIL OrderIdx IS GREATER THAN OrderCount.
           IF OrderFoundIdx IS EQUAL TO ZERO AND
               OrderCount IS LESS THAN 200 THEN
               ADD 1 TO OrderCount
               MOVE RVVendor TO TblOrderVendor(OrderCount)
           END-IF.

       FindOneOrder.
           IF TblOrderVendor(OrderIdx) IS EQUAL TO RVVendor AND
               OrderFoundIdx IS EQUAL TO ZERO THEN
               MOVE OrderIdx TO OrderFoundIdx
           END-IF.

       WriteRtvReport.
           OPEN OUTPUT RtvReport.
           MOVE WantedMonth TO PrnMonth.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM ColumnHeading.
           PERFORM WriteOneVendor
               VARYING OrderIdx FROM 1 BY 1
               UNTIL OrderIdx IS GREATER THAN OrderCount.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE "Total del mes:      " TO PrnSubLabel.
           MOVE TotalReturns TO PrnSubReturns.
           MOVE TotalQty TO PrnSubQty.
           MOVE TotalAmount TO PrnSubAmount.
           WRITE PrintLine FROM SubtotalLine.
           CLOSE RtvReport.

       WriteOneVendor.
           MOVE TblOrderVendor(OrderIdx) TO CurrentVendor.
           MOVE ZERO TO VendReturns.
           MOVE ZERO TO VendQty.
           MOVE ZERO TO VendAmount.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE CurrentVendor TO PrnVendor.
           MOVE ZERO TO VendFoundIdx.
           PERFORM FindOneVendor
               VARYING VendIdx FROM 1 BY 1
               UNTIL VendIdx IS GREATER THAN VendCount.
           IF VendFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblVendName(VendFoundIdx) TO PrnVendName
           ELSE
               MOVE 'PROVEEDOR NO REGISTRADO' TO PrnVendName
           END-IF.
           WRITE PrintLine FROM VendorLine.
           PERFORM WriteOneReason
               VARYING SumIdx FROM 1 BY 1
               UNTIL SumIdx IS GREATER THAN SumCount.
           MOVE "Total proveedor:    " TO PrnSubLabel.
           MOVE VendReturns TO PrnSubReturns.
           MOVE VendQty TO PrnSubQty.
           MOVE VendAmount TO PrnSubAmount.
           WRITE PrintLine FROM SubtotalLine.

       FindOneVendor.
           IF TblVendCode(VendIdx) IS EQUAL TO CurrentVendor AND
               VendFoundIdx IS EQUAL TO ZERO THEN
               MOVE VendIdx TO VendFoundIdx
           END-IF.

       WriteOneReason.
           IF TblSumVendor(SumIdx) IS EQUAL TO CurrentVendor THEN
               MOVE TblSumReason(SumIdx) TO PrnReason
               MOVE TblSumReturns(SumIdx) TO PrnReturns
               MOVE TblSumQty(SumIdx) TO PrnQty
               MOVE TblSumAmount(SumIdx) TO PrnAmount
               WRITE PrintLine FROM ReasonLine
               ADD TblSumReturns(SumIdx) TO VendReturns
               ADD TblSumQty(SumIdx) TO VendQty
               ADD TblSumAmount(SumIdx) TO VendAmount
               ADD TblSumReturns(SumIdx) TO TotalReturns
               ADD TblSumQty(SumIdx) TO TotalQty
               ADD TblSumAmount(SumIdx) TO TotalAmount
           END-IF.
