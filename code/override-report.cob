       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRREPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OverrideFile
               ASSIGN TO "./price-overrides.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OvrStatus.
           SELECT OPTIONAL SalesRepFile ASSIGN TO "./salesreps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RepStatus.
           SELECT OPTIONAL ReasonFile ASSIGN TO "./price-reasons.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReasonStatus.
           SELECT SortWorkFile ASSIGN TO "./ovrsort.tmp".
           SELECT SortedFile ASSIGN TO "./ovrsorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OverrideReport ASSIGN TO "./PriceOverrides.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OverrideFile.
       01 OverrideRecord.
           02 POVOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 POVProd PIC X(5).
           02 FILLER PIC X.
           02 POVSize PIC X.
           02 FILLER PIC X.
           02 POVDate PIC 9(8).
           02 FILLER PIC X.
           02 POVCustID PIC 9(5).
           02 FILLER PIC X.
           02 POVRep PIC X(3).
           02 FILLER PIC X.
           02 POVQty PIC 9(3).
           02 FILLER PIC X.
           02 POVListPrice PIC 9(4)V99.
           02 FILLER PIC X.
           02 POVPrice PIC 9(4)V99.
           02 FILLER PIC X.
           02 POVCost PIC 9(4)V99.
           02 FILLER PIC X.
           02 POVReason PIC X(2).
           02 FILLER PIC X.
           02 POVStatus PIC X.
           02 FILLER PIC X.
           02 POVApprover PIC X(8).

       FD SalesRepFile.
       01 SalesRepRecord.
           02 SRCode PIC X(3).
           02 FILLER PIC X.
           02 SRName PIC X(30).
           02 FILLER PIC X.
           02 SRRate PIC V999.

       FD ReasonFile.
       01 ReasonRecord.
           02 RSNCode PIC X(2).
           02 FILLER PIC X.
           02 RSNDesc PIC X(20).

       SD SortWorkFile.
       01 SortRecord.
           02 SortRep PIC X(3).
           02 SortOrdNum PIC 9(6).
           02 SortProd PIC X(5).
           02 SortSize PIC X.
           02 SortDetail PIC X(73).

       FD SortedFile.
       01 SortedRecord.
           02 SrtRep PIC X(3).
           02 SrtOrdNum PIC 9(6).
           02 SrtProd PIC X(5).
           02 SrtSize PIC X.
           02 SrtDetail PIC X(73).

       FD OverrideReport.
       01 PrintLine PIC X(105).

       WORKING-STORAGE SECTION.
       01 OvrStatus PIC XX.
       01 RepStatus PIC XX.
       01 ReasonStatus PIC XX.
       01 WSEOF PIC X.
       01 SortedEOF PIC X VALUE 'N'.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 WantedDate PIC 9(8).
       01 MinMarginPct PIC 9(2)V9 VALUE 20.
       01 RepCount PIC 9(3) VALUE ZERO.
       01 RepTable.
           02 RepEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON RepCount
               INDEXED BY RPI.
               03 TblRepCode PIC X(3).
               03 TblRepName PIC X(30).
       01 ReasonCount PIC 9(2) VALUE ZERO.
       01 ReasonTable.
           02 ReasonEntry
               OCCURS 1 TO 50 TIMES
               DEPENDING ON ReasonCount
               INDEXED BY RSI.
               03 TblRsnCode PIC X(2).
               03 TblRsnDesc PIC X(20).
       01 CurrentRep PIC X(3).
       01 FirstRep PIC X VALUE 'Y'.
       01 RepLines PIC 9(4) VALUE ZERO.
       01 RepLost PIC S9(7)V99 VALUE ZERO.
       01 TotLines PIC 9(5) VALUE ZERO.
       01 TotLost PIC S9(7)V99 VALUE ZERO.
       01 TotPending PIC 9(5) VALUE ZERO.
       01 LineLost PIC S9(7)V99.
       01 LineMargin PIC S9(5)V9.
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "Precios especiales del dia   Fecha: ".
           02 PrnRunDate PIC 9(8).
           02 FILLER PIC X(20) VALUE "   Margen minimo: ".
           02 PrnFloor PIC Z9.9.
           02 FILLER PIC X VALUE '%'.
       01 RepHeading.
           02 FILLER PIC X(10) VALUE "Vendedor: ".
           02 PrnRepCode PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRepName PIC X(30).
       01 ColumnHeading.
           02 FILLER PIC X(50) VALUE
               "Pedido Cte.  Prod  T Cant    Lista Especial    Cos".
           02 FILLER PIC X(50) VALUE
               "to    Margen     Perdido  Motivo          Estado".
       01 DetailLine.
           02 PrnOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSize PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnQty PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnListPrice PIC ZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPrice PIC ZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCost PIC ZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMargin PIC ----9.9.
           02 FILLER PIC X VALUE '%'.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnLost PIC ------9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnReason PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReasonDesc PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PrnState PIC X(10).
       01 RepTotalLine.
           02 FILLER PIC X(25) VALUE "  Total vendedor, lineas ".
           02 PrnRepLines PIC ZZZ9.
           02 FILLER PIC X(34) VALUE
               "        Margen perdido del dia:  ".
           02 PrnRepLost PIC -------9.99.
       01 GrandTotalLine.
           02 FILLER PIC X(25) VALUE "Total general, lineas    ".
           02 PrnTotLines PIC ZZZZ9.
           02 FILLER PIC X(33) VALUE
               "       Margen perdido del dia:  ".
           02 PrnTotLost PIC -------9.99.
       01 PendingLine.
           02 FILLER PIC X(42) VALUE
               "Precios pendientes de autorizacion:       ".
           02 PrnPending PIC ZZZZ9.
       01 OverrideDetail.
           02 ODOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 ODProd PIC X(5).
           02 FILLER PIC X.
           02 ODSize PIC X.
           02 FILLER PIC X.
           02 ODDate PIC 9(8).
           02 FILLER PIC X.
           02 ODCustID PIC 9(5).
           02 FILLER PIC X.
           02 ODRep PIC X(3).
           02 FILLER PIC X.
           02 ODQty PIC 9(3).
           02 FILLER PIC X.
           02 ODListPrice PIC 9(4)V99.
           02 FILLER PIC X.
           02 ODPrice PIC 9(4)V99.
           02 FILLER PIC X.
           02 ODCost PIC 9(4)V99.
           02 FILLER PIC X.
           02 ODReason PIC X(2).
           02 FILLER PIC X.
           02 ODStatus PIC X.
           02 FILLER PIC X.
           02 ODApprover PIC X(8).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate TO WantedDate.
           MOVE 'OVRDATE' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE WantedDate = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE 'MINMARGINPCT' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE MinMarginPct = FUNCTION NUMVAL(ParmValue)
           END-IF.
           PERFORM LoadRepTable.
           PERFORM LoadReasonTable.
           SORT SortWorkFile ON ASCENDING KEY SortRep
               ASCENDING KEY SortOrdNum
               ASCENDING KEY SortProd
               ASCENDING KEY SortSize
               INPUT PROCEDURE IS ReleaseOverrides
               GIVING SortedFile.
           OPEN OUTPUT OverrideReport.
           MOVE WantedDate TO PrnRunDate.
           MOVE MinMarginPct TO PrnFloor.
           WRITE PrintLine FROM ReportHeading.
           OPEN INPUT SortedFile.
           PERFORM PrintOneOverride UNTIL SortedEOF IS EQUAL TO 'Y'.
           CLOSE SortedFile.
           IF FirstRep IS EQUAL TO 'N' THEN
               PERFORM PrintRepTotal
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE TotLines TO PrnTotLines.
           MOVE TotLost TO PrnTotLost.
           WRITE PrintLine FROM GrandTotalLine.
           MOVE TotPending TO PrnPending.
           WRITE PrintLine FROM PendingLine.
           CLOSE OverrideReport.
           DISPLAY 'Precios especiales del dia: ' TotLines.
           DISPLAY 'Pendientes de autorizar:    ' TotPending.
           IF TotPending IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadRepTable.
           OPEN INPUT SalesRepFile.
           IF RepStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneRep UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesRepFile
           ELSE IF RepStatus IS EQUAL TO "05" THEN
               CLOSE SalesRepFile
           END-IF.

       LoadOneRep.
           READ SalesRepFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RepCount IS LESS THAN 200 THEN
                       ADD 1 TO RepCount
                       MOVE FUNCTION UPPER-CASE(SRCode)
                           TO TblRepCode(RepCount)
                       MOVE SRName TO TblRepName(RepCount)
                   END-IF
           END-READ.

       LoadReasonTable.
           OPEN INPUT ReasonFile.
           IF ReasonStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneReason UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ReasonFile
           ELSE IF ReasonStatus IS EQUAL TO "05" THEN
               CLOSE ReasonFile
           END-IF.

       LoadOneReason.
           READ ReasonFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RSNCode IS NOT EQUAL TO SPACE AND
                       ReasonCount IS LESS THAN 50 THEN
                       ADD 1 TO ReasonCount
                       MOVE FUNCTION UPPER-CASE(RSNCode)
                           TO TblRsnCode(ReasonCount)
                       MOVE RSNDesc TO TblRsnDesc(ReasonCount)
                   END-IF
           END-READ.

       ReleaseOverrides.
           OPEN INPUT OverrideFile.
           IF OvrStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneOverride UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OverrideFile
           ELSE IF OvrStatus IS EQUAL TO "05" THEN
               CLOSE OverrideFile
           END-IF.

       ReleaseOneOverride.
           READ OverrideFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF POVDate IS EQUAL TO WantedDate THEN
                       MOVE FUNCTION UPPER-CASE(POVRep) TO SortRep
                       MOVE POVOrdNum TO SortOrdNum
                       MOVE POVProd TO SortProd
                       MOVE POVSize TO SortSize
                       MOVE OverrideRecord TO SortDetail
                       RELEASE SortRecord
                   END-IF
           END-READ.

       PrintOneOverride.
           READ SortedFile
               AT END MOVE 'Y' TO SortedEOF
               NOT AT END
                   IF FirstRep IS EQUAL TO 'Y' OR
                       SrtRep IS NOT EQUAL TO CurrentRep THEN
                       IF FirstRep IS EQUAL TO 'N' THEN
                           PERFORM PrintRepTotal
                       END-IF
                       MOVE 'N' TO FirstRep
                       MOVE SrtRep TO CurrentRep
                       PERFORM PrintRepHeading
                   END-IF
                   MOVE SrtDetail TO OverrideDetail
                   PERFORM PrintOverrideLine
           END-READ.

       PrintRepHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE CurrentRep TO PrnRepCode.
           MOVE SPACE TO PrnRepName.
           PERFORM FindOneRep
               VARYING RPI FROM 1 BY 1
               UNTIL RPI IS GREATER THAN RepCount.
           IF CurrentRep IS EQUAL TO SPACE THEN
               MOVE 'SIN VENDEDOR' TO PrnRepName
           END-IF.
           WRITE PrintLine FROM RepHeading.
           WRITE PrintLine FROM ColumnHeading.
           MOVE ZERO TO RepLines.
           MOVE ZERO TO RepLost.

       FindOneRep.
           IF TblRepCode(RPI) IS EQUAL TO CurrentRep THEN
               MOVE TblRepName(RPI) TO PrnRepName
           END-IF.

       PrintOverrideLine.
           MOVE ODOrdNum TO PrnOrdNum.
           MOVE ODCustID TO PrnCustID.
           MOVE ODProd TO PrnProd.
           MOVE ODSize TO PrnSize.
           MOVE ODQty TO PrnQty.
           MOVE ODListPrice TO PrnListPrice.
           MOVE ODPrice TO PrnPrice.
           MOVE ODCost TO PrnCost.
           IF ODPrice IS GREATER THAN ZERO THEN
               COMPUTE LineMargin ROUNDED =
                   (ODPrice - ODCost) * 100 / ODPrice
           ELSE
               MOVE ZERO TO LineMargin
           END-IF.
           MOVE LineMargin TO PrnMargin.
           COMPUTE LineLost = (ODListPrice - ODPrice) * ODQty.
           MOVE LineLost TO PrnLost.
           MOVE ODReason TO PrnReason.
           MOVE SPACE TO PrnReasonDesc.
           PERFORM FindOneReason
               VARYING RSI FROM 1 BY 1
               UNTIL RSI IS GREATER THAN ReasonCount.
           IF ODStatus IS EQUAL TO 'A' THEN
               MOVE 'AUTOMATICO' TO PrnState
           ELSE IF ODStatus IS EQUAL TO 'S' THEN
               MOVE ODApprover TO PrnState
           ELSE
               MOVE 'PENDIENTE' TO PrnState
               ADD 1 TO TotPending
           END-IF.
           WRITE PrintLine FROM DetailLine.
           ADD 1 TO RepLines.
           ADD 1 TO TotLines.
           ADD LineLost TO RepLost.
           ADD LineLost TO TotLost.

       FindOneReason.
           IF TblRsnCode(RSI) IS EQUAL TO
               FUNCTION UPPER-CASE(ODReason) THEN
               MOVE TblRsnDesc(RSI) TO PrnReasonDesc
           END-IF.

       PrintRepTotal.
           MOVE RepLines TO PrnRepLines.
           MOVE RepLost TO PrnRepLost.
           WRITE PrintLine FROM RepTotalLine.
