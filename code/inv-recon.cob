       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RuleFile ASSIGN TO "./gl-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RuleStatus.
           SELECT OPTIONAL GlJournalFile ASSIGN TO "./gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlStatus.
           SELECT OPTIONAL ValueFile ASSIGN TO "./StockValue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ValueStatus.
           SELECT ReconReport ASSIGN TO "./InvRecon.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RuleFile.
       01 RuleRecord.
           02 RLType PIC X(2).
           02 FILLER PIC X.
           02 RLDebit PIC 9(4).
           02 FILLER PIC X.
           02 RLCredit PIC 9(4).

       FD GlJournalFile.
       01 GlJournalRecord.
           02 GLDate PIC 9(8).
           02 FILLER PIC X.
           02 GLAcct PIC 9(4).
           02 FILLER PIC X.
           02 GLSide PIC X.
           02 FILLER PIC X.
           02 GLAmount PIC 9(8)V99.
           02 FILLER PIC X.
           02 GLDocType PIC X(2).
           02 FILLER PIC X.
           02 GLRef PIC 9(6).

       FD ValueFile.
       01 ValueRecord.
           02 VRLabel PIC X(28).
           02 VRAmount PIC X(12).
           02 FILLER PIC X(30).

       FD ReconReport.
       01 PrintLine PIC X(70).

       WORKING-STORAGE SECTION.
       01 RuleStatus PIC XX.
       01 GlStatus PIC XX.
       01 ValueStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ReconMonth PIC 9(6).
       01 InvAcct PIC 9(4) VALUE ZERO.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 Tolerance PIC 9(6)V99 VALUE ZERO.
       01 OpeningBal PIC S9(10)V99 VALUE ZERO.
       01 MonthDebits PIC 9(10)V99 VALUE ZERO.
       01 MonthCredits PIC 9(10)V99 VALUE ZERO.
       01 ClosingBal PIC S9(10)V99.
       01 StockValue PIC 9(10)V99 VALUE ZERO.
       01 ValueFound PIC X VALUE 'N'.
       01 Difference PIC S9(10)V99.
       01 AbsDifference PIC 9(10)V99.
       01 DocCount PIC 9(2) VALUE ZERO.
       01 DocTable.
           02 DocEntry
               OCCURS 1 TO 40 TIMES
               DEPENDING ON DocCount
               INDEXED BY DCI.
               03 TblDocType PIC X(2).
               03 TblDocDebits PIC 9(10)V99.
               03 TblDocCredits PIC 9(10)V99.
       01 DocIdx PIC 9(2).
       01 DocFoundIdx PIC 9(2).
       01 ReportHeading.
           02 FILLER PIC X(33) VALUE
               "Conciliacion de inventario. Mes: ".
           02 PrnMonth PIC 9(6).
           02 FILLER PIC X(7) VALUE "  Cta: ".
           02 PrnAcct PIC 9(4).
       01 MoneyLine.
           02 PrnMoneyLabel PIC X(36).
           02 PrnMoneyValue PIC -ZZZZZZZZZ9.99.
       01 DocHeading PIC X(70) VALUE
           "Movimiento del mes por tipo      Cargos        Abonos".
       01 DocLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnDocType PIC X(2).
           02 FILLER PIC X(20) VALUE SPACE.
           02 PrnDocDebits PIC ZZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDocCredits PIC ZZZZZZZZZ9.99.
       01 ResultMsg PIC X(70).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate(1:6) TO ReconMonth.
           MOVE 'INVRECONTOL' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE Tolerance = FUNCTION NUMVAL(ParmValue)
           END-IF.
           PERFORM LoadInventoryRule.
           IF InvAcct IS EQUAL TO ZERO THEN
               DISPLAY 'Sin regla CS en gl-rules.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ReadStockValue.
           IF ValueFound IS EQUAL TO 'N' THEN
               DISPLAY 'Sin total en StockValue.dat, correr STOCKVAL.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TallyInventoryAcct.
           COMPUTE ClosingBal = OpeningBal + MonthDebits - MonthCredits.
           COMPUTE Difference = ClosingBal - StockValue.
           IF Difference IS LESS THAN ZERO THEN
               COMPUTE AbsDifference = ZERO - Difference
           ELSE
               MOVE Difference TO AbsDifference
           END-IF.
           PERFORM WriteReconReport.
           DISPLAY 'Saldo en libros:    ' ClosingBal.
           DISPLAY 'Valuacion STOCKVAL: ' StockValue.
           DISPLAY 'Diferencia:         ' Difference.
           IF AbsDifference IS GREATER THAN Tolerance THEN
               DISPLAY 'INVENTARIO EN LIBROS NO CUADRA CON VALUACION.'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'Inventario en libros cuadra con valuacion.'
           END-IF.
           STOP RUN.

       LoadInventoryRule.
           OPEN INPUT RuleFile.
           IF RuleStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneRule UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE RuleFile
           END-IF.

       LoadOneRule.
           READ RuleFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RLType IS EQUAL TO 'CS' AND
                       InvAcct IS EQUAL TO ZERO THEN
                       MOVE RLCredit TO InvAcct
                   END-IF
           END-READ.

       ReadStockValue.
           OPEN INPUT ValueFile.
           IF ValueStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReadOneValueLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ValueFile
           ELSE IF ValueStatus IS EQUAL TO "05" THEN
               CLOSE ValueFile
           END-IF.

       ReadOneValueLine.
           READ ValueFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF VRLabel IS EQUAL TO
                       "Valor total de inventario:  " AND
                       FUNCTION TEST-NUMVAL(VRAmount) IS EQUAL TO ZERO
                       THEN
                       COMPUTE StockValue = FUNCTION NUMVAL(VRAmount)
                       MOVE 'Y' TO ValueFound
                   END-IF
           END-READ.

       TallyInventoryAcct.
           OPEN INPUT GlJournalFile.
           IF GlStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOneGlLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE GlJournalFile
           ELSE IF GlStatus IS EQUAL TO "05" THEN
               CLOSE GlJournalFile
           END-IF.

       TallyOneGlLine.
           READ GlJournalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF GLAcct IS EQUAL TO InvAcct AND
                       GLDate IS NOT GREATER THAN BusinessDate THEN
                       IF GLDate(1:6) IS LESS THAN ReconMonth THEN
                           PERFORM AddToOpening
                       ELSE
                           PERFORM AddToMonth
                       END-IF
                   END-IF
           END-READ.

       AddToOpening.
           IF GLSide IS EQUAL TO 'D' THEN
               ADD GLAmount TO OpeningBal
           ELSE
               SUBTRACT GLAmount FROM OpeningBal
           END-IF.

       AddToMonth.
           PERFORM FindDocEntry.
           IF GLSide IS EQUAL TO 'D' THEN
               ADD GLAmount TO MonthDebits
               ADD GLAmount TO TblDocDebits(DocFoundIdx)
           ELSE
               ADD GLAmount TO MonthCredits
               ADD GLAmount TO TblDocCredits(DocFoundIdx)
           END-IF.

       FindDocEntry.
           MOVE ZERO TO DocFoundIdx.
           PERFORM FindOneDoc
               VARYING DocIdx FROM 1 BY 1
               UNTIL DocIdx IS GREATER THAN DocCount.
           IF DocFoundIdx IS EQUAL TO ZERO THEN
               IF DocCount IS EQUAL TO 40 THEN
                   DISPLAY 'Tabla de tipos de poliza llena (40).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DocCount
               MOVE GLDocType TO TblDocType(DocCount)
               MOVE ZERO TO TblDocDebits(DocCount)
               MOVE ZERO TO TblDocCredits(DocCount)
               MOVE DocCount TO DocFoundIdx
           END-IF.

       FindOneDoc.
           IF TblDocType(DocIdx) IS EQUAL TO GLDocType AND
               DocFoundIdx IS EQUAL TO ZERO THEN
               MOVE DocIdx TO DocFoundIdx
           END-IF.

       WriteReconReport.
           OPEN OUTPUT ReconReport.
           MOVE ReconMonth TO PrnMonth.
           MOVE InvAcct TO PrnAcct.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Saldo inicial en libros' TO PrnMoneyLabel.
           MOVE OpeningBal TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           WRITE PrintLine FROM DocHeading.
           PERFORM WriteOneDoc
               VARYING DocIdx FROM 1 BY 1
               UNTIL DocIdx IS GREATER THAN DocCount.
           MOVE 'Cargos del mes' TO PrnMoneyLabel.
           MOVE MonthDebits TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE 'Abonos del mes' TO PrnMoneyLabel.
           MOVE MonthCredits TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE 'Saldo final en libros' TO PrnMoneyLabel.
           MOVE ClosingBal TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE 'Valuacion de inventario (STOCKVAL)' TO PrnMoneyLabel.
           MOVE StockValue TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE 'Diferencia libros - valuacion' TO PrnMoneyLabel.
           MOVE Difference TO PrnMoneyValue.
           WRITE PrintLine FROM MoneyLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           IF AbsDifference IS GREATER THAN Tolerance THEN
               MOVE "    INVENTARIO EN LIBROS NO CUADRA CON VALUACION."
                   TO ResultMsg
           ELSE
               MOVE "    Inventario en libros cuadra con valuacion."
                   TO ResultMsg
           END-IF.
           WRITE PrintLine FROM ResultMsg.
           CLOSE ReconReport.

       WriteOneDoc.
           MOVE TblDocType(DocIdx) TO PrnDocType.
           MOVE TblDocDebits(DocIdx) TO PrnDocDebits.
           MOVE TblDocCredits(DocIdx) TO PrnDocCredits.
           WRITE PrintLine FROM DocLine.
