       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGREVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PriceAuditFile ASSIGN TO "./prices-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
           SELECT OPTIONAL CostAuditFile ASSIGN TO "./costs-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
           SELECT OPTIONAL RateAuditFile
               ASSIGN TO "./taxrates-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
           SELECT OPTIONAL ProdAuditFile
               ASSIGN TO "./prodmaster-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
           SELECT OPTIONAL CustAuditFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
           SELECT OPTIONAL CreditAuditFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/credit-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
           SELECT OPTIONAL OperatorFile ASSIGN TO DYNAMIC OperFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperStatus.
           SELECT OPTIONAL OrderLogFile
               ASSIGN TO "./order-entry-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OrdLogStatus.
           SELECT OPTIONAL OverrideFile
               ASSIGN TO "./price-overrides.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OvrStatus.
           SELECT OPTIONAL PendingFile
               ASSIGN TO "./writeoff-pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PendStatus.
           SELECT SortWorkFile ASSIGN TO "./change-review-work.tmp".
           SELECT SortedChangeFile
               ASSIGN TO "./change-review-sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ChangeReport ASSIGN TO "./ChangeReview.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PriceAuditFile.
       01 PriceAuditRecord.
           02 PATimestamp PIC X(14).
           02 FILLER PIC X.
           02 PAAction PIC X(8).
           02 FILLER PIC X.
           02 PAKey PIC X(5).
           02 FILLER PIC X.
           02 PADetail PIC X(24).
           02 FILLER PIC X.
           02 PAOperator PIC X(8).
           02 FILLER PIC X(7).

       FD CostAuditFile.
       01 CostAuditRecord PIC X(70).

       FD RateAuditFile.
       01 RateAuditRecord.
           02 RATimestamp PIC X(14).
           02 FILLER PIC X.
           02 RAAction PIC X(8).
           02 FILLER PIC X.
           02 RAKey PIC X(2).
           02 FILLER PIC X.
           02 RADetail PIC X(18).
           02 FILLER PIC X.
           02 RAOperator PIC X(8).
           02 FILLER PIC X(6).

       FD ProdAuditFile.
       01 ProdAuditRecord.
           02 DATimestamp PIC X(14).
           02 FILLER PIC X.
           02 DAAction PIC X(8).
           02 FILLER PIC X.
           02 DAKey PIC X(5).
           02 FILLER PIC X.
           02 DABefore PIC X(25).
           02 FILLER PIC X.
           02 DAAfter PIC X(25).
           02 FILLER PIC X.
           02 DAOperator PIC X(8).

       FD CustAuditFile.
       01 CustAuditRecord.
           02 CATimestamp PIC X(21).
           02 FILLER PIC X.
           02 CAOperation PIC X(6).
           02 FILLER PIC X.
           02 CAIDNum PIC X(5).
           02 FILLER PIC X(323).
           02 CABeforeStatus PIC X.
           02 FILLER PIC X.
           02 CAAfterStatus PIC X.
           02 FILLER PIC X.
           02 CASeqNum PIC X(9).
           02 FILLER PIC X.
           02 CAOperator PIC X(8).

       FD CreditAuditFile.
       01 CreditAuditRecord.
           02 KATimestamp PIC X(14).
           02 FILLER PIC X.
           02 KAAction PIC X(8).
           02 FILLER PIC X.
           02 KACustID PIC 9(5).
           02 FILLER PIC X.
           02 KAOldLimit PIC 9(6)V99.
           02 FILLER PIC X.
           02 KANewLimit PIC 9(6)V99.
           02 FILLER PIC X.
           02 KAOldHold PIC X.
           02 FILLER PIC X.
           02 KANewHold PIC X.
           02 FILLER PIC X.
           02 KAScore PIC 9(3).
           02 FILLER PIC X.
           02 KAOperator PIC X(8).
           02 FILLER PIC X(6).

       FD OperatorFile.
       01 OperatorRecord.
           02 OPCode PIC X(8).
           02 FILLER PIC X.
           02 OPName PIC X(30).
           02 FILLER PIC X.
           02 OPLevel PIC 9.

       FD OrderLogFile.
       01 OrderLogRecord.
           02 OELOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 OELDate PIC 9(8).
           02 FILLER PIC X.
           02 OELCustID PIC 9(5).
           02 FILLER PIC X.
           02 OELOperator PIC X(8).

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

       FD PendingFile.
       01 PendingRecord.
           02 WPInvNum PIC 9(6).
           02 FILLER PIC X.
           02 WPCustID PIC 9(5).
           02 FILLER PIC X.
           02 WPAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 WPReason PIC X(10).
           02 FILLER PIC X.
           02 WPStatus PIC X.
           02 FILLER PIC X.
           02 WPDate PIC 9(8).
           02 FILLER PIC X.
           02 WPReqOper PIC X(8).
           02 FILLER PIC X.
           02 WPAppOper PIC X(8).

       SD SortWorkFile.
       01 SortRecord.
           02 SortDate PIC 9(8).
           02 SortOper PIC X(8).
           02 SortTime PIC X(6).
           02 SortSource PIC X(9).
           02 SortAction PIC X(8).
           02 SortKey PIC X(6).
           02 SortDetail PIC X(55).

       FD SortedChangeFile.
       01 ChangeRecord.
           02 ChgDate PIC 9(8).
           02 ChgOper PIC X(8).
           02 ChgTime PIC X(6).
           02 ChgSource PIC X(9).
           02 ChgAction PIC X(8).
           02 ChgKey PIC X(6).
           02 ChgDetail PIC X(55).

       FD ChangeReport.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 AuditStatus PIC XX.
       01 OperStatus PIC XX.
       01 OrdLogStatus PIC XX.
       01 OvrStatus PIC XX.
       01 PendStatus PIC XX.
       01 OperFileName PIC X(40).
       01 WSEOF PIC X VALUE 'N'.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 BusinessDate PIC 9(8).
       01 ReviewDays PIC 9(3) VALUE 7.
       01 FromDate PIC 9(8).
       01 ToDate PIC 9(8).
       01 ChangeDate PIC 9(8).
       01 OldLimitDisplay PIC ZZZZZ9.99.
       01 NewLimitDisplay PIC ZZZZZ9.99.
       01 OperatorsLoaded PIC X VALUE 'N'.
       01 OperFoundIdx PIC 9(3).
       01 LookupOper PIC X(8).
       01 LookupName PIC X(30).
       01 CurrentDate PIC 9(8) VALUE ZERO.
       01 CurrentOper PIC X(8) VALUE SPACE.
       01 FirstChange PIC X VALUE 'Y'.
       01 SourceCounts.
           02 CountPrices PIC 9(5) VALUE ZERO.
           02 CountCosts PIC 9(5) VALUE ZERO.
           02 CountRates PIC 9(5) VALUE ZERO.
           02 CountProducts PIC 9(5) VALUE ZERO.
           02 CountCustomers PIC 9(5) VALUE ZERO.
           02 CountCredit PIC 9(5) VALUE ZERO.
       01 TotalChanges PIC 9(6) VALUE ZERO.
       01 TotalExceptions PIC 9(5) VALUE ZERO.
       01 ExcText PIC X(90).
       01 ExcOperA PIC X(8).
       01 ExcOperB PIC X(8).

       01 OperCount PIC 9(3) VALUE ZERO.
       01 OperTable.
           02 OperEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON OperCount
               INDEXED BY OI.
               03 TblOperCode PIC X(8).
               03 TblOperName PIC X(30).
       01 UnknownCount PIC 9(3) VALUE ZERO.
       01 UnknownTable.
           02 UnknownEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON UnknownCount
               INDEXED BY UI.
               03 TblUnknownCode PIC X(8).
       01 UnknownFoundIdx PIC 9(3).
       01 RaiseCount PIC 9(4) VALUE ZERO.
       01 RaiseTable.
           02 RaiseEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON RaiseCount
               INDEXED BY RI.
               03 TblRaiseCust PIC 9(5).
               03 TblRaiseOper PIC X(8).
               03 TblRaiseDate PIC 9(8).
       01 ApprovalCount PIC 9(4) VALUE ZERO.
       01 ApprovalTable.
           02 ApprovalEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON ApprovalCount
               INDEXED BY AI.
               03 TblApprOrdNum PIC 9(6).
               03 TblApprProd PIC X(5).
               03 TblApprOper PIC X(8).
               03 TblApprDate PIC 9(8).
       01 ExcCount PIC 9(4) VALUE ZERO.
       01 ExcTable.
           02 ExcEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ExcCount
               INDEXED BY XI.
               03 TblExcText PIC X(90).

       01 ReportHeading.
           02 FILLER PIC X(40) VALUE
               "Revision de cambios a datos maestros del".
           02 FILLER PIC X VALUE SPACE.
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(4) VALUE " al ".
           02 PrnToDate PIC 9(8).
       01 ColumnHeading PIC X(100) VALUE
           "    Hora    Origen    Accion   Clave  Detalle".
       01 GroupLine.
           02 FILLER PIC X(6) VALUE "Fecha ".
           02 PrnGroupDate PIC 9(8).
           02 FILLER PIC X(12) VALUE "  Operador: ".
           02 PrnGroupOper PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnGroupName PIC X(30).
       01 DetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnTime PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSource PIC X(9).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAction PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnKey PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDetail PIC X(55).
       01 SeparatorLine PIC X(100) VALUE ALL "-".
       01 SummaryHeading PIC X(100) VALUE
           "Resumen de cambios por origen".
       01 SummaryLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnSumLabel PIC X(20).
           02 PrnSumCount PIC ZZZZ9.
       01 TotalLine.
           02 FILLER PIC X(24) VALUE "Total de cambios:".
           02 PrnTotalChanges PIC ZZZZZ9.
       01 ExcHeading PIC X(100) VALUE
           "Excepciones de segregacion de funciones".
       01 ExcLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnExcText PIC X(90).
       01 NoExcLine PIC X(100) VALUE
           "    Sin excepciones en el periodo.".
       01 ExcTotalLine.
           02 FILLER PIC X(24) VALUE "Total de excepciones:".
           02 PrnTotalExceptions PIC ZZZZ9.
       01 SignOffLine1 PIC X(100) VALUE
           "Revisado por contralor: ______________________________".
       01 SignOffLine2 PIC X(100) VALUE
           "Fecha de revision:      ______________".

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE 'CHGREVIEW_DAYS' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue(1:3)) IS EQUAL TO ZERO
               THEN
               COMPUTE ReviewDays = FUNCTION NUMVAL(ParmValue(1:3))
               IF ReviewDays IS EQUAL TO ZERO THEN
                   MOVE 7 TO ReviewDays
               END-IF
           END-IF.
           MOVE BusinessDate TO ToDate.
           COMPUTE FromDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BusinessDate) - ReviewDays + 1).
           DISPLAY 'Parametros efectivos: DAYS=' ReviewDays
               ' DESDE=' FromDate ' HASTA=' ToDate.
           PERFORM LoadOperators.
           SORT SortWorkFile
               ON ASCENDING KEY SortDate SortOper SortTime
               INPUT PROCEDURE IS ReleaseAllChanges
               GIVING SortedChangeFile.
           OPEN OUTPUT ChangeReport.
           MOVE FromDate TO PrnFromDate.
           MOVE ToDate TO PrnToDate.
           WRITE PrintLine FROM ReportHeading.
           OPEN INPUT SortedChangeFile.
           MOVE 'N' TO WSEOF.
           PERFORM PrintOneChange UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE SortedChangeFile.
           IF TotalChanges IS EQUAL TO ZERO THEN
               MOVE SPACE TO PrintLine
               WRITE PrintLine
               MOVE "Sin cambios en el periodo." TO PrintLine
               WRITE PrintLine
           END-IF.
           PERFORM WriteSummary.
           PERFORM CheckCreditAndOrders.
           PERFORM CheckWriteOffs.
           PERFORM WriteExceptions.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM SignOffLine1.
           WRITE PrintLine FROM SignOffLine2.
           CLOSE ChangeReport.
           DISPLAY 'Cambios en el periodo: ' TotalChanges.
           DISPLAY 'Excepciones:           ' TotalExceptions.
           IF TotalExceptions IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadOperators.
           ACCEPT OperFileName FROM ENVIRONMENT "OPERFILE".
           IF OperFileName IS EQUAL TO SPACE THEN
               MOVE "./operators.dat" TO OperFileName
           END-IF.
           OPEN INPUT OperatorFile.
           IF OperStatus IS EQUAL TO "00" THEN
               MOVE 'Y' TO OperatorsLoaded
               MOVE 'N' TO WSEOF
               PERFORM LoadOneOperator UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OperatorFile
           ELSE IF OperStatus IS EQUAL TO "05" THEN
               CLOSE OperatorFile
               DISPLAY 'AVISO: no existe el archivo de operadores.'
           END-IF.

       LoadOneOperator.
           READ OperatorFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OPCode IS NOT EQUAL TO SPACE AND
                       OperCount IS LESS THAN 500 THEN
                       ADD 1 TO OperCount
                       MOVE FUNCTION UPPER-CASE(OPCode)
                           TO TblOperCode(OperCount)
                       MOVE OPName TO TblOperName(OperCount)
                   END-IF
           END-READ.

       ReleaseAllChanges.
           PERFORM ReleasePrices.
           PERFORM ReleaseCosts.
           PERFORM ReleaseRates.
           PERFORM ReleaseProducts.
           PERFORM ReleaseCustomers.
           PERFORM ReleaseCredit.

       ReleasePrices.
           OPEN INPUT PriceAuditFile.
           IF AuditStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOnePrice UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PriceAuditFile
           ELSE IF AuditStatus IS EQUAL TO "05" THEN
               CLOSE PriceAuditFile
           END-IF.

       ReleaseOnePrice.
           READ PriceAuditFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PATimestamp(1:8) IS NUMERIC THEN
                       MOVE PATimestamp(1:8) TO ChangeDate
                       IF ChangeDate IS NOT LESS THAN FromDate AND
                           ChangeDate IS NOT GREATER THAN ToDate THEN
                           MOVE 'PRECIOS' TO SortSource
                           PERFORM ReleasePriceLayout
                           ADD 1 TO CountPrices
                       END-IF
                   END-IF
           END-READ.

       ReleaseCosts.
           OPEN INPUT CostAuditFile.
           IF AuditStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneCost UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CostAuditFile
           ELSE IF AuditStatus IS EQUAL TO "05" THEN
               CLOSE CostAuditFile
           END-IF.

       ReleaseOneCost.
           READ CostAuditFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE CostAuditRecord TO PriceAuditRecord
                   IF PATimestamp(1:8) IS NUMERIC THEN
                       MOVE PATimestamp(1:8) TO ChangeDate
                       IF ChangeDate IS NOT LESS THAN FromDate AND
                           ChangeDate IS NOT GREATER THAN ToDate THEN
                           MOVE 'COSTOS' TO SortSource
                           PERFORM ReleasePriceLayout
                           ADD 1 TO CountCosts
                       END-IF
                   END-IF
           END-READ.

       ReleasePriceLayout.
           MOVE ChangeDate TO SortDate.
           MOVE FUNCTION UPPER-CASE(PAOperator) TO SortOper.
           MOVE PATimestamp(9:6) TO SortTime.
           MOVE PAAction TO SortAction.
           MOVE PAKey TO SortKey.
           MOVE SPACE TO SortDetail.
           STRING 'Vigencia ' PADetail(1:8) ' de ' PADetail(10:7)
               ' a ' PADetail(18:7)
               DELIMITED BY SIZE INTO SortDetail.
           RELEASE SortRecord.

       ReleaseRates.
           OPEN INPUT RateAuditFile.
           IF AuditStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneRate UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE RateAuditFile
           ELSE IF AuditStatus IS EQUAL TO "05" THEN
               CLOSE RateAuditFile
           END-IF.

       ReleaseOneRate.
           READ RateAuditFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RATimestamp(1:8) IS NUMERIC THEN
                       MOVE RATimestamp(1:8) TO ChangeDate
                       IF ChangeDate IS NOT LESS THAN FromDate AND
                           ChangeDate IS NOT GREATER THAN ToDate THEN
                           MOVE ChangeDate TO SortDate
                           MOVE FUNCTION UPPER-CASE(RAOperator)
                               TO SortOper
                           MOVE RATimestamp(9:6) TO SortTime
                           MOVE 'IMPUESTOS' TO SortSource
                           MOVE RAAction TO SortAction
                           MOVE RAKey TO SortKey
                           MOVE SPACE TO SortDetail
                           STRING 'Vigencia ' RADetail(1:8)
                               ' de ' RADetail(10:4)
                               ' a ' RADetail(15:4)
                               DELIMITED BY SIZE INTO SortDetail
                           RELEASE SortRecord
                           ADD 1 TO CountRates
                       END-IF
                   END-IF
           END-READ.

       ReleaseProducts.
           OPEN INPUT ProdAuditFile.
           IF AuditStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneProduct UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ProdAuditFile
           ELSE IF AuditStatus IS EQUAL TO "05" THEN
               CLOSE ProdAuditFile
           END-IF.

       ReleaseOneProduct.
           READ ProdAuditFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF DATimestamp(1:8) IS NUMERIC THEN
                       MOVE DATimestamp(1:8) TO ChangeDate
                       IF ChangeDate IS NOT LESS THAN FromDate AND
                           ChangeDate IS NOT GREATER THAN ToDate THEN
                           MOVE ChangeDate TO SortDate
                           MOVE FUNCTION UPPER-CASE(DAOperator)
                               TO SortOper
                           MOVE DATimestamp(9:6) TO SortTime
                           MOVE 'PRODUCTO' TO SortSource
                           MOVE DAAction TO SortAction
                           MOVE DAKey TO SortKey
                           MOVE SPACE TO SortDetail
                           STRING DABefore ' > ' DAAfter
                               DELIMITED BY SIZE INTO SortDetail
                           RELEASE SortRecord
                           ADD 1 TO CountProducts
                       END-IF
                   END-IF
           END-READ.

       ReleaseCustomers.
           OPEN INPUT CustAuditFile.
           IF AuditStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneCustomer UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CustAuditFile
           ELSE IF AuditStatus IS EQUAL TO "05" THEN
               CLOSE CustAuditFile
           END-IF.

       ReleaseOneCustomer.
           READ CustAuditFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CATimestamp(1:8) IS NUMERIC THEN
                       MOVE CATimestamp(1:8) TO ChangeDate
                       IF ChangeDate IS NOT LESS THAN FromDate AND
                           ChangeDate IS NOT GREATER THAN ToDate THEN
                           MOVE ChangeDate TO SortDate
                           MOVE FUNCTION UPPER-CASE(CAOperator)
                               TO SortOper
                           MOVE CATimestamp(9:6) TO SortTime
                           MOVE 'CLIENTE' TO SortSource
                           MOVE CAOperation TO SortAction
                           MOVE CAIDNum TO SortKey
                           MOVE SPACE TO SortDetail
                           STRING 'Estado ' CABeforeStatus ' > '
                               CAAfterStatus '  Secuencia ' CASeqNum
                               DELIMITED BY SIZE INTO SortDetail
                           RELEASE SortRecord
                           ADD 1 TO CountCustomers
                       END-IF
                   END-IF
           END-READ.

       ReleaseCredit.
           OPEN INPUT CreditAuditFile.
           IF AuditStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneCredit UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CreditAuditFile
           ELSE IF AuditStatus IS EQUAL TO "05" THEN
               CLOSE CreditAuditFile
           END-IF.

       ReleaseOneCredit.
           READ CreditAuditFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF KATimestamp(1:8) IS NUMERIC THEN
                       MOVE KATimestamp(1:8) TO ChangeDate
                       PERFORM NoteCreditRaise
                       IF ChangeDate IS NOT LESS THAN FromDate AND
                           ChangeDate IS NOT GREATER THAN ToDate THEN
                           PERFORM ReleaseCreditLayout
                           ADD 1 TO CountCredit
                       END-IF
                   END-IF
           END-READ.

       NoteCreditRaise.
           IF KAAction IS EQUAL TO 'SUBIR' AND
               KAOperator IS NOT EQUAL TO SPACE AND
               KACustID IS NUMERIC AND
               RaiseCount IS LESS THAN 3000 THEN
               ADD 1 TO RaiseCount
               MOVE KACustID TO TblRaiseCust(RaiseCount)
               MOVE FUNCTION UPPER-CASE(KAOperator)
                   TO TblRaiseOper(RaiseCount)
               MOVE ChangeDate TO TblRaiseDate(RaiseCount)
           END-IF.

       ReleaseCreditLayout.
           MOVE ChangeDate TO SortDate.
           MOVE FUNCTION UPPER-CASE(KAOperator) TO SortOper.
           MOVE KATimestamp(9:6) TO SortTime.
           MOVE 'CREDITO' TO SortSource.
           MOVE KAAction TO SortAction.
           MOVE KACustID TO SortKey.
           MOVE KAOldLimit TO OldLimitDisplay.
           MOVE KANewLimit TO NewLimitDisplay.
           MOVE SPACE TO SortDetail.
           STRING 'Limite ' OldLimitDisplay ' > ' NewLimitDisplay
               '  Ret ' KAOldHold ' > ' KANewHold
               DELIMITED BY SIZE INTO SortDetail.
           RELEASE SortRecord.

       PrintOneChange.
           READ SortedChangeFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO TotalChanges
                   IF FirstChange IS EQUAL TO 'Y' OR
                       ChgDate IS NOT EQUAL TO CurrentDate OR
                       ChgOper IS NOT EQUAL TO CurrentOper THEN
                       PERFORM StartGroup
                   END-IF
                   MOVE ChgTime TO PrnTime
                   MOVE ChgSource TO PrnSource
                   MOVE ChgAction TO PrnAction
                   MOVE ChgKey TO PrnKey
                   MOVE ChgDetail TO PrnDetail
                   WRITE PrintLine FROM DetailLine
           END-READ.

       StartGroup.
           MOVE 'N' TO FirstChange.
           MOVE ChgDate TO CurrentDate.
           MOVE ChgOper TO CurrentOper.
           MOVE ChgOper TO LookupOper.
           PERFORM FindOperator.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE ChgDate TO PrnGroupDate.
           MOVE ChgOper TO PrnGroupOper.
           IF ChgOper IS EQUAL TO SPACE THEN
               MOVE '(proceso por lote)' TO PrnGroupName
           ELSE IF OperFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblOperName(OperFoundIdx) TO PrnGroupName
           ELSE
               MOVE '** NO REGISTRADO **' TO PrnGroupName
               PERFORM NoteUnknownOperator
           END-IF.
           WRITE PrintLine FROM GroupLine.
           WRITE PrintLine FROM ColumnHeading.

       FindOperator.
           MOVE ZERO TO OperFoundIdx.
           IF OperCount IS GREATER THAN ZERO THEN
               PERFORM FindOneOperator
                   VARYING OI FROM 1 BY 1
                   UNTIL OI IS GREATER THAN OperCount
           END-IF.

       FindOneOperator.
           IF TblOperCode(OI) IS EQUAL TO LookupOper AND
               OperFoundIdx IS EQUAL TO ZERO THEN
               SET OperFoundIdx TO OI
           END-IF.

       NoteUnknownOperator.
           IF OperatorsLoaded IS EQUAL TO 'Y' THEN
               MOVE ZERO TO UnknownFoundIdx
               IF UnknownCount IS GREATER THAN ZERO THEN
                   PERFORM FindOneUnknown
                       VARYING UI FROM 1 BY 1
                       UNTIL UI IS GREATER THAN UnknownCount
               END-IF
               IF UnknownFoundIdx IS EQUAL TO ZERO AND
                   UnknownCount IS LESS THAN 500 THEN
                   ADD 1 TO UnknownCount
                   MOVE LookupOper TO TblUnknownCode(UnknownCount)
                   MOVE SPACE TO ExcText
                   STRING 'Operador ' LookupOper
                       ' registro cambios y no existe en '
                       'operators.dat'
                       DELIMITED BY SIZE INTO ExcText
                   PERFORM AddException
               END-IF
           END-IF.

       FindOneUnknown.
           IF TblUnknownCode(UI) IS EQUAL TO LookupOper THEN
               SET UnknownFoundIdx TO UI
           END-IF.

       WriteSummary.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM SeparatorLine.
           WRITE PrintLine FROM SummaryHeading.
           MOVE 'Precios' TO PrnSumLabel.
           MOVE CountPrices TO PrnSumCount.
           WRITE PrintLine FROM SummaryLine.
           MOVE 'Costos' TO PrnSumLabel.
           MOVE CountCosts TO PrnSumCount.
           WRITE PrintLine FROM SummaryLine.
           MOVE 'Tasas de impuesto' TO PrnSumLabel.
           MOVE CountRates TO PrnSumCount.
           WRITE PrintLine FROM SummaryLine.
           MOVE 'Productos' TO PrnSumLabel.
           MOVE CountProducts TO PrnSumCount.
           WRITE PrintLine FROM SummaryLine.
           MOVE 'Clientes' TO PrnSumLabel.
           MOVE CountCustomers TO PrnSumCount.
           WRITE PrintLine FROM SummaryLine.
           MOVE 'Limites de credito' TO PrnSumLabel.
           MOVE CountCredit TO PrnSumCount.
           WRITE PrintLine FROM SummaryLine.
           MOVE TotalChanges TO PrnTotalChanges.
           WRITE PrintLine FROM TotalLine.

       CheckCreditAndOrders.
           PERFORM LoadApprovals.
           OPEN INPUT OrderLogFile.
           IF OrdLogStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneOrderLog UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OrderLogFile
           ELSE IF OrdLogStatus IS EQUAL TO "05" THEN
               CLOSE OrderLogFile
           END-IF.

       LoadApprovals.
           OPEN INPUT OverrideFile.
           IF OvrStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneApproval UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OverrideFile
           ELSE IF OvrStatus IS EQUAL TO "05" THEN
               CLOSE OverrideFile
           END-IF.

       LoadOneApproval.
           READ OverrideFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF POVStatus IS EQUAL TO 'S' AND
                       POVApprover IS NOT EQUAL TO SPACE AND
                       POVDate IS NUMERIC AND
                       POVDate IS NOT LESS THAN FromDate AND
                       POVDate IS NOT GREATER THAN ToDate AND
                       ApprovalCount IS LESS THAN 3000 THEN
                       ADD 1 TO ApprovalCount
                       MOVE POVOrdNum TO TblApprOrdNum(ApprovalCount)
                       MOVE POVProd TO TblApprProd(ApprovalCount)
                       MOVE FUNCTION UPPER-CASE(POVApprover)
                           TO TblApprOper(ApprovalCount)
                       MOVE POVDate TO TblApprDate(ApprovalCount)
                   END-IF
           END-READ.

       CheckOneOrderLog.
           READ OrderLogFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OELOperator IS NOT EQUAL TO SPACE AND
                       OELDate IS NUMERIC THEN
                       MOVE FUNCTION UPPER-CASE(OELOperator)
                           TO LookupOper
                       IF RaiseCount IS GREATER THAN ZERO THEN
                           PERFORM CheckOneRaise
                               VARYING RI FROM 1 BY 1
                               UNTIL RI IS GREATER THAN RaiseCount
                       END-IF
                       IF ApprovalCount IS GREATER THAN ZERO THEN
                           PERFORM CheckOneApproval
                               VARYING AI FROM 1 BY 1
                               UNTIL AI IS GREATER THAN ApprovalCount
                       END-IF
                   END-IF
           END-READ.

       CheckOneRaise.
           IF TblRaiseCust(RI) IS EQUAL TO OELCustID AND
               TblRaiseOper(RI) IS EQUAL TO LookupOper AND
               ((OELDate IS NOT LESS THAN FromDate AND
                   OELDate IS NOT GREATER THAN ToDate) OR
               (TblRaiseDate(RI) IS NOT LESS THAN FromDate AND
                   TblRaiseDate(RI) IS NOT GREATER THAN ToDate)) THEN
               MOVE SPACE TO ExcText
               STRING LookupOper ' subio limite cliente ' OELCustID
                   ' el ' TblRaiseDate(RI) ' y capturo su pedido '
                   OELOrdNum ' el ' OELDate
                   DELIMITED BY SIZE INTO ExcText
               PERFORM AddException
           END-IF.

       CheckOneApproval.
           IF TblApprOrdNum(AI) IS EQUAL TO OELOrdNum AND
               TblApprOper(AI) IS EQUAL TO LookupOper THEN
               MOVE SPACE TO ExcText
               STRING LookupOper ' capturo pedido ' OELOrdNum
                   ' y aprobo su precio especial ' TblApprProd(AI)
                   ' el ' TblApprDate(AI)
                   DELIMITED BY SIZE INTO ExcText
               PERFORM AddException
           END-IF.

       CheckWriteOffs.
           OPEN INPUT PendingFile.
           IF PendStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneWriteOff UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PendingFile
           ELSE IF PendStatus IS EQUAL TO "05" THEN
               CLOSE PendingFile
           END-IF.

       CheckOneWriteOff.
           READ PendingFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE FUNCTION UPPER-CASE(WPReqOper) TO ExcOperA
                   MOVE FUNCTION UPPER-CASE(WPAppOper) TO ExcOperB
                   IF WPStatus IS EQUAL TO 'A' AND
                       ExcOperA IS NOT EQUAL TO SPACE AND
                       ExcOperA IS EQUAL TO ExcOperB AND
                       WPDate IS NUMERIC AND
                       WPDate IS NOT LESS THAN FromDate AND
                       WPDate IS NOT GREATER THAN ToDate THEN
                       MOVE SPACE TO ExcText
                       STRING ExcOperA ' solicito y aprobo castigo '
                           'factura ' WPInvNum ' cliente ' WPCustID
                           ' el ' WPDate
                           DELIMITED BY SIZE INTO ExcText
                       PERFORM AddException
                   END-IF
           END-READ.

       AddException.
           ADD 1 TO TotalExceptions.
           IF ExcCount IS LESS THAN 2000 THEN
               ADD 1 TO ExcCount
               MOVE ExcText TO TblExcText(ExcCount)
           END-IF.

       WriteExceptions.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM SeparatorLine.
           WRITE PrintLine FROM ExcHeading.
           IF ExcCount IS EQUAL TO ZERO THEN
               WRITE PrintLine FROM NoExcLine
           ELSE
               PERFORM WriteOneException
                   VARYING XI FROM 1 BY 1
                   UNTIL XI IS GREATER THAN ExcCount
           END-IF.
           MOVE TotalExceptions TO PrnTotalExceptions.
           WRITE PrintLine FROM ExcTotalLine.

       WriteOneException.
           MOVE TblExcText(XI) TO PrnExcText.
           WRITE PrintLine FROM ExcLine.
