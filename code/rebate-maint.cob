       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATEMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RebateFile ASSIGN TO "./rebates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RebateStatus.
           SELECT OPTIONAL RebateAuditFile
               ASSIGN TO "./rebates-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
       DATA DIVISION.
       FILE SECTION.
       FD RebateFile.
       01 RebateRecord.
           02 RBFCustID PIC 9(5).
           02 FILLER PIC X.
           02 RBFYear PIC 9(4).
           02 FILLER PIC X.
           02 RBFThreshold PIC 9(8)V99.
           02 FILLER PIC X.
           02 RBFPct PIC 99V99.

       FD RebateAuditFile.
       01 RebateAuditRecord PIC X(60).

       WORKING-STORAGE SECTION.
       01 RebateStatus PIC XX.
       01 AuditStatus PIC XX.
       01 RebateEOF PIC X VALUE 'N'.
       01 TierCount PIC 9(3) VALUE ZERO.
       01 TierTable.
           02 TierEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON TierCount
               INDEXED BY TRI.
               03 TblTierCust PIC 9(5).
               03 TblTierYear PIC 9(4).
               03 TblTierThreshold PIC 9(8)V99.
               03 TblTierPct PIC 99V99.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 ChangesMade PIC 9(3) VALUE ZERO.
       01 ListIdx PIC 9(3).
       01 ListedCount PIC 9(3).
       01 EnteredCustX PIC X(5).
       01 EnteredCust PIC 9(5).
       01 EnteredYearX PIC X(4).
       01 EnteredYear PIC 9(4).
       01 EnteredAmountX PIC X(12).
       01 EnteredThreshold PIC 9(8)V99.
       01 EnteredPctX PIC X(6).
       01 EnteredPct PIC 99V99.
       01 EntryOk PIC X.
       01 DupFound PIC X.
       01 PickIdxX PIC X(3).
       01 PickIdx PIC 9(3).
       01 ExcludeIdx PIC 9(3) VALUE ZERO.
       01 WantedCust PIC 9(5).
       01 AudActionWanted PIC X(8).
       01 RebateAuditLine.
           02 AudTimestamp PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 AudAction PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 AudTier PIC X(26).
           02 FILLER PIC X VALUE SPACE.
           02 AudOperator PIC X(8).
       01 ListLine.
           02 PrnIdx PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCust PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnYear PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnThreshold PIC ZZZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPct PIC Z9.99.
           02 FILLER PIC X VALUE '%'.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           PERFORM LoadTierTable.
           PERFORM MenuLoop UNTIL StayOpen IS EQUAL TO 'N'.
           IF ChangesMade IS GREATER THAN ZERO THEN
               PERFORM SaveTierTable
               DISPLAY 'Cambios guardados: ' ChangesMade
           END-IF.
           STOP RUN.

       LoadTierTable.
           OPEN INPUT RebateFile.
           IF RebateStatus IS EQUAL TO "00" THEN
               PERFORM LoadOneTier UNTIL RebateEOF IS EQUAL TO 'Y'
               CLOSE RebateFile
           ELSE IF RebateStatus IS EQUAL TO "05" THEN
               CLOSE RebateFile
           END-IF.

       LoadOneTier.
           READ RebateFile
               AT END MOVE 'Y' TO RebateEOF
               NOT AT END
                   IF TierCount IS LESS THAN 500 THEN
                       ADD 1 TO TierCount
                       MOVE RBFCustID TO TblTierCust(TierCount)
                       MOVE RBFYear TO TblTierYear(TierCount)
                       MOVE RBFThreshold TO TblTierThreshold(TierCount)
                       MOVE RBFPct TO TblTierPct(TierCount)
                   END-IF
           END-READ.

       MenuLoop.
           DISPLAY ' '
           DISPLAY 'Convenios de rebate por volumen'
           DISPLAY '1 : Listar'
           DISPLAY '2 : Agregar escalon'
           DISPLAY '3 : Corregir escalon'
           DISPLAY '4 : Escalones de un cliente'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM ListTiers
               WHEN 2 PERFORM GuardedAddTier
               WHEN 3 PERFORM GuardedCorrectTier
               WHEN 4 PERFORM ListCustomerTiers
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE.

       ListTiers.
           DISPLAY 'No   Cte.   Anio  Compra minima  Rebate'.
           IF TierCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin convenios cargados.'
           ELSE
               PERFORM ListOneTier
                   VARYING ListIdx FROM 1 BY 1
                   UNTIL ListIdx IS GREATER THAN TierCount
           END-IF.

       ListOneTier.
           MOVE ListIdx TO PrnIdx.
           MOVE TblTierCust(ListIdx) TO PrnCust.
           MOVE TblTierYear(ListIdx) TO PrnYear.
           MOVE TblTierThreshold(ListIdx) TO PrnThreshold.
           MOVE TblTierPct(ListIdx) TO PrnPct.
           DISPLAY ListLine.

       ListCustomerTiers.
           MOVE 'Y' TO EntryOk.
           PERFORM CaptureTierCust.
           IF EntryOk IS EQUAL TO 'Y' THEN
               MOVE EnteredCust TO WantedCust
               MOVE ZERO TO ListedCount
               DISPLAY 'No   Cte.   Anio  Compra minima  Rebate'
               PERFORM ListOneCustomerTier
                   VARYING ListIdx FROM 1 BY 1
                   UNTIL ListIdx IS GREATER THAN TierCount
               IF ListedCount IS EQUAL TO ZERO THEN
                   DISPLAY 'Cliente sin convenio de rebate.'
               END-IF
           END-IF.
           MOVE 'Y' TO EntryOk.

       ListOneCustomerTier.
           IF TblTierCust(ListIdx) IS EQUAL TO WantedCust THEN
               ADD 1 TO ListedCount
               PERFORM ListOneTier
           END-IF.

       GuardedAddTier.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Solo supervisores cambian convenios.'
           ELSE
               PERFORM AddTier
           END-IF.

       GuardedCorrectTier.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Solo supervisores cambian convenios.'
           ELSE
               PERFORM CorrectTier
           END-IF.

       AddTier.
           IF TierCount IS EQUAL TO 500 THEN
               DISPLAY 'Tabla de convenios llena (500).'
           ELSE
               MOVE ZERO TO ExcludeIdx
               PERFORM CaptureTierEntry
               IF EntryOk IS EQUAL TO 'Y' THEN
                   ADD 1 TO TierCount
                   MOVE TierCount TO ListIdx
                   PERFORM StoreEnteredTier
                   ADD 1 TO ChangesMade
                   MOVE 'AGREGAR' TO AudActionWanted
                   PERFORM WriteRebateAudit
                   DISPLAY 'Escalon agregado.'
               END-IF
           END-IF.

       CorrectTier.
           PERFORM ListTiers.
           DISPLAY 'Numero a corregir:' WITH NO ADVANCING.
           ACCEPT PickIdxX.
           IF FUNCTION TEST-NUMVAL(PickIdxX) IS EQUAL TO ZERO THEN
               COMPUTE PickIdx = FUNCTION NUMVAL(PickIdxX)
           ELSE
               MOVE ZERO TO PickIdx
           END-IF.
           IF PickIdx IS EQUAL TO ZERO OR
               PickIdx IS GREATER THAN TierCount THEN
               DISPLAY 'Numero invalido.'
           ELSE
               MOVE PickIdx TO ExcludeIdx
               PERFORM CaptureTierEntry
               IF EntryOk IS EQUAL TO 'Y' THEN
                   MOVE PickIdx TO ListIdx
                   PERFORM StoreEnteredTier
                   ADD 1 TO ChangesMade
                   MOVE 'CORREGIR' TO AudActionWanted
                   PERFORM WriteRebateAudit
                   DISPLAY 'Escalon corregido.'
               END-IF
           END-IF.

       StoreEnteredTier.
           MOVE EnteredCust TO TblTierCust(ListIdx).
           MOVE EnteredYear TO TblTierYear(ListIdx).
           MOVE EnteredThreshold TO TblTierThreshold(ListIdx).
           MOVE EnteredPct TO TblTierPct(ListIdx).

       CaptureTierEntry.
           MOVE 'Y' TO EntryOk.
           PERFORM CaptureTierCust.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Anio del convenio (AAAA):' WITH NO ADVANCING
               ACCEPT EnteredYearX
               IF FUNCTION TEST-NUMVAL(EnteredYearX) IS EQUAL TO ZERO
                   THEN
                   COMPUTE EnteredYear = FUNCTION NUMVAL(EnteredYearX)
               ELSE
                   MOVE ZERO TO EnteredYear
               END-IF
               IF EnteredYear IS LESS THAN 1900 THEN
                   DISPLAY 'Anio invalido.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Compra neta minima del escalon:'
                   WITH NO ADVANCING
               ACCEPT EnteredAmountX
               IF FUNCTION TEST-NUMVAL(EnteredAmountX) IS EQUAL TO
                   ZERO THEN
                   COMPUTE EnteredThreshold =
                       FUNCTION NUMVAL(EnteredAmountX)
               ELSE
                   MOVE ZERO TO EnteredThreshold
               END-IF
               IF EnteredThreshold IS EQUAL TO ZERO THEN
                   DISPLAY 'Monto invalido.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Porcentaje de rebate (p.ej. 2.50):'
                   WITH NO ADVANCING
               ACCEPT EnteredPctX
               IF FUNCTION TEST-NUMVAL(EnteredPctX) IS EQUAL TO ZERO
                   THEN
                   COMPUTE EnteredPct = FUNCTION NUMVAL(EnteredPctX)
               ELSE
                   MOVE ZERO TO EnteredPct
               END-IF
               IF EnteredPct IS EQUAL TO ZERO THEN
                   DISPLAY 'Porcentaje invalido.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM RefuseOnDuplicate
           END-IF.

       CaptureTierCust.
           DISPLAY 'Id de cliente:' WITH NO ADVANCING.
           ACCEPT EnteredCustX.
           IF FUNCTION TEST-NUMVAL(EnteredCustX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredCust = FUNCTION NUMVAL(EnteredCustX)
           ELSE
               MOVE ZERO TO EnteredCust
           END-IF.
           IF EnteredCust IS EQUAL TO ZERO THEN
               DISPLAY 'Cliente invalido.'
               MOVE 'N' TO EntryOk
           END-IF.

       RefuseOnDuplicate.
           MOVE 'N' TO DupFound.
           IF TierCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneDuplicate
                   VARYING ListIdx FROM 1 BY 1
                   UNTIL ListIdx IS GREATER THAN TierCount
           END-IF.
           IF DupFound IS EQUAL TO 'Y' THEN
               DISPLAY 'Ya existe ese escalon para el cliente y anio,'
               DISPLAY 'corregir el existente en su lugar.'
               MOVE 'N' TO EntryOk
           END-IF.

       CheckOneDuplicate.
           IF ListIdx IS NOT EQUAL TO ExcludeIdx AND
               TblTierCust(ListIdx) IS EQUAL TO EnteredCust AND
               TblTierYear(ListIdx) IS EQUAL TO EnteredYear AND
               TblTierThreshold(ListIdx) IS EQUAL TO EnteredThreshold
               THEN
               MOVE 'Y' TO DupFound
           END-IF.

       WriteRebateAudit.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AudTimestamp.
           MOVE AudActionWanted TO AudAction.
           MOVE SPACE TO RebateRecord.
           MOVE EnteredCust TO RBFCustID.
           MOVE EnteredYear TO RBFYear.
           MOVE EnteredThreshold TO RBFThreshold.
           MOVE EnteredPct TO RBFPct.
           MOVE RebateRecord TO AudTier.
           MOVE OperatorID TO AudOperator.
           OPEN EXTEND RebateAuditFile.
           IF AuditStatus IS EQUAL TO "00" OR
               AuditStatus IS EQUAL TO "05" THEN
               WRITE RebateAuditRecord FROM RebateAuditLine
               CLOSE RebateAuditFile
           END-IF.

       SaveTierTable.
           OPEN OUTPUT RebateFile.
           PERFORM SaveOneTier
               VARYING ListIdx FROM 1 BY 1
               UNTIL ListIdx IS GREATER THAN TierCount.
           CLOSE RebateFile.

       SaveOneTier.
           MOVE SPACE TO RebateRecord.
           MOVE TblTierCust(ListIdx) TO RBFCustID.
           MOVE TblTierYear(ListIdx) TO RBFYear.
           MOVE TblTierThreshold(ListIdx) TO RBFThreshold.
           MOVE TblTierPct(ListIdx) TO RBFPct.
           WRITE RebateRecord.
