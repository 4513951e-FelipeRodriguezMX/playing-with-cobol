       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PromoFile ASSIGN TO "./promos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PromoStatus.
           SELECT OPTIONAL PromoAuditFile
               ASSIGN TO "./promos-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PromoFile.
       01 PromoRecord.
           02 PRMCode PIC X(6).
           02 FILLER PIC X.
           02 PRMStartDate PIC 9(8).
           02 FILLER PIC X.
           02 PRMEndDate PIC 9(8).
           02 FILLER PIC X.
           02 PRMType PIC X.
           02 FILLER PIC X.
           02 PRMValue PIC 9(4)V99.
           02 FILLER PIC X.
           02 PRMScope PIC X.
           02 FILLER PIC X.
           02 PRMScopeValue PIC X(5).
           02 FILLER PIC X.
           02 PRMDesc PIC X(20).

       FD PromoAuditFile.
       01 PromoAuditRecord PIC X(90).

       WORKING-STORAGE SECTION.
       01 PromoStatus PIC XX.
       01 AuditStatus PIC XX.
       01 PromoEOF PIC X VALUE 'N'.
       01 PromoCount PIC 9(3) VALUE ZERO.
       01 PromoTable.
           02 PromoEntry
               OCCURS 1 TO 300 TIMES
               DEPENDING ON PromoCount
               INDEXED BY PRMI.
               03 TblPromoCode PIC X(6).
               03 TblPromoStart PIC 9(8).
               03 TblPromoEnd PIC 9(8).
               03 TblPromoType PIC X.
               03 TblPromoValue PIC 9(4)V99.
               03 TblPromoScope PIC X.
               03 TblPromoScopeVal PIC X(5).
               03 TblPromoDesc PIC X(20).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 ChangesMade PIC 9(3) VALUE ZERO.
       01 ListIdx PIC 9(3).
       01 ListedCount PIC 9(3).
       01 EnteredCode PIC X(6).
       01 EnteredDateX PIC X(8).
       01 EnteredDate PIC 9(8).
       01 EnteredStart PIC 9(8).
       01 EnteredEnd PIC 9(8).
       01 EnteredType PIC X.
       01 EnteredValueX PIC X(8).
       01 EnteredValue PIC 9(4)V99.
       01 EnteredScope PIC X.
       01 EnteredScopeValue PIC X(5).
       01 EnteredDesc PIC X(20).
       01 EntryOk PIC X.
       01 DupFound PIC X.
       01 PickIdxX PIC X(3).
       01 PickIdx PIC 9(3).
       01 WorkMonth PIC 99.
       01 WorkDay PIC 99.
       01 ExcludeIdx PIC 9(3) VALUE ZERO.
       01 AsOfDate PIC 9(8).
       01 AudActionWanted PIC X(8).
       01 PromoAuditLine.
           02 AudTimestamp PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 AudAction PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 AudPromo PIC X(62).
           02 FILLER PIC X VALUE SPACE.
           02 AudOperator PIC X(8).
       01 ListLine.
           02 PrnIdx PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCode PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStart PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnEnd PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnType PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnValue PIC ZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnScope PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnScopeValue PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDesc PIC X(20).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           PERFORM LoadPromoTable.
           PERFORM MenuLoop UNTIL StayOpen IS EQUAL TO 'N'.
           IF ChangesMade IS GREATER THAN ZERO THEN
               PERFORM SavePromoTable
               DISPLAY 'Cambios guardados: ' ChangesMade
           END-IF.
           STOP RUN.

       LoadPromoTable.
           OPEN INPUT PromoFile.
           IF PromoStatus IS EQUAL TO "00" THEN
               PERFORM LoadOnePromo UNTIL PromoEOF IS EQUAL TO 'Y'
               CLOSE PromoFile
           ELSE IF PromoStatus IS EQUAL TO "05" THEN
               CLOSE PromoFile
           END-IF.

       LoadOnePromo.
           READ PromoFile
               AT END MOVE 'Y' TO PromoEOF
               NOT AT END
                   IF PromoCount IS LESS THAN 300 THEN
                       ADD 1 TO PromoCount
                       MOVE PRMCode TO TblPromoCode(PromoCount)
                       MOVE PRMStartDate TO TblPromoStart(PromoCount)
                       MOVE PRMEndDate TO TblPromoEnd(PromoCount)
                       MOVE PRMType TO TblPromoType(PromoCount)
                       MOVE PRMValue TO TblPromoValue(PromoCount)
                       MOVE PRMScope TO TblPromoScope(PromoCount)
                       MOVE PRMScopeValue
                           TO TblPromoScopeVal(PromoCount)
                       MOVE PRMDesc TO TblPromoDesc(PromoCount)
                   END-IF
           END-READ.

       MenuLoop.
           DISPLAY ' '
           DISPLAY 'Mantenimiento de promociones'
           DISPLAY '1 : Listar'
           DISPLAY '2 : Agregar'
           DISPLAY '3 : Corregir'
           DISPLAY '4 : Vigentes en fecha'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM ListPromos
               WHEN 2 PERFORM GuardedAddPromo
               WHEN 3 PERFORM GuardedCorrectPromo
               WHEN 4 PERFORM ListPromosOnDate
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE.

       ListPromos.
           DISPLAY 'No   Codigo  Inicio   Fin       T   Valor  '
               'A Elegible  Descripcion'.
           IF PromoCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin promociones cargadas.'
           ELSE
               PERFORM ListOnePromo
                   VARYING ListIdx FROM 1 BY 1
                   UNTIL ListIdx IS GREATER THAN PromoCount
           END-IF.

       ListOnePromo.
           MOVE ListIdx TO PrnIdx.
           MOVE TblPromoCode(ListIdx) TO PrnCode.
           MOVE TblPromoStart(ListIdx) TO PrnStart.
           MOVE TblPromoEnd(ListIdx) TO PrnEnd.
           MOVE TblPromoType(ListIdx) TO PrnType.
           MOVE TblPromoValue(ListIdx) TO PrnValue.
           MOVE TblPromoScope(ListIdx) TO PrnScope.
           MOVE TblPromoScopeVal(ListIdx) TO PrnScopeValue.
           MOVE TblPromoDesc(ListIdx) TO PrnDesc.
           DISPLAY ListLine.

       ListPromosOnDate.
           MOVE 'Y' TO EntryOk.
           PERFORM CapturePromoDate.
           IF EntryOk IS EQUAL TO 'Y' THEN
               MOVE EnteredDate TO AsOfDate
               MOVE ZERO TO ListedCount
               PERFORM ListOnePromoOnDate
                   VARYING ListIdx FROM 1 BY 1
                   UNTIL ListIdx IS GREATER THAN PromoCount
               IF ListedCount IS EQUAL TO ZERO THEN
                   DISPLAY 'Sin promociones vigentes en esa fecha.'
               END-IF
           END-IF.
           MOVE 'Y' TO EntryOk.

       ListOnePromoOnDate.
           IF TblPromoStart(ListIdx) IS NOT GREATER THAN AsOfDate AND
               TblPromoEnd(ListIdx) IS NOT LESS THAN AsOfDate THEN
               ADD 1 TO ListedCount
               PERFORM ListOnePromo
           END-IF.

       GuardedAddPromo.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Solo supervisores cambian promociones.'
           ELSE
               PERFORM AddPromo
           END-IF.

       GuardedCorrectPromo.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Solo supervisores cambian promociones.'
           ELSE
               PERFORM CorrectPromo
           END-IF.

       AddPromo.
           IF PromoCount IS EQUAL TO 300 THEN
               DISPLAY 'Tabla de promociones llena (300).'
           ELSE
               MOVE ZERO TO ExcludeIdx
               PERFORM CapturePromoEntry
               IF EntryOk IS EQUAL TO 'Y' THEN
                   ADD 1 TO PromoCount
                   PERFORM StoreEnteredPromo
                   ADD 1 TO ChangesMade
                   MOVE 'AGREGAR' TO AudActionWanted
                   PERFORM WritePromoAudit
                   DISPLAY 'Promocion agregada.'
               END-IF
           END-IF.

       CorrectPromo.
           PERFORM ListPromos.
           DISPLAY 'Numero a corregir:' WITH NO ADVANCING.
           ACCEPT PickIdxX.
           IF FUNCTION TEST-NUMVAL(PickIdxX) IS EQUAL TO ZERO THEN
               COMPUTE PickIdx = FUNCTION NUMVAL(PickIdxX)
           ELSE
               MOVE ZERO TO PickIdx
           END-IF.
           IF PickIdx IS EQUAL TO ZERO OR
               PickIdx IS GREATER THAN PromoCount THEN
               DISPLAY 'Numero invalido.'
           ELSE
               MOVE PickIdx TO ExcludeIdx
               PERFORM CapturePromoEntry
               IF EntryOk IS EQUAL TO 'Y' THEN
                   MOVE PickIdx TO ListIdx
                   PERFORM StoreEnteredPromo
                   ADD 1 TO ChangesMade
                   MOVE 'CORREGIR' TO AudActionWanted
                   PERFORM WritePromoAudit
                   DISPLAY 'Promocion corregida.'
               END-IF
           END-IF.

       StoreEnteredPromo.
           IF ExcludeIdx IS EQUAL TO ZERO THEN
               MOVE PromoCount TO ListIdx
           END-IF.
           MOVE EnteredCode TO TblPromoCode(ListIdx).
           MOVE EnteredStart TO TblPromoStart(ListIdx).
           MOVE EnteredEnd TO TblPromoEnd(ListIdx).
           MOVE EnteredType TO TblPromoType(ListIdx).
           MOVE EnteredValue TO TblPromoValue(ListIdx).
           MOVE EnteredScope TO TblPromoScope(ListIdx).
           MOVE EnteredScopeValue TO TblPromoScopeVal(ListIdx).
           MOVE EnteredDesc TO TblPromoDesc(ListIdx).

       CapturePromoEntry.
           MOVE 'Y' TO EntryOk.
           DISPLAY 'Codigo de promocion (6):' WITH NO ADVANCING.
           ACCEPT EnteredCode.
           MOVE FUNCTION UPPER-CASE(EnteredCode) TO EnteredCode.
           IF EnteredCode IS EQUAL TO SPACE THEN
               DISPLAY 'Codigo invalido.'
               MOVE 'N' TO EntryOk
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Inicio - ' WITH NO ADVANCING
               PERFORM CapturePromoDate
               MOVE EnteredDate TO EnteredStart
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Fin - ' WITH NO ADVANCING
               PERFORM CapturePromoDate
               MOVE EnteredDate TO EnteredEnd
               IF EntryOk IS EQUAL TO 'Y' AND
                   EnteredEnd IS LESS THAN EnteredStart THEN
                   DISPLAY 'Fin anterior al inicio.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM CapturePromoValue
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM CapturePromoScope
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Descripcion:' WITH NO ADVANCING
               ACCEPT EnteredDesc
               PERFORM RefuseOnDuplicate
           END-IF.

       CapturePromoDate.
           DISPLAY 'Fecha (AAAAMMDD):' WITH NO ADVANCING.
           ACCEPT EnteredDateX.
           IF FUNCTION TEST-NUMVAL(EnteredDateX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredDate = FUNCTION NUMVAL(EnteredDateX)
           ELSE
               MOVE ZERO TO EnteredDate
           END-IF.
           MOVE EnteredDate(5:2) TO WorkMonth.
           MOVE EnteredDate(7:2) TO WorkDay.
           IF EnteredDate IS LESS THAN 19000101 OR
               WorkMonth IS LESS THAN 01 OR
               WorkMonth IS GREATER THAN 12 OR
               WorkDay IS LESS THAN 01 OR
               WorkDay IS GREATER THAN 31 THEN
               DISPLAY 'Fecha invalida.'
               MOVE 'N' TO EntryOk
           END-IF.

       CapturePromoValue.
           DISPLAY 'Tipo (P = porcentaje, F = precio fijo):'
               WITH NO ADVANCING.
           ACCEPT EnteredType.
           MOVE FUNCTION UPPER-CASE(EnteredType) TO EnteredType.
           IF EnteredType IS NOT EQUAL TO 'P' AND
               EnteredType IS NOT EQUAL TO 'F' THEN
               DISPLAY 'Tipo invalido.'
               MOVE 'N' TO EntryOk
           ELSE
               IF EnteredType IS EQUAL TO 'P' THEN
                   DISPLAY 'Porcentaje (p.ej. 15.00):'
                       WITH NO ADVANCING
               ELSE
                   DISPLAY 'Precio (p.ej. 150.00):' WITH NO ADVANCING
               END-IF
               ACCEPT EnteredValueX
               IF FUNCTION TEST-NUMVAL(EnteredValueX) IS EQUAL TO ZERO
                   THEN
                   COMPUTE EnteredValue =
                       FUNCTION NUMVAL(EnteredValueX)
               ELSE
                   MOVE ZERO TO EnteredValue
               END-IF
               IF EnteredValue IS EQUAL TO ZERO THEN
                   DISPLAY 'Valor invalido.'
                   MOVE 'N' TO EntryOk
               ELSE IF EnteredType IS EQUAL TO 'P' AND
                   EnteredValue IS NOT LESS THAN 100 THEN
                   DISPLAY 'Porcentaje debe ser menor a 100.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.

       CapturePromoScope.
           DISPLAY 'Aplica a (P = producto, C = clase de descuento, '
               'A = todo):' WITH NO ADVANCING.
           ACCEPT EnteredScope.
           MOVE FUNCTION UPPER-CASE(EnteredScope) TO EnteredScope.
           MOVE SPACE TO EnteredScopeValue.
           IF EnteredScope IS EQUAL TO 'P' THEN
               DISPLAY 'Producto (5 letras):' WITH NO ADVANCING
               ACCEPT EnteredScopeValue
           ELSE IF EnteredScope IS EQUAL TO 'C' THEN
               DISPLAY 'Clase de descuento (2):' WITH NO ADVANCING
               ACCEPT EnteredScopeValue(1:2)
           ELSE IF EnteredScope IS NOT EQUAL TO 'A' THEN
               DISPLAY 'Alcance invalido.'
               MOVE 'N' TO EntryOk
           END-IF.
           MOVE FUNCTION UPPER-CASE(EnteredScopeValue)
               TO EnteredScopeValue.
           IF EntryOk IS EQUAL TO 'Y' AND
               EnteredScope IS NOT EQUAL TO 'A' AND
               EnteredScopeValue IS EQUAL TO SPACE THEN
               DISPLAY 'Falta producto o clase.'
               MOVE 'N' TO EntryOk
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' AND
               EnteredType IS EQUAL TO 'F' AND
               EnteredScope IS NOT EQUAL TO 'P' THEN
               DISPLAY 'Precio fijo solo por producto.'
               MOVE 'N' TO EntryOk
           END-IF.

       RefuseOnDuplicate.
           MOVE 'N' TO DupFound.
           IF PromoCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneDuplicate
                   VARYING ListIdx FROM 1 BY 1
                   UNTIL ListIdx IS GREATER THAN PromoCount
           END-IF.
           IF DupFound IS EQUAL TO 'Y' THEN
               DISPLAY 'Ya existe la promocion para ese producto o '
                   'clase,'
               DISPLAY 'corregir la existente en su lugar.'
               MOVE 'N' TO EntryOk
           END-IF.

       CheckOneDuplicate.
           IF ListIdx IS NOT EQUAL TO ExcludeIdx AND
               TblPromoCode(ListIdx) IS EQUAL TO EnteredCode AND
               TblPromoScope(ListIdx) IS EQUAL TO EnteredScope AND
               TblPromoScopeVal(ListIdx) IS EQUAL TO EnteredScopeValue
               THEN
               MOVE 'Y' TO DupFound
           END-IF.

       WritePromoAudit.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AudTimestamp.
           MOVE AudActionWanted TO AudAction.
           MOVE EnteredCode TO PRMCode.
           MOVE EnteredStart TO PRMStartDate.
           MOVE EnteredEnd TO PRMEndDate.
           MOVE EnteredType TO PRMType.
           MOVE EnteredValue TO PRMValue.
           MOVE EnteredScope TO PRMScope.
           MOVE EnteredScopeValue TO PRMScopeValue.
           MOVE EnteredDesc TO PRMDesc.
           MOVE PromoRecord TO AudPromo.
           MOVE OperatorID TO AudOperator.
           OPEN EXTEND PromoAuditFile.
           IF AuditStatus IS EQUAL TO "00" OR
               AuditStatus IS EQUAL TO "05" THEN
               WRITE PromoAuditRecord FROM PromoAuditLine
               CLOSE PromoAuditFile
           END-IF.

       SavePromoTable.
           OPEN OUTPUT PromoFile.
           PERFORM SaveOnePromo
               VARYING ListIdx FROM 1 BY 1
               UNTIL ListIdx IS GREATER THAN PromoCount.
           CLOSE PromoFile.

       SaveOnePromo.
           MOVE SPACE TO PromoRecord.
           MOVE TblPromoCode(ListIdx) TO PRMCode.
           MOVE TblPromoStart(ListIdx) TO PRMStartDate.
           MOVE TblPromoEnd(ListIdx) TO PRMEndDate.
           MOVE TblPromoType(ListIdx) TO PRMType.
           MOVE TblPromoValue(ListIdx) TO PRMValue.
           MOVE TblPromoScope(ListIdx) TO PRMScope.
           MOVE TblPromoScopeVal(ListIdx) TO PRMScopeValue.
           MOVE TblPromoDesc(ListIdx) TO PRMDesc.
           WRITE PromoRecord.
