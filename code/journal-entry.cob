       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EntryFile
               ASSIGN TO "./journal-entries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EntryStatus.
           SELECT AccountFile ASSIGN TO "./gl-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcctStatus.
           SELECT OPTIONAL EntryAuditFile
               ASSIGN TO "./journal-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
       DATA DIVISION.
       FILE SECTION.
       FD EntryFile.
       01 EntryHeaderRecord.
           02 JEHRecType PIC X.
           02 FILLER PIC X.
           02 JEHNum PIC 9(6).
           02 FILLER PIC X.
           02 JEHDate PIC 9(8).
           02 FILLER PIC X.
           02 JEHRecurring PIC X.
           02 FILLER PIC X.
           02 JEHAutoRev PIC X.
           02 FILLER PIC X.
           02 JEHRecurUntil PIC 9(6).
           02 FILLER PIC X.
           02 JEHStatus PIC X.
           02 FILLER PIC X.
           02 JEHReqOper PIC X(8).
           02 FILLER PIC X.
           02 JEHAppOper PIC X(8).
           02 FILLER PIC X.
           02 JEHPostedThru PIC 9(6).
           02 FILLER PIC X.
           02 JEHReversedThru PIC 9(6).
           02 FILLER PIC X.
           02 JEHDesc PIC X(30).
       01 EntryLineRecord.
           02 JELRecType PIC X.
           02 FILLER PIC X.
           02 JELNum PIC 9(6).
           02 FILLER PIC X.
           02 JELLineNum PIC 9(2).
           02 FILLER PIC X.
           02 JELAcct PIC 9(4).
           02 FILLER PIC X.
           02 JELSide PIC X.
           02 FILLER PIC X.
           02 JELAmount PIC 9(8)V99.

       FD AccountFile.
       01 AccountRecord.
           02 ACAcct PIC 9(4).
           02 FILLER PIC X.
           02 ACName PIC X(30).

       FD EntryAuditFile.
       01 EntryAuditRecord PIC X(70).

       WORKING-STORAGE SECTION.
       01 EntryStatus PIC XX.
       01 AcctStatus PIC XX.
       01 AuditStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 AcctCount PIC 9(3) VALUE ZERO.
       01 AcctTable.
           02 AcctEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON AcctCount
               INDEXED BY ACI.
               03 TblAcct PIC 9(4).
               03 TblAcctName PIC X(30).
       01 AcctIdx PIC 9(3).
       01 AcctFoundIdx PIC 9(3).
       01 HdrCount PIC 9(4) VALUE ZERO.
       01 HdrTable.
           02 HdrEntry
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON HdrCount
               INDEXED BY HDI.
               03 TblJeNum PIC 9(6).
               03 TblJeDate PIC 9(8).
               03 TblJeRecurring PIC X.
               03 TblJeAutoRev PIC X.
               03 TblJeRecurUntil PIC 9(6).
               03 TblJeStatus PIC X.
               03 TblJeReqOper PIC X(8).
               03 TblJeAppOper PIC X(8).
               03 TblJePostedThru PIC 9(6).
               03 TblJeReversedThru PIC 9(6).
               03 TblJeDesc PIC X(30).
               03 TblJeTotal PIC 9(10)V99.
       01 HdrIdx PIC 9(4).
       01 SaveHdrIdx PIC 9(4).
       01 LineCount PIC 9(4) VALUE ZERO.
       01 LineTable.
           02 LineEntry
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON LineCount
               INDEXED BY LNI.
               03 TblLnNum PIC 9(6).
               03 TblLnLineNum PIC 9(2).
               03 TblLnAcct PIC 9(4).
               03 TblLnSide PIC X.
               03 TblLnAmount PIC 9(8)V99.
       01 LineIdx PIC 9(4).
       01 SaveLineIdx PIC 9(4).
       01 LastJeNum PIC 9(6) VALUE ZERO.
       01 WorkCount PIC 9(2) VALUE ZERO.
       01 WorkTable.
           02 WorkEntry
               OCCURS 1 TO 50 TIMES
               DEPENDING ON WorkCount
               INDEXED BY WKI.
               03 TblWkAcct PIC 9(4).
               03 TblWkSide PIC X.
               03 TblWkAmount PIC 9(8)V99.
       01 WorkIdx PIC 9(2).
       01 LinesDone PIC X.
       01 EntryOk PIC X.
       01 EnteredDateX PIC X(8).
       01 EnteredDate PIC 9(8).
       01 EnteredDesc PIC X(30).
       01 EnteredRecurring PIC X.
       01 EnteredAutoRev PIC X.
       01 EnteredUntilX PIC X(6).
       01 EnteredUntil PIC 9(6).
       01 EnteredAcctX PIC X(4).
       01 EnteredAcct PIC 9(4).
       01 EnteredSide PIC X.
       01 EnteredAmountX PIC X(14).
       01 EnteredAmount PIC 9(8)V99.
       01 EnteredNumX PIC X(6).
       01 EnteredNum PIC 9(6).
       01 WorkMonth PIC 99.
       01 WorkDay PIC 99.
       01 EntryDebits PIC 9(10)V99.
       01 EntryCredits PIC 9(10)V99.
       01 Decision PIC X.
       01 ListedCount PIC 9(4).
       01 CapturedCount PIC 9(4) VALUE ZERO.
       01 DecidedCount PIC 9(4) VALUE ZERO.
       01 AudActionWanted PIC X(8).
       01 EntryAuditLine.
           02 AudTimestamp PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 AudAction PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 AudNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 AudDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 AudTotal PIC ZZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 AudOperator PIC X(8).
       01 ListHeading.
           02 FILLER PIC X(36) VALUE
               'Poliza  Fecha    R A E       Importe'.
           02 FILLER PIC X(30) VALUE
               ' Solicito Aprobo   Descripcion'.
       01 ListLine.
           02 PrnNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRecurring PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAutoRev PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatus PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotal PIC ZZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnReqOper PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAppOper PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDesc PIC X(30).
       01 DetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnLineNum PIC Z9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAcct PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAcctName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDebit PIC ZZZZZZZZ9.99.
           02 PrnDebitX REDEFINES PrnDebit PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCredit PIC ZZZZZZZZ9.99.
           02 PrnCreditX REDEFINES PrnCredit PIC X(12).
       01 DebitDisplay PIC ZZZZZZZZZ9.99.
       01 CreditDisplay PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadAccounts.
           IF AcctCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin catalogo de cuentas en gl-accounts.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadEntryTable.
           PERFORM MenuLoop UNTIL StayOpen IS EQUAL TO 'N'.
           DISPLAY 'Polizas capturadas: ' CapturedCount.
           DISPLAY 'Polizas resueltas:  ' DecidedCount.
           STOP RUN.

       MenuLoop.
           DISPLAY ' '
           DISPLAY 'Polizas manuales'
           DISPLAY '1 : Capturar poliza'
           DISPLAY '2 : Aprobar polizas (supervisor)'
           DISPLAY '3 : Consultar polizas'
           DISPLAY '4 : Dar de baja poliza recurrente (supervisor)'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM CaptureEntry
               WHEN 2 PERFORM ApproveEntries
               WHEN 3 PERFORM InquireEntries
               WHEN 4 PERFORM CancelRecurring
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE.

       LoadAccounts.
           OPEN INPUT AccountFile.
           IF AcctStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneAccount UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE AccountFile
           END-IF.

       LoadOneAccount.
           READ AccountFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF AcctCount IS LESS THAN 200 THEN
                       ADD 1 TO AcctCount
                       MOVE ACAcct TO TblAcct(AcctCount)
                       MOVE ACName TO TblAcctName(AcctCount)
                   END-IF
           END-READ.

       LoadEntryTable.
           OPEN INPUT EntryFile.
           IF EntryStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneEntryRec UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE EntryFile
           ELSE IF EntryStatus IS EQUAL TO "05" THEN
               CLOSE EntryFile
           END-IF.

       LoadOneEntryRec.
           READ EntryFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF JEHRecType IS EQUAL TO 'H' THEN
                       PERFORM KeepOneHeader
                   ELSE IF JELRecType IS EQUAL TO 'L' THEN
                       PERFORM KeepOneLine
                   END-IF
           END-READ.

       KeepOneHeader.
           IF HdrCount IS EQUAL TO 1000 THEN
               DISPLAY 'Tabla de polizas llena (1000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO HdrCount.
           MOVE JEHNum TO TblJeNum(HdrCount).
           MOVE JEHDate TO TblJeDate(HdrCount).
           MOVE JEHRecurring TO TblJeRecurring(HdrCount).
           MOVE JEHAutoRev TO TblJeAutoRev(HdrCount).
           MOVE JEHRecurUntil TO TblJeRecurUntil(HdrCount).
           MOVE JEHStatus TO TblJeStatus(HdrCount).
           MOVE JEHReqOper TO TblJeReqOper(HdrCount).
           MOVE JEHAppOper TO TblJeAppOper(HdrCount).
           MOVE JEHPostedThru TO TblJePostedThru(HdrCount).
           MOVE JEHReversedThru TO TblJeReversedThru(HdrCount).
           MOVE JEHDesc TO TblJeDesc(HdrCount).
           MOVE ZERO TO TblJeTotal(HdrCount).
           IF JEHNum IS GREATER THAN LastJeNum THEN
               MOVE JEHNum TO LastJeNum
           END-IF.

       KeepOneLine.
           IF LineCount IS EQUAL TO 5000 THEN
               DISPLAY 'Tabla de renglones llena (5000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO LineCount.
           MOVE JELNum TO TblLnNum(LineCount).
           MOVE JELLineNum TO TblLnLineNum(LineCount).
           MOVE JELAcct TO TblLnAcct(LineCount).
           MOVE JELSide TO TblLnSide(LineCount).
           MOVE JELAmount TO TblLnAmount(LineCount).
           IF JELSide IS EQUAL TO 'D' AND HdrCount IS GREATER THAN
               ZERO THEN
               IF TblJeNum(HdrCount) IS EQUAL TO JELNum THEN
                   ADD JELAmount TO TblJeTotal(HdrCount)
               END-IF
           END-IF.

       SaveEntryTable.
           OPEN OUTPUT EntryFile.
           IF HdrCount IS GREATER THAN ZERO THEN
               PERFORM SaveOneEntry
                   VARYING SaveHdrIdx FROM 1 BY 1
                   UNTIL SaveHdrIdx IS GREATER THAN HdrCount
           END-IF.
           CLOSE EntryFile.

       SaveOneEntry.
           MOVE SPACE TO EntryHeaderRecord.
           MOVE 'H' TO JEHRecType.
           MOVE TblJeNum(SaveHdrIdx) TO JEHNum.
           MOVE TblJeDate(SaveHdrIdx) TO JEHDate.
           MOVE TblJeRecurring(SaveHdrIdx) TO JEHRecurring.
           MOVE TblJeAutoRev(SaveHdrIdx) TO JEHAutoRev.
           MOVE TblJeRecurUntil(SaveHdrIdx) TO JEHRecurUntil.
           MOVE TblJeStatus(SaveHdrIdx) TO JEHStatus.
           MOVE TblJeReqOper(SaveHdrIdx) TO JEHReqOper.
           MOVE TblJeAppOper(SaveHdrIdx) TO JEHAppOper.
           MOVE TblJePostedThru(SaveHdrIdx) TO JEHPostedThru.
           MOVE TblJeReversedThru(SaveHdrIdx) TO JEHReversedThru.
           MOVE TblJeDesc(SaveHdrIdx) TO JEHDesc.
           WRITE EntryHeaderRecord.
           PERFORM SaveOneLine
               VARYING SaveLineIdx FROM 1 BY 1
               UNTIL SaveLineIdx IS GREATER THAN LineCount.

       SaveOneLine.
           IF TblLnNum(SaveLineIdx) IS EQUAL TO TblJeNum(SaveHdrIdx)
               THEN
               MOVE SPACE TO EntryLineRecord
               MOVE 'L' TO JELRecType
               MOVE TblLnNum(SaveLineIdx) TO JELNum
               MOVE TblLnLineNum(SaveLineIdx) TO JELLineNum
               MOVE TblLnAcct(SaveLineIdx) TO JELAcct
               MOVE TblLnSide(SaveLineIdx) TO JELSide
               MOVE TblLnAmount(SaveLineIdx) TO JELAmount
               WRITE EntryLineRecord
           END-IF.

       CaptureEntry.
           IF HdrCount IS EQUAL TO 1000 THEN
               DISPLAY 'Tabla de polizas llena (1000).'
           ELSE
               PERFORM CaptureEntryHeader
               IF EntryOk IS EQUAL TO 'Y' THEN
                   PERFORM CaptureEntryLines
               END-IF
               IF EntryOk IS EQUAL TO 'Y' THEN
                   PERFORM KeepCapturedEntry
               END-IF
           END-IF.

       CaptureEntryHeader.
           MOVE 'Y' TO EntryOk.
           DISPLAY 'Fecha de la poliza (AAAAMMDD, vacio=hoy):'
               WITH NO ADVANCING.
           MOVE SPACE TO EnteredDateX.
           ACCEPT EnteredDateX.
           IF EnteredDateX IS EQUAL TO SPACE THEN
               MOVE BusinessDate TO EnteredDate
           ELSE IF FUNCTION TEST-NUMVAL(EnteredDateX) IS EQUAL TO ZERO
               THEN
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
           ELSE
               CALL 'PERIODCK' USING EnteredDate, PeriodOpen
               IF PeriodOpen IS EQUAL TO 'N' THEN
                   DISPLAY 'Periodo contable cerrado, no se captura.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Descripcion:' WITH NO ADVANCING
               MOVE SPACE TO EnteredDesc
               ACCEPT EnteredDesc
               IF EnteredDesc IS EQUAL TO SPACE THEN
                   DISPLAY 'La descripcion es obligatoria.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM CaptureEntryFlags
           END-IF.

       CaptureEntryFlags.
           DISPLAY 'Recurrente cada mes? (S/N):' WITH NO ADVANCING.
           MOVE SPACE TO EnteredRecurring.
           ACCEPT EnteredRecurring.
           MOVE FUNCTION UPPER-CASE(EnteredRecurring)
               TO EnteredRecurring.
           IF EnteredRecurring IS EQUAL TO 'S' THEN
               MOVE 'Y' TO EnteredRecurring
           ELSE
               MOVE 'N' TO EnteredRecurring
           END-IF.
           MOVE ZERO TO EnteredUntil.
           IF EnteredRecurring IS EQUAL TO 'Y' THEN
               IF WorkDay IS GREATER THAN 28 THEN
                   DISPLAY 'Una poliza recurrente no puede fecharse '
                       'despues del dia 28.'
                   MOVE 'N' TO EntryOk
               ELSE
                   PERFORM CaptureRecurUntil
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Reversar el primer dia del periodo siguiente?'
                   ' (S/N):' WITH NO ADVANCING
               MOVE SPACE TO EnteredAutoRev
               ACCEPT EnteredAutoRev
               MOVE FUNCTION UPPER-CASE(EnteredAutoRev)
                   TO EnteredAutoRev
               IF EnteredAutoRev IS EQUAL TO 'S' THEN
                   MOVE 'Y' TO EnteredAutoRev
               ELSE
                   MOVE 'N' TO EnteredAutoRev
               END-IF
           END-IF.

       CaptureRecurUntil.
           DISPLAY 'Ultimo mes (AAAAMM, vacio=sin fin):'
               WITH NO ADVANCING.
           MOVE SPACE TO EnteredUntilX.
           ACCEPT EnteredUntilX.
           IF EnteredUntilX IS NOT EQUAL TO SPACE THEN
               IF FUNCTION TEST-NUMVAL(EnteredUntilX) IS EQUAL TO ZERO
                   THEN
                   COMPUTE EnteredUntil = FUNCTION NUMVAL(EnteredUntilX)
               END-IF
               MOVE EnteredUntil(5:2) TO WorkMonth
               IF EnteredUntil IS LESS THAN EnteredDate(1:6) OR
                   WorkMonth IS LESS THAN 01 OR
                   WorkMonth IS GREATER THAN 12 THEN
                   DISPLAY 'Mes final invalido.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.

       CaptureEntryLines.
           MOVE ZERO TO WorkCount.
           MOVE ZERO TO EntryDebits.
           MOVE ZERO TO EntryCredits.
           MOVE 'N' TO LinesDone.
           DISPLAY 'Renglones de la poliza (cuenta vacia=terminar)'.
           PERFORM CaptureOneLine UNTIL LinesDone IS EQUAL TO 'Y'.
           MOVE EntryDebits TO DebitDisplay.
           MOVE EntryCredits TO CreditDisplay.
           DISPLAY 'Cargos: ' DebitDisplay '  Abonos: ' CreditDisplay.
           IF WorkCount IS LESS THAN 2 THEN
               DISPLAY 'La poliza requiere al menos dos renglones.'
               MOVE 'N' TO EntryOk
           ELSE IF EntryDebits IS NOT EQUAL TO EntryCredits THEN
               DISPLAY 'La poliza no cuadra, no se registra.'
               MOVE 'N' TO EntryOk
           ELSE IF LineCount + WorkCount IS GREATER THAN 5000 THEN
               DISPLAY 'Tabla de renglones llena (5000).'
               MOVE 'N' TO EntryOk
           END-IF.

       CaptureOneLine.
           DISPLAY 'Cuenta:' WITH NO ADVANCING.
           MOVE SPACE TO EnteredAcctX.
           ACCEPT EnteredAcctX.
           IF EnteredAcctX IS EQUAL TO SPACE THEN
               MOVE 'Y' TO LinesDone
           ELSE IF WorkCount IS EQUAL TO 50 THEN
               DISPLAY 'Maximo 50 renglones por poliza.'
               MOVE 'Y' TO LinesDone
           ELSE
               PERFORM CaptureLineDetail
           END-IF.

       CaptureLineDetail.
           MOVE ZERO TO EnteredAcct.
           IF FUNCTION TEST-NUMVAL(EnteredAcctX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredAcct = FUNCTION NUMVAL(EnteredAcctX)
           END-IF.
           PERFORM FindAccount.
           IF AcctFoundIdx IS EQUAL TO ZERO THEN
               DISPLAY 'Cuenta no existe en el catalogo.'
           ELSE
               DISPLAY '  ' TblAcctName(AcctFoundIdx)
               DISPLAY 'Cargo o abono (C/A):' WITH NO ADVANCING
               MOVE SPACE TO EnteredSide
               ACCEPT EnteredSide
               MOVE FUNCTION UPPER-CASE(EnteredSide) TO EnteredSide
               DISPLAY 'Importe:' WITH NO ADVANCING
               MOVE SPACE TO EnteredAmountX
               ACCEPT EnteredAmountX
               MOVE ZERO TO EnteredAmount
               IF FUNCTION TEST-NUMVAL(EnteredAmountX) IS EQUAL TO
                   ZERO THEN
                   COMPUTE EnteredAmount =
                       FUNCTION NUMVAL(EnteredAmountX)
                       ON SIZE ERROR MOVE ZERO TO EnteredAmount
                   END-COMPUTE
               END-IF
               IF EnteredSide IS NOT EQUAL TO 'C' AND
                   EnteredSide IS NOT EQUAL TO 'A' THEN
                   DISPLAY 'Indique C (cargo) o A (abono), renglon '
                       'descartado.'
               ELSE IF EnteredAmount IS NOT GREATER THAN ZERO THEN
                   DISPLAY 'Importe invalido, renglon descartado.'
               ELSE
                   PERFORM KeepWorkLine
               END-IF
           END-IF.

       KeepWorkLine.
           ADD 1 TO WorkCount.
           MOVE EnteredAcct TO TblWkAcct(WorkCount).
           MOVE EnteredAmount TO TblWkAmount(WorkCount).
           IF EnteredSide IS EQUAL TO 'C' THEN
               MOVE 'D' TO TblWkSide(WorkCount)
               ADD EnteredAmount TO EntryDebits
           ELSE
               MOVE 'C' TO TblWkSide(WorkCount)
               ADD EnteredAmount TO EntryCredits
           END-IF.

       FindAccount.
           MOVE ZERO TO AcctFoundIdx.
           PERFORM FindOneAccount
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.

       FindOneAccount.
           IF TblAcct(AcctIdx) IS EQUAL TO EnteredAcct AND
               AcctFoundIdx IS EQUAL TO ZERO THEN
               MOVE AcctIdx TO AcctFoundIdx
           END-IF.

       KeepCapturedEntry.
           ADD 1 TO LastJeNum.
           ADD 1 TO HdrCount.
           MOVE LastJeNum TO TblJeNum(HdrCount).
           MOVE EnteredDate TO TblJeDate(HdrCount).
           MOVE EnteredRecurring TO TblJeRecurring(HdrCount).
           MOVE EnteredAutoRev TO TblJeAutoRev(HdrCount).
           MOVE EnteredUntil TO TblJeRecurUntil(HdrCount).
           MOVE 'P' TO TblJeStatus(HdrCount).
           MOVE OperatorID TO TblJeReqOper(HdrCount).
           MOVE SPACE TO TblJeAppOper(HdrCount).
           MOVE ZERO TO TblJePostedThru(HdrCount).
           MOVE ZERO TO TblJeReversedThru(HdrCount).
           MOVE EnteredDesc TO TblJeDesc(HdrCount).
           MOVE EntryDebits TO TblJeTotal(HdrCount).
           PERFORM KeepOneWorkLine
               VARYING WorkIdx FROM 1 BY 1
               UNTIL WorkIdx IS GREATER THAN WorkCount.
           PERFORM SaveEntryTable.
           ADD 1 TO CapturedCount.
           MOVE HdrCount TO HdrIdx.
           MOVE 'CAPTURAR' TO AudActionWanted.
           PERFORM WriteEntryAudit.
           DISPLAY 'Poliza ' LastJeNum
               ' registrada, pendiente de aprobacion.'.

       KeepOneWorkLine.
           ADD 1 TO LineCount.
           MOVE LastJeNum TO TblLnNum(LineCount).
           MOVE WorkIdx TO TblLnLineNum(LineCount).
           MOVE TblWkAcct(WorkIdx) TO TblLnAcct(LineCount).
           MOVE TblWkSide(WorkIdx) TO TblLnSide(LineCount).
           MOVE TblWkAmount(WorkIdx) TO TblLnAmount(LineCount).

       ApproveEntries.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'La aprobacion de polizas requiere supervisor.'
           ELSE
               MOVE ZERO TO ListedCount
               IF HdrCount IS GREATER THAN ZERO THEN
                   PERFORM DecideOneEntry
                       VARYING HdrIdx FROM 1 BY 1
                       UNTIL HdrIdx IS GREATER THAN HdrCount
               END-IF
               IF ListedCount IS EQUAL TO ZERO THEN
                   DISPLAY 'Sin polizas pendientes de aprobacion.'
               END-IF
           END-IF.

       DecideOneEntry.
           IF TblJeStatus(HdrIdx) IS EQUAL TO 'P' THEN
               ADD 1 TO ListedCount
               PERFORM ShowEntry
               PERFORM DecideEntry
           END-IF.

       DecideEntry.
           IF TblJeReqOper(HdrIdx) IS EQUAL TO OperatorID THEN
               DISPLAY '  No puede aprobar su propia solicitud.'
           ELSE
               CALL 'PERIODCK' USING TblJeDate(HdrIdx), PeriodOpen
               IF PeriodOpen IS EQUAL TO 'N' THEN
                   DISPLAY '  Periodo contable cerrado, solo puede '
                       'rechazarse.'
               END-IF
               DISPLAY 'Aprobar? (S=si, N=rechazar, vacio=dejar '
                   'pendiente):' WITH NO ADVANCING
               MOVE SPACE TO Decision
               ACCEPT Decision
               MOVE FUNCTION UPPER-CASE(Decision) TO Decision
               IF Decision IS EQUAL TO 'S' AND
                   PeriodOpen IS EQUAL TO 'Y' THEN
                   MOVE 'A' TO TblJeStatus(HdrIdx)
                   MOVE 'APROBAR' TO AudActionWanted
                   PERFORM MarkEntryDecided
               ELSE IF Decision IS EQUAL TO 'N' THEN
                   MOVE 'X' TO TblJeStatus(HdrIdx)
                   MOVE 'RECHAZAR' TO AudActionWanted
                   PERFORM MarkEntryDecided
               END-IF
           END-IF.

       MarkEntryDecided.
           MOVE OperatorID TO TblJeAppOper(HdrIdx).
           PERFORM SaveEntryTable.
           PERFORM WriteEntryAudit.
           ADD 1 TO DecidedCount.

       ShowEntry.
           DISPLAY ' '.
           DISPLAY ListHeading.
           MOVE TblJeNum(HdrIdx) TO PrnNum.
           MOVE TblJeDate(HdrIdx) TO PrnDate.
           MOVE TblJeRecurring(HdrIdx) TO PrnRecurring.
           MOVE TblJeAutoRev(HdrIdx) TO PrnAutoRev.
           MOVE TblJeStatus(HdrIdx) TO PrnStatus.
           MOVE TblJeTotal(HdrIdx) TO PrnTotal.
           MOVE TblJeReqOper(HdrIdx) TO PrnReqOper.
           MOVE TblJeAppOper(HdrIdx) TO PrnAppOper.
           MOVE TblJeDesc(HdrIdx) TO PrnDesc.
           DISPLAY ListLine.
           PERFORM ShowOneLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx IS GREATER THAN LineCount.
           IF TblJeRecurring(HdrIdx) IS EQUAL TO 'Y' THEN
               IF TblJeRecurUntil(HdrIdx) IS EQUAL TO ZERO THEN
                   DISPLAY '    Recurrente cada mes, sin fin.'
               ELSE
                   DISPLAY '    Recurrente cada mes hasta '
                       TblJeRecurUntil(HdrIdx) '.'
               END-IF
           END-IF.
           IF TblJeAutoRev(HdrIdx) IS EQUAL TO 'Y' THEN
               DISPLAY '    Se reversa el primer dia del periodo '
                   'siguiente.'
           END-IF.

       ShowOneLine.
           IF TblLnNum(LineIdx) IS EQUAL TO TblJeNum(HdrIdx) THEN
               MOVE TblLnLineNum(LineIdx) TO PrnLineNum
               MOVE TblLnAcct(LineIdx) TO PrnAcct
               MOVE TblLnAcct(LineIdx) TO EnteredAcct
               PERFORM FindAccount
               IF AcctFoundIdx IS EQUAL TO ZERO THEN
                   MOVE 'Cuenta sin catalogo' TO PrnAcctName
               ELSE
                   MOVE TblAcctName(AcctFoundIdx) TO PrnAcctName
               END-IF
               IF TblLnSide(LineIdx) IS EQUAL TO 'D' THEN
                   MOVE TblLnAmount(LineIdx) TO PrnDebit
                   MOVE SPACE TO PrnCreditX
               ELSE
                   MOVE SPACE TO PrnDebitX
                   MOVE TblLnAmount(LineIdx) TO PrnCredit
               END-IF
               DISPLAY DetailLine
           END-IF.

       InquireEntries.
           DISPLAY 'Numero de poliza (vacio=listar todas):'
               WITH NO ADVANCING.
           MOVE SPACE TO EnteredNumX.
           ACCEPT EnteredNumX.
           MOVE ZERO TO EnteredNum.
           IF EnteredNumX IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(EnteredNumX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredNum = FUNCTION NUMVAL(EnteredNumX)
           END-IF.
           MOVE ZERO TO ListedCount.
           IF EnteredNum IS EQUAL TO ZERO THEN
               DISPLAY ListHeading
           END-IF.
           IF HdrCount IS GREATER THAN ZERO THEN
               PERFORM InquireOneEntry
                   VARYING HdrIdx FROM 1 BY 1
                   UNTIL HdrIdx IS GREATER THAN HdrCount
           END-IF.
           IF ListedCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin polizas.'
           END-IF.
           DISPLAY 'Estado: P pendiente, A aprobada, X rechazada, '
               'C contabilizada, B baja'.

       InquireOneEntry.
           IF EnteredNum IS EQUAL TO ZERO THEN
               ADD 1 TO ListedCount
               MOVE TblJeNum(HdrIdx) TO PrnNum
               MOVE TblJeDate(HdrIdx) TO PrnDate
               MOVE TblJeRecurring(HdrIdx) TO PrnRecurring
               MOVE TblJeAutoRev(HdrIdx) TO PrnAutoRev
               MOVE TblJeStatus(HdrIdx) TO PrnStatus
               MOVE TblJeTotal(HdrIdx) TO PrnTotal
               MOVE TblJeReqOper(HdrIdx) TO PrnReqOper
               MOVE TblJeAppOper(HdrIdx) TO PrnAppOper
               MOVE TblJeDesc(HdrIdx) TO PrnDesc
               DISPLAY ListLine
           ELSE IF TblJeNum(HdrIdx) IS EQUAL TO EnteredNum THEN
               ADD 1 TO ListedCount
               PERFORM ShowEntry
               IF TblJePostedThru(HdrIdx) IS GREATER THAN ZERO THEN
                   DISPLAY '    Contabilizada hasta '
                       TblJePostedThru(HdrIdx)
               END-IF
               IF TblJeReversedThru(HdrIdx) IS GREATER THAN ZERO THEN
                   DISPLAY '    Reversada hasta '
                       TblJeReversedThru(HdrIdx)
               END-IF
           END-IF.

       CancelRecurring.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Solo supervisores dan de baja polizas.'
           ELSE
               DISPLAY 'Numero de poliza recurrente:'
                   WITH NO ADVANCING
               MOVE SPACE TO EnteredNumX
               ACCEPT EnteredNumX
               MOVE ZERO TO EnteredNum
               IF FUNCTION TEST-NUMVAL(EnteredNumX) IS EQUAL TO ZERO
                   THEN
                   COMPUTE EnteredNum = FUNCTION NUMVAL(EnteredNumX)
               END-IF
               MOVE ZERO TO ListedCount
               IF HdrCount IS GREATER THAN ZERO THEN
                   PERFORM CancelOneRecurring
                       VARYING HdrIdx FROM 1 BY 1
                       UNTIL HdrIdx IS GREATER THAN HdrCount
               END-IF
               IF ListedCount IS EQUAL TO ZERO THEN
                   DISPLAY 'No hay poliza recurrente vigente con ese '
                       'numero.'
               END-IF
           END-IF.

       CancelOneRecurring.
           IF TblJeNum(HdrIdx) IS EQUAL TO EnteredNum AND
               TblJeRecurring(HdrIdx) IS EQUAL TO 'Y' AND
               (TblJeStatus(HdrIdx) IS EQUAL TO 'A' OR
               TblJeStatus(HdrIdx) IS EQUAL TO 'P') THEN
               ADD 1 TO ListedCount
               MOVE 'B' TO TblJeStatus(HdrIdx)
               PERFORM SaveEntryTable
               MOVE 'BAJA' TO AudActionWanted
               PERFORM WriteEntryAudit
               DISPLAY 'Poliza ' EnteredNum ' dada de baja; ya no '
                   'se contabiliza en meses siguientes.'
           END-IF.

       WriteEntryAudit.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AudTimestamp.
           MOVE AudActionWanted TO AudAction.
           MOVE TblJeNum(HdrIdx) TO AudNum.
           MOVE TblJeDate(HdrIdx) TO AudDate.
           MOVE TblJeTotal(HdrIdx) TO AudTotal.
           MOVE OperatorID TO AudOperator.
           OPEN EXTEND EntryAuditFile.
           IF AuditStatus IS EQUAL TO "00" OR
               AuditStatus IS EQUAL TO "05" THEN
               WRITE EntryAuditRecord FROM EntryAuditLine
               CLOSE EntryAuditFile
           END-IF.
