       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BudgetFile ASSIGN TO "./budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BudgetStatus.
           SELECT AccountFile ASSIGN TO "./gl-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcctStatus.
           SELECT OPTIONAL BudgetLoadFile
               ASSIGN TO "./budget-load.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoadStatus.
           SELECT OPTIONAL BudgetAuditFile
               ASSIGN TO "./budget-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BudgetFile.
       01 BudgetRecord.
           02 BGFAcct PIC 9(4).
           02 FILLER PIC X.
           02 BGFMonth PIC 9(6).
           02 FILLER PIC X.
           02 BGFAmount PIC S9(8)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X.
           02 BGFPendAmount PIC S9(8)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X.
           02 BGFStatus PIC X.
           02 FILLER PIC X.
           02 BGFReqOper PIC X(8).
           02 FILLER PIC X.
           02 BGFAppOper PIC X(8).

       FD AccountFile.
       01 AccountRecord.
           02 ACAcct PIC 9(4).
           02 FILLER PIC X.
           02 ACName PIC X(30).
           02 FILLER PIC X.
           02 ACType PIC X.
           02 FILLER PIC X.
           02 ACGroup PIC X(25).

       FD BudgetLoadFile.
       01 BudgetLoadRecord.
           02 BLAcct PIC 9(4).
           02 FILLER PIC X.
           02 BLYear PIC 9(4).
           02 BLMonthEntry OCCURS 12 TIMES.
               03 FILLER PIC X.
               03 BLAmount PIC S9(8)V99 SIGN LEADING SEPARATE.

       FD BudgetAuditFile.
       01 BudgetAuditRecord PIC X(70).

       WORKING-STORAGE SECTION.
       01 BudgetStatus PIC XX.
       01 AcctStatus PIC XX.
       01 LoadStatus PIC XX.
       01 AuditStatus PIC XX.
       01 WSEOF PIC X.
       01 AcctCount PIC 9(3) VALUE ZERO.
       01 AcctTable.
           02 AcctEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON AcctCount
               INDEXED BY ACI.
               03 TblAcct PIC 9(4).
               03 TblAcctName PIC X(30).
       01 AcctIdx PIC 9(3).
       01 AcctFound PIC X.
       01 BudCount PIC 9(4) VALUE ZERO.
       01 BudTable.
           02 BudEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON BudCount
               INDEXED BY BDI.
               03 TblBudAcct PIC 9(4).
               03 TblBudMonth PIC 9(6).
               03 TblBudAmount PIC S9(8)V99.
               03 TblBudPendAmount PIC S9(8)V99.
               03 TblBudStatus PIC X.
               03 TblBudReqOper PIC X(8).
               03 TblBudAppOper PIC X(8).
       01 BudIdx PIC 9(4).
       01 FoundIdx PIC 9(4).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 ChangesMade PIC 9(5) VALUE ZERO.
       01 EnteredAcctX PIC X(4).
       01 EnteredAcct PIC 9(4).
       01 EnteredMonthX PIC X(6).
       01 EnteredMonth PIC 9(6).
       01 EnteredAmountX PIC X(14).
       01 EnteredAmount PIC S9(8)V99.
       01 EntryOk PIC X.
       01 WorkMonth PIC 99.
       01 FilterYearX PIC X(4).
       01 FilterYear PIC 9(4).
       01 ListedCount PIC 9(4).
       01 Decision PIC X.
       01 ApproveAll PIC X.
       01 DecidedCount PIC 9(4).
       01 MonthIdx PIC 99.
       01 LoadLinesRead PIC 9(5).
       01 LoadLinesRejected PIC 9(5).
       01 LoadChanges PIC 9(5).
       01 LoadValid PIC X.
       01 AudActionWanted PIC X(8).
       01 OldAmount PIC S9(8)V99.
       01 NewAmount PIC S9(8)V99.
       01 RejSource PIC X(10) VALUE 'BUDGMNT'.
       01 RejReason PIC X(30).
       01 RejData PIC X(200).
       01 BudgetAuditLine.
           02 AudTimestamp PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 AudAction PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 AudAcct PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 AudMonth PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 AudOldAmount PIC -ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 AudNewAmount PIC -ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 AudOperator PIC X(8).
       01 ListHeading PIC X(70) VALUE
           'Cta  Mes      Presupuesto E     Pendiente Solicito Aprobo'.
       01 ListLine.
           02 PrnAcct PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnMonth PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAmount PIC -ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatus PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPendAmount PIC -ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnReqOper PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAppOper PIC X(8).
       01 AmountDisplay PIC -ZZZZZZZ9.99.
       01 PendDisplay PIC -ZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           PERFORM LoadAccounts.
           IF AcctCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin catalogo de cuentas en gl-accounts.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadBudgetTable.
           PERFORM MenuLoop UNTIL StayOpen IS EQUAL TO 'N'.
           IF ChangesMade IS GREATER THAN ZERO THEN
               PERFORM SaveBudgetTable
               DISPLAY 'Cambios guardados: ' ChangesMade
           END-IF.
           STOP RUN.

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

       LoadBudgetTable.
           OPEN INPUT BudgetFile.
           IF BudgetStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneBudget UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE BudgetFile
           ELSE IF BudgetStatus IS EQUAL TO "05" THEN
               CLOSE BudgetFile
           END-IF.

       LoadOneBudget.
           READ BudgetFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF BudCount IS EQUAL TO 3000 THEN
                       DISPLAY 'Tabla de presupuesto llena (3000).'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO BudCount
                   MOVE BGFAcct TO TblBudAcct(BudCount)
                   MOVE BGFMonth TO TblBudMonth(BudCount)
                   MOVE BGFAmount TO TblBudAmount(BudCount)
                   MOVE BGFPendAmount TO TblBudPendAmount(BudCount)
                   MOVE BGFStatus TO TblBudStatus(BudCount)
                   MOVE BGFReqOper TO TblBudReqOper(BudCount)
                   MOVE BGFAppOper TO TblBudAppOper(BudCount)
           END-READ.

       MenuLoop.
           DISPLAY ' '
           DISPLAY 'Mantenimiento de presupuesto'
           DISPLAY '1 : Listar'
           DISPLAY '2 : Agregar'
           DISPLAY '3 : Corregir'
           DISPLAY '4 : Aprobar pendientes (supervisor)'
           DISPLAY '5 : Cargar desde budget-load.dat'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM ListBudget
               WHEN 2 PERFORM AddBudget
               WHEN 3 PERFORM CorrectBudget
               WHEN 4 PERFORM ApprovePending
               WHEN 5 PERFORM LoadFromFile
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE.

       ListBudget.
           DISPLAY 'Ano (AAAA, vacio=todos):' WITH NO ADVANCING.
           MOVE SPACE TO FilterYearX.
           ACCEPT FilterYearX.
           IF FilterYearX IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(FilterYearX) IS EQUAL TO ZERO THEN
               COMPUTE FilterYear = FUNCTION NUMVAL(FilterYearX)
           ELSE
               MOVE ZERO TO FilterYear
           END-IF.
           DISPLAY ListHeading.
           MOVE ZERO TO ListedCount.
           IF BudCount IS GREATER THAN ZERO THEN
               PERFORM ListOneBudget
                   VARYING BudIdx FROM 1 BY 1
                   UNTIL BudIdx IS GREATER THAN BudCount
           END-IF.
           IF ListedCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin presupuesto cargado.'
           END-IF.

       ListOneBudget.
           IF FilterYear IS EQUAL TO ZERO OR
               TblBudMonth(BudIdx)(1:4) IS EQUAL TO FilterYear THEN
               ADD 1 TO ListedCount
               MOVE TblBudAcct(BudIdx) TO PrnAcct
               MOVE TblBudMonth(BudIdx) TO PrnMonth
               MOVE TblBudAmount(BudIdx) TO PrnAmount
               MOVE TblBudStatus(BudIdx) TO PrnStatus
               MOVE TblBudPendAmount(BudIdx) TO PrnPendAmount
               MOVE TblBudReqOper(BudIdx) TO PrnReqOper
               MOVE TblBudAppOper(BudIdx) TO PrnAppOper
               DISPLAY ListLine
           END-IF.

       AddBudget.
           PERFORM CaptureBudgetKey.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM FindBudgetEntry
               IF FoundIdx IS GREATER THAN ZERO THEN
                   DISPLAY 'Ya existe presupuesto de esa cuenta y mes,'
                   DISPLAY 'corregir el existente en su lugar.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM CaptureBudgetAmount
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               MOVE 'AGREGAR' TO AudActionWanted
               PERFORM ApplyBudgetChange
               DISPLAY 'Presupuesto agregado, pendiente de aprobacion.'
           END-IF.

       CorrectBudget.
           PERFORM CaptureBudgetKey.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM FindBudgetEntry
               IF FoundIdx IS EQUAL TO ZERO THEN
                   DISPLAY 'No existe presupuesto de esa cuenta y mes.'
                   MOVE 'N' TO EntryOk
               ELSE
                   MOVE TblBudAmount(FoundIdx) TO AmountDisplay
                   DISPLAY 'Presupuesto vigente: ' AmountDisplay
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM CaptureBudgetAmount
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               MOVE 'CORREGIR' TO AudActionWanted
               PERFORM ApplyBudgetChange
               DISPLAY 'Correccion registrada, pendiente de '
                   'aprobacion.'
           END-IF.

       CaptureBudgetKey.
           MOVE 'Y' TO EntryOk.
           DISPLAY 'Cuenta contable:' WITH NO ADVANCING.
           ACCEPT EnteredAcctX.
           IF FUNCTION TEST-NUMVAL(EnteredAcctX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredAcct = FUNCTION NUMVAL(EnteredAcctX)
               PERFORM FindAccount
               IF AcctFound IS EQUAL TO 'N' THEN
                   DISPLAY 'Cuenta no existe en el catalogo.'
                   MOVE 'N' TO EntryOk
               END-IF
           ELSE
               DISPLAY 'Cuenta invalida.'
               MOVE 'N' TO EntryOk
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Mes (AAAAMM):' WITH NO ADVANCING
               ACCEPT EnteredMonthX
               IF FUNCTION TEST-NUMVAL(EnteredMonthX) IS EQUAL TO ZERO
                   THEN
                   COMPUTE EnteredMonth = FUNCTION NUMVAL(EnteredMonthX)
               ELSE
                   MOVE ZERO TO EnteredMonth
               END-IF
               MOVE EnteredMonth(5:2) TO WorkMonth
               IF EnteredMonth IS LESS THAN 190001 OR
                   WorkMonth IS LESS THAN 01 OR
                   WorkMonth IS GREATER THAN 12 THEN
                   DISPLAY 'Mes invalido.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.

       CaptureBudgetAmount.
           DISPLAY 'Importe (p.ej. 15000.00, negativo con -):'
               WITH NO ADVANCING.
           ACCEPT EnteredAmountX.
           IF FUNCTION TEST-NUMVAL(EnteredAmountX) IS EQUAL TO ZERO
               THEN
               COMPUTE EnteredAmount = FUNCTION NUMVAL(EnteredAmountX)
                   ON SIZE ERROR
                       DISPLAY 'Importe fuera de rango.'
                       MOVE 'N' TO EntryOk
               END-COMPUTE
           ELSE
               DISPLAY 'Importe invalido.'
               MOVE 'N' TO EntryOk
           END-IF.

       FindAccount.
           MOVE 'N' TO AcctFound.
           PERFORM FindOneAccount
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.

       FindOneAccount.
           IF TblAcct(AcctIdx) IS EQUAL TO EnteredAcct THEN
               MOVE 'Y' TO AcctFound
           END-IF.

       FindBudgetEntry.
           MOVE ZERO TO FoundIdx.
           IF BudCount IS GREATER THAN ZERO THEN
               PERFORM FindOneBudget
                   VARYING BudIdx FROM 1 BY 1
                   UNTIL BudIdx IS GREATER THAN BudCount
           END-IF.

       FindOneBudget.
           IF TblBudAcct(BudIdx) IS EQUAL TO EnteredAcct AND
               TblBudMonth(BudIdx) IS EQUAL TO EnteredMonth AND
               FoundIdx IS EQUAL TO ZERO THEN
               MOVE BudIdx TO FoundIdx
           END-IF.

       ApplyBudgetChange.
           IF FoundIdx IS EQUAL TO ZERO THEN
               IF BudCount IS EQUAL TO 3000 THEN
                   DISPLAY 'Tabla de presupuesto llena (3000).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BudCount
               MOVE BudCount TO FoundIdx
               MOVE EnteredAcct TO TblBudAcct(FoundIdx)
               MOVE EnteredMonth TO TblBudMonth(FoundIdx)
               MOVE ZERO TO TblBudAmount(FoundIdx)
               MOVE SPACE TO TblBudAppOper(FoundIdx)
           END-IF.
           MOVE EnteredAmount TO TblBudPendAmount(FoundIdx).
           MOVE 'P' TO TblBudStatus(FoundIdx).
           MOVE OperatorID TO TblBudReqOper(FoundIdx).
           ADD 1 TO ChangesMade.
           MOVE TblBudAmount(FoundIdx) TO OldAmount.
           MOVE EnteredAmount TO NewAmount.
           PERFORM WriteBudgetAudit.

       ApprovePending.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'La aprobacion requiere supervisor.'
           ELSE
               MOVE ZERO TO ListedCount
               MOVE ZERO TO DecidedCount
               MOVE 'N' TO ApproveAll
               IF BudCount IS GREATER THAN ZERO THEN
                   PERFORM DecideOneBudget
                       VARYING BudIdx FROM 1 BY 1
                       UNTIL BudIdx IS GREATER THAN BudCount
               END-IF
               IF ListedCount IS EQUAL TO ZERO THEN
                   DISPLAY 'Sin cambios de presupuesto pendientes.'
               ELSE
                   DISPLAY 'Cambios decididos: ' DecidedCount
                       ' por ' OperatorID '.'
               END-IF
           END-IF.

       DecideOneBudget.
           IF TblBudStatus(BudIdx) IS EQUAL TO 'P' THEN
               ADD 1 TO ListedCount
               IF TblBudReqOper(BudIdx) IS EQUAL TO OperatorID THEN
                   IF ApproveAll IS EQUAL TO 'N' THEN
                       PERFORM ShowPendingBudget
                       DISPLAY '  No puede aprobar su propia solicitud.'
                   END-IF
               ELSE
                   PERFORM DecideBudget
               END-IF
           END-IF.

       ShowPendingBudget.
           MOVE TblBudAmount(BudIdx) TO AmountDisplay.
           MOVE TblBudPendAmount(BudIdx) TO PendDisplay.
           DISPLAY ' '.
           DISPLAY 'Cuenta ' TblBudAcct(BudIdx) '  mes '
               TblBudMonth(BudIdx) '  vigente ' AmountDisplay
               '  nuevo ' PendDisplay.
           DISPLAY '  Solicitado por ' TblBudReqOper(BudIdx).

       DecideBudget.
           IF ApproveAll IS EQUAL TO 'Y' THEN
               MOVE 'S' TO Decision
           ELSE
               PERFORM ShowPendingBudget
               DISPLAY 'Aprobar? (S=si, N=rechazar, T=todos los que '
                   'siguen, vacio=dejar pendiente):' WITH NO ADVANCING
               MOVE SPACE TO Decision
               ACCEPT Decision
               MOVE FUNCTION UPPER-CASE(Decision) TO Decision
               IF Decision IS EQUAL TO 'T' THEN
                   MOVE 'Y' TO ApproveAll
                   MOVE 'S' TO Decision
               END-IF
           END-IF.
           IF Decision IS EQUAL TO 'S' THEN
               MOVE TblBudAmount(BudIdx) TO OldAmount
               MOVE TblBudPendAmount(BudIdx) TO NewAmount
               MOVE TblBudPendAmount(BudIdx) TO TblBudAmount(BudIdx)
               MOVE 'A' TO TblBudStatus(BudIdx)
               MOVE 'APROBAR' TO AudActionWanted
               PERFORM MarkBudgetDecided
           ELSE IF Decision IS EQUAL TO 'N' THEN
               MOVE TblBudAmount(BudIdx) TO OldAmount
               MOVE TblBudPendAmount(BudIdx) TO NewAmount
               MOVE 'R' TO TblBudStatus(BudIdx)
               MOVE 'RECHAZAR' TO AudActionWanted
               PERFORM MarkBudgetDecided
           END-IF.

       MarkBudgetDecided.
           MOVE ZERO TO TblBudPendAmount(BudIdx).
           MOVE OperatorID TO TblBudAppOper(BudIdx).
           MOVE TblBudAcct(BudIdx) TO EnteredAcct.
           MOVE TblBudMonth(BudIdx) TO EnteredMonth.
           PERFORM WriteBudgetAudit.
           ADD 1 TO ChangesMade.
           ADD 1 TO DecidedCount.

       LoadFromFile.
           MOVE ZERO TO LoadLinesRead.
           MOVE ZERO TO LoadLinesRejected.
           MOVE ZERO TO LoadChanges.
           OPEN INPUT BudgetLoadFile.
           IF LoadStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'Sin budget-load.dat, nada que cargar.'
               IF LoadStatus IS EQUAL TO "05" THEN
                   CLOSE BudgetLoadFile
               END-IF
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM LoadOneLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE BudgetLoadFile
               DISPLAY 'Lineas leidas:     ' LoadLinesRead
               DISPLAY 'Lineas rechazadas: ' LoadLinesRejected
               DISPLAY 'Meses cambiados:   ' LoadChanges
                   ' (pendientes de aprobacion)'
           END-IF.

       LoadOneLine.
           READ BudgetLoadFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO LoadLinesRead
                   PERFORM CheckLoadLine
                   IF LoadValid IS EQUAL TO 'Y' THEN
                       PERFORM LoadOneMonth
                           VARYING MonthIdx FROM 1 BY 1
                           UNTIL MonthIdx IS GREATER THAN 12
                   ELSE
                       ADD 1 TO LoadLinesRejected
                       MOVE BudgetLoadRecord TO RejData
                       CALL 'REJECTREG' USING RejSource, RejReason,
                           RejData
                   END-IF
           END-READ.

       CheckLoadLine.
           MOVE 'Y' TO LoadValid.
           IF BLAcct IS NOT NUMERIC THEN
               MOVE 'N' TO LoadValid
               MOVE 'Cuenta invalida' TO RejReason
           ELSE IF BLYear IS NOT NUMERIC OR
               BLYear IS LESS THAN 1900 THEN
               MOVE 'N' TO LoadValid
               MOVE 'Ano invalido' TO RejReason
           ELSE
               MOVE BLAcct TO EnteredAcct
               PERFORM FindAccount
               IF AcctFound IS EQUAL TO 'N' THEN
                   MOVE 'N' TO LoadValid
                   MOVE 'Cuenta no existe en catalogo' TO RejReason
               ELSE
                   PERFORM CheckOneLoadAmount
                       VARYING MonthIdx FROM 1 BY 1
                       UNTIL MonthIdx IS GREATER THAN 12
               END-IF
           END-IF.

       CheckOneLoadAmount.
           IF BLAmount(MonthIdx) IS NOT NUMERIC AND
               LoadValid IS EQUAL TO 'Y' THEN
               MOVE 'N' TO LoadValid
               MOVE 'Importe mensual invalido' TO RejReason
           END-IF.

       LoadOneMonth.
           MOVE BLAcct TO EnteredAcct.
           COMPUTE EnteredMonth = BLYear * 100 + MonthIdx.
           MOVE BLAmount(MonthIdx) TO EnteredAmount.
           PERFORM FindBudgetEntry.
           IF FoundIdx IS EQUAL TO ZERO THEN
               IF EnteredAmount IS NOT EQUAL TO ZERO THEN
                   MOVE 'CARGAR' TO AudActionWanted
                   PERFORM ApplyBudgetChange
                   ADD 1 TO LoadChanges
               END-IF
           ELSE IF TblBudStatus(FoundIdx) IS EQUAL TO 'P' THEN
               IF EnteredAmount IS NOT EQUAL TO
                   TblBudPendAmount(FoundIdx) THEN
                   MOVE 'CARGAR' TO AudActionWanted
                   PERFORM ApplyBudgetChange
                   ADD 1 TO LoadChanges
               END-IF
           ELSE IF EnteredAmount IS NOT EQUAL TO
               TblBudAmount(FoundIdx) THEN
               MOVE 'CARGAR' TO AudActionWanted
               PERFORM ApplyBudgetChange
               ADD 1 TO LoadChanges
           END-IF.

       WriteBudgetAudit.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AudTimestamp.
           MOVE AudActionWanted TO AudAction.
           MOVE EnteredAcct TO AudAcct.
           MOVE EnteredMonth TO AudMonth.
           MOVE OldAmount TO AudOldAmount.
           MOVE NewAmount TO AudNewAmount.
           MOVE OperatorID TO AudOperator.
           OPEN EXTEND BudgetAuditFile.
           IF AuditStatus IS EQUAL TO "00" OR
               AuditStatus IS EQUAL TO "05" THEN
               WRITE BudgetAuditRecord FROM BudgetAuditLine
               CLOSE BudgetAuditFile
           END-IF.

       SaveBudgetTable.
           OPEN OUTPUT BudgetFile.
           PERFORM SaveOneBudget
               VARYING BudIdx FROM 1 BY 1
               UNTIL BudIdx IS GREATER THAN BudCount.
           CLOSE BudgetFile.

       SaveOneBudget.
           MOVE SPACE TO BudgetRecord.
           MOVE TblBudAcct(BudIdx) TO BGFAcct.
           MOVE TblBudMonth(BudIdx) TO BGFMonth.
           MOVE TblBudAmount(BudIdx) TO BGFAmount.
           MOVE TblBudPendAmount(BudIdx) TO BGFPendAmount.
           MOVE TblBudStatus(BudIdx) TO BGFStatus.
           MOVE TblBudReqOper(BudIdx) TO BGFReqOper.
           MOVE TblBudAppOper(BudIdx) TO BGFAppOper.
           WRITE BudgetRecord.
