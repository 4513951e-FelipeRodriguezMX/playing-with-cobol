       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYRCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GlJournalFile ASSIGN TO "./gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlStatus.
           SELECT GlJournalKeep ASSIGN TO "./gl-journal-keep.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ArchiveJournal
               ASSIGN TO DYNAMIC ArchiveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchStatus.
           SELECT AccountFile ASSIGN TO "./gl-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcctStatus.
           SELECT OPTIONAL PeriodFile ASSIGN TO "./period-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PeriodStatus.
           SELECT CloseReport ASSIGN TO "./YearClose.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD GlJournalKeep.
       01 GlJournalKeepRecord PIC X(40).

       FD ArchiveJournal.
       01 ArchiveJournalRecord PIC X(40).

       FD AccountFile.
       01 AccountRecord.
           02 ACAcct PIC 9(4).
           02 FILLER PIC X.
           02 ACName PIC X(30).
           02 FILLER PIC X.
           02 ACType PIC X.

       FD PeriodFile.
       01 PeriodRecord.
           02 PCMonth PIC 9(6).
           02 FILLER PIC X.
           02 PCStatus PIC X.

       FD CloseReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 GlStatus PIC XX.
       01 ArchStatus PIC XX.
       01 AcctStatus PIC XX.
       01 PeriodStatus PIC XX.
       01 WSEOF PIC X.
       01 CopyEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 YearParam PIC X(4).
       01 CloseYear PIC 9(4).
       01 NewYear PIC 9(4).
       01 YearEndDate PIC 9(8).
       01 OpeningDate PIC 9(8).
       01 ArchiveName PIC X(30).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 RetainedAcct PIC 9(4) VALUE 3100.
       01 RetainedIdx PIC 9(3) VALUE ZERO.
       01 SignedAmount PIC S9(10)V99.
       01 AcctCount PIC 9(3) VALUE ZERO.
       01 AcctTable.
           02 AcctEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON AcctCount
               INDEXED BY ACI.
               03 TblAcct PIC 9(4).
               03 TblAcctName PIC X(30).
               03 TblAcctType PIC X.
               03 TblBalNet PIC S9(10)V99.
               03 TblCloseNet PIC S9(10)V99.
       01 AcctIdx PIC 9(3).
       01 FoundIdx PIC 9(3).
       01 WantedAcct PIC 9(4).
       01 TotDebits PIC 9(12)V99 VALUE ZERO.
       01 TotCredits PIC 9(12)V99 VALUE ZERO.
       01 YearLines PIC 9(6) VALUE ZERO.
       01 LinesArchived PIC 9(6) VALUE ZERO.
       01 LinesKept PIC 9(6) VALUE ZERO.
       01 ClosingLines PIC 9(4) VALUE ZERO.
       01 OpeningLines PIC 9(4) VALUE ZERO.
       01 UnclassCount PIC 9(3) VALUE ZERO.
       01 OversizeCount PIC 9(3) VALUE ZERO.
       01 TotRevenue PIC S9(10)V99 VALUE ZERO.
       01 TotExpense PIC S9(10)V99 VALUE ZERO.
       01 NetResult PIC S9(10)V99 VALUE ZERO.
       01 ClosingToRetained PIC S9(10)V99 VALUE ZERO.
       01 OpenDebits PIC 9(12)V99 VALUE ZERO.
       01 OpenCredits PIC 9(12)V99 VALUE ZERO.
       01 PeriodCount PIC 9(3) VALUE ZERO.
       01 PeriodTable.
           02 PeriodEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON PeriodCount
               INDEXED BY PCI.
               03 TblPMonth PIC 9(6).
               03 TblPStatus PIC X.
       01 PeriodIdx PIC 9(3).
       01 PeriodFoundIdx PIC 9(3).
       01 PeriodEOF PIC X.
       01 CloseMonth PIC 9(6).
       01 MonthNum PIC 99.
       01 PeriodLine.
           02 PCOutMonth PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PCOutStatus PIC X.
       01 GlLine.
           02 GLOutDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 GLOutAcct PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 GLOutSide PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 GLOutAmount PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 GLOutDocType PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 GLOutRef PIC 9(6).
       01 ReportHeading.
           02 FILLER PIC X(27) VALUE "Cierre anual del ejercicio ".
           02 PrnYear PIC 9(4).
       01 TitleLine PIC X(80).
       01 ColumnHeading.
           02 FILLER PIC X(40) VALUE
               "    Cta   Nombre                        ".
           02 FILLER PIC X(28) VALUE
               "   T         Saldo  Lado".
       01 DetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnAcct PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAcctName PIC X(30).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnAcctType PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAmount PIC ZZZZZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSide PIC X.
       01 TotalLine.
           02 PrnTotLabel PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotValue PIC -ZZZZZZZZZZZ9.99.
       01 CloseMsg PIC X(80).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate(1:4) TO CloseYear.
           SUBTRACT 1 FROM CloseYear.
           ACCEPT YearParam FROM ENVIRONMENT "GL_CLOSE_YEAR".
           IF FUNCTION TEST-NUMVAL(YearParam) IS EQUAL TO ZERO AND
               YearParam IS NOT EQUAL TO SPACE THEN
               COMPUTE CloseYear = FUNCTION NUMVAL(YearParam)
           END-IF.
           COMPUTE YearEndDate = CloseYear * 10000 + 1231.
           IF YearEndDate IS NOT LESS THAN BusinessDate THEN
               DISPLAY 'El ejercicio ' CloseYear ' no ha terminado.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE NewYear = CloseYear + 1.
           COMPUTE OpeningDate = NewYear * 10000 + 101.
           MOVE SPACE TO ArchiveName.
           STRING './gl-journal-' DELIMITED BY SIZE
               CloseYear DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ArchiveName
           END-STRING.
           OPEN INPUT ArchiveJournal.
           IF ArchStatus IS EQUAL TO "00" THEN
               CLOSE ArchiveJournal
               DISPLAY 'El ejercicio ' CloseYear ' ya esta cerrado.'
               STOP RUN
           ELSE IF ArchStatus IS EQUAL TO "05" THEN
               CLOSE ArchiveJournal
           END-IF.
           PERFORM LoadRetainedParm.
           PERFORM LoadAccounts.
           IF AcctCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin catalogo de cuentas en gl-accounts.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RetainedAcct TO WantedAcct.
           PERFORM FindAcctEntry.
           IF TblAcctType(FoundIdx) IS NOT EQUAL TO 'C' THEN
               DISPLAY 'Cuenta de resultados acumulados invalida: '
                   RetainedAcct
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FoundIdx TO RetainedIdx.
           OPEN INPUT GlJournalFile.
           IF GlStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe gl-journal.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM TallyOneGlLine UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE GlJournalFile.
           IF TotDebits IS NOT EQUAL TO TotCredits THEN
               DISPLAY 'La balanza del ejercicio ' CloseYear
                   ' no cuadra:'
               DISPLAY '  Cargos: ' TotDebits
               DISPLAY '  Abonos: ' TotCredits
               DISPLAY 'No se cierra el ejercicio.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BuildClosing
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.
           ADD ClosingToRetained TO TblBalNet(RetainedIdx).
           COMPUTE NetResult = ZERO - ClosingToRetained.
           PERFORM CheckOneSize
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.
           IF ClosingToRetained IS GREATER THAN 99999999.99 OR
               ClosingToRetained IS LESS THAN -99999999.99 THEN
               DISPLAY 'Resultado excede el importe de poliza.'
               ADD 1 TO OversizeCount
           END-IF.
           IF OversizeCount IS GREATER THAN ZERO THEN
               DISPLAY 'No se cierra el ejercicio.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ArchiveClosedYear.
           PERFORM RewriteJournal.
           PERFORM LoadPeriodTable.
           PERFORM MarkOneMonthClosed
               VARYING MonthNum FROM 1 BY 1
               UNTIL MonthNum IS GREATER THAN 12.
           PERFORM SavePeriodTable.
           PERFORM WriteCloseReport.
           DISPLAY 'Ejercicio ' CloseYear ' cerrado.'.
           DISPLAY 'Resultado del ejercicio: ' NetResult.
           DISPLAY 'Renglones archivados:    ' LinesArchived.
           DISPLAY 'Polizas de cierre:       ' ClosingLines.
           DISPLAY 'Saldos iniciales:        ' OpeningLines.
           DISPLAY 'Archivo destino:         ' ArchiveName.
           IF UnclassCount IS GREATER THAN ZERO THEN
               DISPLAY 'Cuentas sin clasificar:  ' UnclassCount
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadRetainedParm.
           MOVE 'GLRETAINED' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE RetainedAcct = FUNCTION NUMVAL(ParmValue)
           END-IF.

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
                       MOVE FUNCTION UPPER-CASE(ACType)
                           TO TblAcctType(AcctCount)
                       MOVE ZERO TO TblBalNet(AcctCount)
                       MOVE ZERO TO TblCloseNet(AcctCount)
                   END-IF
           END-READ.

       TallyOneGlLine.
           READ GlJournalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF GLDate IS NOT GREATER THAN YearEndDate THEN
                       ADD 1 TO YearLines
                       IF GLSide IS EQUAL TO 'D' THEN
                           MOVE GLAmount TO SignedAmount
                           ADD GLAmount TO TotDebits
                       ELSE
                           COMPUTE SignedAmount = ZERO - GLAmount
                           ADD GLAmount TO TotCredits
                       END-IF
                       MOVE GLAcct TO WantedAcct
                       PERFORM FindAcctEntry
                       ADD SignedAmount TO TblBalNet(FoundIdx)
                   END-IF
           END-READ.

       FindAcctEntry.
           MOVE ZERO TO FoundIdx.
           PERFORM FindOneAcct
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.
           IF FoundIdx IS EQUAL TO ZERO THEN
               IF AcctCount IS EQUAL TO 200 THEN
                   DISPLAY 'Tabla de cuentas llena (200).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO AcctCount
               MOVE WantedAcct TO TblAcct(AcctCount)
               MOVE 'Cuenta sin catalogo' TO TblAcctName(AcctCount)
               MOVE SPACE TO TblAcctType(AcctCount)
               MOVE ZERO TO TblBalNet(AcctCount)
               MOVE ZERO TO TblCloseNet(AcctCount)
               MOVE AcctCount TO FoundIdx
           END-IF.

       FindOneAcct.
           IF TblAcct(AcctIdx) IS EQUAL TO WantedAcct AND
               FoundIdx IS EQUAL TO ZERO THEN
               MOVE AcctIdx TO FoundIdx
           END-IF.

       BuildClosing.
           IF TblAcctType(AcctIdx) IS EQUAL TO 'I' OR
               TblAcctType(AcctIdx) IS EQUAL TO 'G' THEN
               MOVE TblBalNet(AcctIdx) TO TblCloseNet(AcctIdx)
               ADD TblBalNet(AcctIdx) TO ClosingToRetained
               IF TblAcctType(AcctIdx) IS EQUAL TO 'I' THEN
                   SUBTRACT TblBalNet(AcctIdx) FROM TotRevenue
               ELSE
                   ADD TblBalNet(AcctIdx) TO TotExpense
               END-IF
               MOVE ZERO TO TblBalNet(AcctIdx)
           ELSE IF TblAcctType(AcctIdx) IS NOT EQUAL TO 'A' AND
               TblAcctType(AcctIdx) IS NOT EQUAL TO 'P' AND
               TblAcctType(AcctIdx) IS NOT EQUAL TO 'C' AND
               TblBalNet(AcctIdx) IS NOT EQUAL TO ZERO THEN
               ADD 1 TO UnclassCount
           END-IF.

       CheckOneSize.
           IF TblBalNet(AcctIdx) IS GREATER THAN 99999999.99 OR
               TblBalNet(AcctIdx) IS LESS THAN -99999999.99 OR
               TblCloseNet(AcctIdx) IS GREATER THAN 99999999.99 OR
               TblCloseNet(AcctIdx) IS LESS THAN -99999999.99 THEN
               DISPLAY 'Saldo excede el importe de poliza: '
                   TblAcct(AcctIdx)
               ADD 1 TO OversizeCount
           END-IF.

       ArchiveClosedYear.
           OPEN INPUT GlJournalFile.
           OPEN OUTPUT GlJournalKeep.
           OPEN OUTPUT ArchiveJournal.
           MOVE 'N' TO WSEOF.
           PERFORM ArchiveOneLine UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE GlJournalFile, GlJournalKeep.
           MOVE YearEndDate TO GLOutDate.
           MOVE 'YC' TO GLOutDocType.
           MOVE CloseYear TO GLOutRef.
           PERFORM WriteOneClosing
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.
           IF ClosingToRetained IS NOT EQUAL TO ZERO THEN
               MOVE RetainedAcct TO GLOutAcct
               IF ClosingToRetained IS GREATER THAN ZERO THEN
                   MOVE 'D' TO GLOutSide
                   MOVE ClosingToRetained TO GLOutAmount
               ELSE
                   MOVE 'C' TO GLOutSide
                   COMPUTE GLOutAmount = ZERO - ClosingToRetained
               END-IF
               WRITE ArchiveJournalRecord FROM GlLine
               ADD 1 TO ClosingLines
           END-IF.
           CLOSE ArchiveJournal.

       ArchiveOneLine.
           READ GlJournalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF GLDate IS NOT GREATER THAN YearEndDate THEN
                       WRITE ArchiveJournalRecord
                           FROM GlJournalRecord
                       ADD 1 TO LinesArchived
                   ELSE
                       WRITE GlJournalKeepRecord
                           FROM GlJournalRecord
                       ADD 1 TO LinesKept
                   END-IF
           END-READ.

       WriteOneClosing.
           IF TblCloseNet(AcctIdx) IS NOT EQUAL TO ZERO THEN
               MOVE TblAcct(AcctIdx) TO GLOutAcct
               IF TblCloseNet(AcctIdx) IS GREATER THAN ZERO THEN
                   MOVE 'C' TO GLOutSide
                   MOVE TblCloseNet(AcctIdx) TO GLOutAmount
               ELSE
                   MOVE 'D' TO GLOutSide
                   COMPUTE GLOutAmount = ZERO - TblCloseNet(AcctIdx)
               END-IF
               WRITE ArchiveJournalRecord FROM GlLine
               ADD 1 TO ClosingLines
           END-IF.

       RewriteJournal.
           OPEN OUTPUT GlJournalFile.
           MOVE OpeningDate TO GLOutDate.
           MOVE 'OB' TO GLOutDocType.
           MOVE NewYear TO GLOutRef.
           PERFORM WriteOneOpening
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.
           MOVE 'N' TO CopyEOF.
           OPEN INPUT GlJournalKeep.
           PERFORM ReloadOneLine UNTIL CopyEOF IS EQUAL TO 'Y'.
           CLOSE GlJournalKeep, GlJournalFile.

       WriteOneOpening.
           IF TblBalNet(AcctIdx) IS NOT EQUAL TO ZERO THEN
               MOVE TblAcct(AcctIdx) TO GLOutAcct
               IF TblBalNet(AcctIdx) IS GREATER THAN ZERO THEN
                   MOVE 'D' TO GLOutSide
                   MOVE TblBalNet(AcctIdx) TO GLOutAmount
                   ADD GLOutAmount TO OpenDebits
               ELSE
                   MOVE 'C' TO GLOutSide
                   COMPUTE GLOutAmount = ZERO - TblBalNet(AcctIdx)
                   ADD GLOutAmount TO OpenCredits
               END-IF
               WRITE GlJournalRecord FROM GlLine
               ADD 1 TO OpeningLines
           END-IF.

       ReloadOneLine.
           READ GlJournalKeep
               AT END MOVE 'Y' TO CopyEOF
               NOT AT END
                   WRITE GlJournalRecord FROM GlJournalKeepRecord
           END-READ.

       LoadPeriodTable.
           OPEN INPUT PeriodFile.
           IF PeriodStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO PeriodEOF
               PERFORM LoadOnePeriod UNTIL PeriodEOF IS EQUAL TO 'Y'
               CLOSE PeriodFile
           ELSE IF PeriodStatus IS EQUAL TO "05" THEN
               CLOSE PeriodFile
           END-IF.

       LoadOnePeriod.
           READ PeriodFile
               AT END MOVE 'Y' TO PeriodEOF
               NOT AT END
                   IF PeriodCount IS LESS THAN 200 THEN
                       ADD 1 TO PeriodCount
                       MOVE PCMonth TO TblPMonth(PeriodCount)
                       MOVE PCStatus TO TblPStatus(PeriodCount)
                   END-IF
           END-READ.

       MarkOneMonthClosed.
           COMPUTE CloseMonth = CloseYear * 100 + MonthNum.
           MOVE ZERO TO PeriodFoundIdx.
           PERFORM FindOnePeriodEntry
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx IS GREATER THAN PeriodCount.
           IF PeriodFoundIdx IS GREATER THAN ZERO THEN
               MOVE 'C' TO TblPStatus(PeriodFoundIdx)
           ELSE
               IF PeriodCount IS EQUAL TO 200 THEN
                   DISPLAY 'Tabla de periodos llena (200).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PeriodCount
               MOVE CloseMonth TO TblPMonth(PeriodCount)
               MOVE 'C' TO TblPStatus(PeriodCount)
           END-IF.

       FindOnePeriodEntry.
           IF TblPMonth(PeriodIdx) IS EQUAL TO CloseMonth AND
               PeriodFoundIdx IS EQUAL TO ZERO THEN
               MOVE PeriodIdx TO PeriodFoundIdx
           END-IF.

       SavePeriodTable.
           OPEN OUTPUT PeriodFile.
           PERFORM WriteOnePeriod
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx IS GREATER THAN PeriodCount.
           CLOSE PeriodFile.

       WriteOnePeriod.
           MOVE TblPMonth(PeriodIdx) TO PCOutMonth.
           MOVE TblPStatus(PeriodIdx) TO PCOutStatus.
           WRITE PeriodRecord FROM PeriodLine.

       WriteCloseReport.
           OPEN OUTPUT CloseReport.
           MOVE CloseYear TO PrnYear.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Balanza del ejercicio' TO TitleLine.
           WRITE PrintLine FROM TitleLine.
           MOVE '  Cargos' TO PrnTotLabel.
           MOVE TotDebits TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE '  Abonos' TO PrnTotLabel.
           MOVE TotCredits TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE "    Cargos y abonos cuadran." TO CloseMsg.
           WRITE PrintLine FROM CloseMsg.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Polizas de cierre (YC) a resultados acumulados'
               TO TitleLine.
           WRITE PrintLine FROM TitleLine.
           WRITE PrintLine FROM ColumnHeading.
           PERFORM PrintOneClosing
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.
           IF ClosingToRetained IS NOT EQUAL TO ZERO THEN
               MOVE RetainedAcct TO PrnAcct
               MOVE TblAcctName(RetainedIdx) TO PrnAcctName
               MOVE 'C' TO PrnAcctType
               IF ClosingToRetained IS GREATER THAN ZERO THEN
                   MOVE ClosingToRetained TO PrnAmount
                   MOVE 'D' TO PrnSide
               ELSE
                   COMPUTE PrnAmount = ZERO - ClosingToRetained
                   MOVE 'C' TO PrnSide
               END-IF
               WRITE PrintLine FROM DetailLine
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE '  Total ingresos' TO PrnTotLabel.
           MOVE TotRevenue TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE '  Total costos y gastos' TO PrnTotLabel.
           MOVE TotExpense TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE '  Resultado del ejercicio' TO PrnTotLabel.
           MOVE NetResult TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE SPACE TO TitleLine.
           STRING 'Saldos iniciales (OB) al ' DELIMITED BY SIZE
               OpeningDate DELIMITED BY SIZE
               INTO TitleLine
           END-STRING.
           WRITE PrintLine FROM TitleLine.
           WRITE PrintLine FROM ColumnHeading.
           PERFORM PrintOneOpening
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE '  Cargos iniciales' TO PrnTotLabel.
           MOVE OpenDebits TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE '  Abonos iniciales' TO PrnTotLabel.
           MOVE OpenCredits TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           IF UnclassCount IS GREATER THAN ZERO THEN
               MOVE "    CUENTAS SIN CLASIFICAR TRASPASADAS AL SALDO."
                   TO CloseMsg
               WRITE PrintLine FROM CloseMsg
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE SPACE TO CloseMsg.
           STRING 'Periodos ' DELIMITED BY SIZE
               CloseYear DELIMITED BY SIZE
               '01 a ' DELIMITED BY SIZE
               CloseYear DELIMITED BY SIZE
               '12 cerrados.' DELIMITED BY SIZE
               INTO CloseMsg
           END-STRING.
           WRITE PrintLine FROM CloseMsg.
           MOVE SPACE TO CloseMsg.
           STRING 'Diario del ejercicio archivado en ' DELIMITED BY SIZE
               ArchiveName DELIMITED BY SPACE
               INTO CloseMsg
           END-STRING.
           WRITE PrintLine FROM CloseMsg.
           CLOSE CloseReport.

       PrintOneClosing.
           IF TblCloseNet(AcctIdx) IS NOT EQUAL TO ZERO THEN
               MOVE TblAcct(AcctIdx) TO PrnAcct
               MOVE TblAcctName(AcctIdx) TO PrnAcctName
               MOVE TblAcctType(AcctIdx) TO PrnAcctType
               IF TblCloseNet(AcctIdx) IS GREATER THAN ZERO THEN
                   MOVE TblCloseNet(AcctIdx) TO PrnAmount
                   MOVE 'C' TO PrnSide
               ELSE
                   COMPUTE PrnAmount = ZERO - TblCloseNet(AcctIdx)
                   MOVE 'D' TO PrnSide
               END-IF
               WRITE PrintLine FROM DetailLine
           END-IF.

       PrintOneOpening.
           IF TblBalNet(AcctIdx) IS NOT EQUAL TO ZERO THEN
               MOVE TblAcct(AcctIdx) TO PrnAcct
               MOVE TblAcctName(AcctIdx) TO PrnAcctName
               MOVE TblAcctType(AcctIdx) TO PrnAcctType
               IF TblBalNet(AcctIdx) IS GREATER THAN ZERO THEN
                   MOVE TblBalNet(AcctIdx) TO PrnAmount
                   MOVE 'D' TO PrnSide
               ELSE
                   COMPUTE PrnAmount = ZERO - TblBalNet(AcctIdx)
                   MOVE 'C' TO PrnSide
               END-IF
               WRITE PrintLine FROM DetailLine
           END-IF.
